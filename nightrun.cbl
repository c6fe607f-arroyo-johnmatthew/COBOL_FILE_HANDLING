      *================================================================
      * NIGHTLY-BATCH-DRIVER
      *   RUNS THE END-OF-DAY BATCH SEQUENCE IN ITS REQUIRED ORDER --
      *   MASTER BACKUP, MASTER VERIFY, COMMIT INTEGRITY CHECK,
      *   ENROLLMENT SUMMARY, SEAT RECONCILIATION, SIS EXPORT, THE
      *   CERTIFICATE BATCH, ENROLLMENT TREND, THE GENERAL LEDGER
      *   EXTRACT, THE SMS NOTIFICATION EXTRACT -- INSTEAD OF THE
      *   OPERATOR RUNNING THE PROGRAMS FROM MEMORY.  EVERY STEP'S
      *   START, END, AND OUTCOME IS APPENDED TO THE RUN CONTROL
      *   FILE (RUNCTL.TXT) UNDER THE BUSINESS DATE; THE DRIVER
      *   REFUSES TO RUN A STEP OUT OF SEQUENCE OR TWICE FOR THE
      *   SAME DATE, AND AFTER A FAILURE IT RESTARTS FROM THE FAILED
      *   STEP INSTEAD OF THE TOP.  EACH STEP PROGRAM IS INVOKED
      *   THROUGH THE SYSTEM SHELL; A NONZERO RETURN CODE MARKS THE
      *   STEP FAILED, AND THE OPERATOR CAN ALSO MARK A STEP FAILED
      *   BY HAND WHEN ITS OUTPUT SHOWED A PROBLEM THE RETURN CODE
      *   DID NOT.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Nightly-Batch-Driver.
      *                   THAT TOUCHES THE MASTERS, SO EVERY NIGHT
      *                   STARTS WITH A RESTORABLE COPY AND A CLEAN
      *                   END-TO-END READ OF EVERY FILE.
      *   10-15-2026 JRA  GL EXTRACT ADDED AS THE LAST STEP.  A STEP
      *                   COMMAND CAN NOW CARRY THE WORD BUSDATE,
      *                   WHICH IS REPLACED BY THE BUSINESS DATE
      *                   BEING RUN BEFORE THE SHELL SEES IT.
      *   10-15-2026 JRA  THE COMMIT INTEGRITY CHECK (CORRECTION
      *                   MODE) RUNS AS STEP 3, RIGHT AFTER THE
      *                   VERIFY, SO THE SUMMARY, THE SEAT RECOUNT
      *                   AND THE SIS EXPORT NEVER READ A COMMIT
      *                   LEFT HALF-WRITTEN DURING THE DAY.
      *   10-15-2026 JRA  SMS NOTIFICATION EXTRACT ADDED AS THE LAST
      *                   STEP, AFTER EVERYTHING THAT CAN PLACE A
      *                   HOLD OR PROMOTE A STUDENT DURING THE NIGHT.
      *   10-15-2026 JRA  THE RUNNING LINE NOW SHOWS THE STEP COMMAND
      *                   WITH THE BUSINESS DATE FILLED IN.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      *----------------------------------------------------------------
      * THE REQUIRED NIGHT SEQUENCE.  THE COMMAND COLUMN IS WHAT THE
      * SYSTEM SHELL RUNS FOR THE STEP; THE WORD BUSDATE IN IT IS
      * REPLACED BY THE BUSINESS DATE (YYYYMMDD).
      *----------------------------------------------------------------
       01  Nr-Step-Count               PIC 9(02) VALUE 10.
       01  Nr-Step-Data.
           05  FILLER PIC X(20) VALUE "MASTER-BACKUP".
           05  FILLER PIC X(20) VALUE "./mstbkup".
           05  FILLER PIC X(20) VALUE "MASTER-VERIFY".
           05  FILLER PIC X(20) VALUE "./mstvrfy".
           05  FILLER PIC X(20) VALUE "COMMIT-CHECK".
           05  FILLER PIC X(20) VALUE "./cmtchk CORRECT".
           05  FILLER PIC X(20) VALUE "ENROLLMENT-SUMMARY".
           05  FILLER PIC X(20) VALUE "./enrlsumm".
           05  FILLER PIC X(20) VALUE "SEAT-RECONCILIATION".
           05  FILLER PIC X(20) VALUE "./certrepr BATCH".
           05  FILLER PIC X(20) VALUE "ENROLLMENT-TREND".
           05  FILLER PIC X(20) VALUE "./trendrpt".
           05  FILLER PIC X(20) VALUE "GL-EXTRACT".
           05  FILLER PIC X(20) VALUE "./glextr BUSDATE".
           05  FILLER PIC X(20) VALUE "SMS-EXTRACT".
           05  FILLER PIC X(20) VALUE "./smsextr BUSDATE".
       01  Nr-Step-Table REDEFINES Nr-Step-Data.
           05  Nr-Step-Entry OCCURS 10 TIMES.
               10  Nr-Step-Name        PIC X(20).
               10  Nr-Step-Command     PIC X(20).

      * THE RUN CONTROL FILE (LATEST LINE WINS)
      *----------------------------------------------------------------
       01  Nr-Status-Table.
           05  Nr-Step-Status OCCURS 10 TIMES PIC X(08).
       01  Nr-Step-Sub                 PIC 9(02) VALUE ZERO.
       01  Nr-Next-Step                PIC 9(02) VALUE ZERO.
       01  Nr-Command                  PIC X(40) VALUE SPACES.
       01  Nr-Cmd-Part                 PIC X(20) VALUE SPACES.
       01  Nr-Cmd-Delim                PIC X(07) VALUE SPACES.
       01  Nr-Cmd-Len                  PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE SPACES       TO RC-End-Ts
           PERFORM 3400-APPEND-CONTROL-LINE THRU 3400-EXIT
           MOVE "STARTED" TO Nr-Step-Status (Nr-Next-Step)
           PERFORM 3350-BUILD-COMMAND THRU 3350-EXIT
           DISPLAY " "
           DISPLAY "--- running " Nr-Command " ---"
           CALL "SYSTEM" USING Nr-Command
           IF RETURN-CODE NOT = ZERO
               MOVE 'Y' TO Nr-Step-Failed-Sw
       3300-EXIT.
           EXIT.

       3350-BUILD-COMMAND.
           MOVE SPACES TO Nr-Command
           MOVE SPACES TO Nr-Cmd-Part
           MOVE SPACES TO Nr-Cmd-Delim
           MOVE ZERO   TO Nr-Cmd-Len
           UNSTRING Nr-Step-Command (Nr-Next-Step)
               DELIMITED BY "BUSDATE"
               INTO Nr-Cmd-Part DELIMITER IN Nr-Cmd-Delim
                   COUNT IN Nr-Cmd-Len
           END-UNSTRING
           IF Nr-Cmd-Delim NOT = "BUSDATE" OR Nr-Cmd-Len = ZERO
               MOVE Nr-Step-Command (Nr-Next-Step) TO Nr-Command
               GO TO 3350-EXIT
           END-IF
           STRING Nr-Cmd-Part (1:Nr-Cmd-Len) Nr-Business-Date
               DELIMITED BY SIZE INTO Nr-Command.
       3350-EXIT.
           EXIT.

      *================================================================
      * 3400-APPEND-CONTROL-LINE -- ONE LINE TO THE RUN CONTROL FILE.
      *   THE CALLER SETS RC-STATUS AND THE TIMESTAMPS FIRST.  THE
