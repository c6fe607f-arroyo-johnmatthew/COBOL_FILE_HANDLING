      *================================================================
      * COMMIT-INTEGRITY-CHECK
      *   FINDS ENROLLMENT COMMITS LEFT HALF-WRITTEN BY A POWER CUT
      *   OR A KILLED TERMINAL.  A COMMIT UPDATES ITS FILES ONE AFTER
      *   ANOTHER -- THE GRANT'S RUNNING TOTAL, THE SEAT COUNTER AND
      *   WAITLIST QUEUE ROW, FIVE JOURNAL LINES ON REGICARD.TXT
      *   (COURSE, SECTION OR WAITLIST, SEMESTER, QUALIFIED OR
      *   NOTQUALIFY, ASSESS), THEN THE ENROLLMENT MASTER ROW -- SO
      *   A CRASH PART WAY THROUGH LEAVES A TRANSACTION WITH SOME OF
      *   ITS LINE TYPES MISSING, OR A FULL JOURNAL ENTRY WITH NO
      *   ENRLMAST.DAT ROW, OR A QUEUE ROW WITH NO JOURNAL AT ALL.
      *   EVERY SUCH TRANSACTION IS LISTED ON CMTCHK.TXT.  IN
      *   CORRECTION MODE EACH ONE IS SETTLED:
      *     FINISH   -- ALL FIVE LINES ARE ON THE JOURNAL AND ONLY
      *                 THE MASTER ROW IS MISSING: THE ROW IS
      *                 WRITTEN FROM THE JOURNAL, WHICH IS THE
      *                 RECORD OF TRUTH.
      *     BACK OUT -- THE JOURNAL ENTRY IS INCOMPLETE (OR THE
      *                 STUDENT HAS SINCE ENROLLED AGAIN UNDER A
      *                 NEWER CONTROL NUMBER): THE SEAT OR WAITLIST
      *                 SLOT IS RELEASED, THE QUEUE ROW CANCELLED,
      *                 THE GRANT'S RUNNING TOTAL GIVEN BACK, AND A
      *                 DROP LINE MARKED "BACKED OUT" CLOSES THE
      *                 TRANSACTION ON THE JOURNAL SO EVERY BATCH
      *                 JOB TREATS IT AS WITHDRAWN.  THE STUDENT
      *                 NEVER RECEIVED A CERTIFICATE FOR IT.
      *     REVIEW   -- THE COMMIT REACHED THE MASTER (OR WAS LATER
      *                 DROPPED) BUT JOURNAL LINES ARE MISSING: IT
      *                 IS LISTED FOR THE REGISTRAR, NOT CHANGED.
      *   EVERY CHANGE IS WRITTEN TO THE AUDIT JOURNAL.  A CORRECTION
      *   RUN STAMPS TODAY'S DATE ON CMTCHK.CHK; THE REGISTRATION
      *   PROGRAM RUNS THE CHECK ITSELF AT ITS FIRST SIGN-ON OF A
      *   DAY WITH NO STAMP, AND IT IS ALSO A NIGHT RUN STEP.  IT
      *   MUST NOT RUN WHILE ENROLLMENTS ARE BEING TAKEN -- A COMMIT
      *   IN FLIGHT LOOKS THE SAME AS A CRASHED ONE.
      *
      *   RUN MODES (FIRST WORD OF THE COMMAND LINE):
      *     (NONE)  -- REPORT ONLY, NOTHING IS TOUCHED
      *     CORRECT -- EACH TRANSACTION FOUND IS FINISHED OR BACKED
      *                OUT AS ABOVE
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Commit-Integrity-Check.
       AUTHOR. REGISTRAR-SYSTEMS-UNIT.
       INSTALLATION. CAMPUS-REGISTRAR-OFFICE.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       BY   DESCRIPTION
      *   ---------- ---- --------------------------------------------
      *   10-15-2026 JRA  FIRST VERSION -- HALF-WRITTEN COMMIT REPORT
      *                   WITH A CORRECTION MODE THAT FINISHES OR
      *                   BACKS OUT EACH ONE, AND THE DAILY STAMP
      *                   THE REGISTRATION PROGRAM CHECKS AT SIGN-ON.
      *   10-15-2026 JRA  BACK-OUT NOTE NOW SAYS THE GL EXTRACT
      *                   REVERSES A JOURNALED ASSESSMENT ITSELF.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *ROSTER OF EVERY SELECTION MADE, ONE LINE PER SELECTION
           SELECT Regi-Form ASSIGN TO "regicard.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ck-Regi-Status.
      *ENROLLMENT MASTER, KEYED BY STUDENT + COURSE + SEMESTER
           SELECT Enrollment-Master-File ASSIGN TO "enrlmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-Key
               FILE STATUS IS Ck-Enrlmast-Status.
      *SEAT COUNTS PER YEAR-AND-SECTION CODE
           SELECT Section-Capacity-File ASSIGN TO "sectcap.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-Section-Code
               FILE STATUS IS Ck-Sectcap-Status.
      *NAMED WAITLIST QUEUE, KEYED BY SECTION CODE AND POSITION
           SELECT Waitlist-File ASSIGN TO "waitlist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-Key
               FILE STATUS IS Ck-Waitl-Status.
      *SCHOLARSHIP AND DISCOUNT GRANTS, KEYED BY STUDENT + TERM
           SELECT Grant-File ASSIGN TO "grantmst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GT-Key
               FILE STATUS IS Ck-Grant-Status.
      *APPEND-ONLY AUDIT JOURNAL OF MASTER FILE CHANGES
           SELECT Audit-File ASSIGN TO "auditlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ck-Audit-Status.
      *ONE-RECORD STAMP OF THE LAST CORRECTION RUN'S DATE
           SELECT Marker-File ASSIGN TO "cmtchk.chk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ck-Marker-Status.
      *EXCEPTION REPORT OF EVERY HALF-WRITTEN TRANSACTION
           SELECT Check-Report ASSIGN TO "cmtchk.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ck-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Regi-Form.
           COPY REGIREC.
       FD  Enrollment-Master-File.
           COPY ENRLMAST.
       FD  Section-Capacity-File.
           COPY SECTCAP.
       FD  Waitlist-File.
           COPY WAITLREC.
       FD  Grant-File.
           COPY GRANTMST.
       FD  Audit-File.
           COPY AUDITREC.
       FD  Marker-File.
       01  Marker-Record.
           05  Mk-Check-Date           PIC 9(08).
       FD  Check-Report.
       01  Check-Line                  PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * FILE STATUS FIELDS
      *----------------------------------------------------------------
       01  Ck-Regi-Status              PIC X(02) VALUE SPACES.
       01  Ck-Enrlmast-Status          PIC X(02) VALUE SPACES.
       01  Ck-Sectcap-Status           PIC X(02) VALUE SPACES.
       01  Ck-Waitl-Status             PIC X(02) VALUE SPACES.
       01  Ck-Grant-Status             PIC X(02) VALUE SPACES.
       01  Ck-Audit-Status             PIC X(02) VALUE SPACES.
       01  Ck-Marker-Status            PIC X(02) VALUE SPACES.
       01  Ck-Report-Status            PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------
      * SWITCHES
      *----------------------------------------------------------------
       01  Ck-Eof-Sw                   PIC X VALUE 'N'.
           88  Ck-Eof                      VALUE 'Y'.
       01  Ck-Found-Sw                 PIC X VALUE 'N'.
           88  Ck-Trans-Found              VALUE 'Y'.
       01  Ck-Overflow-Sw              PIC X VALUE 'N'.
           88  Ck-Table-Overflow           VALUE 'Y'.
       01  Ck-Correct-Sw               PIC X VALUE 'N'.
           88  Ck-Correct-Mode             VALUE 'Y'.
       01  Ck-Journal-Open-Sw          PIC X VALUE 'N'.
           88  Ck-Journal-Open             VALUE 'Y'.
       01  Ck-Sectcap-Open-Sw          PIC X VALUE 'N'.
           88  Ck-Sectcap-Open             VALUE 'Y'.
       01  Ck-Waitl-Open-Sw            PIC X VALUE 'N'.
           88  Ck-Waitl-Open               VALUE 'Y'.
       01  Ck-Grants-Open-Sw           PIC X VALUE 'N'.
           88  Ck-Grants-Open              VALUE 'Y'.
       01  Ck-Em-Found-Sw              PIC X VALUE 'N'.
           88  Ck-Em-Found                 VALUE 'Y'.
       01  Ck-Own-Row-Sw               PIC X VALUE 'N'.
           88  Ck-Own-Row                  VALUE 'Y'.
       01  Ck-Wl-Done-Sw               PIC X VALUE 'N'.
           88  Ck-Wl-Done                  VALUE 'Y'.
       01  Ck-Wl-Hit-Sw                PIC X VALUE 'N'.
           88  Ck-Wl-Hit                   VALUE 'Y'.
       01  Ck-Action                   PIC X(08) VALUE SPACES.
           88  Ck-Act-Finish               VALUE "FINISH".
           88  Ck-Act-Backout              VALUE "BACK OUT".
           88  Ck-Act-Review               VALUE "REVIEW".

      *----------------------------------------------------------------
      * RUN MODE FROM THE COMMAND LINE
      *----------------------------------------------------------------
       01  Ck-Command-Line             PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------
      * TRANSACTION TABLE -- ONE ENTRY PER (CONTROL NO, STUDENT) SEEN
      * ON THE JOURNAL, WITH A FLAG FOR EACH LINE TYPE THAT ARRIVED
      * AND THE VALUES NEEDED TO FINISH OR BACK IT OUT.  AN OVERFLOW
      * STOPS THE RUN BEFORE ANYTHING IS CHANGED -- A TRANSACTION
      * SPLIT ACROSS THE END OF THE TABLE WOULD LOOK HALF-WRITTEN.
      *----------------------------------------------------------------
       01  Ck-Trans-Count              PIC 9(04) VALUE ZERO.
       01  Ck-Trans-Sub                PIC 9(04) VALUE ZERO.
       01  Ck-Hit-Sub                  PIC 9(04) VALUE ZERO.
       01  Ck-Trans-Table.
           05  Ck-Trans-Entry OCCURS 2000 TIMES.
               10  Ck-Tr-Ctl           PIC 9(14).
               10  Ck-Tr-Id            PIC X(10).
               10  Ck-Tr-Timestamp     PIC X(14).
               10  Ck-Tr-Course        PIC X(02).
               10  Ck-Tr-Term          PIC X(05).
               10  Ck-Tr-Section       PIC X(10).
               10  Ck-Tr-Slot          PIC X(10).
               10  Ck-Tr-Qualified     PIC X(01).
               10  Ck-Tr-Assess-Cents  PIC 9(09).
               10  Ck-Tr-Grant-Cents   PIC 9(09).
               10  Ck-Tr-Has-Course    PIC X(01).
               10  Ck-Tr-Has-Slot      PIC X(01).
               10  Ck-Tr-Has-Semester  PIC X(01).
               10  Ck-Tr-Has-Qualify   PIC X(01).
               10  Ck-Tr-Has-Assess    PIC X(01).
               10  Ck-Tr-Has-Drop      PIC X(01).
               10  Ck-Tr-Backed-Out    PIC X(01).

      *----------------------------------------------------------------
      * OLDEST JOURNAL TIMESTAMP -- A QUEUE ROW OLDER THAN THIS
      * BELONGS TO AN ARCHIVED TERM, NOT TO A LOST COMMIT
      *----------------------------------------------------------------
       01  Ck-Oldest-Ts                PIC X(14) VALUE SPACES.

      *----------------------------------------------------------------
      * PER-TRANSACTION WORK FIELDS
      *----------------------------------------------------------------
       01  Ck-Missing-Text             PIC X(60) VALUE SPACES.
       01  Ck-Ptr                      PIC 9(03) VALUE ZERO.
       01  Ck-Bo-Section               PIC X(10) VALUE SPACES.
       01  Ck-Bo-Slot                  PIC X(10) VALUE SPACES.
           88  Ck-Bo-Waitlist              VALUE "WAITLIST".
       01  Ck-Grant-Amt                PIC 9(07)V99 VALUE ZERO.
       01  Ck-Assess-Amt               PIC 9(07)V99 VALUE ZERO.
       01  Ck-Amt-Display              PIC Z(06)9.99.
       01  Ck-Count-Display            PIC 9(05) VALUE ZERO.
       01  Ck-Seats-Before             PIC 9(03) VALUE ZERO.
       01  Ck-Waitl-Before             PIC 9(03) VALUE ZERO.

      *----------------------------------------------------------------
      * DATE / TIME WORK FIELDS
      *----------------------------------------------------------------
       01  Ck-Today                    PIC 9(08) VALUE ZERO.
       01  Ck-Today-R REDEFINES Ck-Today.
           05  Ck-Tdy-Yyyy             PIC 9(04).
           05  Ck-Tdy-Mm               PIC 9(02).
           05  Ck-Tdy-Dd               PIC 9(02).
       01  Ck-Report-Date-Display      PIC X(10) VALUE SPACES.
       01  Ck-Now-Time                 PIC 9(08) VALUE ZERO.
       01  Ck-Now-Timestamp            PIC X(14) VALUE SPACES.

      *----------------------------------------------------------------
      * AUDIT WORK FIELDS
      *----------------------------------------------------------------
       01  Ck-Audit-Action             PIC X(10) VALUE SPACES.
       01  Ck-Audit-File               PIC X(08) VALUE SPACES.
       01  Ck-Audit-Key                PIC X(20) VALUE SPACES.
       01  Ck-Audit-Before             PIC X(40) VALUE SPACES.
       01  Ck-Audit-After              PIC X(40) VALUE SPACES.
       01  Ck-Audit-Date               PIC 9(08) VALUE ZERO.
       01  Ck-Audit-Time               PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------
      * RUN TOTALS
      *----------------------------------------------------------------
       01  Ck-Checked-Count            PIC 9(05) VALUE ZERO.
       01  Ck-Found-Count              PIC 9(05) VALUE ZERO.
       01  Ck-Finished-Count           PIC 9(05) VALUE ZERO.
       01  Ck-Backout-Count            PIC 9(05) VALUE ZERO.
       01  Ck-Review-Count             PIC 9(05) VALUE ZERO.
       01  Ck-Orphan-Count             PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-FOLD-JOURNAL THRU 2000-EXIT.
           IF Ck-Table-Overflow
               DISPLAY "More than 2000 transactions on the journal "
                   "-- the commit check was NOT run and nothing was "
                   "changed.  Archive the closed terms first or "
                   "raise the table."
               MOVE 8 TO RETURN-CODE
               PERFORM 9999-TERMINATE THRU 9999-EXIT
           END-IF
           PERFORM 3000-CHECK-TRANSACTIONS THRU 3000-EXIT.
           PERFORM 4000-CHECK-QUEUE-ROWS THRU 4000-EXIT.
           PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
           IF Ck-Correct-Mode
               PERFORM 6000-STAMP-MARKER THRU 6000-EXIT
           END-IF
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *================================================================
      * 1000-INITIALIZE -- PICK UP THE RUN MODE AND OPEN THE FILES.
      *   ON A BRAND-NEW INSTALLATION SOME FILES DO NOT EXIST YET;
      *   THE CHECK RUNS WITH WHAT IS THERE.
      *================================================================
       1000-INITIALIZE.
           ACCEPT Ck-Command-Line FROM COMMAND-LINE
           IF Ck-Command-Line (1:7) = "CORRECT"
               MOVE 'Y' TO Ck-Correct-Sw
           END-IF
           ACCEPT Ck-Today FROM DATE YYYYMMDD
           STRING Ck-Tdy-Mm "/" Ck-Tdy-Dd "/" Ck-Tdy-Yyyy
               DELIMITED BY SIZE INTO Ck-Report-Date-Display
           OPEN INPUT Regi-Form
           IF Ck-Regi-Status = "00"
               MOVE 'Y' TO Ck-Journal-Open-Sw
           ELSE
               MOVE 'Y' TO Ck-Eof-Sw
               IF Ck-Regi-Status NOT = "35"
                   DISPLAY "The journal could not be opened (status "
                       Ck-Regi-Status ") -- nothing was checked."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O Enrollment-Master-File
           IF Ck-Enrlmast-Status = "35"
               OPEN OUTPUT Enrollment-Master-File
               CLOSE Enrollment-Master-File
               OPEN I-O Enrollment-Master-File
           END-IF
           IF Ck-Enrlmast-Status NOT = "00"
               DISPLAY "The enrollment master could not be opened "
                   "(status " Ck-Enrlmast-Status ") -- nothing was "
                   "checked."
               IF Ck-Journal-Open
                   CLOSE Regi-Form
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O Section-Capacity-File
           IF Ck-Sectcap-Status = "00"
               MOVE 'Y' TO Ck-Sectcap-Open-Sw
           END-IF
           OPEN I-O Waitlist-File
           IF Ck-Waitl-Status = "00"
               MOVE 'Y' TO Ck-Waitl-Open-Sw
           END-IF
           OPEN I-O Grant-File
           IF Ck-Grant-Status = "00"
               MOVE 'Y' TO Ck-Grants-Open-Sw
           END-IF
           OPEN OUTPUT Check-Report
           MOVE SPACES TO Check-Line
           STRING "COMMIT INTEGRITY CHECK - " Ck-Report-Date-Display
               DELIMITED BY SIZE INTO Check-Line
           WRITE Check-Line
           IF Ck-Correct-Mode
               MOVE "MODE: CORRECTION (FINISHED OR BACKED OUT)"
                   TO Check-Line
           ELSE
               MOVE "MODE: REPORT ONLY (NOTHING TOUCHED)"
                   TO Check-Line
           END-IF
           WRITE Check-Line
           MOVE "================================================"
               TO Check-Line
           WRITE Check-Line.
       1000-EXIT.
           EXIT.

      *================================================================
      * 2000-FOLD-JOURNAL -- ONE PASS OVER THE JOURNAL, NOTING WHICH
      *   LINE TYPES EACH TRANSACTION HAS.  THE JOURNAL IS CLOSED
      *   AFTERWARDS SO BACK-OUT LINES CAN BE APPENDED TO IT.
      *================================================================
       2000-FOLD-JOURNAL.
           IF Ck-Eof
               GO TO 2000-EXIT
           END-IF
           PERFORM WITH TEST AFTER UNTIL Ck-Eof
               READ Regi-Form
                   AT END
                       MOVE 'Y' TO Ck-Eof-Sw
                   NOT AT END
                       PERFORM 2100-FOLD-ONE-LINE THRU 2100-EXIT
               END-READ
           END-PERFORM
           CLOSE Regi-Form
           MOVE 'N' TO Ck-Journal-Open-Sw.
       2000-EXIT.
           EXIT.

       2100-FOLD-ONE-LINE.
           IF Regi-Type-Sisaccept OR Regi-Type-Sisreject
               GO TO 2100-EXIT
           END-IF
           IF Ck-Oldest-Ts = SPACES
              OR Regi-Timestamp < Ck-Oldest-Ts
               MOVE Regi-Timestamp TO Ck-Oldest-Ts
           END-IF
           MOVE 'N' TO Ck-Found-Sw
           PERFORM 2200-FIND-TRANSACTION THRU 2200-EXIT
               VARYING Ck-Trans-Sub FROM 1 BY 1
               UNTIL Ck-Trans-Sub > Ck-Trans-Count OR Ck-Trans-Found
           IF NOT Ck-Trans-Found
               IF Ck-Trans-Count < 2000
                   ADD 1 TO Ck-Trans-Count
                   MOVE Ck-Trans-Count TO Ck-Hit-Sub
                   PERFORM 2150-START-TRANSACTION THRU 2150-EXIT
               ELSE
                   MOVE 'Y' TO Ck-Overflow-Sw
                   GO TO 2100-EXIT
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN Regi-Type-Course
                   MOVE Regi-Code TO Ck-Tr-Course (Ck-Hit-Sub)
                   MOVE "Y" TO Ck-Tr-Has-Course (Ck-Hit-Sub)
               WHEN Regi-Type-Section
                   MOVE Regi-Code TO Ck-Tr-Section (Ck-Hit-Sub)
                   MOVE "SECTION" TO Ck-Tr-Slot (Ck-Hit-Sub)
                   MOVE "Y" TO Ck-Tr-Has-Slot (Ck-Hit-Sub)
               WHEN Regi-Type-Waitlist
                   MOVE Regi-Code TO Ck-Tr-Section (Ck-Hit-Sub)
                   MOVE "WAITLIST" TO Ck-Tr-Slot (Ck-Hit-Sub)
                   MOVE "Y" TO Ck-Tr-Has-Slot (Ck-Hit-Sub)
               WHEN Regi-Type-Semester
                   MOVE Regi-Code (1:5) TO Ck-Tr-Term (Ck-Hit-Sub)
                   MOVE "Y" TO Ck-Tr-Has-Semester (Ck-Hit-Sub)
               WHEN Regi-Type-Qualified
                   MOVE "Y" TO Ck-Tr-Qualified (Ck-Hit-Sub)
                   MOVE "Y" TO Ck-Tr-Has-Qualify (Ck-Hit-Sub)
               WHEN Regi-Type-Notqualify
                   MOVE "N" TO Ck-Tr-Qualified (Ck-Hit-Sub)
                   MOVE "Y" TO Ck-Tr-Has-Qualify (Ck-Hit-Sub)
               WHEN Regi-Type-Assess
                   MOVE "Y" TO Ck-Tr-Has-Assess (Ck-Hit-Sub)
                   IF Regi-Value (1:9) IS NUMERIC
                       MOVE Regi-Value (1:9)
                           TO Ck-Tr-Assess-Cents (Ck-Hit-Sub)
                   END-IF
                   IF Regi-Value (10:9) IS NUMERIC
                       MOVE Regi-Value (10:9)
                           TO Ck-Tr-Grant-Cents (Ck-Hit-Sub)
                   END-IF
               WHEN Regi-Type-Drop
                   MOVE "Y" TO Ck-Tr-Has-Drop (Ck-Hit-Sub)
                   IF Regi-Value (11:10) = "BACKED OUT"
                       MOVE "Y" TO Ck-Tr-Backed-Out (Ck-Hit-Sub)
                   END-IF
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       2150-START-TRANSACTION.
           MOVE Regi-Control-No TO Ck-Tr-Ctl (Ck-Hit-Sub)
           MOVE Regi-Student-Id TO Ck-Tr-Id (Ck-Hit-Sub)
           MOVE Regi-Timestamp  TO Ck-Tr-Timestamp (Ck-Hit-Sub)
           MOVE SPACES TO Ck-Tr-Course (Ck-Hit-Sub)
           MOVE SPACES TO Ck-Tr-Term (Ck-Hit-Sub)
           MOVE SPACES TO Ck-Tr-Section (Ck-Hit-Sub)
           MOVE SPACES TO Ck-Tr-Slot (Ck-Hit-Sub)
           MOVE SPACE  TO Ck-Tr-Qualified (Ck-Hit-Sub)
           MOVE ZERO   TO Ck-Tr-Assess-Cents (Ck-Hit-Sub)
           MOVE ZERO   TO Ck-Tr-Grant-Cents (Ck-Hit-Sub)
           MOVE "N"    TO Ck-Tr-Has-Course (Ck-Hit-Sub)
           MOVE "N"    TO Ck-Tr-Has-Slot (Ck-Hit-Sub)
           MOVE "N"    TO Ck-Tr-Has-Semester (Ck-Hit-Sub)
           MOVE "N"    TO Ck-Tr-Has-Qualify (Ck-Hit-Sub)
           MOVE "N"    TO Ck-Tr-Has-Assess (Ck-Hit-Sub)
           MOVE "N"    TO Ck-Tr-Has-Drop (Ck-Hit-Sub)
           MOVE "N"    TO Ck-Tr-Backed-Out (Ck-Hit-Sub).
       2150-EXIT.
           EXIT.

       2200-FIND-TRANSACTION.
           IF Regi-Control-No = Ck-Tr-Ctl (Ck-Trans-Sub)
              AND Regi-Student-Id = Ck-Tr-Id (Ck-Trans-Sub)
               MOVE 'Y' TO Ck-Found-Sw
               MOVE Ck-Trans-Sub TO Ck-Hit-Sub
           END-IF.
       2200-EXIT.
           EXIT.

      *================================================================
      * 3000-CHECK-TRANSACTIONS -- CLASSIFY EVERY ENROLLMENT COMMIT
      *   ON THE JOURNAL.  BACK-OUT DROP LINES ARE APPENDED AS THEY
      *   ARE NEEDED, SO THE JOURNAL IS OPENED FOR EXTEND HERE IN
      *   CORRECTION MODE.
      *================================================================
       3000-CHECK-TRANSACTIONS.
           IF Ck-Correct-Mode AND Ck-Trans-Count > ZERO
               OPEN EXTEND Regi-Form
               IF Ck-Regi-Status = "00"
                   MOVE 'Y' TO Ck-Journal-Open-Sw
               ELSE
                   DISPLAY "WARNING: the journal could not be opened "
                       "for the back-out lines (status "
                       Ck-Regi-Status ") -- nothing will be backed "
                       "out."
               END-IF
           END-IF
           PERFORM 3100-CHECK-ONE-TRANSACTION THRU 3100-EXIT
               VARYING Ck-Trans-Sub FROM 1 BY 1
               UNTIL Ck-Trans-Sub > Ck-Trans-Count
           IF Ck-Journal-Open
               CLOSE Regi-Form
               MOVE 'N' TO Ck-Journal-Open-Sw
           END-IF.
       3000-EXIT.
           EXIT.

      *================================================================
      * 3100-CHECK-ONE-TRANSACTION -- A DROP, TRANSFER OR SIS LINE
      *   WITH NO ENROLLMENT LINES IS NOT A COMMIT AND IS PASSED
      *   OVER, AS IS A TRANSACTION AN EARLIER RUN BACKED OUT.  A
      *   COMPLETE ENTRY WHOSE MASTER ROW CARRIES ITS CONTROL NUMBER
      *   (OR THAT WAS LATER DROPPED) IS CLEAN.
      *================================================================
       3100-CHECK-ONE-TRANSACTION.
           IF Ck-Tr-Has-Course (Ck-Trans-Sub) = "N"
              AND Ck-Tr-Has-Slot (Ck-Trans-Sub) = "N"
              AND Ck-Tr-Has-Semester (Ck-Trans-Sub) = "N"
              AND Ck-Tr-Has-Qualify (Ck-Trans-Sub) = "N"
              AND Ck-Tr-Has-Assess (Ck-Trans-Sub) = "N"
               GO TO 3100-EXIT
           END-IF
           IF Ck-Tr-Backed-Out (Ck-Trans-Sub) = "Y"
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO Ck-Checked-Count
           PERFORM 3150-READ-OWN-ROW THRU 3150-EXIT
           MOVE SPACES TO Ck-Missing-Text
           MOVE 1 TO Ck-Ptr
           IF Ck-Tr-Has-Course (Ck-Trans-Sub) = "N"
               STRING "COURSE " DELIMITED BY SIZE
                   INTO Ck-Missing-Text WITH POINTER Ck-Ptr
           END-IF
           IF Ck-Tr-Has-Slot (Ck-Trans-Sub) = "N"
               STRING "SECTION/WAITLIST " DELIMITED BY SIZE
                   INTO Ck-Missing-Text WITH POINTER Ck-Ptr
           END-IF
           IF Ck-Tr-Has-Semester (Ck-Trans-Sub) = "N"
               STRING "SEMESTER " DELIMITED BY SIZE
                   INTO Ck-Missing-Text WITH POINTER Ck-Ptr
           END-IF
           IF Ck-Tr-Has-Qualify (Ck-Trans-Sub) = "N"
               STRING "QUALIFIED " DELIMITED BY SIZE
                   INTO Ck-Missing-Text WITH POINTER Ck-Ptr
           END-IF
           IF Ck-Tr-Has-Assess (Ck-Trans-Sub) = "N"
               STRING "ASSESS " DELIMITED BY SIZE
                   INTO Ck-Missing-Text WITH POINTER Ck-Ptr
           END-IF
           IF NOT Ck-Own-Row AND Ck-Tr-Has-Drop (Ck-Trans-Sub) = "N"
               STRING "MASTER-ROW" DELIMITED BY SIZE
                   INTO Ck-Missing-Text WITH POINTER Ck-Ptr
           END-IF
           IF Ck-Missing-Text = SPACES
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO Ck-Found-Count
      *THE MASTER ROW IS THE LAST THING A COMMIT WRITES, SO ONE THAT
      *CARRIES THIS CONTROL NUMBER (OR A LATER DROP OF IT) MEANS THE
      *COMMIT FINISHED AND ONLY JOURNAL LINES WENT MISSING.  A FULL
      *JOURNAL ENTRY IS FINISHED UNLESS THE STUDENT HAS SINCE
      *ENROLLED AGAIN UNDER A NEWER NUMBER; ANYTHING ELSE NEVER
      *COMPLETED AND IS BACKED OUT.
           EVALUATE TRUE
               WHEN Ck-Own-Row
                   MOVE "REVIEW" TO Ck-Action
               WHEN Ck-Tr-Has-Drop (Ck-Trans-Sub) = "Y"
                   MOVE "REVIEW" TO Ck-Action
               WHEN Ck-Tr-Has-Course (Ck-Trans-Sub) = "Y"
                AND Ck-Tr-Has-Slot (Ck-Trans-Sub) = "Y"
                AND Ck-Tr-Has-Semester (Ck-Trans-Sub) = "Y"
                AND Ck-Tr-Has-Qualify (Ck-Trans-Sub) = "Y"
                AND Ck-Tr-Has-Assess (Ck-Trans-Sub) = "Y"
                AND (NOT Ck-Em-Found
                     OR EM-Control-No < Ck-Tr-Ctl (Ck-Trans-Sub))
                   MOVE "FINISH" TO Ck-Action
               WHEN OTHER
                   MOVE "BACK OUT" TO Ck-Action
           END-EVALUATE
           MOVE SPACES TO Check-Line
           WRITE Check-Line
           MOVE SPACES TO Check-Line
           STRING "CONTROL NO " Ck-Tr-Ctl (Ck-Trans-Sub)
                  "  STUDENT " Ck-Tr-Id (Ck-Trans-Sub)
                  "  COURSE " Ck-Tr-Course (Ck-Trans-Sub)
                  "  TERM " Ck-Tr-Term (Ck-Trans-Sub)
               DELIMITED BY SIZE INTO Check-Line
           WRITE Check-Line
           MOVE SPACES TO Check-Line
           STRING "  MISSING : " Ck-Missing-Text
               DELIMITED BY SIZE INTO Check-Line
           WRITE Check-Line
           EVALUATE TRUE
               WHEN Ck-Act-Review
                   ADD 1 TO Ck-Review-Count
                   MOVE "  ACTION  : REVIEW -- THE COMMIT FINISHED; "
                       & "NOT CHANGED" TO Check-Line
                   WRITE Check-Line
               WHEN NOT Ck-Correct-Mode
                   MOVE SPACES TO Check-Line
                   STRING "  ACTION  : " Ck-Action
                          " (RUN IN CORRECTION MODE)"
                       DELIMITED BY SIZE INTO Check-Line
                   WRITE Check-Line
               WHEN Ck-Act-Finish
                   PERFORM 3300-FINISH-TRANSACTION THRU 3300-EXIT
               WHEN OTHER
                   PERFORM 3400-BACK-OUT-TRANSACTION THRU 3400-EXIT
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      *================================================================
      * 3150-READ-OWN-ROW -- THE MASTER ROW FOR THE TRANSACTION'S
      *   KEY, AND WHETHER IT IS THIS TRANSACTION'S OWN
      *================================================================
       3150-READ-OWN-ROW.
           MOVE 'N' TO Ck-Em-Found-Sw
           MOVE 'N' TO Ck-Own-Row-Sw
           IF Ck-Tr-Course (Ck-Trans-Sub) = SPACES
              OR Ck-Tr-Term (Ck-Trans-Sub) = SPACES
               GO TO 3150-EXIT
           END-IF
           MOVE Ck-Tr-Id (Ck-Trans-Sub)     TO EM-Student-Id
           MOVE Ck-Tr-Course (Ck-Trans-Sub) TO EM-Course-Code
           MOVE Ck-Tr-Term (Ck-Trans-Sub)   TO EM-Term
           READ Enrollment-Master-File
               INVALID KEY
                   GO TO 3150-EXIT
           END-READ
           MOVE 'Y' TO Ck-Em-Found-Sw
           IF EM-Control-No = Ck-Tr-Ctl (Ck-Trans-Sub)
               MOVE 'Y' TO Ck-Own-Row-Sw
           END-IF.
       3150-EXIT.
           EXIT.

      *================================================================
      * 3300-FINISH-TRANSACTION -- WRITE THE MISSING MASTER ROW FROM
      *   THE JOURNAL, AS THE COMMIT WOULD HAVE.  AN OLDER ROW FOR
      *   THE SAME KEY (A DROPPED EARLIER ENROLLMENT) IS REWRITTEN.
      *================================================================
       3300-FINISH-TRANSACTION.
           MOVE Ck-Tr-Id (Ck-Trans-Sub)        TO EM-Student-Id
           MOVE Ck-Tr-Course (Ck-Trans-Sub)    TO EM-Course-Code
           MOVE Ck-Tr-Term (Ck-Trans-Sub)      TO EM-Term
           MOVE Ck-Tr-Ctl (Ck-Trans-Sub)       TO EM-Control-No
           MOVE Ck-Tr-Timestamp (Ck-Trans-Sub) TO EM-Timestamp
           MOVE Ck-Tr-Section (Ck-Trans-Sub)   TO EM-Section-Code
           MOVE Ck-Tr-Slot (Ck-Trans-Sub)      TO EM-Slot-Type
           MOVE Ck-Tr-Qualified (Ck-Trans-Sub) TO EM-Qualified-Sw
           MOVE "A"                            TO EM-Status
           COMPUTE EM-Assessed-Amt =
               Ck-Tr-Assess-Cents (Ck-Trans-Sub) / 100
           MOVE ZERO                           TO EM-Final-Grade
           IF Ck-Em-Found
               REWRITE ENROLLMENT-MASTER-RECORD
           ELSE
               WRITE ENROLLMENT-MASTER-RECORD
           END-IF
           IF Ck-Enrlmast-Status NOT = "00"
               MOVE SPACES TO Check-Line
               STRING "  ACTION  : FINISH FAILED -- MASTER WRITE "
                      "STATUS " Ck-Enrlmast-Status
                   DELIMITED BY SIZE INTO Check-Line
               WRITE Check-Line
               GO TO 3300-EXIT
           END-IF
           ADD 1 TO Ck-Finished-Count
           MOVE "  ACTION  : FINISHED -- MASTER ROW WRITTEN FROM THE "
               & "JOURNAL" TO Check-Line
           WRITE Check-Line
           MOVE "FINISH"   TO Ck-Audit-Action
           MOVE "ENRLMAST" TO Ck-Audit-File
           MOVE EM-Key     TO Ck-Audit-Key
           MOVE SPACES     TO Ck-Audit-Before
           MOVE SPACES     TO Ck-Audit-After
           STRING "CTL " EM-Control-No " " EM-Slot-Type
               DELIMITED BY SIZE INTO Ck-Audit-After
           PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT.
       3300-EXIT.
           EXIT.

      *================================================================
      * 3400-BACK-OUT-TRANSACTION -- UNDO WHAT THE COMMIT GOT DONE
      *   BEFORE IT STOPPED.  THE SEAT WAS RESERVED BEFORE THE FIRST
      *   JOURNAL LINE, SO IT IS ALWAYS RELEASED; WHEN THE SECTION
      *   OR WAITLIST LINE IS MISSING, THE QUEUE ROW CARRYING THE
      *   CONTROL NUMBER NAMES THE SECTION, AND FAILING THAT THE
      *   SEAT COUNTER IS LEFT FOR THE SEAT RECONCILIATION (WHICH
      *   SKIPS THE BACKED-OUT TRANSACTION WHEN IT RECOUNTS).
      *================================================================
       3400-BACK-OUT-TRANSACTION.
           IF NOT Ck-Journal-Open
               MOVE "  ACTION  : BACK OUT NOT DONE -- JOURNAL NOT "
                   & "OPEN" TO Check-Line
               WRITE Check-Line
               GO TO 3400-EXIT
           END-IF
           MOVE Ck-Tr-Section (Ck-Trans-Sub) TO Ck-Bo-Section
           MOVE Ck-Tr-Slot (Ck-Trans-Sub)    TO Ck-Bo-Slot
           PERFORM 3500-CANCEL-QUEUE-ROW THRU 3500-EXIT
           PERFORM 3600-RELEASE-SEAT THRU 3600-EXIT
           PERFORM 3700-GIVE-BACK-GRANT THRU 3700-EXIT
           IF Ck-Tr-Has-Assess (Ck-Trans-Sub) = "Y"
              AND Ck-Tr-Assess-Cents (Ck-Trans-Sub) > ZERO
               COMPUTE Ck-Assess-Amt =
                   Ck-Tr-Assess-Cents (Ck-Trans-Sub) / 100
               MOVE Ck-Assess-Amt TO Ck-Amt-Display
               MOVE SPACES TO Check-Line
               STRING "  NOTE    : ASSESSMENT OF " Ck-Amt-Display
                      " WAS JOURNALED -- THE GL EXTRACT REVERSES IT"
                   DELIMITED BY SIZE INTO Check-Line
               WRITE Check-Line
           END-IF
           PERFORM 3450-BUILD-TIMESTAMP THRU 3450-EXIT
           MOVE Ck-Tr-Ctl (Ck-Trans-Sub) TO Regi-Control-No
           MOVE Ck-Tr-Id (Ck-Trans-Sub)  TO Regi-Student-Id
           MOVE Ck-Now-Timestamp         TO Regi-Timestamp
           MOVE "DROP"                   TO Regi-Type
           MOVE Ck-Bo-Section            TO Regi-Code
           MOVE SPACES                   TO Regi-Value
           MOVE Ck-Bo-Slot               TO Regi-Value (1:10)
           MOVE "BACKED OUT"             TO Regi-Value (11:10)
           WRITE Regi-Info
           IF Ck-Regi-Status NOT = "00"
               MOVE SPACES TO Check-Line
               STRING "  ACTION  : BACK-OUT LINE NOT WRITTEN -- "
                      "STATUS " Ck-Regi-Status
                   DELIMITED BY SIZE INTO Check-Line
               WRITE Check-Line
               GO TO 3400-EXIT
           END-IF
           ADD 1 TO Ck-Backout-Count
           MOVE "  ACTION  : BACKED OUT -- DROP LINE WRITTEN TO THE "
               & "JOURNAL" TO Check-Line
           WRITE Check-Line.
       3400-EXIT.
           EXIT.

       3450-BUILD-TIMESTAMP.
           ACCEPT Ck-Now-Time FROM TIME
           MOVE SPACES TO Ck-Now-Timestamp
           STRING Ck-Today Ck-Now-Time (1:6)
               DELIMITED BY SIZE INTO Ck-Now-Timestamp.
       3450-EXIT.
           EXIT.

      *================================================================
      * 3500-CANCEL-QUEUE-ROW -- A WAITLISTED COMMIT WROTE ITS QUEUE
      *   ROW BEFORE THE JOURNAL.  THE ROW IS FOUND BY CONTROL NUMBER
      *   AND STUDENT (IT ALSO SUPPLIES THE SECTION WHEN THE JOURNAL
      *   NEVER GOT THAT FAR) AND IS CANCELLED, KEEPING ITS SLOT.
      *================================================================
       3500-CANCEL-QUEUE-ROW.
           IF NOT Ck-Waitl-Open
               GO TO 3500-EXIT
           END-IF
           IF Ck-Bo-Slot NOT = SPACES AND NOT Ck-Bo-Waitlist
               GO TO 3500-EXIT
           END-IF
           MOVE 'N' TO Ck-Wl-Done-Sw
           MOVE 'N' TO Ck-Wl-Hit-Sw
           MOVE LOW-VALUES TO WL-Key
           START Waitlist-File KEY IS NOT LESS THAN WL-Key
               INVALID KEY
                   MOVE 'Y' TO Ck-Wl-Done-Sw
           END-START
           PERFORM 3510-FIND-QUEUE-ROW THRU 3510-EXIT
               UNTIL Ck-Wl-Done
           IF NOT Ck-Wl-Hit
               GO TO 3500-EXIT
           END-IF
           MOVE WL-Section-Code TO Ck-Bo-Section
           MOVE "WAITLIST"      TO Ck-Bo-Slot
           IF NOT WL-Status-Active
               GO TO 3500-EXIT
           END-IF
           MOVE "C" TO WL-Status
           REWRITE WAITLIST-RECORD
           IF Ck-Waitl-Status NOT = "00"
               MOVE SPACES TO Check-Line
               STRING "  NOTE    : QUEUE ROW NOT CANCELLED -- STATUS "
                      Ck-Waitl-Status
                   DELIMITED BY SIZE INTO Check-Line
               WRITE Check-Line
               GO TO 3500-EXIT
           END-IF
           MOVE SPACES TO Check-Line
           STRING "  NOTE    : WAITLIST QUEUE ROW " WL-Section-Code
                  " POSITION " WL-Position " CANCELLED"
               DELIMITED BY SIZE INTO Check-Line
           WRITE Check-Line
           MOVE "CANCEL"   TO Ck-Audit-Action
           MOVE "WAITLIST" TO Ck-Audit-File
           MOVE WL-Key     TO Ck-Audit-Key
           MOVE SPACES     TO Ck-Audit-Before
           STRING "A " WL-Student-Id " " WL-Control-No
               DELIMITED BY SIZE INTO Ck-Audit-Before
           MOVE SPACES     TO Ck-Audit-After
           STRING "C " WL-Student-Id " " WL-Control-No
               DELIMITED BY SIZE INTO Ck-Audit-After
           PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT.
       3500-EXIT.
           EXIT.

       3510-FIND-QUEUE-ROW.
           READ Waitlist-File NEXT
               AT END
                   MOVE 'Y' TO Ck-Wl-Done-Sw
                   GO TO 3510-EXIT
           END-READ
           IF WL-Control-No = Ck-Tr-Ctl (Ck-Trans-Sub)
              AND WL-Student-Id = Ck-Tr-Id (Ck-Trans-Sub)
               MOVE 'Y' TO Ck-Wl-Hit-Sw
               MOVE 'Y' TO Ck-Wl-Done-Sw
           END-IF.
       3510-EXIT.
           EXIT.

      *================================================================
      * 3600-RELEASE-SEAT -- GIVE BACK THE SEAT OR WAITLIST COUNT THE
      *   COMMIT TOOK, NEVER TAKING A COUNTER BELOW ZERO
      *================================================================
       3600-RELEASE-SEAT.
           IF Ck-Bo-Section = SPACES
               MOVE "  NOTE    : SECTION UNKNOWN -- SEAT COUNTER LEFT "
                   & "TO SEAT RECONCILIATION" TO Check-Line
               WRITE Check-Line
               GO TO 3600-EXIT
           END-IF
           IF NOT Ck-Sectcap-Open
               GO TO 3600-EXIT
           END-IF
           MOVE Ck-Bo-Section TO SC-Section-Code
           READ Section-Capacity-File
               INVALID KEY
                   MOVE SPACES TO Check-Line
                   STRING "  NOTE    : SECTION " Ck-Bo-Section
                          " NOT ON FILE -- NO SEAT RELEASED"
                       DELIMITED BY SIZE INTO Check-Line
                   WRITE Check-Line
                   GO TO 3600-EXIT
           END-READ
           MOVE SC-Seats-Taken    TO Ck-Seats-Before
           MOVE SC-Waitlist-Count TO Ck-Waitl-Before
           IF Ck-Bo-Waitlist
               IF SC-Waitlist-Count > ZERO
                   SUBTRACT 1 FROM SC-Waitlist-Count
               END-IF
           ELSE
               IF SC-Seats-Taken > ZERO
                   SUBTRACT 1 FROM SC-Seats-Taken
               END-IF
           END-IF
           REWRITE SECTION-CAPACITY-RECORD
           IF Ck-Sectcap-Status NOT = "00"
               MOVE SPACES TO Check-Line
               STRING "  NOTE    : SEAT NOT RELEASED -- STATUS "
                      Ck-Sectcap-Status
                   DELIMITED BY SIZE INTO Check-Line
               WRITE Check-Line
               GO TO 3600-EXIT
           END-IF
           MOVE SPACES TO Check-Line
           STRING "  NOTE    : " Ck-Bo-Slot " SLOT RELEASED IN "
                  Ck-Bo-Section
               DELIMITED BY SIZE INTO Check-Line
           WRITE Check-Line
           MOVE "BACKOUT"  TO Ck-Audit-Action
           MOVE "SECTCAP"  TO Ck-Audit-File
           MOVE SC-Section-Code TO Ck-Audit-Key
           MOVE SPACES     TO Ck-Audit-Before
           STRING "SEATS " Ck-Seats-Before " WAITL " Ck-Waitl-Before
               DELIMITED BY SIZE INTO Ck-Audit-Before
           MOVE SPACES     TO Ck-Audit-After
           STRING "SEATS " SC-Seats-Taken " WAITL " SC-Waitlist-Count
               DELIMITED BY SIZE INTO Ck-Audit-After
           PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT.
       3600-EXIT.
           EXIT.

      *================================================================
      * 3700-GIVE-BACK-GRANT -- THE ASSESSMENT CHARGED THE GRANT
      *   BEFORE THE JOURNAL WAS WRITTEN.  WHEN THE ASSESS LINE MADE
      *   IT, IT SAYS HOW MUCH AND THE RUNNING TOTAL IS RESTORED;
      *   WITHOUT IT THE AMOUNT IS UNKNOWN, SO AN ACTIVE GRANT FOR
      *   THE TERM IS FLAGGED FOR THE BUSINESS OFFICE INSTEAD.
      *================================================================
       3700-GIVE-BACK-GRANT.
           IF NOT Ck-Grants-Open
              OR Ck-Tr-Term (Ck-Trans-Sub) = SPACES
               GO TO 3700-EXIT
           END-IF
           MOVE Ck-Tr-Id (Ck-Trans-Sub)   TO GT-Student-Id
           MOVE Ck-Tr-Term (Ck-Trans-Sub) TO GT-Term
           READ Grant-File
               INVALID KEY
                   GO TO 3700-EXIT
           END-READ
           IF Ck-Tr-Has-Assess (Ck-Trans-Sub) = "N"
               IF GT-Active
                   MOVE "  NOTE    : GRANT MAY HAVE BEEN CHARGED -- "
                       & "BUSINESS OFFICE TO REVIEW" TO Check-Line
                   WRITE Check-Line
               END-IF
               GO TO 3700-EXIT
           END-IF
           IF Ck-Tr-Grant-Cents (Ck-Trans-Sub) = ZERO
               GO TO 3700-EXIT
           END-IF
           COMPUTE Ck-Grant-Amt = Ck-Tr-Grant-Cents (Ck-Trans-Sub) / 100
           MOVE SPACES TO Ck-Audit-Before
           MOVE GT-Amount-Used TO Ck-Amt-Display
           STRING "USED " Ck-Amt-Display
               DELIMITED BY SIZE INTO Ck-Audit-Before
           IF GT-Amount-Used > Ck-Grant-Amt
               SUBTRACT Ck-Grant-Amt FROM GT-Amount-Used
           ELSE
               MOVE ZERO TO GT-Amount-Used
           END-IF
           REWRITE GRANT-RECORD
           IF Ck-Grant-Status NOT = "00"
               MOVE SPACES TO Check-Line
               STRING "  NOTE    : GRANT TOTAL NOT RESTORED -- STATUS "
                      Ck-Grant-Status
                   DELIMITED BY SIZE INTO Check-Line
               WRITE Check-Line
               GO TO 3700-EXIT
           END-IF
           MOVE Ck-Grant-Amt TO Ck-Amt-Display
           MOVE SPACES TO Check-Line
           STRING "  NOTE    : GRANT OF " Ck-Amt-Display
                  " GIVEN BACK TO THE TERM ALLOWANCE"
               DELIMITED BY SIZE INTO Check-Line
           WRITE Check-Line
           MOVE "BACKOUT"  TO Ck-Audit-Action
           MOVE "GRANTMST" TO Ck-Audit-File
           MOVE GT-Key     TO Ck-Audit-Key
           MOVE SPACES     TO Ck-Audit-After
           MOVE GT-Amount-Used TO Ck-Amt-Display
           STRING "USED " Ck-Amt-Display
               DELIMITED BY SIZE INTO Ck-Audit-After
           PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT.
       3700-EXIT.
           EXIT.

      *================================================================
      * 4000-CHECK-QUEUE-ROWS -- A COMMIT THAT STOPPED BETWEEN THE
      *   WAITLIST QUEUE WRITE AND ITS FIRST JOURNAL LINE LEAVES A
      *   LIVE QUEUE ROW NO JOURNAL ENTRY KNOWS ABOUT.  ROWS OLDER
      *   THAN THE JOURNAL ITSELF BELONG TO ARCHIVED TERMS AND ARE
      *   LEFT ALONE.  (A SEAT TAKEN THAT WAY LEAVES NO TRACE BUT THE
      *   COUNTER, WHICH THE SEAT RECONCILIATION REPAIRS.)
      *================================================================
       4000-CHECK-QUEUE-ROWS.
           IF NOT Ck-Waitl-Open
               GO TO 4000-EXIT
           END-IF
           MOVE 'N' TO Ck-Wl-Done-Sw
           MOVE LOW-VALUES TO WL-Key
           START Waitlist-File KEY IS NOT LESS THAN WL-Key
               INVALID KEY
                   MOVE 'Y' TO Ck-Wl-Done-Sw
           END-START
           PERFORM 4100-CHECK-ONE-QUEUE-ROW THRU 4100-EXIT
               UNTIL Ck-Wl-Done.
       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-QUEUE-ROW.
           READ Waitlist-File NEXT
               AT END
                   MOVE 'Y' TO Ck-Wl-Done-Sw
                   GO TO 4100-EXIT
           END-READ
           IF NOT WL-Status-Active
               GO TO 4100-EXIT
           END-IF
           IF Ck-Oldest-Ts NOT = SPACES
              AND WL-Timestamp < Ck-Oldest-Ts
               GO TO 4100-EXIT
           END-IF
           MOVE 'N' TO Ck-Found-Sw
           PERFORM 4200-MATCH-QUEUE-ROW THRU 4200-EXIT
               VARYING Ck-Trans-Sub FROM 1 BY 1
               UNTIL Ck-Trans-Sub > Ck-Trans-Count OR Ck-Trans-Found
           IF Ck-Trans-Found
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO Ck-Orphan-Count
           MOVE SPACES TO Check-Line
           WRITE Check-Line
           MOVE SPACES TO Check-Line
           STRING "CONTROL NO " WL-Control-No
                  "  STUDENT " WL-Student-Id
                  "  QUEUE " WL-Section-Code " POS " WL-Position
               DELIMITED BY SIZE INTO Check-Line
           WRITE Check-Line
           MOVE "  MISSING : EVERY JOURNAL LINE AND THE MASTER ROW"
               TO Check-Line
           WRITE Check-Line
           IF NOT Ck-Correct-Mode
               MOVE "  ACTION  : BACK OUT (RUN IN CORRECTION MODE)"
                   TO Check-Line
               WRITE Check-Line
               GO TO 4100-EXIT
           END-IF
           MOVE "C" TO WL-Status
           REWRITE WAITLIST-RECORD
           IF Ck-Waitl-Status NOT = "00"
               MOVE SPACES TO Check-Line
               STRING "  ACTION  : QUEUE ROW NOT CANCELLED -- STATUS "
                      Ck-Waitl-Status
                   DELIMITED BY SIZE INTO Check-Line
               WRITE Check-Line
               GO TO 4100-EXIT
           END-IF
           MOVE "CANCEL"   TO Ck-Audit-Action
           MOVE "WAITLIST" TO Ck-Audit-File
           MOVE WL-Key     TO Ck-Audit-Key
           MOVE SPACES     TO Ck-Audit-Before
           STRING "A " WL-Student-Id " " WL-Control-No
               DELIMITED BY SIZE INTO Ck-Audit-Before
           MOVE SPACES     TO Ck-Audit-After
           STRING "C " WL-Student-Id " " WL-Control-No
               DELIMITED BY SIZE INTO Ck-Audit-After
           PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT
           MOVE WL-Section-Code TO Ck-Bo-Section
           MOVE "WAITLIST"      TO Ck-Bo-Slot
           PERFORM 3600-RELEASE-SEAT THRU 3600-EXIT
           ADD 1 TO Ck-Backout-Count
           MOVE "  ACTION  : BACKED OUT -- QUEUE ROW CANCELLED"
               TO Check-Line
           WRITE Check-Line.
       4100-EXIT.
           EXIT.

       4200-MATCH-QUEUE-ROW.
           IF WL-Control-No = Ck-Tr-Ctl (Ck-Trans-Sub)
              AND WL-Student-Id = Ck-Tr-Id (Ck-Trans-Sub)
               MOVE 'Y' TO Ck-Found-Sw
           END-IF.
       4200-EXIT.
           EXIT.

      *================================================================
      * 5000-PRINT-TOTALS -- REPORT TRAILER AND CONSOLE SUMMARY
      *================================================================
       5000-PRINT-TOTALS.
           MOVE SPACES TO Check-Line
           WRITE Check-Line
           MOVE "================================================"
               TO Check-Line
           WRITE Check-Line
           MOVE Ck-Checked-Count TO Ck-Count-Display
           MOVE SPACES TO Check-Line
           STRING "TRANSACTIONS CHECKED  : " Ck-Count-Display
               DELIMITED BY SIZE INTO Check-Line
           WRITE Check-Line
           MOVE Ck-Found-Count TO Ck-Count-Display
           MOVE SPACES TO Check-Line
           STRING "HALF-WRITTEN FOUND    : " Ck-Count-Display
               DELIMITED BY SIZE INTO Check-Line
           WRITE Check-Line
           MOVE Ck-Orphan-Count TO Ck-Count-Display
           MOVE SPACES TO Check-Line
           STRING "ORPHAN QUEUE ROWS     : " Ck-Count-Display
               DELIMITED BY SIZE INTO Check-Line
           WRITE Check-Line
           MOVE Ck-Finished-Count TO Ck-Count-Display
           MOVE SPACES TO Check-Line
           STRING "FINISHED              : " Ck-Count-Display
               DELIMITED BY SIZE INTO Check-Line
           WRITE Check-Line
           MOVE Ck-Backout-Count TO Ck-Count-Display
           MOVE SPACES TO Check-Line
           STRING "BACKED OUT            : " Ck-Count-Display
               DELIMITED BY SIZE INTO Check-Line
           WRITE Check-Line
           MOVE Ck-Review-Count TO Ck-Count-Display
           MOVE SPACES TO Check-Line
           STRING "FOR REGISTRAR REVIEW  : " Ck-Count-Display
               DELIMITED BY SIZE INTO Check-Line
           WRITE Check-Line
           DISPLAY "Commit check complete: " Ck-Found-Count
               " half-written, " Ck-Orphan-Count " orphan queue, "
               Ck-Finished-Count " finished, " Ck-Backout-Count
               " backed out, " Ck-Review-Count " to review "
               "-- see cmtchk.txt".
       5000-EXIT.
           EXIT.

      *================================================================
      * 6000-STAMP-MARKER -- RECORD TODAY AS CHECKED SO THE
      *   REGISTRATION PROGRAM DOES NOT RUN THE CHECK AGAIN TODAY
      *================================================================
       6000-STAMP-MARKER.
           OPEN OUTPUT Marker-File
           IF Ck-Marker-Status NOT = "00"
               DISPLAY "WARNING: the check stamp could not be written "
                   "(status " Ck-Marker-Status ") -- the check will "
                   "run again at the next sign-on."
               GO TO 6000-EXIT
           END-IF
           MOVE Ck-Today TO Mk-Check-Date
           WRITE Marker-Record
           CLOSE Marker-File.
       6000-EXIT.
           EXIT.

      *================================================================
      * 8800-WRITE-AUDIT -- APPEND ONE CORRECTION TO THE AUDIT
      *   JOURNAL UNDER THE BATCH OPERATOR
      *================================================================
       8800-WRITE-AUDIT.
           ACCEPT Ck-Audit-Date FROM DATE YYYYMMDD
           ACCEPT Ck-Audit-Time FROM TIME
           OPEN EXTEND Audit-File
           IF Ck-Audit-Status = "35"
               OPEN OUTPUT Audit-File
               CLOSE Audit-File
               OPEN EXTEND Audit-File
           END-IF
           IF Ck-Audit-Status NOT = "00"
               DISPLAY "WARNING: the audit journal could not be "
                   "opened (status " Ck-Audit-Status ") -- this "
                   "action was NOT journaled."
               GO TO 8800-EXIT
           END-IF
           MOVE SPACES TO AU-Timestamp
           STRING Ck-Audit-Date Ck-Audit-Time (1:6)
               DELIMITED BY SIZE INTO AU-Timestamp
           MOVE "BATCH"          TO AU-Operator-Id
           MOVE "REGR"           TO AU-Office-Code
           MOVE "CMTCHK"         TO AU-Program-Id
           MOVE Ck-Audit-Action  TO AU-Action
           MOVE Ck-Audit-File    TO AU-File-Name
           MOVE Ck-Audit-Key     TO AU-Record-Key
           MOVE Ck-Audit-Before  TO AU-Before-Image
           MOVE Ck-Audit-After   TO AU-After-Image
           WRITE AUDIT-RECORD
           CLOSE Audit-File
           MOVE SPACES TO Ck-Audit-Before
           MOVE SPACES TO Ck-Audit-After.
       8800-EXIT.
           EXIT.

      *================================================================
      * 9999-TERMINATE -- CLOSE THE FILES AND STOP THE RUN
      *================================================================
       9999-TERMINATE.
           IF Ck-Journal-Open
               CLOSE Regi-Form
           END-IF
           CLOSE Enrollment-Master-File
           IF Ck-Sectcap-Open
               CLOSE Section-Capacity-File
           END-IF
           IF Ck-Waitl-Open
               CLOSE Waitlist-File
           END-IF
           IF Ck-Grants-Open
               CLOSE Grant-File
           END-IF
           CLOSE Check-Report
           STOP RUN.
       9999-EXIT.
           EXIT.
