      *                   WITH NO CALENDAR ON FILE YET THE THREE
      *                   FIXED SEMESTERS ARE OFFERED UNDER THE
      *                   CURRENT CALENDAR YEAR.
      *   10-15-2026 JRA  SCHOLARSHIP AND DISCOUNT GRANTS -- THE FEE
      *                   ASSESSMENT NOW APPLIES THE STUDENT'S GRANT
      *                   FOR THE TERM FROM THE GRANT MASTER
      *                   (GRANTMST.DAT), PRINTS IT AS ITS OWN LINE
      *                   ON THE STATEMENT OF ACCOUNT, AND CARRIES
      *                   IT ON THE JOURNAL'S ASSESS LINE.
      *   10-15-2026 JRA  THE FIRST SIGN-ON OF THE DAY RUNS THE COMMIT
      *                   INTEGRITY CHECK IN CORRECTION MODE BEFORE
      *                   ANY FILE IS OPENED, SO THE COUNTER NEVER
      *                   OPENS ON TOP OF A COMMIT LEFT HALF-WRITTEN
      *                   BY A CRASH.  THE CHECK'S STAMP FILE
      *                   (CMTCHK.CHK) SAYS WHETHER TODAY IS DONE.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-Term-Code
               FILE STATUS IS Reg-Termcal-Status.
      *SCHOLARSHIP AND DISCOUNT GRANTS, KEYED BY STUDENT + TERM
           SELECT Grant-File ASSIGN TO "grantmst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GT-Key
               FILE STATUS IS Reg-Grant-Status.
      *ONE-RECORD STAMP WRITTEN BY THE COMMIT INTEGRITY CHECK
           SELECT Check-Marker-File ASSIGN TO "cmtchk.chk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Reg-Chkmark-Status.

       DATA DIVISION.
       FILE SECTION.
           COPY GRADEREC.
       FD  Term-Calendar-File.
           COPY TERMCAL.
       FD  Grant-File.
           COPY GRANTMST.
       FD  Check-Marker-File.
       01  Check-Marker-Record.
           05  Mk-Check-Date           PIC 9(08).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
       01  Reg-Marker-Status           PIC X(02) VALUE SPACES.
       01  Reg-Grademast-Status        PIC X(02) VALUE SPACES.
       01  Reg-Termcal-Status          PIC X(02) VALUE SPACES.
       01  Reg-Grant-Status            PIC X(02) VALUE SPACES.
       01  Reg-Chkmark-Status          PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------
      * SWITCHES
           88  Reg-Grades-Open             VALUE 'Y'.
       01  Reg-Termcal-Open-Sw         PIC X VALUE 'N'.
           88  Reg-Termcal-Open            VALUE 'Y'.
       01  Reg-Grants-Open-Sw          PIC X VALUE 'N'.
           88  Reg-Grants-Open             VALUE 'Y'.
       01  Reg-Grd-Eof-Sw              PIC X VALUE 'N'.
           88  Reg-Grd-Eof                 VALUE 'Y'.
       01  Reg-Grade-Found-Sw          PIC X VALUE 'N'.

       01  Reg-Cert-Date-Display       PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------
      * DAILY COMMIT INTEGRITY CHECK -- RUN THROUGH THE SYSTEM SHELL
      * AT THE FIRST SIGN-ON OF A DAY
      *----------------------------------------------------------------
       01  Reg-Check-Command           PIC X(40)
               VALUE "./cmtchk CORRECT".

      *----------------------------------------------------------------
      * RECORDED-GRADE LOOKUP WORK FIELDS -- THE MOST RECENTLY POSTED
      * GRADE ON GRADEMAST.DAT IS THE STUDENT'S AUTHORITATIVE
               10  Reg-Fee-Name        PIC X(15).
               10  Reg-Fee-Amt         PIC 9(05)V99.
       01  Reg-Amt-Display             PIC Z(06)9.99.
      *THE STUDENT'S GRANT FOR THE TERM, IF ANY, AS APPLIED TO THIS
      *ENROLLMENT -- REG-ASSESS-TOTAL IS ALREADY NET OF IT.
       01  Reg-Grant-Amt               PIC 9(07)V99 VALUE ZERO.
       01  Reg-Grant-Cents             PIC 9(09) VALUE ZERO.
       01  Reg-Grant-Base              PIC 9(07)V99 VALUE ZERO.
       01  Reg-Grant-Name              PIC X(15) VALUE SPACES.
       01  Reg-Grant-Type              PIC X(01) VALUE SPACE.

      *----------------------------------------------------------------
      * WAITLIST QUEUE-SLOT ASSIGNMENT WORK FIELDS
       1000-INITIALIZE.
           DISPLAY X"1B" & "[2J"
           DISPLAY X"1B" & "[H"
           PERFORM 1050-DAILY-COMMIT-CHECK THRU 1050-EXIT
           OPEN I-O Student-Master-File
           IF Reg-Stumast-Status = "35"
               OPEN OUTPUT Student-Master-File
           IF Reg-Termcal-Status = "00"
               MOVE 'Y' TO Reg-Termcal-Open-Sw
           END-IF
      *THE GRANT MASTER BELONGS TO THE BUSINESS OFFICE -- NO GRANTS
      *AT ALL IS A NORMAL STATE (NO FILE YET).  IT IS OPENED I-O SO
      *A FIXED GRANT'S RUNNING TOTAL CAN BE UPDATED AT ASSESSMENT.
           OPEN I-O Grant-File
           IF Reg-Grant-Status = "00"
               MOVE 'Y' TO Reg-Grants-Open-Sw
           END-IF
      *THE MARKER ONLY EXISTS ONCE THE SIS ROSTER IMPORT HAS RUN --
      *UNTIL THEN THE ON-ROSTER FLAGS MEAN NOTHING AND NO UNKNOWN-ID
      *WARNING IS GIVEN.
       1000-EXIT.
           EXIT.

      *================================================================
      * 1050-DAILY-COMMIT-CHECK -- UNLESS THE CHECK'S STAMP ALREADY
      *   SAYS TODAY, RUN THE COMMIT INTEGRITY CHECK (CORRECTION
      *   MODE) BEFORE THIS PROGRAM OPENS ANYTHING.  THE CHECK
      *   STAMPS THE DATE ITSELF, SO A RUN THAT DID NOT FINISH IS
      *   TRIED AGAIN AT THE NEXT SIGN-ON.
      *================================================================
       1050-DAILY-COMMIT-CHECK.
           ACCEPT Reg-Current-Date FROM DATE YYYYMMDD
           OPEN INPUT Check-Marker-File
           IF Reg-Chkmark-Status = "00"
               READ Check-Marker-File
                   AT END
                       MOVE ZERO TO Mk-Check-Date
               END-READ
               CLOSE Check-Marker-File
               IF Mk-Check-Date = Reg-Current-Date
                   GO TO 1050-EXIT
               END-IF
           END-IF
           DISPLAY "First sign-on today -- checking for enrollments "
               "left half-finished..."
           CALL "SYSTEM" USING Reg-Check-Command
           IF RETURN-CODE NOT = ZERO
               DISPLAY " "
               DISPLAY X"1B" & "[31m"
                   "The commit check did not complete (return code "
                   RETURN-CODE ") -- tell the registrar before "
                   "taking enrollments.  It will run again at the "
                   "next sign-on."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
           END-IF
           MOVE ZERO TO RETURN-CODE.
       1050-EXIT.
           EXIT.

      *================================================================
      * 2000-IDENTIFY-STUDENT -- PROMPT FOR STUDENT ID/NAME AND
      *                           RECORD OR CONFIRM THE STUDENT MASTER
           MOVE SPACES             TO Regi-Value
           COMPUTE Reg-Assess-Cents = Reg-Assess-Total * 100
           MOVE Reg-Assess-Cents   TO Regi-Value (1:9)
           COMPUTE Reg-Grant-Cents = Reg-Grant-Amt * 100
           MOVE Reg-Grant-Cents    TO Regi-Value (10:9)
           MOVE Reg-Grant-Type     TO Regi-Value (19:1)
           WRITE Regi-Info
           PERFORM 7060-CHECK-REGI-WRITE THRU 7060-EXIT

      *   SCHEDULE THE REGISTRAR HAS NOT KEYED YET) ASSESSES ZERO --
      *   THE STATEMENT STILL PRINTS SO THE CASHIER CAN SEE THE
      *   SCHEDULE IS MISSING INSTEAD OF GUESSING FROM THE FEE CARD.
      *   THE STUDENT'S GRANT FOR THE TERM COMES OFF THE TOTAL LAST.
      *================================================================
       7080-ASSESS-FEES.
           MOVE ZERO TO Reg-Assess-Total
                   PERFORM 7086-LIFT-MISC-FEE THRU 7086-EXIT
                       VARYING Reg-Fee-Sub FROM 1 BY 1
                       UNTIL Reg-Fee-Sub > 5
           END-READ
           PERFORM 7090-APPLY-GRANT THRU 7090-EXIT.
       7080-EXIT.
           EXIT.

       7086-EXIT.
           EXIT.

      *================================================================
      * 7090-APPLY-GRANT -- DISCOUNT THIS ENROLLMENT BY THE STUDENT'S
      *   ACTIVE GRANT FOR THE TERM.  A PERCENTAGE GRANT APPLIES TO
      *   THE TUITION OR TO THE WHOLE ASSESSMENT PER ITS COVERAGE; A
      *   FIXED GRANT GIVES WHAT IS LEFT OF ITS TERM ALLOWANCE, AND
      *   THE AMOUNT GIVEN IS ADDED TO ITS RUNNING TOTAL.  NO GRANT
      *   EVER TAKES AN ENROLLMENT BELOW ZERO.
      *================================================================
       7090-APPLY-GRANT.
           MOVE ZERO   TO Reg-Grant-Amt
           MOVE SPACES TO Reg-Grant-Name
           MOVE SPACE  TO Reg-Grant-Type
           IF NOT Reg-Grants-Open
               GO TO 7090-EXIT
           END-IF
           MOVE Reg-Student-Id TO GT-Student-Id
           MOVE Reg-Term-Code  TO GT-Term
           READ Grant-File
               INVALID KEY
                   GO TO 7090-EXIT
           END-READ
           IF NOT GT-Active
               GO TO 7090-EXIT
           END-IF
           IF GT-Tuition-Only
               MOVE Reg-Tuition-Amt  TO Reg-Grant-Base
           ELSE
               MOVE Reg-Assess-Total TO Reg-Grant-Base
           END-IF
           IF GT-Percentage
               COMPUTE Reg-Grant-Amt ROUNDED =
                   Reg-Grant-Base * GT-Percent / 100
           ELSE
               IF GT-Fixed-Amt > GT-Amount-Used
                   COMPUTE Reg-Grant-Amt =
                       GT-Fixed-Amt - GT-Amount-Used
               END-IF
           END-IF
           IF Reg-Grant-Amt > Reg-Grant-Base
               MOVE Reg-Grant-Base TO Reg-Grant-Amt
           END-IF
           IF Reg-Grant-Amt = ZERO
               GO TO 7090-EXIT
           END-IF
           SUBTRACT Reg-Grant-Amt FROM Reg-Assess-Total
           MOVE GT-Grant-Name TO Reg-Grant-Name
           MOVE GT-Grant-Type TO Reg-Grant-Type
           ADD Reg-Grant-Amt  TO GT-Amount-Used
           REWRITE GRANT-RECORD
           IF Reg-Grant-Status NOT = "00"
               DISPLAY " "
               DISPLAY X"1B" & "[31m"
                   "WARNING: the grant's running total could not be "
                   "saved (status " Reg-Grant-Status ")"
               DISPLAY X"1B" & "[0m"
           END-IF.
       7090-EXIT.
           EXIT.

      *================================================================
      * 7060-CHECK-REGI-WRITE -- WARN IF A ROSTER LINE DID NOT ACTUALLY
      *   GET WRITTEN (E.G. DISK FULL) INSTEAD OF LETTING IT FAIL
      *================================================================
      * 8100-PRINT-STATEMENT -- ITEMIZED STATEMENT OF ACCOUNT FOR THE
      *   FEES ASSESSED AT COMMIT: TUITION, EACH NAMED MISCELLANEOUS
      *   FEE, THE STUDENT'S GRANT (IF ANY), AND THE TOTAL DUE THE
      *   CASHIER COLLECTS AGAINST.
      *================================================================
       8100-PRINT-STATEMENT.
           OPEN OUTPUT Stmt-Form
               VARYING Reg-Fee-Sub FROM 1 BY 1
               UNTIL Reg-Fee-Sub > 5

           IF Reg-Grant-Amt > ZERO
               MOVE Reg-Grant-Amt TO Reg-Amt-Display
               MOVE SPACES TO Stmt-Line
               STRING Reg-Grant-Name "     -" Reg-Amt-Display
                   DELIMITED BY SIZE INTO Stmt-Line
               WRITE Stmt-Line
           END-IF

           MOVE "----------------------------------------------------
      -    "------------"                        TO Stmt-Line
           WRITE Stmt-Line
           IF Reg-Termcal-Open
               CLOSE Term-Calendar-File
           END-IF
           IF Reg-Grants-Open
               CLOSE Grant-File
           END-IF
           DISPLAY X"1B" & "[2J"
           DISPLAY X"1B" & "[H"
           STOP RUN.
