      *================================================================
      * GRANT-RENEWAL
      *   TERM-END BATCH JOB -- CHECKS EVERY ACADEMIC SCHOLAR'S
      *   RECORDED GRADES FOR THE TERM JUST ENDED (GRADEMAST.DAT)
      *   AGAINST THE SCHOLARSHIP'S MINIMUM TERM AVERAGE, CARRIES
      *   THE GRANTS STILL EARNED TO THE NEXT TERM ON THE CALENDAR,
      *   AND LISTS THE GRANTS THAT LAPSE (GRNTRNW.TXT) BEFORE THE
      *   NEXT TERM'S FEES ARE ASSESSED.  EMPLOYEE-DEPENDENT,
      *   SIBLING, AND OTHER GRANTS CARRY WITHOUT A GRADE CHECK.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Grant-Renewal.
       AUTHOR. REGISTRAR-SYSTEMS-UNIT.
       INSTALLATION. CAMPUS-REGISTRAR-OFFICE.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       BY   DESCRIPTION
      *   ---------- ---- --------------------------------------------
      *   10-15-2026 JRA  FIRST VERSION -- SCHOLARSHIP GRADE CHECK,
      *                   CARRY-FORWARD TO THE NEXT TERM, AND THE
      *                   LAPSING GRANT LIST.
      *   10-15-2026 JRA  REASON NARROWED TO FIT THE 80-COLUMN LIST
      *                   LINE.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *SCHOLARSHIP AND DISCOUNT GRANTS, KEYED BY STUDENT + TERM
           SELECT Grant-File ASSIGN TO "grantmst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GT-Key
               FILE STATUS IS Gw-Grant-Status.
      *RECORDED FINAL GRADES, KEYED BY STUDENT + COURSE + TERM
           SELECT Grade-Master-File ASSIGN TO "grademast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-Key
               FILE STATUS IS Gw-Grademast-Status.
      *ACADEMIC TERM CALENDAR, KEYED BY SCHOOL YEAR + SEMESTER
           SELECT Term-Calendar-File ASSIGN TO "termcal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-Term-Code
               FILE STATUS IS Gw-Termcal-Status.
      *RENEWAL REPORT -- EVERY GRANT RENEWED, CARRIED, OR LAPSED
           SELECT Renewal-Report ASSIGN TO "grntrnw.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Gw-Report-Status.
      *APPEND-ONLY AUDIT JOURNAL OF EVERY MASTER CHANGE
           SELECT Audit-File ASSIGN TO "auditlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Gw-Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Grant-File.
           COPY GRANTMST.
       FD  Grade-Master-File.
           COPY GRADEREC.
       FD  Term-Calendar-File.
           COPY TERMCAL.
       FD  Renewal-Report.
       01  Renewal-Line                PIC X(80).
       FD  Audit-File.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * MENU / SCREEN CONTROL FIELDS
      *----------------------------------------------------------------
       01  User-Choice                 PIC X(02).

      *----------------------------------------------------------------
      * FILE STATUS FIELDS
      *----------------------------------------------------------------
       01  Gw-Grant-Status             PIC X(02) VALUE SPACES.
       01  Gw-Grademast-Status         PIC X(02) VALUE SPACES.
       01  Gw-Termcal-Status           PIC X(02) VALUE SPACES.
       01  Gw-Report-Status            PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------
      * SWITCHES
      *----------------------------------------------------------------
       01  Gw-Eof-Sw                   PIC X VALUE 'N'.
           88  Gw-Eof                      VALUE 'Y'.
       01  Gw-Grd-Eof-Sw               PIC X VALUE 'N'.
           88  Gw-Grd-Eof                  VALUE 'Y'.
       01  Gw-Overflow-Sw              PIC X VALUE 'N'.
           88  Gw-Table-Overflow           VALUE 'Y'.

      *----------------------------------------------------------------
      * RUN CONTROL
      *----------------------------------------------------------------
       01  Gw-Today                    PIC 9(08) VALUE ZERO.
       01  Gw-Term-In                  PIC X(05) VALUE SPACES.
       01  Gw-Next-Term                PIC X(05) VALUE SPACES.

      *----------------------------------------------------------------
      * THE ENDING TERM'S ACTIVE GRANTS, COLLECTED BEFORE ANY ROW IS
      * WRITTEN SO THE CARRY-FORWARD NEVER DISTURBS THE SCAN.
      *----------------------------------------------------------------
       01  Gw-Grant-Count              PIC 9(04) VALUE ZERO.
       01  Gw-Grant-Sub                PIC 9(04) VALUE ZERO.
       01  Gw-Grant-Table.
           05  Gw-Grant-Entry OCCURS 2000 TIMES.
               10  Gw-Gt-Student-Id    PIC X(10).
               10  Gw-Gt-Type          PIC X(01).
                   88  Gw-Gt-Scholar       VALUE "S".
               10  Gw-Gt-Min-Average   PIC 9(03).

      *----------------------------------------------------------------
      * TERM AVERAGE WORK FIELDS
      *----------------------------------------------------------------
       01  Gw-Grade-Total              PIC 9(07) VALUE ZERO.
       01  Gw-Grade-Count              PIC 9(03) VALUE ZERO.
       01  Gw-Average                  PIC 9(03)V99 VALUE ZERO.
       01  Gw-Avg-Display              PIC ZZ9.99.
       01  Gw-Action                   PIC X(08) VALUE SPACES.
       01  Gw-Reason                   PIC X(31) VALUE SPACES.

      *----------------------------------------------------------------
      * RUN TOTALS
      *----------------------------------------------------------------
       01  Gw-Renewed-Count            PIC 9(05) VALUE ZERO.
       01  Gw-Carried-Count            PIC 9(05) VALUE ZERO.
       01  Gw-Lapsed-Count             PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------
      * AUDIT JOURNAL WORK AREA -- THIS IS A BATCH JOB, SO THE LINES
      * CARRY OPERATOR "BATCH" INSTEAD OF A SIGN-ON.
      *----------------------------------------------------------------
       01  Gw-Audit-Status             PIC X(02) VALUE SPACES.
       01  Gw-Audit-Action             PIC X(10) VALUE SPACES.
       01  Gw-Audit-Student            PIC X(10) VALUE SPACES.
       01  Gw-Audit-Term               PIC X(05) VALUE SPACES.
       01  Gw-Audit-After              PIC X(40) VALUE SPACES.
       01  Gw-Audit-Date               PIC 9(08) VALUE ZERO.
       01  Gw-Audit-Time               PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-COLLECT-GRANTS THRU 2000-EXIT.
           PERFORM 3000-CHECK-ONE-GRANT THRU 3000-EXIT
               VARYING Gw-Grant-Sub FROM 1 BY 1
               UNTIL Gw-Grant-Sub > Gw-Grant-Count.
           PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *================================================================
      * 1000-INITIALIZE -- ASK FOR THE TERM JUST ENDED, FIND THE NEXT
      *   TERM ON THE CALENDAR, AND OPEN THE FILES.  WITHOUT RECORDED
      *   GRADES EVERY SCHOLAR WOULD LAPSE, SO THE JOB REFUSES TO RUN
      *   UNTIL THE GRADE POSTING HAS.
      *================================================================
       1000-INITIALIZE.
           ACCEPT Gw-Today FROM DATE YYYYMMDD
           DISPLAY X"1B" & "[2J"
           DISPLAY X"1B" & "[H"
           DISPLAY X"1B" & "[32m" "***TERM-END GRANT RENEWAL***"
           DISPLAY X"1B" & "[0m"
               "Enter the term just ended (YYYYS, e.g. 20261): "
               WITH NO ADVANCING
           ACCEPT Gw-Term-In
           IF Gw-Term-In = SPACES
               DISPLAY "Nothing entered -- the renewal was not run."
               STOP RUN
           END-IF
           OPEN INPUT Term-Calendar-File
           IF Gw-Termcal-Status NOT = "00"
               DISPLAY "The term calendar could not be opened (status "
                   Gw-Termcal-Status ") -- the renewal was not run."
               STOP RUN
           END-IF
           MOVE Gw-Term-In TO TC-Term-Code
           READ Term-Calendar-File
               INVALID KEY
                   DISPLAY "Term " Gw-Term-In " is not on the term "
                       "calendar -- the renewal was not run."
                   CLOSE Term-Calendar-File
                   STOP RUN
           END-READ
           START Term-Calendar-File KEY IS GREATER THAN TC-Term-Code
               INVALID KEY
                   MOVE SPACES TO Gw-Next-Term
               NOT INVALID KEY
                   READ Term-Calendar-File NEXT
                       AT END
                           MOVE SPACES TO Gw-Next-Term
                       NOT AT END
                           MOVE TC-Term-Code TO Gw-Next-Term
                   END-READ
           END-START
           CLOSE Term-Calendar-File
           OPEN INPUT Grade-Master-File
           IF Gw-Grademast-Status NOT = "00"
               DISPLAY "The grade master could not be opened (status "
                   Gw-Grademast-Status ") -- post the term's grades "
                   "first.  The renewal was not run."
               STOP RUN
           END-IF
           OPEN I-O Grant-File
           IF Gw-Grant-Status NOT = "00"
               DISPLAY "No grant master on file (status "
                   Gw-Grant-Status ") -- nothing to renew."
               CLOSE Grade-Master-File
               STOP RUN
           END-IF
           IF Gw-Next-Term = SPACES
               DISPLAY "No later term is on the calendar -- grants "
                   "will be checked and listed but not carried."
           ELSE
               DISPLAY "Grants still earned will carry to term "
                   Gw-Next-Term "."
           END-IF
           DISPLAY "Proceed? (Y/N): " WITH NO ADVANCING
           ACCEPT User-Choice
           IF User-Choice NOT = "Y" AND User-Choice NOT = "y"
               DISPLAY "The renewal was not run."
               CLOSE Grade-Master-File
               CLOSE Grant-File
               STOP RUN
           END-IF
           OPEN OUTPUT Renewal-Report
           MOVE SPACES TO Renewal-Line
           STRING "GRANT RENEWAL - TERM " Gw-Term-In " ENDED, NEXT "
                  "TERM " Gw-Next-Term " - RUN " Gw-Today
               DELIMITED BY SIZE INTO Renewal-Line
           WRITE Renewal-Line
           MOVE "STUDENT ID T NAME            AVERAGE MIN ACTION   REA
      -        "SON"                                 TO Renewal-Line
           WRITE Renewal-Line
           MOVE "================================================"
               TO Renewal-Line
           WRITE Renewal-Line.
       1000-EXIT.
           EXIT.

      *================================================================
      * 2000-COLLECT-GRANTS -- ONE PASS OVER THE GRANT MASTER, KEEPING
      *   THE ACTIVE GRANTS FOR THE TERM JUST ENDED
      *================================================================
       2000-COLLECT-GRANTS.
           MOVE LOW-VALUES TO GT-Key
           START Grant-File KEY IS NOT LESS THAN GT-Key
               INVALID KEY
                   MOVE 'Y' TO Gw-Eof-Sw
           END-START
           PERFORM 2100-COLLECT-ONE-GRANT THRU 2100-EXIT
               UNTIL Gw-Eof
           IF Gw-Table-Overflow
               MOVE "*** MORE THAN 2000 GRANTS FOR THE TERM -- THE REST
      -            " WERE NOT CHECKED ***"     TO Renewal-Line
               WRITE Renewal-Line
           END-IF.
       2000-EXIT.
           EXIT.

       2100-COLLECT-ONE-GRANT.
           READ Grant-File NEXT
               AT END
                   MOVE 'Y' TO Gw-Eof-Sw
                   GO TO 2100-EXIT
           END-READ
           IF GT-Term NOT = Gw-Term-In OR NOT GT-Active
               GO TO 2100-EXIT
           END-IF
           IF Gw-Grant-Count NOT < 2000
               MOVE 'Y' TO Gw-Overflow-Sw
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO Gw-Grant-Count
           MOVE GT-Student-Id  TO Gw-Gt-Student-Id (Gw-Grant-Count)
           MOVE GT-Grant-Type  TO Gw-Gt-Type (Gw-Grant-Count)
           MOVE GT-Min-Average TO Gw-Gt-Min-Average (Gw-Grant-Count).
       2100-EXIT.
           EXIT.

      *================================================================
      * 3000-CHECK-ONE-GRANT -- A SCHOLAR RENEWS ONLY ON A TERM
      *   AVERAGE AT OR ABOVE THE GRANT'S MINIMUM; A SCHOLAR WITH NO
      *   GRADES RECORDED FOR THE TERM LAPSES.  EVERY OTHER GRANT
      *   CARRIES AS IT STANDS.
      *================================================================
       3000-CHECK-ONE-GRANT.
           MOVE ZERO   TO Gw-Average
           MOVE SPACES TO Gw-Reason
           IF NOT Gw-Gt-Scholar (Gw-Grant-Sub)
               MOVE "CARRIED" TO Gw-Action
               PERFORM 3500-CARRY-FORWARD THRU 3500-EXIT
               GO TO 3000-REPORT
           END-IF
           PERFORM 3100-TERM-AVERAGE THRU 3100-EXIT
           IF Gw-Grade-Count = ZERO
               MOVE "LAPSED" TO Gw-Action
               MOVE "NO GRADES RECORDED FOR THE TERM" TO Gw-Reason
               PERFORM 3600-LAPSE-GRANT THRU 3600-EXIT
               GO TO 3000-REPORT
           END-IF
           IF Gw-Average < Gw-Gt-Min-Average (Gw-Grant-Sub)
               MOVE "LAPSED" TO Gw-Action
               MOVE "TERM AVERAGE BELOW THE MINIMUM" TO Gw-Reason
               PERFORM 3600-LAPSE-GRANT THRU 3600-EXIT
               GO TO 3000-REPORT
           END-IF
           MOVE "RENEWED" TO Gw-Action
           PERFORM 3500-CARRY-FORWARD THRU 3500-EXIT.
       3000-REPORT.
           MOVE Gw-Gt-Student-Id (Gw-Grant-Sub) TO GT-Student-Id
           MOVE Gw-Term-In TO GT-Term
           READ Grant-File
               INVALID KEY
                   MOVE SPACES TO GT-Grant-Name
           END-READ
           MOVE Gw-Average TO Gw-Avg-Display
           MOVE SPACES TO Renewal-Line
           STRING Gw-Gt-Student-Id (Gw-Grant-Sub) " "
                  Gw-Gt-Type (Gw-Grant-Sub) " " GT-Grant-Name " "
                  Gw-Avg-Display " " Gw-Gt-Min-Average (Gw-Grant-Sub)
                  " " Gw-Action " " Gw-Reason
               DELIMITED BY SIZE INTO Renewal-Line
           WRITE Renewal-Line.
       3000-EXIT.
           EXIT.

      *THE TERM AVERAGE IS THE PLAIN AVERAGE OF THE FINAL GRADES
      *RECORDED FOR THE STUDENT IN THE TERM JUST ENDED.
       3100-TERM-AVERAGE.
           MOVE ZERO TO Gw-Grade-Total
           MOVE ZERO TO Gw-Grade-Count
           MOVE 'N' TO Gw-Grd-Eof-Sw
           MOVE Gw-Gt-Student-Id (Gw-Grant-Sub) TO GR-Student-Id
           MOVE LOW-VALUES TO GR-Course-Code
           MOVE LOW-VALUES TO GR-Term
           START Grade-Master-File KEY IS NOT LESS THAN GR-Key
               INVALID KEY
                   MOVE 'Y' TO Gw-Grd-Eof-Sw
           END-START
           PERFORM 3110-ADD-ONE-GRADE THRU 3110-EXIT
               UNTIL Gw-Grd-Eof
           IF Gw-Grade-Count > ZERO
               COMPUTE Gw-Average ROUNDED =
                   Gw-Grade-Total / Gw-Grade-Count
           END-IF.
       3100-EXIT.
           EXIT.

       3110-ADD-ONE-GRADE.
           READ Grade-Master-File NEXT
               AT END
                   MOVE 'Y' TO Gw-Grd-Eof-Sw
                   GO TO 3110-EXIT
           END-READ
           IF GR-Student-Id NOT = Gw-Gt-Student-Id (Gw-Grant-Sub)
               MOVE 'Y' TO Gw-Grd-Eof-Sw
               GO TO 3110-EXIT
           END-IF
           IF GR-Term = Gw-Term-In
               ADD GR-Final-Grade TO Gw-Grade-Total
               ADD 1 TO Gw-Grade-Count
           END-IF.
       3110-EXIT.
           EXIT.

      *================================================================
      * 3500-CARRY-FORWARD -- COPY THE GRANT TO THE NEXT TERM WITH
      *   NOTHING YET APPLIED.  A GRANT THE BUSINESS OFFICE ALREADY
      *   KEYED FOR THE NEXT TERM IS LEFT AS THEY KEYED IT.
      *================================================================
       3500-CARRY-FORWARD.
           IF Gw-Next-Term = SPACES
               MOVE "NO NEXT TERM ON THE CALENDAR" TO Gw-Reason
               GO TO 3500-EXIT
           END-IF
           MOVE Gw-Gt-Student-Id (Gw-Grant-Sub) TO GT-Student-Id
           MOVE Gw-Next-Term TO GT-Term
           READ Grant-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "NEXT TERM GRANT ALREADY ON FILE" TO Gw-Reason
                   PERFORM 3700-COUNT-ACTION THRU 3700-EXIT
                   GO TO 3500-EXIT
           END-READ
           MOVE Gw-Gt-Student-Id (Gw-Grant-Sub) TO GT-Student-Id
           MOVE Gw-Term-In TO GT-Term
           READ Grant-File
               INVALID KEY
                   GO TO 3500-EXIT
           END-READ
           MOVE Gw-Next-Term TO GT-Term
           MOVE ZERO         TO GT-Amount-Used
           MOVE "A"          TO GT-Status
           MOVE "BATCH"      TO GT-Updated-By
           MOVE Gw-Today     TO GT-Updated-Date
           WRITE GRANT-RECORD
           IF Gw-Grant-Status NOT = "00"
               MOVE "NEXT TERM ROW NOT WRITTEN" TO Gw-Reason
               GO TO 3500-EXIT
           END-IF
           PERFORM 3700-COUNT-ACTION THRU 3700-EXIT
           MOVE SPACES TO Gw-Audit-After
           STRING Gw-Action " FROM " Gw-Term-In
               DELIMITED BY SIZE INTO Gw-Audit-After
           MOVE "RENEW"      TO Gw-Audit-Action
           MOVE Gw-Next-Term TO Gw-Audit-Term
           PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT.
       3500-EXIT.
           EXIT.

      *================================================================
      * 3600-LAPSE-GRANT -- THE GRANT IS NOT CARRIED.  A GRANT ALREADY
      *   KEYED FOR THE NEXT TERM IS FLAGGED LAPSED SO THE NEXT
      *   TERM'S ASSESSMENT DOES NOT APPLY IT.
      *================================================================
       3600-LAPSE-GRANT.
           ADD 1 TO Gw-Lapsed-Count
           MOVE SPACES TO Gw-Audit-After
           STRING "LAPSED " Gw-Reason
               DELIMITED BY SIZE INTO Gw-Audit-After
           MOVE "LAPSE"    TO Gw-Audit-Action
           MOVE Gw-Term-In TO Gw-Audit-Term
           PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT
           IF Gw-Next-Term = SPACES
               GO TO 3600-EXIT
           END-IF
           MOVE Gw-Gt-Student-Id (Gw-Grant-Sub) TO GT-Student-Id
           MOVE Gw-Next-Term TO GT-Term
           READ Grant-File
               INVALID KEY
                   GO TO 3600-EXIT
           END-READ
           IF GT-Lapsed
               GO TO 3600-EXIT
           END-IF
           MOVE "L"      TO GT-Status
           MOVE "BATCH"  TO GT-Updated-By
           MOVE Gw-Today TO GT-Updated-Date
           REWRITE GRANT-RECORD
           IF Gw-Grant-Status = "00"
               MOVE "LAPSE"      TO Gw-Audit-Action
               MOVE Gw-Next-Term TO Gw-Audit-Term
               PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT
           END-IF.
       3600-EXIT.
           EXIT.

       3700-COUNT-ACTION.
           IF Gw-Action = "RENEWED"
               ADD 1 TO Gw-Renewed-Count
           ELSE
               ADD 1 TO Gw-Carried-Count
           END-IF.
       3700-EXIT.
           EXIT.

      *================================================================
      * 5000-PRINT-TOTALS -- CLOSE THE REPORT WITH THE RUN COUNTS
      *================================================================
       5000-PRINT-TOTALS.
           MOVE SPACES TO Renewal-Line
           WRITE Renewal-Line
           MOVE SPACES TO Renewal-Line
           STRING "SCHOLARSHIPS RENEWED : " Gw-Renewed-Count
               DELIMITED BY SIZE INTO Renewal-Line
           WRITE Renewal-Line
           MOVE SPACES TO Renewal-Line
           STRING "OTHER GRANTS CARRIED : " Gw-Carried-Count
               DELIMITED BY SIZE INTO Renewal-Line
           WRITE Renewal-Line
           MOVE SPACES TO Renewal-Line
           STRING "GRANTS LAPSING       : " Gw-Lapsed-Count
               DELIMITED BY SIZE INTO Renewal-Line
           WRITE Renewal-Line
           DISPLAY "Renewal list written to grntrnw.txt -- "
               Gw-Lapsed-Count " grant(s) lapse.".
       5000-EXIT.
           EXIT.

      *================================================================
      * 8800-WRITE-AUDIT -- APPEND ONE GRANT ACTION TO THE AUDIT
      *   JOURNAL UNDER OPERATOR "BATCH".  THE JOURNAL IS OPENED AND
      *   CLOSED PER LINE SO A CRASH NEVER LOSES MORE THAN THE LINE
      *   BEING WRITTEN.
      *================================================================
       8800-WRITE-AUDIT.
           ACCEPT Gw-Audit-Date FROM DATE YYYYMMDD
           ACCEPT Gw-Audit-Time FROM TIME
           OPEN EXTEND Audit-File
           IF Gw-Audit-Status = "35"
               OPEN OUTPUT Audit-File
               CLOSE Audit-File
               OPEN EXTEND Audit-File
           END-IF
           IF Gw-Audit-Status NOT = "00"
               DISPLAY "WARNING: the audit journal could not be "
                   "opened (status " Gw-Audit-Status ") -- this "
                   "action was NOT journaled."
               GO TO 8800-EXIT
           END-IF
           MOVE SPACES TO AU-Timestamp
           STRING Gw-Audit-Date Gw-Audit-Time (1:6)
               DELIMITED BY SIZE INTO AU-Timestamp
           MOVE "BATCH"          TO AU-Operator-Id
           MOVE "BUSN"           TO AU-Office-Code
           MOVE "GRNTRNW"        TO AU-Program-Id
           MOVE Gw-Audit-Action  TO AU-Action
           MOVE "GRANTMST"       TO AU-File-Name
           MOVE SPACES           TO AU-Record-Key
           STRING Gw-Gt-Student-Id (Gw-Grant-Sub) " " Gw-Audit-Term
               DELIMITED BY SIZE INTO AU-Record-Key
           MOVE SPACES           TO AU-Before-Image
           MOVE Gw-Audit-After   TO AU-After-Image
           WRITE AUDIT-RECORD
           CLOSE Audit-File.
       8800-EXIT.
           EXIT.

      *================================================================
      * 9999-TERMINATE -- CLOSE THE FILES AND STOP THE RUN
      *================================================================
       9999-TERMINATE.
           CLOSE Grant-File
           CLOSE Grade-Master-File
           CLOSE Renewal-Report
           STOP RUN.
       9999-EXIT.
           EXIT.
