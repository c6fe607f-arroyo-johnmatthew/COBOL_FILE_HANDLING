      *================================================================
      * GL-EXTRACT
      *   NIGHTLY GENERAL LEDGER INTERFACE -- TURNS ONE BUSINESS
      *   DATE'S ACTIVITY INTO BALANCED DEBIT/CREDIT ENTRIES FOR
      *   ACCOUNTING (GLEXTR-YYYYMMDD.TXT):
      *     ASSESS LINES ON THE JOURNAL (THE AMOUNT CARRIED ON
      *       EM-ASSESSED-AMT) -- RECEIVABLE AND ANY GRANT DISCOUNT
      *       AGAINST TUITION AND EACH NAMED MISCELLANEOUS FEE FROM
      *       THE COURSE MASTER'S FEE SCHEDULE;
      *     RECEIPTS AND RECEIPT VOIDS ON PAYMAST.DAT;
      *     DROP REVERSALS AND REFUNDS RELEASED ON REFVOUCH.DAT;
      *     TRANSACTIONS THE COMMIT CHECK BACKED OUT (A DROP LINE
      *       MARKED "BACKED OUT") -- AN ASSESSMENT BACKED OUT THE
      *       SAME DAY IS NEVER POSTED, ONE POSTED ON AN EARLIER
      *       DATE IS REVERSED IN FULL ON THE BACK-OUT DATE.
      *   ACCOUNTS COME FROM THE BUSINESS OFFICE'S GL ACCOUNT MAP
      *   (GLACCT.DAT).  THE FILE CARRIES A HEADER AND A CONTROL
      *   TRAILER (ENTRY COUNT, TOTAL DEBITS, TOTAL CREDITS).  EVERY
      *   BUSINESS DATE EXTRACTED IS APPENDED TO THE CHECKPOINT
      *   (GLEXTR.CHK), AND A DATE ALREADY ON IT IS NEVER EXTRACTED
      *   AGAIN, SO A RERUN CANNOT DOUBLE-POST.  THE BUSINESS DATE
      *   COMES FROM THE COMMAND LINE (YYYYMMDD; BLANK FOR TODAY).
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-Extract.
       AUTHOR. REGISTRAR-SYSTEMS-UNIT.
       INSTALLATION. CAMPUS-REGISTRAR-OFFICE.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       BY   DESCRIPTION
      *   ---------- ---- --------------------------------------------
      *   10-15-2026 JRA  FIRST VERSION -- ASSESSMENTS BY FEE,
      *                   GRANTS, RECEIPTS, VOIDS, DROP REVERSALS,
      *                   AND REFUNDS, WITH HEADER, CONTROL TRAILER,
      *                   AND A PER-DATE CHECKPOINT.
      *   10-15-2026 JRA  ASSESSMENTS THE COMMIT CHECK BACKED OUT ARE
      *                   SKIPPED, OR REVERSED WHEN ALREADY POSTED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *REGISTRATION JOURNAL -- THE DAY'S ASSESS AND BACK-OUT LINES
           SELECT Regi-Form ASSIGN TO "regicard.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Gl-Regi-Status.
      *COURSE MASTER, KEYED BY COURSE CODE (FOR THE FEE SCHEDULE)
           SELECT Course-Master-File ASSIGN TO "crsemast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-Course-Code
               FILE STATUS IS Gl-Crsemast-Status.
      *POSTED PAYMENTS, KEYED BY STUDENT ID AND OR NUMBER
           SELECT Payment-File ASSIGN TO "paymast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-Key
               FILE STATUS IS Gl-Paymast-Status.
      *REFUND VOUCHERS, KEYED BY STUDENT ID AND CONTROL NUMBER
           SELECT Refund-Voucher-File ASSIGN TO "refvouch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-Key
               FILE STATUS IS Gl-Voucher-Status.
      *GL ACCOUNT MAP, KEYED BY FEE NAME
           SELECT Gl-Map-File ASSIGN TO "glacct.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-Fee-Name
               FILE STATUS IS Gl-Map-Status.
      *THE EXTRACT FOR ACCOUNTING -- ONE FILE PER BUSINESS DATE
           SELECT Gl-Extract-File ASSIGN USING Gl-Extract-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Gl-Extract-Status.
      *APPEND-ONLY CHECKPOINT -- ONE LINE PER BUSINESS DATE EXTRACTED
           SELECT Checkpoint-File ASSIGN TO "glextr.chk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Gl-Chk-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Regi-Form.
           COPY REGIREC.
       FD  Course-Master-File.
           COPY CRSEMAST.
       FD  Payment-File.
           COPY PAYMREC.
       FD  Refund-Voucher-File.
           COPY REFVOUCH.
       FD  Gl-Map-File.
           COPY GLMAP.
       FD  Gl-Extract-File.
           COPY GLEXTR.
       FD  Checkpoint-File.
       01  Chk-Record.
           05  Chk-Business-Date       PIC 9(08).
           05  Chk-Entry-Count         PIC 9(07).
           05  Chk-Total-Debits        PIC 9(11)V99.
           05  Chk-Total-Credits       PIC 9(11)V99.
           05  Chk-Run-Timestamp       PIC X(14).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * FILE STATUS FIELDS
      *----------------------------------------------------------------
       01  Gl-Regi-Status              PIC X(02) VALUE SPACES.
       01  Gl-Crsemast-Status          PIC X(02) VALUE SPACES.
       01  Gl-Paymast-Status           PIC X(02) VALUE SPACES.
       01  Gl-Voucher-Status           PIC X(02) VALUE SPACES.
       01  Gl-Map-Status               PIC X(02) VALUE SPACES.
       01  Gl-Extract-Status           PIC X(02) VALUE SPACES.
       01  Gl-Chk-Status               PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------
      * SWITCHES
      *----------------------------------------------------------------
       01  Gl-Eof-Sw                   PIC X VALUE 'N'.
           88  Gl-Eof                      VALUE 'Y'.
       01  Gl-Crsemast-Open-Sw         PIC X VALUE 'N'.
           88  Gl-Crsemast-Open            VALUE 'Y'.
       01  Gl-Failed-Sw                PIC X VALUE 'N'.
           88  Gl-Run-Failed               VALUE 'Y'.
       01  Gl-Already-Sw               PIC X VALUE 'N'.
           88  Gl-Already-Extracted        VALUE 'Y'.
       01  Gl-Found-Sw                 PIC X VALUE 'N'.
           88  Gl-Account-Found            VALUE 'Y'.
       01  Gl-Bo-Found-Sw              PIC X VALUE 'N'.
           88  Gl-Backed-Out               VALUE 'Y'.

      *----------------------------------------------------------------
      * RUN CONTROL
      *----------------------------------------------------------------
       01  Gl-Command-Line             PIC X(40) VALUE SPACES.
       01  Gl-Today                    PIC 9(08) VALUE ZERO.
       01  Gl-Business-Date            PIC 9(08) VALUE ZERO.
       01  Gl-Run-Time                 PIC 9(08) VALUE ZERO.
       01  Gl-Run-Timestamp            PIC X(14) VALUE SPACES.
       01  Gl-Extract-Name             PIC X(30) VALUE SPACES.

      *----------------------------------------------------------------
      * THE GL ACCOUNT MAP, LOADED ONCE
      *----------------------------------------------------------------
       01  Gl-Map-Count                PIC 9(03) VALUE ZERO.
       01  Gl-Map-Sub                  PIC 9(03) VALUE ZERO.
       01  Gl-Map-Table.
           05  Gl-Map-Entry OCCURS 200 TIMES.
               10  Gl-Mp-Fee-Name      PIC X(15).
               10  Gl-Mp-Account       PIC X(10).
       01  Gl-Suspense-Account         PIC X(10) VALUE "SUSPENSE".

      *----------------------------------------------------------------
      * ONE ENTRY, FILLED BY THE CALLER OF 8000-WRITE-ENTRY
      *----------------------------------------------------------------
       01  Gl-Map-Key                  PIC X(15) VALUE SPACES.
       01  Gl-Dr-Cr                    PIC X(01) VALUE SPACE.
       01  Gl-Amount                   PIC 9(09)V99 VALUE ZERO.
       01  Gl-Source                   PIC X(08) VALUE SPACES.
       01  Gl-Reference                PIC X(24) VALUE SPACES.
       01  Gl-Account                  PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------
      * ASSESSMENT WORK FIELDS
      *----------------------------------------------------------------
       01  Gl-Net-Cents                PIC 9(09) VALUE ZERO.
       01  Gl-Grant-Cents              PIC 9(09) VALUE ZERO.
       01  Gl-Net-Amt                  PIC 9(07)V99 VALUE ZERO.
       01  Gl-Grant-Amt                PIC 9(07)V99 VALUE ZERO.
       01  Gl-Gross-Amt                PIC 9(07)V99 VALUE ZERO.
       01  Gl-Schedule-Amt             PIC 9(07)V99 VALUE ZERO.
       01  Gl-Fee-Sub                  PIC 9(01) VALUE ZERO.

      *----------------------------------------------------------------
      * TRANSACTIONS BACKED OUT ON THE BUSINESS DATE
      *----------------------------------------------------------------
       01  Gl-Bo-Count                 PIC 9(04) VALUE ZERO.
       01  Gl-Bo-Sub                   PIC 9(04) VALUE ZERO.
       01  Gl-Bo-Table.
           05  Gl-Bo-Entry OCCURS 500 TIMES.
               10  Gl-Bo-Ctl           PIC 9(14).
               10  Gl-Bo-Id            PIC X(10).

      *----------------------------------------------------------------
      * CONTROL TOTALS
      *----------------------------------------------------------------
       01  Gl-Entry-Count              PIC 9(07) VALUE ZERO.
       01  Gl-Total-Debits             PIC 9(11)V99 VALUE ZERO.
       01  Gl-Total-Credits            PIC 9(11)V99 VALUE ZERO.
       01  Gl-Assess-Count             PIC 9(05) VALUE ZERO.
       01  Gl-Receipt-Count            PIC 9(05) VALUE ZERO.
       01  Gl-Void-Count               PIC 9(05) VALUE ZERO.
       01  Gl-Drop-Count               PIC 9(05) VALUE ZERO.
       01  Gl-Refund-Count             PIC 9(05) VALUE ZERO.
       01  Gl-Skipped-Count            PIC 9(05) VALUE ZERO.
       01  Gl-Backout-Count            PIC 9(05) VALUE ZERO.
       01  Gl-Suspense-Count           PIC 9(05) VALUE ZERO.
       01  Gl-Amt-Display              PIC Z(10)9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-EXTRACT-ASSESSMENTS THRU 2000-EXIT.
           PERFORM 3000-EXTRACT-PAYMENTS THRU 3000-EXIT.
           PERFORM 4000-EXTRACT-VOUCHERS THRU 4000-EXIT.
           PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT.
           PERFORM 6000-SAVE-CHECKPOINT THRU 6000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *================================================================
      * 1000-INITIALIZE -- PICK UP THE BUSINESS DATE, REFUSE A DATE
      *   ALREADY EXTRACTED, LOAD THE ACCOUNT MAP, AND OPEN THE
      *   EXTRACT WITH ITS HEADER
      *================================================================
       1000-INITIALIZE.
           ACCEPT Gl-Today FROM DATE YYYYMMDD
           ACCEPT Gl-Run-Time FROM TIME
           MOVE SPACES TO Gl-Run-Timestamp
           STRING Gl-Today Gl-Run-Time (1:6)
               DELIMITED BY SIZE INTO Gl-Run-Timestamp
           ACCEPT Gl-Command-Line FROM COMMAND-LINE
           IF Gl-Command-Line (1:8) = SPACES
               MOVE Gl-Today TO Gl-Business-Date
           ELSE
               IF Gl-Command-Line (1:8) IS NOT NUMERIC
                   DISPLAY "Invalid business date -- eight digits, "
                       "YYYYMMDD.  Nothing was extracted."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE Gl-Command-Line (1:8) TO Gl-Business-Date
           END-IF
           PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT
           IF Gl-Already-Extracted
               DISPLAY "Business date " Gl-Business-Date " is already "
                   "on the GL checkpoint -- nothing was extracted, so "
                   "nothing is posted twice."
               STOP RUN
           END-IF
           PERFORM 1200-LOAD-ACCOUNT-MAP THRU 1200-EXIT
           OPEN INPUT Course-Master-File
           IF Gl-Crsemast-Status = "00"
               MOVE 'Y' TO Gl-Crsemast-Open-Sw
           ELSE
               DISPLAY "WARNING: the course master could not be "
                   "opened (status " Gl-Crsemast-Status ") -- "
                   "assessments will post to suspense."
           END-IF
           MOVE SPACES TO Gl-Extract-Name
           STRING "glextr-" Gl-Business-Date ".txt"
               DELIMITED BY SIZE INTO Gl-Extract-Name
           OPEN OUTPUT Gl-Extract-File
           IF Gl-Extract-Status NOT = "00"
               DISPLAY "The GL extract could not be opened (status "
                   Gl-Extract-Status ") -- nothing was extracted."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES            TO GL-EXTRACT-RECORD
           MOVE "H"               TO GX-Rec-Type
           MOVE Gl-Business-Date  TO GX-Business-Date
           MOVE "REGISTRAR-GL"    TO GX-System-Id
           MOVE Gl-Run-Timestamp  TO GX-Run-Timestamp
           WRITE GL-EXTRACT-RECORD.
       1000-EXIT.
           EXIT.

       1100-READ-CHECKPOINT.
           MOVE 'N' TO Gl-Already-Sw
           OPEN INPUT Checkpoint-File
           IF Gl-Chk-Status NOT = "00"
               GO TO 1100-EXIT
           END-IF
           MOVE 'N' TO Gl-Eof-Sw
           PERFORM 1110-CHECK-ONE-DATE THRU 1110-EXIT
               UNTIL Gl-Eof
           CLOSE Checkpoint-File.
       1100-EXIT.
           EXIT.

       1110-CHECK-ONE-DATE.
           READ Checkpoint-File
               AT END
                   MOVE 'Y' TO Gl-Eof-Sw
                   GO TO 1110-EXIT
           END-READ
           IF Chk-Business-Date = Gl-Business-Date
               MOVE 'Y' TO Gl-Already-Sw
               MOVE 'Y' TO Gl-Eof-Sw
           END-IF.
       1110-EXIT.
           EXIT.

       1200-LOAD-ACCOUNT-MAP.
           MOVE ZERO TO Gl-Map-Count
           OPEN INPUT Gl-Map-File
           IF Gl-Map-Status NOT = "00"
               DISPLAY "WARNING: the GL account map could not be "
                   "opened (status " Gl-Map-Status ") -- every entry "
                   "will post to suspense."
               GO TO 1200-EXIT
           END-IF
           MOVE 'N' TO Gl-Eof-Sw
           MOVE LOW-VALUES TO GM-Fee-Name
           START Gl-Map-File KEY IS NOT LESS THAN GM-Fee-Name
               INVALID KEY
                   MOVE 'Y' TO Gl-Eof-Sw
           END-START
           PERFORM 1210-LOAD-ONE-ACCOUNT THRU 1210-EXIT
               UNTIL Gl-Eof
           CLOSE Gl-Map-File
           MOVE "*SUSPENSE" TO Gl-Map-Key
           PERFORM 8100-FIND-ACCOUNT THRU 8100-EXIT
           IF Gl-Account-Found
               MOVE Gl-Account TO Gl-Suspense-Account
           END-IF.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-ACCOUNT.
           READ Gl-Map-File NEXT
               AT END
                   MOVE 'Y' TO Gl-Eof-Sw
                   GO TO 1210-EXIT
           END-READ
           IF Gl-Map-Count NOT < 200
               DISPLAY "WARNING: more than 200 GL map rows -- the "
                   "rest post to suspense."
               MOVE 'Y' TO Gl-Eof-Sw
               GO TO 1210-EXIT
           END-IF
           ADD 1 TO Gl-Map-Count
           MOVE GM-Fee-Name     TO Gl-Mp-Fee-Name (Gl-Map-Count)
           MOVE GM-Account-Code TO Gl-Mp-Account (Gl-Map-Count).
       1210-EXIT.
           EXIT.

      *================================================================
      * 2000-EXTRACT-ASSESSMENTS -- EVERY ASSESS LINE JOURNALED ON
      *   THE BUSINESS DATE.  A FIRST PASS COLLECTS THE TRANSACTIONS
      *   BACKED OUT ON THE DATE: THEIR ASSESS LINES FROM THE SAME
      *   DATE ARE NOT POSTED, AND THOSE FROM AN EARLIER DATE (ALREADY
      *   ON AN EARLIER EXTRACT) ARE REVERSED.  A BACK-OUT DATED
      *   AFTER ITS ASSESSMENT IS SEEN ONLY ON ITS OWN DATE, SO THE
      *   SKIP AND THE REVERSAL CAN NEVER BOTH HAPPEN.
      *================================================================
       2000-EXTRACT-ASSESSMENTS.
           OPEN INPUT Regi-Form
           IF Gl-Regi-Status = "35"
               GO TO 2000-EXIT
           END-IF
           IF Gl-Regi-Status NOT = "00"
               DISPLAY "The registration journal could not be opened "
                   "(status " Gl-Regi-Status ")."
               MOVE 'Y' TO Gl-Failed-Sw
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO Gl-Eof-Sw
           PERFORM 2050-COLLECT-BACKOUT THRU 2050-EXIT
               UNTIL Gl-Eof
           CLOSE Regi-Form
           IF Gl-Run-Failed
               GO TO 2000-EXIT
           END-IF
           OPEN INPUT Regi-Form
           MOVE 'N' TO Gl-Eof-Sw
           PERFORM 2100-READ-ONE-LINE THRU 2100-EXIT
               UNTIL Gl-Eof
           CLOSE Regi-Form.
       2000-EXIT.
           EXIT.

       2050-COLLECT-BACKOUT.
           READ Regi-Form
               AT END
                   MOVE 'Y' TO Gl-Eof-Sw
                   GO TO 2050-EXIT
           END-READ
           IF NOT Regi-Type-Drop
              OR Regi-Value (11:10) NOT = "BACKED OUT"
              OR Regi-Timestamp (1:8) NOT = Gl-Business-Date
               GO TO 2050-EXIT
           END-IF
           IF Gl-Bo-Count NOT < 500
               DISPLAY "More than 500 transactions were backed out "
                   "on " Gl-Business-Date " -- their assessments "
                   "cannot all be taken out."
               MOVE 'Y' TO Gl-Failed-Sw
               MOVE 'Y' TO Gl-Eof-Sw
               GO TO 2050-EXIT
           END-IF
           ADD 1 TO Gl-Bo-Count
           MOVE Regi-Control-No TO Gl-Bo-Ctl (Gl-Bo-Count)
           MOVE Regi-Student-Id TO Gl-Bo-Id (Gl-Bo-Count).
       2050-EXIT.
           EXIT.

       2100-READ-ONE-LINE.
           READ Regi-Form
               AT END
                   MOVE 'Y' TO Gl-Eof-Sw
                   GO TO 2100-EXIT
           END-READ
           IF NOT Regi-Type-Assess
               GO TO 2100-EXIT
           END-IF
           IF Regi-Timestamp (1:8) > Gl-Business-Date
               GO TO 2100-EXIT
           END-IF
           PERFORM 2150-FIND-BACKOUT THRU 2150-EXIT
           EVALUATE TRUE
               WHEN Gl-Backed-Out
                AND Regi-Timestamp (1:8) = Gl-Business-Date
                   ADD 1 TO Gl-Skipped-Count
               WHEN Gl-Backed-Out
                   PERFORM 4200-POST-BACKOUT-REVERSAL THRU 4200-EXIT
               WHEN Regi-Timestamp (1:8) = Gl-Business-Date
                   PERFORM 2200-POST-ONE-ASSESSMENT THRU 2200-EXIT
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       2150-FIND-BACKOUT.
           MOVE 'N' TO Gl-Bo-Found-Sw
           PERFORM 2160-CHECK-ONE-BACKOUT THRU 2160-EXIT
               VARYING Gl-Bo-Sub FROM 1 BY 1
               UNTIL Gl-Bo-Sub > Gl-Bo-Count OR Gl-Backed-Out.
       2150-EXIT.
           EXIT.

       2160-CHECK-ONE-BACKOUT.
           IF Regi-Control-No = Gl-Bo-Ctl (Gl-Bo-Sub)
              AND Regi-Student-Id = Gl-Bo-Id (Gl-Bo-Sub)
               MOVE 'Y' TO Gl-Bo-Found-Sw
           END-IF.
       2160-EXIT.
           EXIT.

      *================================================================
      * 2200-POST-ONE-ASSESSMENT -- DEBIT RECEIVABLE FOR THE NET
      *   ASSESSED AND THE GRANT ACCOUNT FOR ANY DISCOUNT; CREDIT
      *   TUITION AND EACH NAMED FEE OFF THE COURSE'S FEE SCHEDULE.
      *   WHEN THE SCHEDULE NO LONGER ADDS UP TO WHAT WAS ASSESSED
      *   (IT WAS CHANGED SINCE, OR THE COURSE ROW IS GONE) THE
      *   GROSS GOES TO SUSPENSE FOR THE BUSINESS OFFICE TO SPLIT.
      *================================================================
       2200-POST-ONE-ASSESSMENT.
           IF Regi-Value (1:9) IS NOT NUMERIC
               DISPLAY "WARNING: ASSESS line for " Regi-Student-Id
                   " " Regi-Control-No " has no amount -- skipped."
               GO TO 2200-EXIT
           END-IF
           MOVE Regi-Value (1:9) TO Gl-Net-Cents
           MOVE ZERO TO Gl-Grant-Cents
           IF Regi-Value (10:9) IS NUMERIC
               MOVE Regi-Value (10:9) TO Gl-Grant-Cents
           END-IF
           COMPUTE Gl-Net-Amt   = Gl-Net-Cents / 100
           COMPUTE Gl-Grant-Amt = Gl-Grant-Cents / 100
           COMPUTE Gl-Gross-Amt = Gl-Net-Amt + Gl-Grant-Amt
           IF Gl-Gross-Amt = ZERO
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO Gl-Assess-Count
           MOVE "ASSESS"  TO Gl-Source
           MOVE SPACES    TO Gl-Reference
           STRING Regi-Student-Id Regi-Control-No
               DELIMITED BY SIZE INTO Gl-Reference
           MOVE "*RECEIVABLE" TO Gl-Map-Key
           MOVE "D"           TO Gl-Dr-Cr
           MOVE Gl-Net-Amt    TO Gl-Amount
           PERFORM 8000-WRITE-ENTRY THRU 8000-EXIT
           IF Gl-Grant-Amt > ZERO
               MOVE SPACES TO Gl-Map-Key
               STRING "*GRANT-" Regi-Value (19:1)
                   DELIMITED BY SIZE INTO Gl-Map-Key
               MOVE "D"          TO Gl-Dr-Cr
               MOVE Gl-Grant-Amt TO Gl-Amount
               PERFORM 8000-WRITE-ENTRY THRU 8000-EXIT
           END-IF
           MOVE ZERO TO Gl-Schedule-Amt
           IF Gl-Crsemast-Open
               MOVE Regi-Code (1:2) TO CM-Course-Code
               READ Course-Master-File
                   INVALID KEY
                       MOVE ZERO TO Gl-Schedule-Amt
                   NOT INVALID KEY
                       MOVE CM-Tuition-Amt TO Gl-Schedule-Amt
                       PERFORM 2210-ADD-SCHEDULE-FEE THRU 2210-EXIT
                           VARYING Gl-Fee-Sub FROM 1 BY 1
                           UNTIL Gl-Fee-Sub > 5
               END-READ
           END-IF
           IF Gl-Schedule-Amt NOT = Gl-Gross-Amt
               ADD 1 TO Gl-Suspense-Count
               DISPLAY "SUSPENSE: course " Regi-Code (1:2) " fee "
                   "schedule no longer matches the amount assessed "
                   "for " Regi-Student-Id " " Regi-Control-No
               MOVE "*SUSPENSE"  TO Gl-Map-Key
               MOVE "C"          TO Gl-Dr-Cr
               MOVE Gl-Gross-Amt TO Gl-Amount
               PERFORM 8000-WRITE-ENTRY THRU 8000-EXIT
               GO TO 2200-EXIT
           END-IF
           MOVE "*TUITION"     TO Gl-Map-Key
           MOVE "C"            TO Gl-Dr-Cr
           MOVE CM-Tuition-Amt TO Gl-Amount
           PERFORM 8000-WRITE-ENTRY THRU 8000-EXIT
           PERFORM 2220-POST-ONE-FEE THRU 2220-EXIT
               VARYING Gl-Fee-Sub FROM 1 BY 1
               UNTIL Gl-Fee-Sub > 5.
       2200-EXIT.
           EXIT.

       2210-ADD-SCHEDULE-FEE.
           ADD CM-Misc-Amt (Gl-Fee-Sub) TO Gl-Schedule-Amt.
       2210-EXIT.
           EXIT.

       2220-POST-ONE-FEE.
           MOVE CM-Misc-Name (Gl-Fee-Sub) TO Gl-Map-Key
           MOVE "C"                       TO Gl-Dr-Cr
           MOVE CM-Misc-Amt (Gl-Fee-Sub)  TO Gl-Amount
           PERFORM 8000-WRITE-ENTRY THRU 8000-EXIT.
       2220-EXIT.
           EXIT.

      *================================================================
      * 3000-EXTRACT-PAYMENTS -- RECEIPTS DATED THE BUSINESS DATE
      *   DEBIT CASH AND CREDIT RECEIVABLE; VOID ROWS POSTED THAT
      *   DATE REVERSE THEM.  A VOIDED RECEIPT STILL POSTS ON ITS OWN
      *   DATE -- ITS VOID ROW TAKES IT BACK OUT.
      *================================================================
       3000-EXTRACT-PAYMENTS.
           OPEN INPUT Payment-File
           IF Gl-Paymast-Status = "35"
               GO TO 3000-EXIT
           END-IF
           IF Gl-Paymast-Status NOT = "00"
               DISPLAY "The payment file could not be opened (status "
                   Gl-Paymast-Status ")."
               MOVE 'Y' TO Gl-Failed-Sw
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO Gl-Eof-Sw
           MOVE LOW-VALUES TO PY-Key
           START Payment-File KEY IS NOT LESS THAN PY-Key
               INVALID KEY
                   MOVE 'Y' TO Gl-Eof-Sw
           END-START
           PERFORM 3100-POST-ONE-PAYMENT THRU 3100-EXIT
               UNTIL Gl-Eof
           CLOSE Payment-File.
       3000-EXIT.
           EXIT.

       3100-POST-ONE-PAYMENT.
           READ Payment-File NEXT
               AT END
                   MOVE 'Y' TO Gl-Eof-Sw
                   GO TO 3100-EXIT
           END-READ
           IF PY-Payment-Date NOT = Gl-Business-Date
               GO TO 3100-EXIT
           END-IF
           MOVE SPACES TO Gl-Reference
           STRING PY-Student-Id PY-Or-Number
               DELIMITED BY SIZE INTO Gl-Reference
           IF PY-Void-Entry
               ADD 1 TO Gl-Void-Count
               MOVE "VOID" TO Gl-Source
               COMPUTE Gl-Amount = ZERO - PY-Amount
               MOVE "*RECEIVABLE" TO Gl-Map-Key
               MOVE "D"           TO Gl-Dr-Cr
               PERFORM 8000-WRITE-ENTRY THRU 8000-EXIT
               MOVE "*CASH"       TO Gl-Map-Key
               MOVE "C"           TO Gl-Dr-Cr
               PERFORM 8000-WRITE-ENTRY THRU 8000-EXIT
           ELSE
               ADD 1 TO Gl-Receipt-Count
               MOVE "PAYMENT" TO Gl-Source
               MOVE PY-Amount     TO Gl-Amount
               MOVE "*CASH"       TO Gl-Map-Key
               MOVE "D"           TO Gl-Dr-Cr
               PERFORM 8000-WRITE-ENTRY THRU 8000-EXIT
               MOVE "*RECEIVABLE" TO Gl-Map-Key
               MOVE "C"           TO Gl-Dr-Cr
               PERFORM 8000-WRITE-ENTRY THRU 8000-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      *================================================================
      * 4000-EXTRACT-VOUCHERS -- A DROP ON THE BUSINESS DATE TAKES
      *   THE REFUNDABLE PART OF THE ASSESSMENT BACK OFF RECEIVABLE
      *   (THE FORFEITED PART STAYS EARNED); A REFUND RELEASED ON
      *   THE DATE PAYS THE STUDENT'S CREDIT BACK OUT OF CASH.
      *================================================================
       4000-EXTRACT-VOUCHERS.
           OPEN INPUT Refund-Voucher-File
           IF Gl-Voucher-Status = "35"
               GO TO 4000-EXIT
           END-IF
           IF Gl-Voucher-Status NOT = "00"
               DISPLAY "The refund voucher file could not be opened "
                   "(status " Gl-Voucher-Status ")."
               MOVE 'Y' TO Gl-Failed-Sw
               GO TO 4000-EXIT
           END-IF
           MOVE 'N' TO Gl-Eof-Sw
           MOVE LOW-VALUES TO RV-Student-Id
           MOVE ZERO TO RV-Control-No
           START Refund-Voucher-File KEY IS NOT LESS THAN RV-Key
               INVALID KEY
                   MOVE 'Y' TO Gl-Eof-Sw
           END-START
           PERFORM 4100-POST-ONE-VOUCHER THRU 4100-EXIT
               UNTIL Gl-Eof
           CLOSE Refund-Voucher-File.
       4000-EXIT.
           EXIT.

       4100-POST-ONE-VOUCHER.
           READ Refund-Voucher-File NEXT
               AT END
                   MOVE 'Y' TO Gl-Eof-Sw
                   GO TO 4100-EXIT
           END-READ
           MOVE SPACES TO Gl-Reference
           STRING RV-Student-Id RV-Control-No
               DELIMITED BY SIZE INTO Gl-Reference
           IF RV-Drop-Date = Gl-Business-Date
               AND RV-Refundable-Amt > ZERO
               ADD 1 TO Gl-Drop-Count
               MOVE "DROP"            TO Gl-Source
               MOVE RV-Refundable-Amt TO Gl-Amount
               MOVE "*DROP-REVERSAL"  TO Gl-Map-Key
               MOVE "D"               TO Gl-Dr-Cr
               PERFORM 8000-WRITE-ENTRY THRU 8000-EXIT
               MOVE "*RECEIVABLE"     TO Gl-Map-Key
               MOVE "C"               TO Gl-Dr-Cr
               PERFORM 8000-WRITE-ENTRY THRU 8000-EXIT
           END-IF
           IF RV-Released AND RV-Released-Date = Gl-Business-Date
               ADD 1 TO Gl-Refund-Count
               MOVE "REFUND"          TO Gl-Source
               MOVE RV-Voucher-Amt    TO Gl-Amount
               MOVE "*RECEIVABLE"     TO Gl-Map-Key
               MOVE "D"               TO Gl-Dr-Cr
               PERFORM 8000-WRITE-ENTRY THRU 8000-EXIT
               MOVE "*CASH"           TO Gl-Map-Key
               MOVE "C"               TO Gl-Dr-Cr
               PERFORM 8000-WRITE-ENTRY THRU 8000-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *================================================================
      * 4200-POST-BACKOUT-REVERSAL -- AN ASSESSMENT POSTED ON AN
      *   EARLIER DATE WHOSE TRANSACTION WAS BACKED OUT ON THE
      *   BUSINESS DATE.  NOTHING OF IT WAS EARNED, SO THE WHOLE
      *   GROSS GOES BACK THROUGH THE DROP REVERSAL ACCOUNT, AGAINST
      *   RECEIVABLE FOR THE NET AND THE GRANT ACCOUNT FOR ANY
      *   DISCOUNT.
      *================================================================
       4200-POST-BACKOUT-REVERSAL.
           IF Regi-Value (1:9) IS NOT NUMERIC
               DISPLAY "WARNING: ASSESS line for " Regi-Student-Id
                   " " Regi-Control-No " has no amount -- nothing "
                   "to reverse."
               GO TO 4200-EXIT
           END-IF
           MOVE Regi-Value (1:9) TO Gl-Net-Cents
           MOVE ZERO TO Gl-Grant-Cents
           IF Regi-Value (10:9) IS NUMERIC
               MOVE Regi-Value (10:9) TO Gl-Grant-Cents
           END-IF
           COMPUTE Gl-Net-Amt   = Gl-Net-Cents / 100
           COMPUTE Gl-Grant-Amt = Gl-Grant-Cents / 100
           COMPUTE Gl-Gross-Amt = Gl-Net-Amt + Gl-Grant-Amt
           IF Gl-Gross-Amt = ZERO
               GO TO 4200-EXIT
           END-IF
           ADD 1 TO Gl-Backout-Count
           MOVE "BACKOUT" TO Gl-Source
           MOVE SPACES    TO Gl-Reference
           STRING Regi-Student-Id Regi-Control-No
               DELIMITED BY SIZE INTO Gl-Reference
           MOVE "*DROP-REVERSAL"  TO Gl-Map-Key
           MOVE "D"               TO Gl-Dr-Cr
           MOVE Gl-Gross-Amt      TO Gl-Amount
           PERFORM 8000-WRITE-ENTRY THRU 8000-EXIT
           MOVE "*RECEIVABLE"     TO Gl-Map-Key
           MOVE "C"               TO Gl-Dr-Cr
           MOVE Gl-Net-Amt        TO Gl-Amount
           PERFORM 8000-WRITE-ENTRY THRU 8000-EXIT
           IF Gl-Grant-Amt > ZERO
               MOVE SPACES TO Gl-Map-Key
               STRING "*GRANT-" Regi-Value (19:1)
                   DELIMITED BY SIZE INTO Gl-Map-Key
               MOVE "C"          TO Gl-Dr-Cr
               MOVE Gl-Grant-Amt TO Gl-Amount
               PERFORM 8000-WRITE-ENTRY THRU 8000-EXIT
           END-IF.
       4200-EXIT.
           EXIT.

      *================================================================
      * 5000-WRITE-TRAILER -- CLOSE THE EXTRACT WITH ITS CONTROL
      *   TOTALS.  A RUN THAT COULD NOT READ A SOURCE FILE, OR WHOSE
      *   DEBITS AND CREDITS DISAGREE, GETS NO TRAILER, SO ACCOUNTING
      *   CANNOT POST A PARTIAL DAY.
      *================================================================
       5000-WRITE-TRAILER.
           IF Gl-Total-Debits NOT = Gl-Total-Credits
               DISPLAY "The extract does not balance -- no trailer "
                   "was written."
               MOVE 'Y' TO Gl-Failed-Sw
           END-IF
           IF Gl-Run-Failed
               CLOSE Gl-Extract-File
               MOVE 8 TO RETURN-CODE
               DISPLAY "GL extract for " Gl-Business-Date " FAILED -- "
                   "fix the problem and run it again."
               GO TO 5000-EXIT
           END-IF
           MOVE SPACES            TO GL-EXTRACT-RECORD
           MOVE "T"               TO GX-Rec-Type
           MOVE Gl-Business-Date  TO GX-Business-Date
           MOVE Gl-Entry-Count    TO GX-Entry-Count
           MOVE Gl-Total-Debits   TO GX-Total-Debits
           MOVE Gl-Total-Credits  TO GX-Total-Credits
           WRITE GL-EXTRACT-RECORD
           CLOSE Gl-Extract-File
           DISPLAY "GL extract written to " Gl-Extract-Name
           DISPLAY "  Assessments   : " Gl-Assess-Count
           DISPLAY "  Receipts      : " Gl-Receipt-Count
           DISPLAY "  Voids         : " Gl-Void-Count
           DISPLAY "  Drops         : " Gl-Drop-Count
           DISPLAY "  Refunds       : " Gl-Refund-Count
           DISPLAY "  Backed out    : " Gl-Skipped-Count " skipped, "
               Gl-Backout-Count " reversed"
           DISPLAY "  Entries       : " Gl-Entry-Count
           MOVE Gl-Total-Debits TO Gl-Amt-Display
           DISPLAY "  Total debits  : " Gl-Amt-Display
           MOVE Gl-Total-Credits TO Gl-Amt-Display
           DISPLAY "  Total credits : " Gl-Amt-Display
           IF Gl-Suspense-Count > ZERO
               DISPLAY "  Posted to suspense: " Gl-Suspense-Count
                   " -- see the SUSPENSE lines above."
           END-IF.
       5000-EXIT.
           EXIT.

      *================================================================
      * 6000-SAVE-CHECKPOINT -- APPEND THE BUSINESS DATE ONLY AFTER
      *   THE EXTRACT IS COMPLETE
      *================================================================
       6000-SAVE-CHECKPOINT.
           IF Gl-Run-Failed
               GO TO 6000-EXIT
           END-IF
           OPEN EXTEND Checkpoint-File
           IF Gl-Chk-Status = "35"
               OPEN OUTPUT Checkpoint-File
               CLOSE Checkpoint-File
               OPEN EXTEND Checkpoint-File
           END-IF
           IF Gl-Chk-Status NOT = "00"
               DISPLAY "WARNING: the GL checkpoint could not be saved "
                   "(status " Gl-Chk-Status ") -- do not rerun this "
                   "date until the checkpoint is fixed."
               MOVE 8 TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF
           MOVE Gl-Business-Date TO Chk-Business-Date
           MOVE Gl-Entry-Count   TO Chk-Entry-Count
           MOVE Gl-Total-Debits  TO Chk-Total-Debits
           MOVE Gl-Total-Credits TO Chk-Total-Credits
           MOVE Gl-Run-Timestamp TO Chk-Run-Timestamp
           WRITE Chk-Record
           CLOSE Checkpoint-File.
       6000-EXIT.
           EXIT.

      *================================================================
      * 8000-WRITE-ENTRY -- ONE DEBIT OR CREDIT.  THE CALLER FILLS
      *   THE MAP KEY, SIDE, AMOUNT, SOURCE, AND REFERENCE.  A ZERO
      *   AMOUNT IS NOT WRITTEN; A FEE NOT ON THE MAP POSTS TO
      *   SUSPENSE.
      *================================================================
       8000-WRITE-ENTRY.
           IF Gl-Amount = ZERO
               GO TO 8000-EXIT
           END-IF
           PERFORM 8100-FIND-ACCOUNT THRU 8100-EXIT
           IF NOT Gl-Account-Found
               ADD 1 TO Gl-Suspense-Count
               DISPLAY "SUSPENSE: no GL account mapped for '"
                   Gl-Map-Key "' (" Gl-Source " " Gl-Reference ")"
               MOVE Gl-Suspense-Account TO Gl-Account
           END-IF
           MOVE SPACES           TO GL-EXTRACT-RECORD
           MOVE "D"              TO GX-Rec-Type
           MOVE Gl-Business-Date TO GX-Business-Date
           MOVE Gl-Account       TO GX-Account-Code
           MOVE Gl-Dr-Cr         TO GX-Dr-Cr
           MOVE Gl-Amount        TO GX-Amount
           MOVE Gl-Source        TO GX-Source
           MOVE Gl-Reference     TO GX-Reference
           MOVE Gl-Map-Key       TO GX-Fee-Name
           WRITE GL-EXTRACT-RECORD
           ADD 1 TO Gl-Entry-Count
           IF Gl-Dr-Cr = "D"
               ADD Gl-Amount TO Gl-Total-Debits
           ELSE
               ADD Gl-Amount TO Gl-Total-Credits
           END-IF.
       8000-EXIT.
           EXIT.

       8100-FIND-ACCOUNT.
           MOVE 'N'    TO Gl-Found-Sw
           MOVE SPACES TO Gl-Account
           PERFORM 8110-CHECK-ONE-ACCOUNT THRU 8110-EXIT
               VARYING Gl-Map-Sub FROM 1 BY 1
               UNTIL Gl-Map-Sub > Gl-Map-Count OR Gl-Account-Found.
       8100-EXIT.
           EXIT.

       8110-CHECK-ONE-ACCOUNT.
           IF Gl-Mp-Fee-Name (Gl-Map-Sub) = Gl-Map-Key
               MOVE Gl-Mp-Account (Gl-Map-Sub) TO Gl-Account
               MOVE 'Y' TO Gl-Found-Sw
           END-IF.
       8110-EXIT.
           EXIT.

      *================================================================
      * 9999-TERMINATE -- CLOSE THE FILES AND STOP THE RUN
      *================================================================
       9999-TERMINATE.
           IF Gl-Crsemast-Open
               CLOSE Course-Master-File
           END-IF
           STOP RUN.
       9999-EXIT.
           EXIT.
