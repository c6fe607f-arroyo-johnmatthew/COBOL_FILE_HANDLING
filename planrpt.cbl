      *================================================================
      * PLAN-STATUS-REPORT
      *   BUSINESS OFFICE BATCH REPORT -- ONE LINE PER INSTALLMENT
      *   PLAN ON PAYPLAN.DAT SHOWING WHAT IS DUE TO DATE, WHAT THE
      *   STUDENT'S PAYMENTS COVER, AND WHETHER THE STUDENT IS
      *   CURRENT, LATE (AND BY HOW MUCH), OR PAID IN FULL.  THE
      *   AMOUNT LATE IS THE SAME INSTALLMENT SHORTFALL THE NIGHTLY
      *   BUSINESS OFFICE HOLD SYNC HOLDS ON, SO THE REPORT EXPLAINS
      *   THE HOLD.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Plan-Status-Report.
       AUTHOR. REGISTRAR-SYSTEMS-UNIT.
       INSTALLATION. CAMPUS-REGISTRAR-OFFICE.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       BY   DESCRIPTION
      *   ---------- ---- --------------------------------------------
      *   10-15-2026 JRA  FIRST VERSION -- CURRENT / LATE / PAID
      *                   STATUS OF EVERY INSTALLMENT PLAN, WITH THE
      *                   AMOUNT LATE, TO PLANSTAT.TXT.
      *   10-15-2026 JRA  THE PAYMENT TOTAL IS NOW SIGNED SO VOID
      *                   ROWS ON THE PAYMENT FILE NET OUT THE
      *                   RECEIPTS THEY REVERSE.
      *   10-15-2026 JRA  LATE AMOUNT NOW FIGURED FROM THE STUDENT'S
      *                   BALANCE THE WAY THE HOLD SYNC FIGURES IT,
      *                   INSTEAD OF SPREADING LIFETIME PAYMENTS OVER
      *                   THE PLANS -- PAYMENTS FOR OTHER TERMS NO
      *                   LONGER MAKE A LATE PLAN LOOK CURRENT.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *INSTALLMENT PLANS, KEYED BY STUDENT ID AND TERM
           SELECT Payment-Plan-File ASSIGN TO "payplan.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-Key
               FILE STATUS IS Pr-Payplan-Status.
      *POSTED PAYMENTS, KEYED BY STUDENT ID AND OR NUMBER
           SELECT Payment-File ASSIGN TO "paymast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-Key
               FILE STATUS IS Pr-Paymast-Status.
      *DROP REFUND VOUCHERS, KEYED BY STUDENT ID AND CONTROL NUMBER
           SELECT Refund-Voucher-File ASSIGN TO "refvouch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-Key
               FILE STATUS IS Pr-Voucher-Status.
      *ENROLLMENT MASTER, KEYED BY STUDENT + COURSE + SEMESTER
           SELECT Enrollment-Master-File ASSIGN TO "enrlmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-Key
               FILE STATUS IS Pr-Enrlmast-Status.
      *PLAN STATUS REPORT
           SELECT Status-Report ASSIGN TO "planstat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Pr-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Payment-Plan-File.
           COPY PAYPLAN.
       FD  Payment-File.
           COPY PAYMREC.
       FD  Refund-Voucher-File.
           COPY REFVOUCH.
       FD  Enrollment-Master-File.
           COPY ENRLMAST.
       FD  Status-Report.
       01  Status-Line                 PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * FILE STATUS FIELDS
      *----------------------------------------------------------------
       01  Pr-Payplan-Status           PIC X(02) VALUE SPACES.
       01  Pr-Paymast-Status           PIC X(02) VALUE SPACES.
       01  Pr-Voucher-Status           PIC X(02) VALUE SPACES.
       01  Pr-Enrlmast-Status          PIC X(02) VALUE SPACES.
       01  Pr-Report-Status            PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------
      * SWITCHES
      *----------------------------------------------------------------
       01  Pr-Eof-Sw                   PIC X VALUE 'N'.
           88  Pr-Eof                      VALUE 'Y'.
       01  Pr-Scan-Eof-Sw              PIC X VALUE 'N'.
           88  Pr-Scan-Eof                 VALUE 'Y'.
       01  Pr-Paymast-Open-Sw          PIC X VALUE 'N'.
           88  Pr-Paymast-Open             VALUE 'Y'.
       01  Pr-Voucher-Open-Sw          PIC X VALUE 'N'.
           88  Pr-Voucher-Open             VALUE 'Y'.
       01  Pr-Payplan-Open-Sw          PIC X VALUE 'N'.
           88  Pr-Payplan-Open             VALUE 'Y'.
       01  Pr-Enrlmast-Open-Sw         PIC X VALUE 'N'.
           88  Pr-Enrlmast-Open            VALUE 'Y'.

      *----------------------------------------------------------------
      * PER-STUDENT WORK -- THE STUDENT'S BALANCE IS FIGURED AS THE
      * HOLD SYNC FIGURES IT (LIVE ASSESSMENTS AND DROP FORFEITS,
      * PLUS REFUNDS RELEASED, LESS NET PAYMENTS).  THE PLAN MONEY
      * STILL OWED AND THE INSTALLMENT SHORTFALL ARE THEN LAID ON
      * THE STUDENT'S PLANS NEWEST TERM FIRST, SINCE PAYMENTS CLEAR
      * THE OLDEST CHARGES FIRST.
      *----------------------------------------------------------------
       01  Pr-Today                    PIC 9(08) VALUE ZERO.
       01  Pr-Prev-Student             PIC X(10) VALUE SPACES.
       01  Pr-Save-Key                 PIC X(15) VALUE SPACES.
       01  Pr-Assessed-Total           PIC 9(09)V99 VALUE ZERO.
       01  Pr-Forfeit-Total            PIC 9(09)V99 VALUE ZERO.
       01  Pr-Paid-Total               PIC S9(09)V99 VALUE ZERO.
       01  Pr-Refunded-Total           PIC 9(09)V99 VALUE ZERO.
       01  Pr-Stu-Plan-Total           PIC 9(09)V99 VALUE ZERO.
       01  Pr-Stu-Due-Total            PIC 9(09)V99 VALUE ZERO.
       01  Pr-Stu-Not-Due              PIC 9(09)V99 VALUE ZERO.
       01  Pr-Balance                  PIC S9(09)V99 VALUE ZERO.
       01  Pr-Short                    PIC S9(09)V99 VALUE ZERO.
       01  Pr-Outside-Plan             PIC S9(09)V99 VALUE ZERO.
       01  Pr-Plan-Short               PIC S9(09)V99 VALUE ZERO.
       01  Pr-Plan-Open                PIC S9(09)V99 VALUE ZERO.
       01  Pr-Due-After                PIC S9(09)V99 VALUE ZERO.
       01  Pr-Total-After              PIC S9(09)V99 VALUE ZERO.
       01  Pr-Work-Amt                 PIC S9(09)V99 VALUE ZERO.
       01  Pr-Open-Amt                 PIC 9(09)V99 VALUE ZERO.
       01  Pr-Applied                  PIC 9(09)V99 VALUE ZERO.
       01  Pr-Due-To-Date              PIC 9(09)V99 VALUE ZERO.
       01  Pr-Late-Amt                 PIC 9(09)V99 VALUE ZERO.
       01  Pr-Next-Due                 PIC 9(08) VALUE ZERO.
       01  Pr-Inst-Sub                 PIC 9(01) VALUE ZERO.
       01  Pr-Plan-Status              PIC X(07) VALUE SPACES.

      *----------------------------------------------------------------
      * RUN TOTALS AND REPORT EDIT FIELDS
      *----------------------------------------------------------------
       01  Pr-Plan-Count               PIC 9(05) VALUE ZERO.
       01  Pr-Current-Count            PIC 9(05) VALUE ZERO.
       01  Pr-Late-Count               PIC 9(05) VALUE ZERO.
       01  Pr-Paid-Count               PIC 9(05) VALUE ZERO.
       01  Pr-Late-Total               PIC 9(09)V99 VALUE ZERO.
       01  Pr-Total-Display            PIC Z(06)9.99.
       01  Pr-Due-Display              PIC Z(06)9.99.
       01  Pr-Applied-Display          PIC Z(06)9.99.
       01  Pr-Late-Display             PIC Z(06)9.99.
       01  Pr-Sum-Display              PIC Z(08)9.99.
       01  Pr-Next-Display             PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-REPORT-ONE-PLAN THRU 2000-EXIT
               UNTIL Pr-Eof.
           PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *================================================================
      * 1000-INITIALIZE -- OPEN THE FILES AND PRINT THE HEADINGS.  NO
      *   PLAN FILE MEANS NO PLANS -- THE REPORT SAYS SO AND ENDS.
      *================================================================
       1000-INITIALIZE.
           ACCEPT Pr-Today FROM DATE YYYYMMDD
           OPEN OUTPUT Status-Report
           MOVE SPACES TO Status-Line
           STRING "INSTALLMENT PLAN STATUS - " Pr-Today
               DELIMITED BY SIZE INTO Status-Line
           WRITE Status-Line
           MOVE "STUDENT ID TERM  T PLAN TOTAL  DUE TO DT    COVERED
      -        "    LATE BY NEXT DUE STATUS" TO Status-Line
           WRITE Status-Line
           MOVE "================================================"
               TO Status-Line
           WRITE Status-Line
           OPEN INPUT Payment-File
           IF Pr-Paymast-Status = "00"
               MOVE 'Y' TO Pr-Paymast-Open-Sw
           END-IF
           OPEN INPUT Refund-Voucher-File
           IF Pr-Voucher-Status = "00"
               MOVE 'Y' TO Pr-Voucher-Open-Sw
           END-IF
           OPEN INPUT Enrollment-Master-File
           IF Pr-Enrlmast-Status = "00"
               MOVE 'Y' TO Pr-Enrlmast-Open-Sw
           ELSE
               DISPLAY "WARNING: the enrollment master could not be "
                   "opened (status " Pr-Enrlmast-Status ") -- "
                   "balances show payments and drop charges only."
           END-IF
           OPEN INPUT Payment-Plan-File
           IF Pr-Payplan-Status NOT = "00"
               MOVE 'Y' TO Pr-Eof-Sw
               MOVE "NO INSTALLMENT PLANS ON FILE" TO Status-Line
               WRITE Status-Line
               GO TO 1000-EXIT
           END-IF
           MOVE 'Y' TO Pr-Payplan-Open-Sw
           MOVE LOW-VALUES TO PP-Key
           START Payment-Plan-File KEY IS NOT LESS THAN PP-Key
               INVALID KEY
                   MOVE 'Y' TO Pr-Eof-Sw
           END-START.
       1000-EXIT.
           EXIT.

      *================================================================
      * 2000-REPORT-ONE-PLAN -- ON A NEW STUDENT, FIGURE THEIR
      *   BALANCE AND PLAN SHORTFALL; THEN TAKE THIS PLAN'S SHARE OF
      *   THE PLAN MONEY STILL OWED AND OF THE SHORTFALL, AFTER
      *   WHAT THE STUDENT'S LATER PLANS ABSORB.
      *================================================================
       2000-REPORT-ONE-PLAN.
           READ Payment-Plan-File NEXT
               AT END
                   MOVE 'Y' TO Pr-Eof-Sw
                   GO TO 2000-EXIT
           END-READ
           IF PP-Student-Id NOT = Pr-Prev-Student
               MOVE PP-Student-Id TO Pr-Prev-Student
               PERFORM 2400-SUM-STUDENT-PLANS THRU 2400-EXIT
               IF Pr-Eof
                   GO TO 2000-EXIT
               END-IF
               PERFORM 2100-SUM-PAYMENTS THRU 2100-EXIT
               PERFORM 2200-SUM-REFUNDS THRU 2200-EXIT
               PERFORM 2500-SUM-ASSESSED THRU 2500-EXIT
               PERFORM 2600-FIGURE-PLAN-SHORT THRU 2600-EXIT
           END-IF
           ADD 1 TO Pr-Plan-Count
           MOVE ZERO TO Pr-Due-To-Date
           MOVE ZERO TO Pr-Next-Due
           PERFORM 2300-CHECK-INSTALLMENT THRU 2300-EXIT
               VARYING Pr-Inst-Sub FROM 1 BY 1
               UNTIL Pr-Inst-Sub > PP-Inst-Count
           SUBTRACT Pr-Due-To-Date FROM Pr-Due-After
           SUBTRACT PP-Plan-Total  FROM Pr-Total-After
           COMPUTE Pr-Work-Amt = Pr-Plan-Open - Pr-Total-After
           MOVE ZERO TO Pr-Open-Amt
           IF Pr-Work-Amt > ZERO
               MOVE Pr-Work-Amt TO Pr-Open-Amt
           END-IF
           IF Pr-Open-Amt > PP-Plan-Total
               MOVE PP-Plan-Total TO Pr-Open-Amt
           END-IF
           COMPUTE Pr-Applied = PP-Plan-Total - Pr-Open-Amt
           COMPUTE Pr-Work-Amt = Pr-Plan-Short - Pr-Due-After
           MOVE ZERO TO Pr-Late-Amt
           IF Pr-Work-Amt > ZERO
               MOVE Pr-Work-Amt TO Pr-Late-Amt
           END-IF
           IF Pr-Late-Amt > Pr-Due-To-Date
               MOVE Pr-Due-To-Date TO Pr-Late-Amt
           END-IF
           IF Pr-Late-Amt > ZERO
               MOVE "LATE" TO Pr-Plan-Status
               ADD 1 TO Pr-Late-Count
               ADD Pr-Late-Amt TO Pr-Late-Total
           ELSE
               IF Pr-Open-Amt = ZERO
                   MOVE "PAID" TO Pr-Plan-Status
                   ADD 1 TO Pr-Paid-Count
               ELSE
                   MOVE "CURRENT" TO Pr-Plan-Status
                   ADD 1 TO Pr-Current-Count
               END-IF
           END-IF
           MOVE PP-Plan-Total  TO Pr-Total-Display
           MOVE Pr-Due-To-Date TO Pr-Due-Display
           MOVE Pr-Applied     TO Pr-Applied-Display
           MOVE Pr-Late-Amt    TO Pr-Late-Display
           IF Pr-Next-Due = ZERO
               MOVE SPACES TO Pr-Next-Display
           ELSE
               MOVE Pr-Next-Due TO Pr-Next-Display
           END-IF
           MOVE SPACES TO Status-Line
           STRING PP-Student-Id " " PP-Term " " PP-Plan-Type " "
                  Pr-Total-Display " " Pr-Due-Display " "
                  Pr-Applied-Display " " Pr-Late-Display " "
                  Pr-Next-Display " " Pr-Plan-Status
               DELIMITED BY SIZE INTO Status-Line
           WRITE Status-Line.
       2000-EXIT.
           EXIT.

       2100-SUM-PAYMENTS.
           MOVE ZERO TO Pr-Paid-Total
           IF NOT Pr-Paymast-Open
               GO TO 2100-EXIT
           END-IF
           MOVE 'N' TO Pr-Scan-Eof-Sw
           MOVE PP-Student-Id TO PY-Student-Id
           MOVE LOW-VALUES TO PY-Or-Number
           START Payment-File KEY IS NOT LESS THAN PY-Key
               INVALID KEY
                   MOVE 'Y' TO Pr-Scan-Eof-Sw
           END-START
           PERFORM 2110-SUM-ONE-PAYMENT THRU 2110-EXIT
               UNTIL Pr-Scan-Eof.
       2100-EXIT.
           EXIT.

       2110-SUM-ONE-PAYMENT.
           READ Payment-File NEXT
               AT END
                   MOVE 'Y' TO Pr-Scan-Eof-Sw
                   GO TO 2110-EXIT
           END-READ
           IF PY-Student-Id NOT = PP-Student-Id
               MOVE 'Y' TO Pr-Scan-Eof-Sw
               GO TO 2110-EXIT
           END-IF
           ADD PY-Amount TO Pr-Paid-Total.
       2110-EXIT.
           EXIT.

       2200-SUM-REFUNDS.
           MOVE ZERO TO Pr-Refunded-Total
           MOVE ZERO TO Pr-Forfeit-Total
           IF NOT Pr-Voucher-Open
               GO TO 2200-EXIT
           END-IF
           MOVE 'N' TO Pr-Scan-Eof-Sw
           MOVE PP-Student-Id TO RV-Student-Id
           MOVE ZERO TO RV-Control-No
           START Refund-Voucher-File KEY IS NOT LESS THAN RV-Key
               INVALID KEY
                   MOVE 'Y' TO Pr-Scan-Eof-Sw
           END-START
           PERFORM 2210-SUM-ONE-REFUND THRU 2210-EXIT
               UNTIL Pr-Scan-Eof.
       2200-EXIT.
           EXIT.

       2210-SUM-ONE-REFUND.
           READ Refund-Voucher-File NEXT
               AT END
                   MOVE 'Y' TO Pr-Scan-Eof-Sw
                   GO TO 2210-EXIT
           END-READ
           IF RV-Student-Id NOT = PP-Student-Id
               MOVE 'Y' TO Pr-Scan-Eof-Sw
               GO TO 2210-EXIT
           END-IF
           ADD RV-Forfeit-Amt TO Pr-Forfeit-Total
           IF RV-Released
               ADD RV-Voucher-Amt TO Pr-Refunded-Total
           END-IF.
       2210-EXIT.
           EXIT.

      *AN INSTALLMENT DUE TODAY OR EARLIER COUNTS AS DUE; THE FIRST
      *ONE STILL AHEAD IS SHOWN AS THE NEXT DUE DATE.
       2300-CHECK-INSTALLMENT.
           IF PP-Inst-Due (Pr-Inst-Sub) NOT > Pr-Today
               ADD PP-Inst-Amt (Pr-Inst-Sub) TO Pr-Due-To-Date
           ELSE
               IF Pr-Next-Due = ZERO
                   MOVE PP-Inst-Due (Pr-Inst-Sub) TO Pr-Next-Due
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

      *================================================================
      * 2400-SUM-STUDENT-PLANS -- READ AHEAD THROUGH THE STUDENT'S
      *   PLANS FOR THEIR PLAN TOTAL, THE INSTALLMENTS DUE TO DATE,
      *   AND THOSE NOT YET DUE, THEN PUT THE FILE BACK ON THE PLAN
      *   JUST READ.
      *================================================================
       2400-SUM-STUDENT-PLANS.
           MOVE PP-Key TO Pr-Save-Key
           MOVE ZERO TO Pr-Stu-Plan-Total
           MOVE ZERO TO Pr-Stu-Due-Total
           MOVE ZERO TO Pr-Stu-Not-Due
           MOVE 'N' TO Pr-Scan-Eof-Sw
           PERFORM 2410-SUM-ONE-PLAN THRU 2410-EXIT
               UNTIL Pr-Scan-Eof
           MOVE Pr-Save-Key TO PP-Key
           START Payment-Plan-File KEY IS EQUAL TO PP-Key
               INVALID KEY
                   MOVE 'Y' TO Pr-Eof-Sw
                   GO TO 2400-EXIT
           END-START
           READ Payment-Plan-File NEXT
               AT END
                   MOVE 'Y' TO Pr-Eof-Sw
           END-READ
           MOVE Pr-Stu-Due-Total  TO Pr-Due-After
           MOVE Pr-Stu-Plan-Total TO Pr-Total-After.
       2400-EXIT.
           EXIT.

       2410-SUM-ONE-PLAN.
           IF PP-Student-Id NOT = Pr-Prev-Student
               MOVE 'Y' TO Pr-Scan-Eof-Sw
               GO TO 2410-EXIT
           END-IF
           ADD PP-Plan-Total TO Pr-Stu-Plan-Total
           PERFORM 2420-SPLIT-INSTALLMENT THRU 2420-EXIT
               VARYING Pr-Inst-Sub FROM 1 BY 1
               UNTIL Pr-Inst-Sub > PP-Inst-Count
           READ Payment-Plan-File NEXT
               AT END
                   MOVE 'Y' TO Pr-Scan-Eof-Sw
           END-READ.
       2410-EXIT.
           EXIT.

       2420-SPLIT-INSTALLMENT.
           IF PP-Inst-Due (Pr-Inst-Sub) NOT > Pr-Today
               ADD PP-Inst-Amt (Pr-Inst-Sub) TO Pr-Stu-Due-Total
           ELSE
               ADD PP-Inst-Amt (Pr-Inst-Sub) TO Pr-Stu-Not-Due
           END-IF.
       2420-EXIT.
           EXIT.

      *LIVE ASSESSMENTS ON THE ENROLLMENT MASTER -- DROPPED ROWS DO
      *NOT OWE (THEIR FORFEITED PART COMES FROM THE VOUCHERS).
       2500-SUM-ASSESSED.
           MOVE ZERO TO Pr-Assessed-Total
           IF NOT Pr-Enrlmast-Open
               GO TO 2500-EXIT
           END-IF
           MOVE 'N' TO Pr-Scan-Eof-Sw
           MOVE PP-Student-Id TO EM-Student-Id
           MOVE LOW-VALUES TO EM-Course-Code
           MOVE LOW-VALUES TO EM-Term
           START Enrollment-Master-File KEY IS NOT LESS THAN EM-Key
               INVALID KEY
                   MOVE 'Y' TO Pr-Scan-Eof-Sw
           END-START
           PERFORM 2510-SUM-ONE-ROW THRU 2510-EXIT
               UNTIL Pr-Scan-Eof.
       2500-EXIT.
           EXIT.

       2510-SUM-ONE-ROW.
           READ Enrollment-Master-File NEXT
               AT END
                   MOVE 'Y' TO Pr-Scan-Eof-Sw
                   GO TO 2510-EXIT
           END-READ
           IF EM-Student-Id NOT = PP-Student-Id
               MOVE 'Y' TO Pr-Scan-Eof-Sw
               GO TO 2510-EXIT
           END-IF
           IF EM-Enrolled
               ADD EM-Assessed-Amt TO Pr-Assessed-Total
           END-IF.
       2510-EXIT.
           EXIT.

      *================================================================
      * 2600-FIGURE-PLAN-SHORT -- THE HOLD SYNC'S RULE: THE STUDENT
      *   IS SHORT BY THE BALANCE LESS THE INSTALLMENTS NOT YET DUE
      *   (NEVER BELOW ZERO), AND THE PART OF THAT BEYOND THEIR
      *   CHARGES OUTSIDE EVERY PLAN IS THE INSTALLMENT SHORTFALL.
      *   THE PLAN MONEY STILL OWED IS THE BALANCE LESS THOSE
      *   OUTSIDE CHARGES, UP TO THE PLAN TOTAL.
      *================================================================
       2600-FIGURE-PLAN-SHORT.
           COMPUTE Pr-Balance = Pr-Assessed-Total + Pr-Forfeit-Total
                              + Pr-Refunded-Total - Pr-Paid-Total
           COMPUTE Pr-Short = Pr-Balance - Pr-Stu-Not-Due
           IF Pr-Short < ZERO
               MOVE ZERO TO Pr-Short
           END-IF
           COMPUTE Pr-Outside-Plan = Pr-Assessed-Total
                                   + Pr-Forfeit-Total
                                   + Pr-Refunded-Total
                                   - Pr-Stu-Plan-Total
           IF Pr-Outside-Plan < ZERO
               MOVE ZERO TO Pr-Outside-Plan
           END-IF
           COMPUTE Pr-Plan-Short = Pr-Short - Pr-Outside-Plan
           IF Pr-Plan-Short < ZERO
               MOVE ZERO TO Pr-Plan-Short
           END-IF
           COMPUTE Pr-Plan-Open = Pr-Balance - Pr-Outside-Plan
           IF Pr-Plan-Open < ZERO
               MOVE ZERO TO Pr-Plan-Open
           END-IF
           IF Pr-Plan-Open > Pr-Stu-Plan-Total
               MOVE Pr-Stu-Plan-Total TO Pr-Plan-Open
           END-IF.
       2600-EXIT.
           EXIT.

      *================================================================
      * 3000-PRINT-TOTALS -- CLOSE THE REPORT WITH THE RUN COUNTS
      *================================================================
       3000-PRINT-TOTALS.
           MOVE SPACES TO Status-Line
           WRITE Status-Line
           MOVE SPACES TO Status-Line
           STRING "PLANS ON FILE  : " Pr-Plan-Count
               DELIMITED BY SIZE INTO Status-Line
           WRITE Status-Line
           MOVE SPACES TO Status-Line
           STRING "CURRENT        : " Pr-Current-Count
               DELIMITED BY SIZE INTO Status-Line
           WRITE Status-Line
           MOVE SPACES TO Status-Line
           STRING "PAID IN FULL   : " Pr-Paid-Count
               DELIMITED BY SIZE INTO Status-Line
           WRITE Status-Line
           MOVE Pr-Late-Total TO Pr-Sum-Display
           MOVE SPACES TO Status-Line
           STRING "LATE           : " Pr-Late-Count
                  "   TOTAL LATE " Pr-Sum-Display
               DELIMITED BY SIZE INTO Status-Line
           WRITE Status-Line.
       3000-EXIT.
           EXIT.

      *================================================================
      * 9999-TERMINATE -- CLOSE THE FILES AND STOP THE RUN
      *================================================================
       9999-TERMINATE.
           IF Pr-Payplan-Open
               CLOSE Payment-Plan-File
           END-IF
           IF Pr-Paymast-Open
               CLOSE Payment-File
           END-IF
           IF Pr-Voucher-Open
               CLOSE Refund-Voucher-File
           END-IF
           IF Pr-Enrlmast-Open
               CLOSE Enrollment-Master-File
           END-IF
           CLOSE Status-Report
           DISPLAY "Plan status report written to planstat.txt -- "
               Pr-Late-Count " late, " Pr-Current-Count " current."
           STOP RUN.
       9999-EXIT.
           EXIT.
