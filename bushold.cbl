      *                   THE PAYMENT FILE'S RECORD AREA (NOT
      *                   RELIABLY ADDRESSABLE BEFORE OPEN) INTO
      *                   WORKING STORAGE.
      *   10-15-2026 JRA  DROP CHARGES AND RELEASED REFUNDS ON THE
      *                   REFUND VOUCHER FILE (REFVOUCH.DAT) NOW
      *                   COUNT TOWARD THE BALANCE, THE SAME WAY THE
      *                   CASHIER POSTING PROGRAM SHOWS IT.
      *   10-15-2026 JRA  INSTALLMENT PLANS (PAYPLAN.DAT) -- A STUDENT
      *                   ON A PLAN IS HELD ONLY WHEN AN INSTALLMENT
      *                   ALREADY DUE IS NOT COVERED BY PAYMENTS, AND
      *                   RELEASED ONCE IT IS; THE SEMESTER DEADLINE
      *                   STILL GOVERNS EVERYONE ELSE.
      *   10-15-2026 JRA  A STUDENT'S PAYMENT TOTAL IS NOW SIGNED --
      *                   A VOIDED RECEIPT IS NETTED OUT BY ITS
      *                   NEGATIVE VOID ROW ON THE PAYMENT FILE.
      *   10-15-2026 JRA  PLAN RULE NOW WORKS FROM THE BALANCE -- A
      *                   PLAN STUDENT IS SHORT BY THE BALANCE LESS
      *                   THE INSTALLMENTS NOT YET DUE.  THE PART OF
      *                   THAT FROM PLAN INSTALLMENTS HOLDS AT ONCE;
      *                   CHARGES OUTSIDE EVERY PLAN (LATER TERMS,
      *                   DROP FORFEITS, ADDED ASSESSMENTS) STILL
      *                   FALL UNDER THE SEMESTER DEADLINE.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-Key
               FILE STATUS IS Bh-Hold-Status.
      *DROP REFUND VOUCHERS, KEYED BY STUDENT ID AND CONTROL NUMBER
           SELECT Refund-Voucher-File ASSIGN TO "refvouch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-Key
               FILE STATUS IS Bh-Voucher-Status.
      *INSTALLMENT PLANS, KEYED BY STUDENT ID AND TERM
           SELECT Payment-Plan-File ASSIGN TO "payplan.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-Key
               FILE STATUS IS Bh-Payplan-Status.
      *PAYMENT DEADLINE CONTROL -- ONE RECORD
           SELECT Deadline-File ASSIGN TO "paydline.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY PAYMREC.
       FD  Hold-File.
           COPY HOLDREC.
       FD  Refund-Voucher-File.
           COPY REFVOUCH.
       FD  Payment-Plan-File.
           COPY PAYPLAN.
       FD  Deadline-File.
           COPY PAYDLINE.
       FD  Sync-Report.
       01  Bh-Paymast-Status           PIC X(02) VALUE SPACES.
       01  Bh-Hold-Status              PIC X(02) VALUE SPACES.
       01  Bh-Deadline-Status          PIC X(02) VALUE SPACES.
       01  Bh-Voucher-Status           PIC X(02) VALUE SPACES.
       01  Bh-Payplan-Status           PIC X(02) VALUE SPACES.
       01  Bh-Report-Status            PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------
           05  Bh-Stu-Entry OCCURS 2000 TIMES.
               10  Bh-St-Id            PIC X(10).
               10  Bh-St-Assessed      PIC 9(09)V99.
               10  Bh-St-Paid          PIC S9(09)V99.
               10  Bh-St-Refunded      PIC 9(09)V99.
               10  Bh-St-Plan-Sw       PIC X(01).
                   88  Bh-St-On-Plan       VALUE 'Y'.
               10  Bh-St-Plan-Total    PIC 9(09)V99.
               10  Bh-St-Not-Due       PIC 9(09)V99.
       01  Bh-Match-Id                 PIC X(10) VALUE SPACES.
       01  Bh-Balance                  PIC S9(09)V99 VALUE ZERO.
       01  Bh-Short                    PIC S9(09)V99 VALUE ZERO.
       01  Bh-Outside-Plan             PIC S9(09)V99 VALUE ZERO.
       01  Bh-Plan-Short               PIC S9(09)V99 VALUE ZERO.
       01  Bh-Inst-Sub                 PIC 9(01) VALUE ZERO.
       01  Bh-Hold-Text                PIC X(30) VALUE SPACES.
       01  Bh-Bal-Display              PIC -(08)9.99.
       01  Bh-Short-Display            PIC -(08)9.99.

      *----------------------------------------------------------------
      * RUN TOTALS
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-ASSESSMENTS THRU 2000-EXIT.
           PERFORM 2600-LOAD-VOUCHERS THRU 2600-EXIT.
           PERFORM 2700-LOAD-PLANS THRU 2700-EXIT.
           PERFORM 3000-APPLY-PAYMENTS THRU 3000-EXIT.
           PERFORM 4000-SYNC-HOLDS THRU 4000-EXIT
               VARYING Bh-Stu-Sub FROM 1 BY 1
               MOVE Bh-Match-Id TO Bh-St-Id (Bh-Hit-Sub)
               MOVE ZERO TO Bh-St-Assessed (Bh-Hit-Sub)
               MOVE ZERO TO Bh-St-Paid (Bh-Hit-Sub)
               MOVE ZERO TO Bh-St-Refunded (Bh-Hit-Sub)
               MOVE 'N'  TO Bh-St-Plan-Sw (Bh-Hit-Sub)
               MOVE ZERO TO Bh-St-Plan-Total (Bh-Hit-Sub)
               MOVE ZERO TO Bh-St-Not-Due (Bh-Hit-Sub)
           ELSE
               MOVE 'Y' TO Bh-Overflow-Sw
           END-IF.
       2510-EXIT.
           EXIT.

      *================================================================
      * 2600-LOAD-VOUCHERS -- ONE PASS OVER THE REFUND VOUCHER FILE.
      *   THE PART OF A DROPPED ASSESSMENT THE REFUND POLICY KEEPS
      *   IS STILL OWED, AND A REFUND ALREADY RELEASED IS MONEY PAID
      *   BACK OUT, SO BOTH ARE ADDED TO THE STUDENT'S BALANCE.  A
      *   STUDENT WHOSE ONLY ENROLLMENT WAS DROPPED GETS AN ENTRY
      *   HERE SO A FORFEITED CHARGE STILL HOLDS REGISTRATION.
      *================================================================
       2600-LOAD-VOUCHERS.
           MOVE 'N' TO Bh-Eof-Sw
           OPEN INPUT Refund-Voucher-File
           IF Bh-Voucher-Status NOT = "00"
               GO TO 2600-EXIT
           END-IF
           MOVE LOW-VALUES TO RV-Student-Id
           MOVE ZERO TO RV-Control-No
           START Refund-Voucher-File KEY IS NOT LESS THAN RV-Key
               INVALID KEY
                   MOVE 'Y' TO Bh-Eof-Sw
           END-START
           PERFORM 2610-LOAD-ONE-VOUCHER THRU 2610-EXIT
               UNTIL Bh-Eof
           CLOSE Refund-Voucher-File.
       2600-EXIT.
           EXIT.

       2610-LOAD-ONE-VOUCHER.
           READ Refund-Voucher-File NEXT
               AT END
                   MOVE 'Y' TO Bh-Eof-Sw
                   GO TO 2610-EXIT
           END-READ
           IF RV-Forfeit-Amt = ZERO AND NOT RV-Released
               GO TO 2610-EXIT
           END-IF
           MOVE RV-Student-Id TO Bh-Match-Id
           PERFORM 2500-FIND-STUDENT-ENTRY THRU 2500-EXIT
           IF Bh-Table-Overflow
               GO TO 2610-EXIT
           END-IF
           ADD RV-Forfeit-Amt TO Bh-St-Assessed (Bh-Hit-Sub)
           IF RV-Released
               ADD RV-Voucher-Amt TO Bh-St-Refunded (Bh-Hit-Sub)
           END-IF.
       2610-EXIT.
           EXIT.

      *================================================================
      * 2700-LOAD-PLANS -- ONE PASS OVER THE INSTALLMENT PLAN FILE,
      *   MARKING EACH PLAN STUDENT AND TOTALING THE PLANS AND THE
      *   INSTALLMENTS NOT YET DUE AS OF TODAY.  A PLAN FOR A
      *   STUDENT WITH NOTHING ON ACCOUNT CANNOT HOLD ANYONE AND IS
      *   SKIPPED.
      *================================================================
       2700-LOAD-PLANS.
           MOVE 'N' TO Bh-Eof-Sw
           OPEN INPUT Payment-Plan-File
           IF Bh-Payplan-Status NOT = "00"
               GO TO 2700-EXIT
           END-IF
           MOVE LOW-VALUES TO PP-Key
           START Payment-Plan-File KEY IS NOT LESS THAN PP-Key
               INVALID KEY
                   MOVE 'Y' TO Bh-Eof-Sw
           END-START
           PERFORM 2710-LOAD-ONE-PLAN THRU 2710-EXIT
               UNTIL Bh-Eof
           CLOSE Payment-Plan-File.
       2700-EXIT.
           EXIT.

       2710-LOAD-ONE-PLAN.
           READ Payment-Plan-File NEXT
               AT END
                   MOVE 'Y' TO Bh-Eof-Sw
                   GO TO 2710-EXIT
           END-READ
           MOVE PP-Student-Id TO Bh-Match-Id
           MOVE 'N' TO Bh-Found-Sw
           PERFORM 2510-MATCH-ENTRY THRU 2510-EXIT
               VARYING Bh-Stu-Sub FROM 1 BY 1
               UNTIL Bh-Stu-Sub > Bh-Stu-Count OR Bh-Entry-Found
           IF NOT Bh-Entry-Found
               GO TO 2710-EXIT
           END-IF
           MOVE 'Y' TO Bh-St-Plan-Sw (Bh-Hit-Sub)
           ADD PP-Plan-Total TO Bh-St-Plan-Total (Bh-Hit-Sub)
           PERFORM 2720-ADD-NOT-DUE-INSTALLMENT THRU 2720-EXIT
               VARYING Bh-Inst-Sub FROM 1 BY 1
               UNTIL Bh-Inst-Sub > PP-Inst-Count.
       2710-EXIT.
           EXIT.

       2720-ADD-NOT-DUE-INSTALLMENT.
           IF PP-Inst-Due (Bh-Inst-Sub) > Bh-Today
               ADD PP-Inst-Amt (Bh-Inst-Sub)
                   TO Bh-St-Not-Due (Bh-Hit-Sub)
           END-IF.
       2720-EXIT.
           EXIT.

      *================================================================
      * 3000-APPLY-PAYMENTS -- ONE PASS OVER THE PAYMENT FILE, ADDING
      *   EACH OR TO ITS STUDENT'S PAID TOTAL.  A PAYMENT FROM A
      *   DEADLINE PLACES (OR RE-PLACES) THE PAYB HOLD; A COVERED
      *   BALANCE RELEASES IT.  A BUSN HOLD CARRYING ANY OTHER
      *   REASON CODE WAS KEYED BY HAND AND IS LEFT ALONE.
      *   A STUDENT ON AN INSTALLMENT PLAN MAY CARRY THE PLAN'S
      *   INSTALLMENTS NOT YET DUE, SO THEY ARE SHORT BY THE BALANCE
      *   LESS THOSE INSTALLMENTS (NEVER BELOW ZERO).  THE PART OF
      *   THE SHORTFALL BEYOND WHAT THEIR CHARGES OUTSIDE EVERY PLAN
      *   COULD EXPLAIN IS AN INSTALLMENT PAST DUE AND HOLDS AT ONCE;
      *   THE REST IS AN ORDINARY BALANCE AND HOLDS ONLY PAST THE
      *   DEADLINE.  NO SHORTFALL RELEASES THE HOLD.
      *================================================================
       4000-SYNC-HOLDS.
           COMPUTE Bh-Balance = Bh-St-Assessed (Bh-Stu-Sub)
                              + Bh-St-Refunded (Bh-Stu-Sub)
                              - Bh-St-Paid (Bh-Stu-Sub)
           MOVE ZERO TO Bh-Plan-Short
           MOVE Bh-St-Id (Bh-Stu-Sub) TO HD-Student-Id
           MOVE "BUSN" TO HD-Office-Code
           IF Bh-St-On-Plan (Bh-Stu-Sub)
               PERFORM 4050-FIGURE-PLAN-SHORT THRU 4050-EXIT
               IF Bh-Plan-Short > ZERO
                   MOVE "Installment past due - cashier"
                       TO Bh-Hold-Text
                   PERFORM 4100-PLACE-PAYB-HOLD THRU 4100-EXIT
                   GO TO 4000-EXIT
               END-IF
               MOVE "Unpaid balance - see cashier" TO Bh-Hold-Text
               IF Bh-Short > ZERO AND Bh-Past-Deadline
                   PERFORM 4100-PLACE-PAYB-HOLD THRU 4100-EXIT
                   GO TO 4000-EXIT
               END-IF
               IF Bh-Short NOT > ZERO
                   PERFORM 4200-RELEASE-PAYB-HOLD THRU 4200-EXIT
               END-IF
               GO TO 4000-EXIT
           END-IF
           MOVE "Unpaid balance - see cashier" TO Bh-Hold-Text
           IF Bh-Balance > ZERO AND Bh-Past-Deadline
               PERFORM 4100-PLACE-PAYB-HOLD THRU 4100-EXIT
               GO TO 4000-EXIT
       4000-EXIT.
           EXIT.

      *THE CHARGES OUTSIDE EVERY PLAN ARE WHAT IS ON ACCOUNT BEYOND
      *THE PLAN TOTALS; PAYMENTS ARE TAKEN AGAINST THE PLANS FIRST,
      *SO ONLY SHORTFALL BEYOND THOSE CHARGES IS AN INSTALLMENT.
       4050-FIGURE-PLAN-SHORT.
           COMPUTE Bh-Short = Bh-Balance - Bh-St-Not-Due (Bh-Stu-Sub)
           IF Bh-Short < ZERO
               MOVE ZERO TO Bh-Short
           END-IF
           COMPUTE Bh-Outside-Plan = Bh-St-Assessed (Bh-Stu-Sub)
                                   + Bh-St-Refunded (Bh-Stu-Sub)
                                   - Bh-St-Plan-Total (Bh-Stu-Sub)
           IF Bh-Outside-Plan < ZERO
               MOVE ZERO TO Bh-Outside-Plan
           END-IF
           COMPUTE Bh-Plan-Short = Bh-Short - Bh-Outside-Plan
           IF Bh-Plan-Short < ZERO
               MOVE ZERO TO Bh-Plan-Short
           END-IF.
       4050-EXIT.
           EXIT.

       4100-PLACE-PAYB-HOLD.
           READ Hold-File
               INVALID KEY
                   MOVE Bh-St-Id (Bh-Stu-Sub) TO HD-Student-Id
                   MOVE "BUSN" TO HD-Office-Code
                   MOVE "PAYB" TO HD-Reason-Code
                   MOVE Bh-Hold-Text TO HD-Reason-Text
                   MOVE Bh-Today TO HD-Placed-Date
                   MOVE ZERO     TO HD-Released-Date
                   MOVE "A"      TO HD-Status
                       ADD 1 TO Bh-Standing-Count
                   ELSE
                       MOVE "PAYB" TO HD-Reason-Code
                       MOVE Bh-Hold-Text TO HD-Reason-Text
                       MOVE Bh-Today TO HD-Placed-Date
                       MOVE ZERO     TO HD-Released-Date
                       MOVE "A"      TO HD-Status
           ADD 1 TO Bh-Placed-Count
           MOVE Bh-Balance TO Bh-Bal-Display
           MOVE SPACES TO Sync-Line
           IF Bh-Plan-Short > ZERO
               MOVE Bh-Plan-Short TO Bh-Short-Display
               STRING "PLACED   " Bh-St-Id (Bh-Stu-Sub)
                      "  BALANCE " Bh-Bal-Display
                      "  INSTALLMENT SHORT " Bh-Short-Display
                   DELIMITED BY SIZE INTO Sync-Line
           ELSE
               STRING "PLACED   " Bh-St-Id (Bh-Stu-Sub)
                      "  BALANCE " Bh-Bal-Display
                   DELIMITED BY SIZE INTO Sync-Line
           END-IF
           WRITE Sync-Line
           MOVE "PLACE"  TO Bh-Audit-Action
           MOVE "PAYB"   TO Bh-Audit-Before
