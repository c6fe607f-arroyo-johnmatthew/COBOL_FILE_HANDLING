      *================================================================
      * REFVOUCH.CPY -- DROP REFUND VOUCHER RECORD LAYOUT
      *   ONE ROW PER DROPPED ENROLLMENT THAT HAD FEES ASSESSED,
      *   KEYED BY STUDENT ID + THE DROPPED TRANSACTION'S CONTROL
      *   NUMBER, WRITTEN BY THE WITHDRAWAL PROGRAM AT THE MOMENT OF
      *   THE DROP.  THE ASSESSMENT IS SPLIT BY THE REFUND POLICY
      *   (REFPOLCY.DAT) INTO A REFUNDABLE PART AND A FORFEITED
      *   PART.  THE FORFEITED PART STAYS ON THE STUDENT'S ACCOUNT
      *   AS A CHARGE.  THE VOUCHER AMOUNT IS THE REFUNDABLE PART
      *   CAPPED AT THE CREDIT THE STUDENT ACTUALLY HAS ON ACCOUNT
      *   AFTER THE DROP -- MONEY NEVER PAID IS NEVER REFUNDED.
      *   THE BUSINESS OFFICE APPROVES AND THEN RELEASES THE VOUCHER
      *   FROM THE CASHIER POSTING PROGRAM.  ROWS ARE NEVER DELETED.
      *   STUDENT BALANCE (CASHIER POSTING AND THE BUSN HOLD SYNC):
      *     LIVE EM-ASSESSED-AMT
      *   + RV-FORFEIT-AMT ON EVERY VOUCHER
      *   + RV-VOUCHER-AMT ON RELEASED VOUCHERS (MONEY PAID BACK OUT)
      *   - POSTED PAYMENTS
      *   A VOUCHER WITH NOTHING TO PAY OUT IS WRITTEN WITH STATUS
      *   "N" SO ITS FORFEITED CHARGE IS STILL CARRIED.
      *================================================================
       01  REFUND-VOUCHER-RECORD.
           05  RV-KEY.
               10  RV-STUDENT-ID       PIC X(10).
               10  RV-CONTROL-NO       PIC 9(14).
           05  RV-COURSE-CODE          PIC X(02).
           05  RV-TERM                 PIC X(05).
           05  RV-SECTION-CODE         PIC X(10).
           05  RV-DROP-DATE            PIC 9(08).
           05  RV-TERM-DAY             PIC 9(03).
           05  RV-REFUND-PCT           PIC 9(03).
           05  RV-ASSESSED-AMT         PIC 9(07)V99.
           05  RV-REFUNDABLE-AMT       PIC 9(07)V99.
           05  RV-FORFEIT-AMT          PIC 9(07)V99.
           05  RV-VOUCHER-AMT          PIC 9(07)V99.
           05  RV-STATUS               PIC X(01).
               88  RV-PENDING              VALUE "P".
               88  RV-APPROVED             VALUE "A".
               88  RV-RELEASED             VALUE "R".
               88  RV-NO-REFUND-DUE        VALUE "N".
           05  RV-PREPARED-BY          PIC X(08).
           05  RV-APPROVED-BY          PIC X(08).
           05  RV-APPROVED-DATE        PIC 9(08).
           05  RV-RELEASED-BY          PIC X(08).
           05  RV-RELEASED-DATE        PIC 9(08).
           05  RV-RELEASE-REF          PIC X(10).
