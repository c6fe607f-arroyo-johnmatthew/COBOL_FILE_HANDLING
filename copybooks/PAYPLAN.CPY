      *================================================================
      * PAYPLAN.CPY -- INSTALLMENT PAYMENT PLAN RECORD LAYOUT
      *   ONE ROW PER STUDENT AND TERM ON PAYPLAN.DAT, KEYED BY
      *   STUDENT ID + THE FIVE-CHARACTER TERM CODE, WRITTEN WHEN
      *   THE CASHIER ENROLLS THE STUDENT IN A PLAN.  THE PLAN TOTAL
      *   IS THE TERM'S ASSESSMENT AT THE TIME OF ENROLLMENT, SPLIT
      *   INTO ONE, TWO, OR THREE INSTALLMENTS, EACH WITH ITS OWN
      *   DUE DATE.  UNUSED INSTALLMENT SLOTS ARE ZERO.
      *   A PLAN STUDENT MAY CARRY THE INSTALLMENTS NOT YET DUE;
      *   THE REST OF THEIR BALANCE IS SHORT.  THE NIGHTLY
      *   BUSINESS-OFFICE HOLD SYNC PLACES THE PAYB HOLD AT ONCE FOR
      *   THE PART OF THAT SHORTFALL FROM INSTALLMENTS ALREADY DUE,
      *   AND ONLY PAST THE SEMESTER DEADLINE ON PAYDLINE.TXT FOR
      *   CHARGES OUTSIDE EVERY PLAN.
      *================================================================
       01  PAYMENT-PLAN-RECORD.
           05  PP-KEY.
               10  PP-STUDENT-ID       PIC X(10).
               10  PP-TERM             PIC X(05).
           05  PP-PLAN-TYPE            PIC X(01).
               88  PP-FULL                 VALUE "F".
               88  PP-TWO-PART             VALUE "2".
               88  PP-THREE-PART           VALUE "3".
           05  PP-INST-COUNT           PIC 9(01).
           05  PP-PLAN-TOTAL           PIC 9(07)V99.
           05  PP-INSTALLMENT OCCURS 3 TIMES.
               10  PP-INST-AMT         PIC 9(07)V99.
               10  PP-INST-DUE         PIC 9(08).
           05  PP-ENROLLED-BY          PIC X(08).
           05  PP-ENROLLED-DATE        PIC 9(08).
