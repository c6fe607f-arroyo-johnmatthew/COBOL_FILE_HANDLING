      *================================================================
      * REFPOLCY.CPY -- DROP REFUND POLICY RECORD LAYOUT
      *   ONE ROW PER REFUND BAND ON REFPOLCY.DAT, KEYED BY THE LAST
      *   DAY OF THE TERM THE BAND COVERS, MAINTAINED BY THE
      *   BUSINESS OFFICE FROM THE CASHIER POSTING PROGRAM.  THE DAY
      *   OF THE TERM IS COUNTED FROM TC-START-DATE ON THE TERM
      *   CALENDAR: DAY 000 IS ANY DROP BEFORE CLASSES START, DAY 001
      *   IS THE FIRST DAY OF CLASSES, DAY 008 STARTS WEEK TWO.  A
      *   DROP TAKES THE PERCENTAGE OF THE FIRST BAND WHOSE
      *   RP-THROUGH-DAY IS NOT LESS THAN ITS DAY OF THE TERM; A
      *   DROP PAST THE LAST BAND GETS NO REFUND.  E.G.
      *     000 100  BEFORE CLASSES START
      *     007 075  WEEK ONE
      *     014 050  WEEK TWO
      *   GIVES 0% FROM DAY 015 ON.
      *================================================================
       01  REFUND-POLICY-RECORD.
           05  RP-THROUGH-DAY          PIC 9(03).
           05  RP-REFUND-PCT           PIC 9(03).
           05  RP-DESCRIPTION          PIC X(30).
