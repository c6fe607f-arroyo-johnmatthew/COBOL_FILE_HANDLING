      *   MONEY ITSELF INSTEAD OF THE BACKLOG OF MANUAL KEYING.
      *   ROWS ARE NEVER DELETED -- THE FILE IS THE COLLECTIONS
      *   RECORD THE BUSINESS OFFICE BALANCES AGAINST.
      *   A MIS-KEYED RECEIPT IS REVERSED BY A SUPERVISED VOID: A
      *   SECOND ROW UNDER THE SAME STUDENT, NUMBERED "VOID" + THE
      *   TIME OF THE VOID, CARRYING THE NEGATIVE OF THE RECEIPT'S
      *   AMOUNT, THE OR IT REVERSES, THE REASON, AND THE SUPERVISOR
      *   WHO AUTHORIZED IT.  THE RECEIPT ITSELF IS MARKED VOIDED
      *   AND POINTS BACK AT THE VOID ROW.  EVERY PROGRAM THAT SUMS
      *   PY-AMOUNT THEREFORE NETS THE VOID OUT WITHOUT ANY CHANGE.
      *   ROWS WRITTEN BEFORE VOIDS EXISTED CARRY SPACES IN THE
      *   ENTRY TYPE AND COUNT AS RECEIPTS.
      *================================================================
       01  PAYMENT-RECORD.
           05  PY-KEY.
               10  PY-STUDENT-ID       PIC X(10).
               10  PY-OR-NUMBER        PIC X(10).
           05  PY-PAYMENT-DATE         PIC 9(08).
           05  PY-AMOUNT               PIC S9(07)V99.
           05  PY-CASHIER-ID           PIC X(08).
           05  PY-ENTRY-TYPE           PIC X(01).
               88  PY-RECEIPT              VALUE "R" " ".
               88  PY-VOIDED-RECEIPT       VALUE "X".
               88  PY-VOID-ENTRY           VALUE "V".
           05  PY-LINK-OR              PIC X(10).
           05  PY-VOID-REASON          PIC X(30).
           05  PY-SUPERVISOR-ID        PIC X(08).
