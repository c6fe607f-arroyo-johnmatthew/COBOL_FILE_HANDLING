      *================================================================
      * ORBOOK.CPY -- OFFICIAL RECEIPT BOOKLET ISSUE RECORD LAYOUT
      *   ONE ROW PER BOOKLET OF PRE-NUMBERED OFFICIAL RECEIPTS
      *   ISSUED TO A CASHIER, KEYED BY CASHIER ID + THE FIRST OR
      *   NUMBER IN THE BOOKLET, KEPT BY THE BUSINESS OFFICE FROM
      *   THE CASHIER POSTING PROGRAM.  THE CASHIER CLOSING REPORT
      *   FLAGS ANY RECEIPT WHOSE OR NUMBER FALLS OUTSIDE EVERY
      *   BOOKLET ISSUED TO THE CASHIER WHO POSTED IT.
      *================================================================
       01  OR-BOOKLET-RECORD.
           05  OB-KEY.
               10  OB-CASHIER-ID       PIC X(08).
               10  OB-FIRST-OR         PIC 9(10).
           05  OB-LAST-OR              PIC 9(10).
           05  OB-ISSUED-BY            PIC X(08).
           05  OB-ISSUED-DATE          PIC 9(08).
