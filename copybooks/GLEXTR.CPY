      *================================================================
      * GLEXTR.CPY -- GENERAL LEDGER EXTRACT RECORD LAYOUT
      *   ONE FILE PER BUSINESS DATE (GLEXTR-YYYYMMDD.TXT) PICKED UP
      *   BY ACCOUNTING.  A HEADER RECORD, ONE DETAIL RECORD PER
      *   DEBIT OR CREDIT, AND A CONTROL TRAILER CARRYING THE ENTRY
      *   COUNT AND THE DEBIT AND CREDIT TOTALS, WHICH ALWAYS AGREE.
      *   A FILE WITHOUT ITS TRAILER IS INCOMPLETE AND IS NOT TO BE
      *   POSTED.  AMOUNTS ARE ZONED WITH TWO IMPLIED DECIMALS.
      *================================================================
       01  GL-EXTRACT-RECORD.
           05  GX-REC-TYPE             PIC X(01).
               88  GX-HEADER               VALUE "H".
               88  GX-DETAIL               VALUE "D".
               88  GX-TRAILER              VALUE "T".
           05  GX-BUSINESS-DATE        PIC 9(08).
           05  GX-DETAIL-AREA.
               10  GX-ACCOUNT-CODE     PIC X(10).
               10  GX-DR-CR            PIC X(01).
                   88  GX-DEBIT            VALUE "D".
                   88  GX-CREDIT           VALUE "C".
               10  GX-AMOUNT           PIC 9(09)V99.
               10  GX-SOURCE           PIC X(08).
               10  GX-REFERENCE        PIC X(24).
               10  GX-FEE-NAME         PIC X(15).
               10  FILLER              PIC X(02).
           05  GX-HEADER-AREA REDEFINES GX-DETAIL-AREA.
               10  GX-SYSTEM-ID        PIC X(20).
               10  GX-RUN-TIMESTAMP    PIC X(14).
               10  FILLER              PIC X(37).
           05  GX-TRAILER-AREA REDEFINES GX-DETAIL-AREA.
               10  GX-ENTRY-COUNT      PIC 9(07).
               10  GX-TOTAL-DEBITS     PIC 9(11)V99.
               10  GX-TOTAL-CREDITS    PIC 9(11)V99.
               10  FILLER              PIC X(38).
