      *================================================================
      * GLMAP.CPY -- GENERAL LEDGER ACCOUNT MAP RECORD LAYOUT
      *   ONE ROW PER FEE OR POSTING CLASS ON GLACCT.DAT, KEYED BY
      *   THE FEE NAME, KEPT BY THE BUSINESS OFFICE FROM THE CASHIER
      *   POSTING PROGRAM.  A MISCELLANEOUS FEE IS MAPPED UNDER ITS
      *   CM-MISC-NAME EXACTLY AS THE REGISTRAR KEYED IT ON THE
      *   COURSE MASTER.  THE FIXED POSTING CLASSES THE NIGHTLY GL
      *   EXTRACT USES ARE KEYED WITH A LEADING ASTERISK:
      *     *TUITION        TUITION REVENUE
      *     *RECEIVABLE     STUDENT ACCOUNTS RECEIVABLE
      *     *CASH           CASH / COLLECTIONS CLEARING
      *     *GRANT-S        ACADEMIC SCHOLARSHIP DISCOUNT
      *     *GRANT-E        EMPLOYEE-DEPENDENT DISCOUNT
      *     *GRANT-B        SIBLING DISCOUNT
      *     *GRANT-O        OTHER GRANTS
      *     *DROP-REVERSAL  TUITION AND FEES REVERSED ON DROPS
      *     *SUSPENSE       ANYTHING THE MAP DOES NOT COVER
      *   A FEE WITH NO ROW POSTS TO *SUSPENSE AND IS LISTED ON THE
      *   EXTRACT'S CONTROL DISPLAY FOR THE BUSINESS OFFICE TO MAP.
      *================================================================
       01  GL-MAP-RECORD.
           05  GM-FEE-NAME             PIC X(15).
           05  GM-ACCOUNT-CODE         PIC X(10).
           05  GM-DESCRIPTION          PIC X(25).
           05  GM-UPDATED-BY           PIC X(08).
           05  GM-UPDATED-DATE         PIC 9(08).
