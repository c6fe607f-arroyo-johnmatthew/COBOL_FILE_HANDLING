      *================================================================
      * SMSTMPL.CPY -- SMS MESSAGE TEMPLATE RECORD LAYOUT
      *   ONE ROW PER NOTIFICATION EVENT ON SMSTMPL.DAT, KEYED BY THE
      *   EVENT TYPE, MAINTAINED BY THE REGISTRAR FROM THE COURSE/
      *   SECTION MAINTENANCE PROGRAM.  THE NIGHTLY SMS EXTRACT
      *   BUILDS EACH TEXT FROM ITS EVENT'S TEMPLATE:
      *     PROM  WAITLIST PROMOTION INTO A SECTION
      *     HOLD  REGISTRATION HOLD PLACED
      *     HREL  REGISTRATION HOLD RELEASED
      *     PAYR  PAYMENT REMINDER AHEAD OF THE DEADLINE OR OF AN
      *           INSTALLMENT DUE DATE -- ST-LEAD-DAYS SAYS HOW MANY
      *           DAYS AHEAD THE REMINDER GOES OUT (UNUSED ON THE
      *           OTHER EVENT TYPES)
      *   THE TEXT MAY CARRY THESE PLACEHOLDERS, REPLACED WHEN THE
      *   MESSAGE IS BUILT (A MESSAGE LONGER THAN 160 CHARACTERS IS
      *   CUT OFF AT 160):
      *     {NAME}     STUDENT NAME        {ID}      STUDENT ID
      *     {SECTION}  SECTION NAME        {OFFICE}  OFFICE TO SEE
      *     {REASON}   HOLD REASON         {AMOUNT}  AMOUNT DUE
      *     {DATE}     DUE DATE (MM/DD/YYYY)
      *   AN EVENT TYPE WITH NO ROW, OR WITH A BLANK TEXT, IS NOT
      *   EXTRACTED.
      *================================================================
       01  SMS-TEMPLATE-RECORD.
           05  ST-EVENT-TYPE           PIC X(04).
               88  ST-PROMOTION            VALUE "PROM".
               88  ST-HOLD-PLACED          VALUE "HOLD".
               88  ST-HOLD-RELEASED        VALUE "HREL".
               88  ST-PAY-REMINDER         VALUE "PAYR".
           05  ST-LEAD-DAYS            PIC 9(02).
           05  ST-MESSAGE-TEXT         PIC X(160).
           05  ST-UPDATED-BY           PIC X(08).
           05  ST-UPDATED-DATE         PIC 9(08).
