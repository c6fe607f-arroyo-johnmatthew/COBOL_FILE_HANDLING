      *================================================================
      * SMSLOG.CPY -- SENT SMS NOTIFICATION LOG RECORD LAYOUT
      *   ONE ROW ON SMSLOG.DAT PER TEXT HANDED TO THE SMS GATEWAY,
      *   KEYED BY STUDENT, EVENT TYPE (AS ON SMSTMPL.CPY) AND THE
      *   EVENT'S OWN REFERENCE:
      *     PROM  THE PROMOTED TRANSACTION'S CONTROL NUMBER
      *     HOLD  OFFICE CODE + DATE PLACED
      *     HREL  OFFICE CODE + DATE RELEASED
      *     PAYR  "DEADLINE" + DEADLINE DATE, OR "INST" + TERM +
      *           INSTALLMENT DUE DATE FOR A PLAN STUDENT
      *   THE EXTRACT NEVER WRITES A TEXT WHOSE KEY IS ALREADY HERE,
      *   SO A RERUN CANNOT TEXT A STUDENT TWICE ABOUT ONE EVENT.  A
      *   ROW HELD BACK ON THE EXCEPTION LIST IS NOT LOGGED -- ONCE
      *   THE CONTACT NUMBER IS FIXED, THE NEXT RUN SENDS IT.
      *================================================================
       01  SMS-LOG-RECORD.
           05  SL-KEY.
               10  SL-STUDENT-ID       PIC X(10).
               10  SL-EVENT-TYPE       PIC X(04).
               10  SL-EVENT-REF        PIC X(20).
           05  SL-BUSINESS-DATE        PIC 9(08).
           05  SL-CONTACT-NO           PIC X(15).
           05  SL-RUN-TIMESTAMP        PIC X(14).
