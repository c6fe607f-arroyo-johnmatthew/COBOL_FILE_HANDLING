      *================================================================
      * SMSOUT.CPY -- SMS GATEWAY EXTRACT RECORD LAYOUT
      *   ONE FILE PER BUSINESS DATE (SMSOUT-YYYYMMDD.TXT) PICKED UP
      *   BY THE SCHOOL'S SMS GATEWAY, ONE RECORD PER TEXT TO SEND.
      *   THE CONTACT NUMBER IS IN INTERNATIONAL FORM (+639NNNNNNNNN)
      *   WHATEVER WAY IT WAS KEYED ON THE STUDENT MASTER.  A RERUN
      *   FOR THE SAME DATE APPENDS ONLY THE TEXTS NOT YET SENT.
      *================================================================
       01  SMS-OUT-RECORD.
           05  SO-CONTACT-NO           PIC X(15).
           05  SO-STUDENT-ID           PIC X(10).
           05  SO-EVENT-TYPE           PIC X(04).
           05  SO-EVENT-REF            PIC X(20).
           05  SO-MESSAGE-TEXT         PIC X(160).
