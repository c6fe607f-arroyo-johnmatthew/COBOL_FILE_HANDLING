      *   UNDER A MIS-KEYED STUDENT ID ONTO THE RIGHT ID AND RETIRES
      *   THE WRONG ONE.  THE ROSTER JOURNAL (REGICARD.TXT), THE
      *   KEYED ENROLLMENT MASTER (ENRLMAST.DAT), THE WAITLIST QUEUE
      *   (WAITLIST.DAT), THE HOLD FILE (HOLDMAST.DAT), AND EVERY
      *   OTHER FILE KEYED BY STUDENT ID (PAYMENTS, GRADES, REFUND
      *   VOUCHERS, PAYMENT PLANS, GRANTS, AND THE SENT-TEXT LOG)
      *   ARE ALL REWRITTEN TO THE RIGHT ID; THE WRONG ID'S STUDENT
      *   MASTER ROW IS KEPT BUT FLAGGED RETIRED WITH SM-MERGED-TO
      *   NAMING THE SURVIVOR, SO A SIGN-IN WITH THE OLD ID IS
      *   POINTED AT THE RIGHT ONE.  WITHOUT THIS, A TYPO ON A
      *   STUDENT'S FIRST VISIT LEAVES THEIR ENROLLMENT, SIS EXPORT,
      *   AND CERTIFICATE DISAGREEING FOREVER.
      *   THE ROSTER IS REWRITTEN THROUGH A WORK FILE AND ONLY
      *   REPLACED AFTER EVERY WORK WRITE HAS BEEN VERIFIED, THE
      *   SAME WAY THE DROP PROGRAM AND THE TERM ARCHIVE DO IT.
      *                   SKIPPED THEM WOULD STRAND THE STUDENT'S
      *                   BALANCE AND GRADE HISTORY UNDER THE
      *                   RETIRED ID.
      *   10-15-2026 JRA  PAYMENT ROWS MOVED TO THE RIGHT ID NOW KEEP
      *                   THEIR SIGNED AMOUNT AND THEIR RECEIPT VOID
      *                   DETAILS (ENTRY TYPE, LINKED OR, REASON,
      *                   SUPERVISOR).
      *   10-15-2026 JRA  THE MERGE NOW ALSO RE-KEYS THE STUDENT'S
      *                   REFUND VOUCHERS (REFVOUCH.DAT), PAYMENT
      *                   PLANS (PAYPLAN.DAT), GRANTS (GRANTMST.DAT),
      *                   AND SENT-TEXT LOG (SMSLOG.DAT).  A PLAN OR
      *                   GRANT ALREADY ON FILE UNDER THE RIGHT ID
      *                   FOR THE SAME TERM IS KEPT AND REPORTED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-Key
               FILE STATUS IS Mg-Grademast-Status.
      *DROP REFUND VOUCHERS, KEYED BY STUDENT ID AND CONTROL NUMBER
           SELECT Voucher-File ASSIGN TO "refvouch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-Key
               FILE STATUS IS Mg-Refvouch-Status.
      *INSTALLMENT PAYMENT PLANS, KEYED BY STUDENT ID AND TERM
           SELECT Plan-File ASSIGN TO "payplan.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-Key
               FILE STATUS IS Mg-Payplan-Status.
      *SCHOLARSHIP AND DISCOUNT GRANTS, KEYED BY STUDENT ID AND TERM
           SELECT Grant-File ASSIGN TO "grantmst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GT-Key
               FILE STATUS IS Mg-Grant-Status.
      *SENT SMS LOG, KEYED BY STUDENT ID, EVENT TYPE AND REFERENCE
           SELECT Sms-Log-File ASSIGN TO "smslog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-Key
               FILE STATUS IS Mg-Smslog-Status.
      *APPEND-ONLY AUDIT JOURNAL OF EVERY MASTER CHANGE
           SELECT Audit-File ASSIGN TO "auditlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY PAYMREC.
       FD  Grade-Master-File.
           COPY GRADEREC.
       FD  Voucher-File.
           COPY REFVOUCH.
       FD  Plan-File.
           COPY PAYPLAN.
       FD  Grant-File.
           COPY GRANTMST.
       FD  Sms-Log-File.
           COPY SMSLOG.
       FD  Audit-File.
           COPY AUDITREC.

       01  Mg-Hold-Status              PIC X(02) VALUE SPACES.
       01  Mg-Paymast-Status           PIC X(02) VALUE SPACES.
       01  Mg-Grademast-Status         PIC X(02) VALUE SPACES.
       01  Mg-Refvouch-Status          PIC X(02) VALUE SPACES.
       01  Mg-Payplan-Status           PIC X(02) VALUE SPACES.
       01  Mg-Grant-Status             PIC X(02) VALUE SPACES.
       01  Mg-Smslog-Status            PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------
      * SWITCHES
           05  Mg-Py-Entry OCCURS 100 TIMES.
               10  Mg-Py-Or-No         PIC X(10).
               10  Mg-Py-Date          PIC 9(08).
               10  Mg-Py-Amount        PIC S9(07)V99.
               10  Mg-Py-Cashier       PIC X(08).
               10  Mg-Py-Entry-Type    PIC X(01).
               10  Mg-Py-Link-Or       PIC X(10).
               10  Mg-Py-Reason        PIC X(30).
               10  Mg-Py-Supervisor    PIC X(08).

      *----------------------------------------------------------------
      * WRONG-ID RECORDED-GRADE ROWS, COLLECTED THE SAME WAY
               10  Mg-Gr-Grade         PIC 9(03).
               10  Mg-Gr-Posted        PIC X(14).

      *----------------------------------------------------------------
      * WRONG-ID VOUCHER, PLAN, GRANT, AND SENT-TEXT ROWS, COLLECTED
      * THE SAME WAY.  ONLY THE STUDENT ID CHANGES ON THESE, SO EACH
      * ROW IS HELD AS ITS WHOLE RECORD IMAGE.
      *----------------------------------------------------------------
       01  Mg-Rv-Count                 PIC 9(03) VALUE ZERO.
       01  Mg-Rv-Sub                   PIC 9(03) VALUE ZERO.
       01  Mg-Rv-Table.
           05  Mg-Rv-Image OCCURS 100 TIMES
                                       PIC X(142).
       01  Mg-Pp-Count                 PIC 9(03) VALUE ZERO.
       01  Mg-Pp-Sub                   PIC 9(03) VALUE ZERO.
       01  Mg-Pp-Table.
           05  Mg-Pp-Image OCCURS 100 TIMES
                                       PIC X(93).
       01  Mg-Gt-Count                 PIC 9(03) VALUE ZERO.
       01  Mg-Gt-Sub                   PIC 9(03) VALUE ZERO.
       01  Mg-Gt-Table.
           05  Mg-Gt-Image OCCURS 100 TIMES
                                       PIC X(74).
       01  Mg-Sl-Count                 PIC 9(03) VALUE ZERO.
       01  Mg-Sl-Sub                   PIC 9(03) VALUE ZERO.
       01  Mg-Sl-Table.
           05  Mg-Sl-Image OCCURS 100 TIMES
                                       PIC X(71).

      *----------------------------------------------------------------
      * RUN TOTALS
      *----------------------------------------------------------------
       01  Mg-Hold-Count               PIC 9(02) VALUE ZERO.
       01  Mg-Payment-Count            PIC 9(03) VALUE ZERO.
       01  Mg-Grade-Count              PIC 9(03) VALUE ZERO.
       01  Mg-Voucher-Count            PIC 9(03) VALUE ZERO.
       01  Mg-Plan-Count               PIC 9(03) VALUE ZERO.
       01  Mg-Grant-Count              PIC 9(03) VALUE ZERO.
       01  Mg-Smslog-Count             PIC 9(03) VALUE ZERO.
       01  Mg-Term-Kept-Count          PIC 9(03) VALUE ZERO.

      *----------------------------------------------------------------
      * OPERATOR SIGN-ON AND AUDIT JOURNAL WORK AREA
           PERFORM 6000-MERGE-HOLD-ROWS THRU 6000-EXIT.
           PERFORM 6500-MERGE-PAYMENT-ROWS THRU 6500-EXIT.
           PERFORM 6700-MERGE-GRADE-ROWS THRU 6700-EXIT.
           PERFORM 6800-MERGE-VOUCHER-ROWS THRU 6800-EXIT.
           PERFORM 6850-MERGE-PLAN-ROWS THRU 6850-EXIT.
           PERFORM 6900-MERGE-GRANT-ROWS THRU 6900-EXIT.
           PERFORM 6950-MERGE-SMSLOG-ROWS THRU 6950-EXIT.
           PERFORM 7000-RETIRE-WRONG-ID THRU 7000-EXIT.
           PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT.
           DISPLAY " "
               Mg-Master-Count " master row(s), "
               Mg-Waitlist-Count " waitlist row(s), "
               Mg-Hold-Count " hold row(s), "
               Mg-Payment-Count " payment row(s), "
               Mg-Grade-Count " grade row(s), "
               Mg-Voucher-Count " refund voucher(s), "
               Mg-Plan-Count " payment plan(s), "
               Mg-Grant-Count " grant(s), and "
               Mg-Smslog-Count " sent-text log row(s) moved to "
               Mg-Right-Id "."
           IF Mg-Collision-Count > ZERO
               DISPLAY X"1B" & "[31m" Mg-Collision-Count
                   "ID and were kept -- run the rebuild utility to "
                   "settle the master against the journal."
           END-IF
           IF Mg-Term-Kept-Count > ZERO
               DISPLAY X"1B" & "[31m" Mg-Term-Kept-Count
                   " payment plan or grant row(s) already existed "
                   "under the right ID for the same term and were "
                   "kept -- the wrong ID's row was removed; refer "
                   "the student to the business office."
           END-IF
           DISPLAY X"1B" & "[0m"
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

               OPEN OUTPUT Grade-Master-File
               CLOSE Grade-Master-File
               OPEN I-O Grade-Master-File
           END-IF
           OPEN I-O Voucher-File
           IF Mg-Refvouch-Status = "35"
               OPEN OUTPUT Voucher-File
               CLOSE Voucher-File
               OPEN I-O Voucher-File
           END-IF
           OPEN I-O Plan-File
           IF Mg-Payplan-Status = "35"
               OPEN OUTPUT Plan-File
               CLOSE Plan-File
               OPEN I-O Plan-File
           END-IF
           OPEN I-O Grant-File
           IF Mg-Grant-Status = "35"
               OPEN OUTPUT Grant-File
               CLOSE Grant-File
               OPEN I-O Grant-File
           END-IF
           OPEN I-O Sms-Log-File
           IF Mg-Smslog-Status = "35"
               OPEN OUTPUT Sms-Log-File
               CLOSE Sms-Log-File
               OPEN I-O Sms-Log-File
           END-IF.
       1000-EXIT.
           EXIT.

      *================================================================
      * 1500-OPERATOR-SIGN-ON -- A MERGE REWRITES EVERY FILE KEYED BY
      *   STUDENT ID, SO THE RUN CANNOT START WITHOUT AN OPERATOR ID
      *   AND OFFICE FOR THE AUDIT JOURNAL.
      *================================================================
       1500-OPERATOR-SIGN-ON.
           PERFORM WITH TEST AFTER
                   " (not on file yet -- will be created)"
           END-IF
           DISPLAY "Every roster, enrollment, waitlist, hold, "
               "payment, grade, refund voucher, payment plan, "
               "grant, and sent-text row under the wrong ID moves "
               "to the right ID."
           DISPLAY "Proceed? (Y/N): " WITH NO ADVANCING
           ACCEPT User-Choice
               MOVE PY-Payment-Date TO Mg-Py-Date (Mg-Py-Count)
               MOVE PY-Amount       TO Mg-Py-Amount (Mg-Py-Count)
               MOVE PY-Cashier-Id   TO Mg-Py-Cashier (Mg-Py-Count)
               MOVE PY-Entry-Type   TO Mg-Py-Entry-Type (Mg-Py-Count)
               MOVE PY-Link-Or      TO Mg-Py-Link-Or (Mg-Py-Count)
               MOVE PY-Void-Reason  TO Mg-Py-Reason (Mg-Py-Count)
               MOVE PY-Supervisor-Id
                   TO Mg-Py-Supervisor (Mg-Py-Count)
           ELSE
               DISPLAY "WARNING: more than 100 payment rows under "
                   Mg-Wrong-Id " -- the extra rows were not moved."
                       TO PY-Payment-Date
                   MOVE Mg-Py-Amount (Mg-Py-Sub)  TO PY-Amount
                   MOVE Mg-Py-Cashier (Mg-Py-Sub) TO PY-Cashier-Id
                   MOVE Mg-Py-Entry-Type (Mg-Py-Sub)
                       TO PY-Entry-Type
                   MOVE Mg-Py-Link-Or (Mg-Py-Sub)  TO PY-Link-Or
                   MOVE Mg-Py-Reason (Mg-Py-Sub)   TO PY-Void-Reason
                   MOVE Mg-Py-Supervisor (Mg-Py-Sub)
                       TO PY-Supervisor-Id
                   WRITE PAYMENT-RECORD
                   IF Mg-Paymast-Status = "00"
                       ADD 1 TO Mg-Payment-Count
       6720-EXIT.
           EXIT.

      *================================================================
      * 6800-MERGE-VOUCHER-ROWS -- COLLECT THE WRONG ID'S REFUND
      *   VOUCHERS, THEN RE-KEY EACH UNDER THE RIGHT ID AND DELETE
      *   THE OLD ROW.  THE CONTROL NUMBER IN THE KEY BELONGS TO ONE
      *   DROPPED TRANSACTION, SO A VOUCHER ALREADY UNDER THE RIGHT
      *   ID IS THE SAME VOUCHER AND IS KEPT AS IT STANDS.
      *================================================================
       6800-MERGE-VOUCHER-ROWS.
           MOVE ZERO TO Mg-Rv-Count
           MOVE 'N' TO Mg-Scan-Eof-Sw
           MOVE Mg-Wrong-Id TO RV-Student-Id
           MOVE ZERO        TO RV-Control-No
           START Voucher-File KEY IS NOT LESS THAN RV-Key
               INVALID KEY
                   MOVE 'Y' TO Mg-Scan-Eof-Sw
           END-START
           PERFORM 6810-COLLECT-ONE-VOUCHER THRU 6810-EXIT
               UNTIL Mg-Scan-Eof
           PERFORM 6820-REKEY-ONE-VOUCHER THRU 6820-EXIT
               VARYING Mg-Rv-Sub FROM 1 BY 1
               UNTIL Mg-Rv-Sub > Mg-Rv-Count.
       6800-EXIT.
           EXIT.

       6810-COLLECT-ONE-VOUCHER.
           READ Voucher-File NEXT
               AT END
                   MOVE 'Y' TO Mg-Scan-Eof-Sw
                   GO TO 6810-EXIT
           END-READ
           IF RV-Student-Id NOT = Mg-Wrong-Id
               MOVE 'Y' TO Mg-Scan-Eof-Sw
               GO TO 6810-EXIT
           END-IF
           IF Mg-Rv-Count < 100
               ADD 1 TO Mg-Rv-Count
               MOVE REFUND-VOUCHER-RECORD TO Mg-Rv-Image (Mg-Rv-Count)
           ELSE
               DISPLAY "WARNING: more than 100 refund vouchers under "
                   Mg-Wrong-Id " -- the extra rows were not moved."
               MOVE 'Y' TO Mg-Scan-Eof-Sw
           END-IF.
       6810-EXIT.
           EXIT.

       6820-REKEY-ONE-VOUCHER.
           MOVE Mg-Rv-Image (Mg-Rv-Sub) TO REFUND-VOUCHER-RECORD
           MOVE Mg-Right-Id             TO RV-Student-Id
           READ Voucher-File
               INVALID KEY
                   MOVE Mg-Rv-Image (Mg-Rv-Sub)
                       TO REFUND-VOUCHER-RECORD
                   MOVE Mg-Right-Id TO RV-Student-Id
                   WRITE REFUND-VOUCHER-RECORD
                   IF Mg-Refvouch-Status = "00"
                       ADD 1 TO Mg-Voucher-Count
                   ELSE
                       DISPLAY "WARNING: a refund voucher could not "
                           "be re-keyed (status "
                           Mg-Refvouch-Status ")"
                   END-IF
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE Mg-Rv-Image (Mg-Rv-Sub) TO REFUND-VOUCHER-RECORD
           READ Voucher-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE Voucher-File
                   IF Mg-Refvouch-Status NOT = "00"
                       DISPLAY "WARNING: the wrong ID's refund "
                           "voucher could not be deleted (status "
                           Mg-Refvouch-Status ")"
                   END-IF
           END-READ.
       6820-EXIT.
           EXIT.

      *================================================================
      * 6850-MERGE-PLAN-ROWS -- COLLECT THE WRONG ID'S PAYMENT PLANS,
      *   THEN RE-KEY EACH UNDER THE RIGHT ID AND DELETE THE OLD ROW.
      *   A STUDENT HAS ONE PLAN PER TERM, SO WHEN THE RIGHT ID
      *   ALREADY HAS ONE FOR THE SAME TERM IT IS KEPT AND THE
      *   COLLISION IS REPORTED FOR THE BUSINESS OFFICE TO SETTLE.
      *================================================================
       6850-MERGE-PLAN-ROWS.
           MOVE ZERO TO Mg-Pp-Count
           MOVE 'N' TO Mg-Scan-Eof-Sw
           MOVE Mg-Wrong-Id TO PP-Student-Id
           MOVE LOW-VALUES  TO PP-Term
           START Plan-File KEY IS NOT LESS THAN PP-Key
               INVALID KEY
                   MOVE 'Y' TO Mg-Scan-Eof-Sw
           END-START
           PERFORM 6860-COLLECT-ONE-PLAN THRU 6860-EXIT
               UNTIL Mg-Scan-Eof
           PERFORM 6870-REKEY-ONE-PLAN THRU 6870-EXIT
               VARYING Mg-Pp-Sub FROM 1 BY 1
               UNTIL Mg-Pp-Sub > Mg-Pp-Count.
       6850-EXIT.
           EXIT.

       6860-COLLECT-ONE-PLAN.
           READ Plan-File NEXT
               AT END
                   MOVE 'Y' TO Mg-Scan-Eof-Sw
                   GO TO 6860-EXIT
           END-READ
           IF PP-Student-Id NOT = Mg-Wrong-Id
               MOVE 'Y' TO Mg-Scan-Eof-Sw
               GO TO 6860-EXIT
           END-IF
           IF Mg-Pp-Count < 100
               ADD 1 TO Mg-Pp-Count
               MOVE PAYMENT-PLAN-RECORD TO Mg-Pp-Image (Mg-Pp-Count)
           ELSE
               DISPLAY "WARNING: more than 100 payment plans under "
                   Mg-Wrong-Id " -- the extra rows were not moved."
               MOVE 'Y' TO Mg-Scan-Eof-Sw
           END-IF.
       6860-EXIT.
           EXIT.

       6870-REKEY-ONE-PLAN.
           MOVE Mg-Pp-Image (Mg-Pp-Sub) TO PAYMENT-PLAN-RECORD
           MOVE Mg-Right-Id             TO PP-Student-Id
           READ Plan-File
               INVALID KEY
                   MOVE Mg-Pp-Image (Mg-Pp-Sub)
                       TO PAYMENT-PLAN-RECORD
                   MOVE Mg-Right-Id TO PP-Student-Id
                   WRITE PAYMENT-PLAN-RECORD
                   IF Mg-Payplan-Status = "00"
                       ADD 1 TO Mg-Plan-Count
                   ELSE
                       DISPLAY "WARNING: a payment plan could not "
                           "be re-keyed (status "
                           Mg-Payplan-Status ")"
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO Mg-Term-Kept-Count
           END-READ
           MOVE Mg-Pp-Image (Mg-Pp-Sub) TO PAYMENT-PLAN-RECORD
           READ Plan-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE Plan-File
                   IF Mg-Payplan-Status NOT = "00"
                       DISPLAY "WARNING: the wrong ID's payment "
                           "plan could not be deleted (status "
                           Mg-Payplan-Status ")"
                   END-IF
           END-READ.
       6870-EXIT.
           EXIT.

      *================================================================
      * 6900-MERGE-GRANT-ROWS -- COLLECT THE WRONG ID'S GRANTS, THEN
      *   RE-KEY EACH UNDER THE RIGHT ID AND DELETE THE OLD ROW.  A
      *   GRANT ALREADY ON FILE UNDER THE RIGHT ID FOR THE SAME TERM
      *   IS KEPT AND THE COLLISION IS REPORTED, AS FOR PLANS.
      *================================================================
       6900-MERGE-GRANT-ROWS.
           MOVE ZERO TO Mg-Gt-Count
           MOVE 'N' TO Mg-Scan-Eof-Sw
           MOVE Mg-Wrong-Id TO GT-Student-Id
           MOVE LOW-VALUES  TO GT-Term
           START Grant-File KEY IS NOT LESS THAN GT-Key
               INVALID KEY
                   MOVE 'Y' TO Mg-Scan-Eof-Sw
           END-START
           PERFORM 6910-COLLECT-ONE-GRANT THRU 6910-EXIT
               UNTIL Mg-Scan-Eof
           PERFORM 6920-REKEY-ONE-GRANT THRU 6920-EXIT
               VARYING Mg-Gt-Sub FROM 1 BY 1
               UNTIL Mg-Gt-Sub > Mg-Gt-Count.
       6900-EXIT.
           EXIT.

       6910-COLLECT-ONE-GRANT.
           READ Grant-File NEXT
               AT END
                   MOVE 'Y' TO Mg-Scan-Eof-Sw
                   GO TO 6910-EXIT
           END-READ
           IF GT-Student-Id NOT = Mg-Wrong-Id
               MOVE 'Y' TO Mg-Scan-Eof-Sw
               GO TO 6910-EXIT
           END-IF
           IF Mg-Gt-Count < 100
               ADD 1 TO Mg-Gt-Count
               MOVE GRANT-RECORD TO Mg-Gt-Image (Mg-Gt-Count)
           ELSE
               DISPLAY "WARNING: more than 100 grant rows under "
                   Mg-Wrong-Id " -- the extra rows were not moved."
               MOVE 'Y' TO Mg-Scan-Eof-Sw
           END-IF.
       6910-EXIT.
           EXIT.

       6920-REKEY-ONE-GRANT.
           MOVE Mg-Gt-Image (Mg-Gt-Sub) TO GRANT-RECORD
           MOVE Mg-Right-Id             TO GT-Student-Id
           READ Grant-File
               INVALID KEY
                   MOVE Mg-Gt-Image (Mg-Gt-Sub) TO GRANT-RECORD
                   MOVE Mg-Right-Id TO GT-Student-Id
                   WRITE GRANT-RECORD
                   IF Mg-Grant-Status = "00"
                       ADD 1 TO Mg-Grant-Count
                   ELSE
                       DISPLAY "WARNING: a grant row could not be "
                           "re-keyed (status " Mg-Grant-Status ")"
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO Mg-Term-Kept-Count
           END-READ
           MOVE Mg-Gt-Image (Mg-Gt-Sub) TO GRANT-RECORD
           READ Grant-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE Grant-File
                   IF Mg-Grant-Status NOT = "00"
                       DISPLAY "WARNING: the wrong ID's grant row "
                           "could not be deleted (status "
                           Mg-Grant-Status ")"
                   END-IF
           END-READ.
       6920-EXIT.
           EXIT.

      *================================================================
      * 6950-MERGE-SMSLOG-ROWS -- COLLECT THE WRONG ID'S SENT-TEXT
      *   LOG ROWS, THEN RE-KEY EACH UNDER THE RIGHT ID AND DELETE
      *   THE OLD ROW, SO THE EXTRACT DOES NOT TEXT THE STUDENT AGAIN
      *   ABOUT AN EVENT ALREADY SENT.  AN EVENT ALREADY LOGGED UNDER
      *   THE RIGHT ID IS KEPT AS IT STANDS.
      *================================================================
       6950-MERGE-SMSLOG-ROWS.
           MOVE ZERO TO Mg-Sl-Count
           MOVE 'N' TO Mg-Scan-Eof-Sw
           MOVE Mg-Wrong-Id TO SL-Student-Id
           MOVE LOW-VALUES  TO SL-Event-Type
           MOVE LOW-VALUES  TO SL-Event-Ref
           START Sms-Log-File KEY IS NOT LESS THAN SL-Key
               INVALID KEY
                   MOVE 'Y' TO Mg-Scan-Eof-Sw
           END-START
           PERFORM 6960-COLLECT-ONE-SMSLOG THRU 6960-EXIT
               UNTIL Mg-Scan-Eof
           PERFORM 6970-REKEY-ONE-SMSLOG THRU 6970-EXIT
               VARYING Mg-Sl-Sub FROM 1 BY 1
               UNTIL Mg-Sl-Sub > Mg-Sl-Count.
       6950-EXIT.
           EXIT.

       6960-COLLECT-ONE-SMSLOG.
           READ Sms-Log-File NEXT
               AT END
                   MOVE 'Y' TO Mg-Scan-Eof-Sw
                   GO TO 6960-EXIT
           END-READ
           IF SL-Student-Id NOT = Mg-Wrong-Id
               MOVE 'Y' TO Mg-Scan-Eof-Sw
               GO TO 6960-EXIT
           END-IF
           IF Mg-Sl-Count < 100
               ADD 1 TO Mg-Sl-Count
               MOVE SMS-LOG-RECORD TO Mg-Sl-Image (Mg-Sl-Count)
           ELSE
               DISPLAY "WARNING: more than 100 sent-text rows under "
                   Mg-Wrong-Id " -- the extra rows were not moved."
               MOVE 'Y' TO Mg-Scan-Eof-Sw
           END-IF.
       6960-EXIT.
           EXIT.

       6970-REKEY-ONE-SMSLOG.
           MOVE Mg-Sl-Image (Mg-Sl-Sub) TO SMS-LOG-RECORD
           MOVE Mg-Right-Id             TO SL-Student-Id
           READ Sms-Log-File
               INVALID KEY
                   MOVE Mg-Sl-Image (Mg-Sl-Sub) TO SMS-LOG-RECORD
                   MOVE Mg-Right-Id TO SL-Student-Id
                   WRITE SMS-LOG-RECORD
                   IF Mg-Smslog-Status = "00"
                       ADD 1 TO Mg-Smslog-Count
                   ELSE
                       DISPLAY "WARNING: a sent-text row could not "
                           "be re-keyed (status "
                           Mg-Smslog-Status ")"
                   END-IF
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE Mg-Sl-Image (Mg-Sl-Sub) TO SMS-LOG-RECORD
           READ Sms-Log-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE Sms-Log-File
                   IF Mg-Smslog-Status NOT = "00"
                       DISPLAY "WARNING: the wrong ID's sent-text "
                           "row could not be deleted (status "
                           Mg-Smslog-Status ")"
                   END-IF
           END-READ.
       6970-EXIT.
           EXIT.

      *================================================================
      * 7000-RETIRE-WRONG-ID -- CREATE THE RIGHT ID'S STUDENT ROW
      *   FROM THE WRONG ONE'S DEMOGRAPHICS WHEN IT IS MISSING, THEN
           CLOSE Hold-File
           CLOSE Payment-File
           CLOSE Grade-Master-File
           CLOSE Voucher-File
           CLOSE Plan-File
           CLOSE Grant-File
           CLOSE Sms-Log-File
           STOP RUN.
       9999-EXIT.
           EXIT.
