      *   09-03-2026 JRA  FIRST VERSION -- SUPERVISED RELOAD OF ONE
      *                   MASTER FROM A CHOSEN BACKUP COPY WITH
      *                   TRAILER-COUNT VERIFICATION.
      *   10-15-2026 JRA  ALSO RELOADS THE REFUND VOUCHER, PAYMENT
      *                   PLAN, GRANT, OR BOOKLET, GL ACCOUNT MAP,
      *                   FACULTY, TEACHING ASSIGNMENT, SMS TEMPLATE,
      *                   SENT SMS LOG, AND REFUND POLICY FILES.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-Term-Code
               FILE STATUS IS Rs-Master-Status.
      *DROP REFUND VOUCHERS, RELOADED FROM A BACKUP COPY ON REQUEST
           SELECT Refund-Voucher-File ASSIGN TO "refvouch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-Key
               FILE STATUS IS Rs-Master-Status.
      *INSTALLMENT PAYMENT PLANS, RELOADED FROM A BACKUP COPY ON REQUEST
           SELECT Payment-Plan-File ASSIGN TO "payplan.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-Key
               FILE STATUS IS Rs-Master-Status.
      *GRANTS, RELOADED FROM A BACKUP COPY ON REQUEST
           SELECT Grant-File ASSIGN TO "grantmst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GT-Key
               FILE STATUS IS Rs-Master-Status.
      *OFFICIAL RECEIPT BOOKLETS, RELOADED FROM A BACKUP COPY ON REQUEST
           SELECT Or-Booklet-File ASSIGN TO "orbook.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OB-Key
               FILE STATUS IS Rs-Master-Status.
      *FEE TO GL ACCOUNT MAP, RELOADED FROM A BACKUP COPY ON REQUEST
           SELECT Gl-Map-File ASSIGN TO "glacct.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-Fee-Name
               FILE STATUS IS Rs-Master-Status.
      *FACULTY MASTER, RELOADED FROM A BACKUP COPY ON REQUEST
           SELECT Faculty-File ASSIGN TO "facmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-Faculty-Id
               FILE STATUS IS Rs-Master-Status.
      *TEACHING ASSIGNMENTS, RELOADED FROM A BACKUP COPY ON REQUEST
           SELECT Assignment-File ASSIGN TO "sectasgn.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-Key
               FILE STATUS IS Rs-Master-Status.
      *SMS MESSAGE TEMPLATES, RELOADED FROM A BACKUP COPY ON REQUEST
           SELECT Template-File ASSIGN TO "smstmpl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-Event-Type
               FILE STATUS IS Rs-Master-Status.
      *SENT SMS LOG, RELOADED FROM A BACKUP COPY ON REQUEST
           SELECT Sms-Log-File ASSIGN TO "smslog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-Key
               FILE STATUS IS Rs-Master-Status.
      *DROP REFUND POLICY BANDS, RELOADED ON REQUEST
           SELECT Refund-Policy-File ASSIGN TO "refpolcy.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-Through-Day
               FILE STATUS IS Rs-Master-Status.
      *THE CHOSEN BACKUP COPY, NAMED BY THE OPERATOR
           SELECT Backup-File ASSIGN USING Rs-Backup-Name
               ORGANIZATION IS LINE SEQUENTIAL
           COPY PAYMREC.
       FD  Term-Calendar-File.
           COPY TERMCAL.
       FD  Refund-Voucher-File.
           COPY REFVOUCH.
       FD  Payment-Plan-File.
           COPY PAYPLAN.
       FD  Grant-File.
           COPY GRANTMST.
       FD  Or-Booklet-File.
           COPY ORBOOK.
       FD  Gl-Map-File.
           COPY GLMAP.
       FD  Faculty-File.
           COPY FACMAST.
       FD  Assignment-File.
           COPY FACASGN.
       FD  Template-File.
           COPY SMSTMPL.
       FD  Sms-Log-File.
           COPY SMSLOG.
       FD  Refund-Policy-File.
           COPY REFPOLCY.
       FD  Backup-File.
       01  Rs-In-Line                  PIC X(200).

           DISPLAY "***MASTER FILE RESTORE***"
           DISPLAY "Masters: studmast crsemast sectcap waitlist"
           DISPLAY "         holdmast enrlmast sectschd grademast"
           DISPLAY "         paymast termcal refvouch payplan"
           DISPLAY "         grantmst orbook glacct facmast"
           DISPLAY "         sectasgn smstmpl smslog refpolcy"
           DISPLAY "Enter the master to restore: " WITH NO ADVANCING
           ACCEPT Rs-Master-Name
           IF Rs-Master-Name NOT = "studmast"
              AND Rs-Master-Name NOT = "grademast"
              AND Rs-Master-Name NOT = "paymast"
              AND Rs-Master-Name NOT = "termcal"
              AND Rs-Master-Name NOT = "refvouch"
              AND Rs-Master-Name NOT = "payplan"
              AND Rs-Master-Name NOT = "grantmst"
              AND Rs-Master-Name NOT = "orbook"
              AND Rs-Master-Name NOT = "glacct"
              AND Rs-Master-Name NOT = "facmast"
              AND Rs-Master-Name NOT = "sectasgn"
              AND Rs-Master-Name NOT = "smstmpl"
              AND Rs-Master-Name NOT = "smslog"
              AND Rs-Master-Name NOT = "refpolcy"
               DISPLAY "That is not one of the masters -- nothing "
                   "was restored."
               STOP RUN
               WHEN "termcal"
                   PERFORM 3900-RELOAD-TERMCAL
                       THRU 3900-EXIT
               WHEN "refvouch"
                   PERFORM 4000-RELOAD-REFVOUCH
                       THRU 4000-EXIT
               WHEN "payplan"
                   PERFORM 4100-RELOAD-PAYPLAN
                       THRU 4100-EXIT
               WHEN "grantmst"
                   PERFORM 4200-RELOAD-GRANTMST
                       THRU 4200-EXIT
               WHEN "orbook"
                   PERFORM 4300-RELOAD-ORBOOK
                       THRU 4300-EXIT
               WHEN "glacct"
                   PERFORM 4400-RELOAD-GLACCT
                       THRU 4400-EXIT
               WHEN "facmast"
                   PERFORM 4500-RELOAD-FACMAST
                       THRU 4500-EXIT
               WHEN "sectasgn"
                   PERFORM 4600-RELOAD-SECTASGN
                       THRU 4600-EXIT
               WHEN "smstmpl"
                   PERFORM 4700-RELOAD-SMSTMPL
                       THRU 4700-EXIT
               WHEN "smslog"
                   PERFORM 4800-RELOAD-SMSLOG
                       THRU 4800-EXIT
               WHEN "refpolcy"
                   PERFORM 4900-RELOAD-REFPOLCY
                       THRU 4900-EXIT
           END-EVALUATE
           CLOSE Backup-File.
       2000-EXIT.
       3910-EXIT.
           EXIT.

       4000-RELOAD-REFVOUCH.
           OPEN OUTPUT Refund-Voucher-File
           IF Rs-Master-Status NOT = "00"
               MOVE 'Y' TO Rs-Run-Bad-Sw
               DISPLAY "The master could not be recreated (status "
                   Rs-Master-Status ")."
               GO TO 4000-EXIT
           END-IF
           PERFORM 4010-LOAD-ONE-LINE THRU 4010-EXIT
               UNTIL Rs-Eof
           CLOSE Refund-Voucher-File.
       4000-EXIT.
           EXIT.

       4010-LOAD-ONE-LINE.
           READ Backup-File
               AT END
                   MOVE 'Y' TO Rs-Eof-Sw
                   GO TO 4010-EXIT
           END-READ
           IF Rs-In-Line (1:7) = "TRAILER"
               PERFORM 8000-TAKE-TRAILER THRU 8000-EXIT
               GO TO 4010-EXIT
           END-IF
           MOVE Rs-In-Line TO REFUND-VOUCHER-RECORD
           WRITE REFUND-VOUCHER-RECORD
           IF Rs-Master-Status NOT = "00"
               MOVE 'Y' TO Rs-Run-Bad-Sw
               MOVE 'Y' TO Rs-Eof-Sw
               DISPLAY "A record could not be reloaded after "
                   Rs-Loaded-Count " row(s) (status "
                   Rs-Master-Status ")."
               GO TO 4010-EXIT
           END-IF
           ADD 1 TO Rs-Loaded-Count.
       4010-EXIT.
           EXIT.

       4100-RELOAD-PAYPLAN.
           OPEN OUTPUT Payment-Plan-File
           IF Rs-Master-Status NOT = "00"
               MOVE 'Y' TO Rs-Run-Bad-Sw
               DISPLAY "The master could not be recreated (status "
                   Rs-Master-Status ")."
               GO TO 4100-EXIT
           END-IF
           PERFORM 4110-LOAD-ONE-LINE THRU 4110-EXIT
               UNTIL Rs-Eof
           CLOSE Payment-Plan-File.
       4100-EXIT.
           EXIT.

       4110-LOAD-ONE-LINE.
           READ Backup-File
               AT END
                   MOVE 'Y' TO Rs-Eof-Sw
                   GO TO 4110-EXIT
           END-READ
           IF Rs-In-Line (1:7) = "TRAILER"
               PERFORM 8000-TAKE-TRAILER THRU 8000-EXIT
               GO TO 4110-EXIT
           END-IF
           MOVE Rs-In-Line TO PAYMENT-PLAN-RECORD
           WRITE PAYMENT-PLAN-RECORD
           IF Rs-Master-Status NOT = "00"
               MOVE 'Y' TO Rs-Run-Bad-Sw
               MOVE 'Y' TO Rs-Eof-Sw
               DISPLAY "A record could not be reloaded after "
                   Rs-Loaded-Count " row(s) (status "
                   Rs-Master-Status ")."
               GO TO 4110-EXIT
           END-IF
           ADD 1 TO Rs-Loaded-Count.
       4110-EXIT.
           EXIT.

       4200-RELOAD-GRANTMST.
           OPEN OUTPUT Grant-File
           IF Rs-Master-Status NOT = "00"
               MOVE 'Y' TO Rs-Run-Bad-Sw
               DISPLAY "The master could not be recreated (status "
                   Rs-Master-Status ")."
               GO TO 4200-EXIT
           END-IF
           PERFORM 4210-LOAD-ONE-LINE THRU 4210-EXIT
               UNTIL Rs-Eof
           CLOSE Grant-File.
       4200-EXIT.
           EXIT.

       4210-LOAD-ONE-LINE.
           READ Backup-File
               AT END
                   MOVE 'Y' TO Rs-Eof-Sw
                   GO TO 4210-EXIT
           END-READ
           IF Rs-In-Line (1:7) = "TRAILER"
               PERFORM 8000-TAKE-TRAILER THRU 8000-EXIT
               GO TO 4210-EXIT
           END-IF
           MOVE Rs-In-Line TO GRANT-RECORD
           WRITE GRANT-RECORD
           IF Rs-Master-Status NOT = "00"
               MOVE 'Y' TO Rs-Run-Bad-Sw
               MOVE 'Y' TO Rs-Eof-Sw
               DISPLAY "A record could not be reloaded after "
                   Rs-Loaded-Count " row(s) (status "
                   Rs-Master-Status ")."
               GO TO 4210-EXIT
           END-IF
           ADD 1 TO Rs-Loaded-Count.
       4210-EXIT.
           EXIT.

       4300-RELOAD-ORBOOK.
           OPEN OUTPUT Or-Booklet-File
           IF Rs-Master-Status NOT = "00"
               MOVE 'Y' TO Rs-Run-Bad-Sw
               DISPLAY "The master could not be recreated (status "
                   Rs-Master-Status ")."
               GO TO 4300-EXIT
           END-IF
           PERFORM 4310-LOAD-ONE-LINE THRU 4310-EXIT
               UNTIL Rs-Eof
           CLOSE Or-Booklet-File.
       4300-EXIT.
           EXIT.

       4310-LOAD-ONE-LINE.
           READ Backup-File
               AT END
                   MOVE 'Y' TO Rs-Eof-Sw
                   GO TO 4310-EXIT
           END-READ
           IF Rs-In-Line (1:7) = "TRAILER"
               PERFORM 8000-TAKE-TRAILER THRU 8000-EXIT
               GO TO 4310-EXIT
           END-IF
           MOVE Rs-In-Line TO OR-BOOKLET-RECORD
           WRITE OR-BOOKLET-RECORD
           IF Rs-Master-Status NOT = "00"
               MOVE 'Y' TO Rs-Run-Bad-Sw
               MOVE 'Y' TO Rs-Eof-Sw
               DISPLAY "A record could not be reloaded after "
                   Rs-Loaded-Count " row(s) (status "
                   Rs-Master-Status ")."
               GO TO 4310-EXIT
           END-IF
           ADD 1 TO Rs-Loaded-Count.
       4310-EXIT.
           EXIT.

       4400-RELOAD-GLACCT.
           OPEN OUTPUT Gl-Map-File
           IF Rs-Master-Status NOT = "00"
               MOVE 'Y' TO Rs-Run-Bad-Sw
               DISPLAY "The master could not be recreated (status "
                   Rs-Master-Status ")."
               GO TO 4400-EXIT
           END-IF
           PERFORM 4410-LOAD-ONE-LINE THRU 4410-EXIT
               UNTIL Rs-Eof
           CLOSE Gl-Map-File.
       4400-EXIT.
           EXIT.

       4410-LOAD-ONE-LINE.
           READ Backup-File
               AT END
                   MOVE 'Y' TO Rs-Eof-Sw
                   GO TO 4410-EXIT
           END-READ
           IF Rs-In-Line (1:7) = "TRAILER"
               PERFORM 8000-TAKE-TRAILER THRU 8000-EXIT
               GO TO 4410-EXIT
           END-IF
           MOVE Rs-In-Line TO GL-MAP-RECORD
           WRITE GL-MAP-RECORD
           IF Rs-Master-Status NOT = "00"
               MOVE 'Y' TO Rs-Run-Bad-Sw
               MOVE 'Y' TO Rs-Eof-Sw
               DISPLAY "A record could not be reloaded after "
                   Rs-Loaded-Count " row(s) (status "
                   Rs-Master-Status ")."
               GO TO 4410-EXIT
           END-IF
           ADD 1 TO Rs-Loaded-Count.
       4410-EXIT.
           EXIT.

       4500-RELOAD-FACMAST.
           OPEN OUTPUT Faculty-File
           IF Rs-Master-Status NOT = "00"
               MOVE 'Y' TO Rs-Run-Bad-Sw
               DISPLAY "The master could not be recreated (status "
                   Rs-Master-Status ")."
               GO TO 4500-EXIT
           END-IF
           PERFORM 4510-LOAD-ONE-LINE THRU 4510-EXIT
               UNTIL Rs-Eof
           CLOSE Faculty-File.
       4500-EXIT.
           EXIT.

       4510-LOAD-ONE-LINE.
           READ Backup-File
               AT END
                   MOVE 'Y' TO Rs-Eof-Sw
                   GO TO 4510-EXIT
           END-READ
           IF Rs-In-Line (1:7) = "TRAILER"
               PERFORM 8000-TAKE-TRAILER THRU 8000-EXIT
               GO TO 4510-EXIT
           END-IF
           MOVE Rs-In-Line TO FACULTY-MASTER-RECORD
           WRITE FACULTY-MASTER-RECORD
           IF Rs-Master-Status NOT = "00"
               MOVE 'Y' TO Rs-Run-Bad-Sw
               MOVE 'Y' TO Rs-Eof-Sw
               DISPLAY "A record could not be reloaded after "
                   Rs-Loaded-Count " row(s) (status "
                   Rs-Master-Status ")."
               GO TO 4510-EXIT
           END-IF
           ADD 1 TO Rs-Loaded-Count.
       4510-EXIT.
           EXIT.

       4600-RELOAD-SECTASGN.
           OPEN OUTPUT Assignment-File
           IF Rs-Master-Status NOT = "00"
               MOVE 'Y' TO Rs-Run-Bad-Sw
               DISPLAY "The master could not be recreated (status "
                   Rs-Master-Status ")."
               GO TO 4600-EXIT
           END-IF
           PERFORM 4610-LOAD-ONE-LINE THRU 4610-EXIT
               UNTIL Rs-Eof
           CLOSE Assignment-File.
       4600-EXIT.
           EXIT.

       4610-LOAD-ONE-LINE.
           READ Backup-File
               AT END
                   MOVE 'Y' TO Rs-Eof-Sw
                   GO TO 4610-EXIT
           END-READ
           IF Rs-In-Line (1:7) = "TRAILER"
               PERFORM 8000-TAKE-TRAILER THRU 8000-EXIT
               GO TO 4610-EXIT
           END-IF
           MOVE Rs-In-Line TO SECTION-ASSIGNMENT-RECORD
           WRITE SECTION-ASSIGNMENT-RECORD
           IF Rs-Master-Status NOT = "00"
               MOVE 'Y' TO Rs-Run-Bad-Sw
               MOVE 'Y' TO Rs-Eof-Sw
               DISPLAY "A record could not be reloaded after "
                   Rs-Loaded-Count " row(s) (status "
                   Rs-Master-Status ")."
               GO TO 4610-EXIT
           END-IF
           ADD 1 TO Rs-Loaded-Count.
       4610-EXIT.
           EXIT.

       4700-RELOAD-SMSTMPL.
           OPEN OUTPUT Template-File
           IF Rs-Master-Status NOT = "00"
               MOVE 'Y' TO Rs-Run-Bad-Sw
               DISPLAY "The master could not be recreated (status "
                   Rs-Master-Status ")."
               GO TO 4700-EXIT
           END-IF
           PERFORM 4710-LOAD-ONE-LINE THRU 4710-EXIT
               UNTIL Rs-Eof
           CLOSE Template-File.
       4700-EXIT.
           EXIT.

       4710-LOAD-ONE-LINE.
           READ Backup-File
               AT END
                   MOVE 'Y' TO Rs-Eof-Sw
                   GO TO 4710-EXIT
           END-READ
           IF Rs-In-Line (1:7) = "TRAILER"
               PERFORM 8000-TAKE-TRAILER THRU 8000-EXIT
               GO TO 4710-EXIT
           END-IF
           MOVE Rs-In-Line TO SMS-TEMPLATE-RECORD
           WRITE SMS-TEMPLATE-RECORD
           IF Rs-Master-Status NOT = "00"
               MOVE 'Y' TO Rs-Run-Bad-Sw
               MOVE 'Y' TO Rs-Eof-Sw
               DISPLAY "A record could not be reloaded after "
                   Rs-Loaded-Count " row(s) (status "
                   Rs-Master-Status ")."
               GO TO 4710-EXIT
           END-IF
           ADD 1 TO Rs-Loaded-Count.
       4710-EXIT.
           EXIT.

       4800-RELOAD-SMSLOG.
           OPEN OUTPUT Sms-Log-File
           IF Rs-Master-Status NOT = "00"
               MOVE 'Y' TO Rs-Run-Bad-Sw
               DISPLAY "The master could not be recreated (status "
                   Rs-Master-Status ")."
               GO TO 4800-EXIT
           END-IF
           PERFORM 4810-LOAD-ONE-LINE THRU 4810-EXIT
               UNTIL Rs-Eof
           CLOSE Sms-Log-File.
       4800-EXIT.
           EXIT.

       4810-LOAD-ONE-LINE.
           READ Backup-File
               AT END
                   MOVE 'Y' TO Rs-Eof-Sw
                   GO TO 4810-EXIT
           END-READ
           IF Rs-In-Line (1:7) = "TRAILER"
               PERFORM 8000-TAKE-TRAILER THRU 8000-EXIT
               GO TO 4810-EXIT
           END-IF
           MOVE Rs-In-Line TO SMS-LOG-RECORD
           WRITE SMS-LOG-RECORD
           IF Rs-Master-Status NOT = "00"
               MOVE 'Y' TO Rs-Run-Bad-Sw
               MOVE 'Y' TO Rs-Eof-Sw
               DISPLAY "A record could not be reloaded after "
                   Rs-Loaded-Count " row(s) (status "
                   Rs-Master-Status ")."
               GO TO 4810-EXIT
           END-IF
           ADD 1 TO Rs-Loaded-Count.
       4810-EXIT.
           EXIT.

       4900-RELOAD-REFPOLCY.
           OPEN OUTPUT Refund-Policy-File
           IF Rs-Master-Status NOT = "00"
               MOVE 'Y' TO Rs-Run-Bad-Sw
               DISPLAY "The master could not be recreated (status "
                   Rs-Master-Status ")."
               GO TO 4900-EXIT
           END-IF
           PERFORM 4910-LOAD-ONE-LINE THRU 4910-EXIT
               UNTIL Rs-Eof
           CLOSE Refund-Policy-File.
       4900-EXIT.
           EXIT.

       4910-LOAD-ONE-LINE.
           READ Backup-File
               AT END
                   MOVE 'Y' TO Rs-Eof-Sw
                   GO TO 4910-EXIT
           END-READ
           IF Rs-In-Line (1:7) = "TRAILER"
               PERFORM 8000-TAKE-TRAILER THRU 8000-EXIT
               GO TO 4910-EXIT
           END-IF
           MOVE Rs-In-Line TO REFUND-POLICY-RECORD
           WRITE REFUND-POLICY-RECORD
           IF Rs-Master-Status NOT = "00"
               MOVE 'Y' TO Rs-Run-Bad-Sw
               MOVE 'Y' TO Rs-Eof-Sw
               DISPLAY "A record could not be reloaded after "
                   Rs-Loaded-Count " row(s) (status "
                   Rs-Master-Status ")."
               GO TO 4910-EXIT
           END-IF
           ADD 1 TO Rs-Loaded-Count.
       4910-EXIT.
           EXIT.

      *================================================================
      * 8000-TAKE-TRAILER -- CAPTURE THE EXPECTED RECORD COUNT FROM
      *   THE COPY'S CONTROL TRAILER ("TRAILER <COUNT> <DATE>")
