      *   09-03-2026 JRA  FIRST VERSION -- DATED SEQUENTIAL UNLOAD
      *                   OF EVERY INDEXED MASTER WITH RECORD-COUNT
      *                   TRAILERS AND A SUMMARY REPORT.
      *   10-15-2026 JRA  ALSO UNLOADS THE REFUND VOUCHER, PAYMENT
      *                   PLAN, GRANT, OR BOOKLET, GL ACCOUNT MAP,
      *                   FACULTY, TEACHING ASSIGNMENT, SMS TEMPLATE,
      *                   SENT SMS LOG, AND REFUND POLICY FILES.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-Term-Code
               FILE STATUS IS Bk-Master-Status.
      *DROP REFUND VOUCHERS, BACKED UP EVERY NIGHT
           SELECT Refund-Voucher-File ASSIGN TO "refvouch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-Key
               FILE STATUS IS Bk-Master-Status.
      *INSTALLMENT PAYMENT PLANS, BACKED UP EVERY NIGHT
           SELECT Payment-Plan-File ASSIGN TO "payplan.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-Key
               FILE STATUS IS Bk-Master-Status.
      *SCHOLARSHIP AND DISCOUNT GRANTS, BACKED UP EVERY NIGHT
           SELECT Grant-File ASSIGN TO "grantmst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GT-Key
               FILE STATUS IS Bk-Master-Status.
      *OFFICIAL RECEIPT BOOKLETS, BACKED UP EVERY NIGHT
           SELECT Or-Booklet-File ASSIGN TO "orbook.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OB-Key
               FILE STATUS IS Bk-Master-Status.
      *FEE TO GL ACCOUNT MAP, BACKED UP EVERY NIGHT
           SELECT Gl-Map-File ASSIGN TO "glacct.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-Fee-Name
               FILE STATUS IS Bk-Master-Status.
      *FACULTY MASTER, BACKED UP EVERY NIGHT
           SELECT Faculty-File ASSIGN TO "facmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-Faculty-Id
               FILE STATUS IS Bk-Master-Status.
      *TEACHING ASSIGNMENTS, BACKED UP EVERY NIGHT
           SELECT Assignment-File ASSIGN TO "sectasgn.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-Key
               FILE STATUS IS Bk-Master-Status.
      *SMS MESSAGE TEMPLATES, BACKED UP EVERY NIGHT
           SELECT Template-File ASSIGN TO "smstmpl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-Event-Type
               FILE STATUS IS Bk-Master-Status.
      *SENT SMS LOG, BACKED UP EVERY NIGHT
           SELECT Sms-Log-File ASSIGN TO "smslog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-Key
               FILE STATUS IS Bk-Master-Status.
      *DROP REFUND POLICY BANDS, BACKED UP EVERY NIGHT
           SELECT Refund-Policy-File ASSIGN TO "refpolcy.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-Through-Day
               FILE STATUS IS Bk-Master-Status.
      *DATED SEQUENTIAL BACKUP COPY, NAMED PER MASTER PER DAY
           SELECT Backup-File ASSIGN USING Bk-Backup-Name
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
       01  Bk-Out-Line                 PIC X(200).
       FD  Backup-Report.
           PERFORM 2700-BACKUP-GRADEMAST THRU 2700-EXIT.
           PERFORM 2800-BACKUP-PAYMAST THRU 2800-EXIT.
           PERFORM 2900-BACKUP-TERMCAL THRU 2900-EXIT.
           PERFORM 3000-BACKUP-REFVOUCH THRU 3000-EXIT.
           PERFORM 3100-BACKUP-PAYPLAN THRU 3100-EXIT.
           PERFORM 3200-BACKUP-GRANTMST THRU 3200-EXIT.
           PERFORM 3300-BACKUP-ORBOOK THRU 3300-EXIT.
           PERFORM 3400-BACKUP-GLACCT THRU 3400-EXIT.
           PERFORM 3500-BACKUP-FACMAST THRU 3500-EXIT.
           PERFORM 3600-BACKUP-SECTASGN THRU 3600-EXIT.
           PERFORM 3700-BACKUP-SMSTMPL THRU 3700-EXIT.
           PERFORM 3800-BACKUP-SMSLOG THRU 3800-EXIT.
           PERFORM 3900-BACKUP-REFPOLCY THRU 3900-EXIT.
           PERFORM 9000-WRAP-UP THRU 9000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

       2910-EXIT.
           EXIT.

       3000-BACKUP-REFVOUCH.
           MOVE "refvouch" TO Bk-Master-Name
           MOVE ZERO TO Bk-Record-Count
           MOVE 'N' TO Bk-Eof-Sw
           MOVE 'N' TO Bk-File-Bad-Sw
           OPEN INPUT Refund-Voucher-File
           IF Bk-Master-Status = "35"
               PERFORM 8200-REPORT-MISSING THRU 8200-EXIT
               GO TO 3000-EXIT
           END-IF
           IF Bk-Master-Status NOT = "00"
               PERFORM 8300-REPORT-OPEN-FAIL THRU 8300-EXIT
               GO TO 3000-EXIT
           END-IF
           PERFORM 8000-OPEN-BACKUP-FILE THRU 8000-EXIT
           IF Bk-File-Bad
               CLOSE Refund-Voucher-File
               GO TO 3000-EXIT
           END-IF
           PERFORM 3010-UNLOAD-ONE-ROW THRU 3010-EXIT
               UNTIL Bk-Eof
           CLOSE Refund-Voucher-File
           PERFORM 8100-WRITE-TRAILER THRU 8100-EXIT.
       3000-EXIT.
           EXIT.

       3010-UNLOAD-ONE-ROW.
           READ Refund-Voucher-File NEXT
               AT END
                   MOVE 'Y' TO Bk-Eof-Sw
                   GO TO 3010-EXIT
           END-READ
           IF Bk-Master-Status NOT = "00"
               MOVE 'Y' TO Bk-File-Bad-Sw
               MOVE 'Y' TO Bk-Eof-Sw
               PERFORM 8400-REPORT-READ-FAIL THRU 8400-EXIT
               GO TO 3010-EXIT
           END-IF
           MOVE SPACES TO Bk-Out-Line
           MOVE REFUND-VOUCHER-RECORD TO Bk-Out-Line
           WRITE Bk-Out-Line
           IF Bk-Backup-Status NOT = "00"
               MOVE 'Y' TO Bk-File-Bad-Sw
               MOVE 'Y' TO Bk-Eof-Sw
               PERFORM 8500-REPORT-WRITE-FAIL THRU 8500-EXIT
               GO TO 3010-EXIT
           END-IF
           ADD 1 TO Bk-Record-Count.
       3010-EXIT.
           EXIT.

       3100-BACKUP-PAYPLAN.
           MOVE "payplan" TO Bk-Master-Name
           MOVE ZERO TO Bk-Record-Count
           MOVE 'N' TO Bk-Eof-Sw
           MOVE 'N' TO Bk-File-Bad-Sw
           OPEN INPUT Payment-Plan-File
           IF Bk-Master-Status = "35"
               PERFORM 8200-REPORT-MISSING THRU 8200-EXIT
               GO TO 3100-EXIT
           END-IF
           IF Bk-Master-Status NOT = "00"
               PERFORM 8300-REPORT-OPEN-FAIL THRU 8300-EXIT
               GO TO 3100-EXIT
           END-IF
           PERFORM 8000-OPEN-BACKUP-FILE THRU 8000-EXIT
           IF Bk-File-Bad
               CLOSE Payment-Plan-File
               GO TO 3100-EXIT
           END-IF
           PERFORM 3110-UNLOAD-ONE-ROW THRU 3110-EXIT
               UNTIL Bk-Eof
           CLOSE Payment-Plan-File
           PERFORM 8100-WRITE-TRAILER THRU 8100-EXIT.
       3100-EXIT.
           EXIT.

       3110-UNLOAD-ONE-ROW.
           READ Payment-Plan-File NEXT
               AT END
                   MOVE 'Y' TO Bk-Eof-Sw
                   GO TO 3110-EXIT
           END-READ
           IF Bk-Master-Status NOT = "00"
               MOVE 'Y' TO Bk-File-Bad-Sw
               MOVE 'Y' TO Bk-Eof-Sw
               PERFORM 8400-REPORT-READ-FAIL THRU 8400-EXIT
               GO TO 3110-EXIT
           END-IF
           MOVE SPACES TO Bk-Out-Line
           MOVE PAYMENT-PLAN-RECORD TO Bk-Out-Line
           WRITE Bk-Out-Line
           IF Bk-Backup-Status NOT = "00"
               MOVE 'Y' TO Bk-File-Bad-Sw
               MOVE 'Y' TO Bk-Eof-Sw
               PERFORM 8500-REPORT-WRITE-FAIL THRU 8500-EXIT
               GO TO 3110-EXIT
           END-IF
           ADD 1 TO Bk-Record-Count.
       3110-EXIT.
           EXIT.

       3200-BACKUP-GRANTMST.
           MOVE "grantmst" TO Bk-Master-Name
           MOVE ZERO TO Bk-Record-Count
           MOVE 'N' TO Bk-Eof-Sw
           MOVE 'N' TO Bk-File-Bad-Sw
           OPEN INPUT Grant-File
           IF Bk-Master-Status = "35"
               PERFORM 8200-REPORT-MISSING THRU 8200-EXIT
               GO TO 3200-EXIT
           END-IF
           IF Bk-Master-Status NOT = "00"
               PERFORM 8300-REPORT-OPEN-FAIL THRU 8300-EXIT
               GO TO 3200-EXIT
           END-IF
           PERFORM 8000-OPEN-BACKUP-FILE THRU 8000-EXIT
           IF Bk-File-Bad
               CLOSE Grant-File
               GO TO 3200-EXIT
           END-IF
           PERFORM 3210-UNLOAD-ONE-ROW THRU 3210-EXIT
               UNTIL Bk-Eof
           CLOSE Grant-File
           PERFORM 8100-WRITE-TRAILER THRU 8100-EXIT.
       3200-EXIT.
           EXIT.

       3210-UNLOAD-ONE-ROW.
           READ Grant-File NEXT
               AT END
                   MOVE 'Y' TO Bk-Eof-Sw
                   GO TO 3210-EXIT
           END-READ
           IF Bk-Master-Status NOT = "00"
               MOVE 'Y' TO Bk-File-Bad-Sw
               MOVE 'Y' TO Bk-Eof-Sw
               PERFORM 8400-REPORT-READ-FAIL THRU 8400-EXIT
               GO TO 3210-EXIT
           END-IF
           MOVE SPACES TO Bk-Out-Line
           MOVE GRANT-RECORD TO Bk-Out-Line
           WRITE Bk-Out-Line
           IF Bk-Backup-Status NOT = "00"
               MOVE 'Y' TO Bk-File-Bad-Sw
               MOVE 'Y' TO Bk-Eof-Sw
               PERFORM 8500-REPORT-WRITE-FAIL THRU 8500-EXIT
               GO TO 3210-EXIT
           END-IF
           ADD 1 TO Bk-Record-Count.
       3210-EXIT.
           EXIT.

       3300-BACKUP-ORBOOK.
           MOVE "orbook" TO Bk-Master-Name
           MOVE ZERO TO Bk-Record-Count
           MOVE 'N' TO Bk-Eof-Sw
           MOVE 'N' TO Bk-File-Bad-Sw
           OPEN INPUT Or-Booklet-File
           IF Bk-Master-Status = "35"
               PERFORM 8200-REPORT-MISSING THRU 8200-EXIT
               GO TO 3300-EXIT
           END-IF
           IF Bk-Master-Status NOT = "00"
               PERFORM 8300-REPORT-OPEN-FAIL THRU 8300-EXIT
               GO TO 3300-EXIT
           END-IF
           PERFORM 8000-OPEN-BACKUP-FILE THRU 8000-EXIT
           IF Bk-File-Bad
               CLOSE Or-Booklet-File
               GO TO 3300-EXIT
           END-IF
           PERFORM 3310-UNLOAD-ONE-ROW THRU 3310-EXIT
               UNTIL Bk-Eof
           CLOSE Or-Booklet-File
           PERFORM 8100-WRITE-TRAILER THRU 8100-EXIT.
       3300-EXIT.
           EXIT.

       3310-UNLOAD-ONE-ROW.
           READ Or-Booklet-File NEXT
               AT END
                   MOVE 'Y' TO Bk-Eof-Sw
                   GO TO 3310-EXIT
           END-READ
           IF Bk-Master-Status NOT = "00"
               MOVE 'Y' TO Bk-File-Bad-Sw
               MOVE 'Y' TO Bk-Eof-Sw
               PERFORM 8400-REPORT-READ-FAIL THRU 8400-EXIT
               GO TO 3310-EXIT
           END-IF
           MOVE SPACES TO Bk-Out-Line
           MOVE OR-BOOKLET-RECORD TO Bk-Out-Line
           WRITE Bk-Out-Line
           IF Bk-Backup-Status NOT = "00"
               MOVE 'Y' TO Bk-File-Bad-Sw
               MOVE 'Y' TO Bk-Eof-Sw
               PERFORM 8500-REPORT-WRITE-FAIL THRU 8500-EXIT
               GO TO 3310-EXIT
           END-IF
           ADD 1 TO Bk-Record-Count.
       3310-EXIT.
           EXIT.

       3400-BACKUP-GLACCT.
           MOVE "glacct" TO Bk-Master-Name
           MOVE ZERO TO Bk-Record-Count
           MOVE 'N' TO Bk-Eof-Sw
           MOVE 'N' TO Bk-File-Bad-Sw
           OPEN INPUT Gl-Map-File
           IF Bk-Master-Status = "35"
               PERFORM 8200-REPORT-MISSING THRU 8200-EXIT
               GO TO 3400-EXIT
           END-IF
           IF Bk-Master-Status NOT = "00"
               PERFORM 8300-REPORT-OPEN-FAIL THRU 8300-EXIT
               GO TO 3400-EXIT
           END-IF
           PERFORM 8000-OPEN-BACKUP-FILE THRU 8000-EXIT
           IF Bk-File-Bad
               CLOSE Gl-Map-File
               GO TO 3400-EXIT
           END-IF
           PERFORM 3410-UNLOAD-ONE-ROW THRU 3410-EXIT
               UNTIL Bk-Eof
           CLOSE Gl-Map-File
           PERFORM 8100-WRITE-TRAILER THRU 8100-EXIT.
       3400-EXIT.
           EXIT.

       3410-UNLOAD-ONE-ROW.
           READ Gl-Map-File NEXT
               AT END
                   MOVE 'Y' TO Bk-Eof-Sw
                   GO TO 3410-EXIT
           END-READ
           IF Bk-Master-Status NOT = "00"
               MOVE 'Y' TO Bk-File-Bad-Sw
               MOVE 'Y' TO Bk-Eof-Sw
               PERFORM 8400-REPORT-READ-FAIL THRU 8400-EXIT
               GO TO 3410-EXIT
           END-IF
           MOVE SPACES TO Bk-Out-Line
           MOVE GL-MAP-RECORD TO Bk-Out-Line
           WRITE Bk-Out-Line
           IF Bk-Backup-Status NOT = "00"
               MOVE 'Y' TO Bk-File-Bad-Sw
               MOVE 'Y' TO Bk-Eof-Sw
               PERFORM 8500-REPORT-WRITE-FAIL THRU 8500-EXIT
               GO TO 3410-EXIT
           END-IF
           ADD 1 TO Bk-Record-Count.
       3410-EXIT.
           EXIT.

       3500-BACKUP-FACMAST.
           MOVE "facmast" TO Bk-Master-Name
           MOVE ZERO TO Bk-Record-Count
           MOVE 'N' TO Bk-Eof-Sw
           MOVE 'N' TO Bk-File-Bad-Sw
           OPEN INPUT Faculty-File
           IF Bk-Master-Status = "35"
               PERFORM 8200-REPORT-MISSING THRU 8200-EXIT
               GO TO 3500-EXIT
           END-IF
           IF Bk-Master-Status NOT = "00"
               PERFORM 8300-REPORT-OPEN-FAIL THRU 8300-EXIT
               GO TO 3500-EXIT
           END-IF
           PERFORM 8000-OPEN-BACKUP-FILE THRU 8000-EXIT
           IF Bk-File-Bad
               CLOSE Faculty-File
               GO TO 3500-EXIT
           END-IF
           PERFORM 3510-UNLOAD-ONE-ROW THRU 3510-EXIT
               UNTIL Bk-Eof
           CLOSE Faculty-File
           PERFORM 8100-WRITE-TRAILER THRU 8100-EXIT.
       3500-EXIT.
           EXIT.

       3510-UNLOAD-ONE-ROW.
           READ Faculty-File NEXT
               AT END
                   MOVE 'Y' TO Bk-Eof-Sw
                   GO TO 3510-EXIT
           END-READ
           IF Bk-Master-Status NOT = "00"
               MOVE 'Y' TO Bk-File-Bad-Sw
               MOVE 'Y' TO Bk-Eof-Sw
               PERFORM 8400-REPORT-READ-FAIL THRU 8400-EXIT
               GO TO 3510-EXIT
           END-IF
           MOVE SPACES TO Bk-Out-Line
           MOVE FACULTY-MASTER-RECORD TO Bk-Out-Line
           WRITE Bk-Out-Line
           IF Bk-Backup-Status NOT = "00"
               MOVE 'Y' TO Bk-File-Bad-Sw
               MOVE 'Y' TO Bk-Eof-Sw
               PERFORM 8500-REPORT-WRITE-FAIL THRU 8500-EXIT
               GO TO 3510-EXIT
           END-IF
           ADD 1 TO Bk-Record-Count.
       3510-EXIT.
           EXIT.

       3600-BACKUP-SECTASGN.
           MOVE "sectasgn" TO Bk-Master-Name
           MOVE ZERO TO Bk-Record-Count
           MOVE 'N' TO Bk-Eof-Sw
           MOVE 'N' TO Bk-File-Bad-Sw
           OPEN INPUT Assignment-File
           IF Bk-Master-Status = "35"
               PERFORM 8200-REPORT-MISSING THRU 8200-EXIT
               GO TO 3600-EXIT
           END-IF
           IF Bk-Master-Status NOT = "00"
               PERFORM 8300-REPORT-OPEN-FAIL THRU 8300-EXIT
               GO TO 3600-EXIT
           END-IF
           PERFORM 8000-OPEN-BACKUP-FILE THRU 8000-EXIT
           IF Bk-File-Bad
               CLOSE Assignment-File
               GO TO 3600-EXIT
           END-IF
           PERFORM 3610-UNLOAD-ONE-ROW THRU 3610-EXIT
               UNTIL Bk-Eof
           CLOSE Assignment-File
           PERFORM 8100-WRITE-TRAILER THRU 8100-EXIT.
       3600-EXIT.
           EXIT.

       3610-UNLOAD-ONE-ROW.
           READ Assignment-File NEXT
               AT END
                   MOVE 'Y' TO Bk-Eof-Sw
                   GO TO 3610-EXIT
           END-READ
           IF Bk-Master-Status NOT = "00"
               MOVE 'Y' TO Bk-File-Bad-Sw
               MOVE 'Y' TO Bk-Eof-Sw
               PERFORM 8400-REPORT-READ-FAIL THRU 8400-EXIT
               GO TO 3610-EXIT
           END-IF
           MOVE SPACES TO Bk-Out-Line
           MOVE SECTION-ASSIGNMENT-RECORD TO Bk-Out-Line
           WRITE Bk-Out-Line
           IF Bk-Backup-Status NOT = "00"
               MOVE 'Y' TO Bk-File-Bad-Sw
               MOVE 'Y' TO Bk-Eof-Sw
               PERFORM 8500-REPORT-WRITE-FAIL THRU 8500-EXIT
               GO TO 3610-EXIT
           END-IF
           ADD 1 TO Bk-Record-Count.
       3610-EXIT.
           EXIT.

       3700-BACKUP-SMSTMPL.
           MOVE "smstmpl" TO Bk-Master-Name
           MOVE ZERO TO Bk-Record-Count
           MOVE 'N' TO Bk-Eof-Sw
           MOVE 'N' TO Bk-File-Bad-Sw
           OPEN INPUT Template-File
           IF Bk-Master-Status = "35"
               PERFORM 8200-REPORT-MISSING THRU 8200-EXIT
               GO TO 3700-EXIT
           END-IF
           IF Bk-Master-Status NOT = "00"
               PERFORM 8300-REPORT-OPEN-FAIL THRU 8300-EXIT
               GO TO 3700-EXIT
           END-IF
           PERFORM 8000-OPEN-BACKUP-FILE THRU 8000-EXIT
           IF Bk-File-Bad
               CLOSE Template-File
               GO TO 3700-EXIT
           END-IF
           PERFORM 3710-UNLOAD-ONE-ROW THRU 3710-EXIT
               UNTIL Bk-Eof
           CLOSE Template-File
           PERFORM 8100-WRITE-TRAILER THRU 8100-EXIT.
       3700-EXIT.
           EXIT.

       3710-UNLOAD-ONE-ROW.
           READ Template-File NEXT
               AT END
                   MOVE 'Y' TO Bk-Eof-Sw
                   GO TO 3710-EXIT
           END-READ
           IF Bk-Master-Status NOT = "00"
               MOVE 'Y' TO Bk-File-Bad-Sw
               MOVE 'Y' TO Bk-Eof-Sw
               PERFORM 8400-REPORT-READ-FAIL THRU 8400-EXIT
               GO TO 3710-EXIT
           END-IF
           MOVE SPACES TO Bk-Out-Line
           MOVE SMS-TEMPLATE-RECORD TO Bk-Out-Line
           WRITE Bk-Out-Line
           IF Bk-Backup-Status NOT = "00"
               MOVE 'Y' TO Bk-File-Bad-Sw
               MOVE 'Y' TO Bk-Eof-Sw
               PERFORM 8500-REPORT-WRITE-FAIL THRU 8500-EXIT
               GO TO 3710-EXIT
           END-IF
           ADD 1 TO Bk-Record-Count.
       3710-EXIT.
           EXIT.

       3800-BACKUP-SMSLOG.
           MOVE "smslog" TO Bk-Master-Name
           MOVE ZERO TO Bk-Record-Count
           MOVE 'N' TO Bk-Eof-Sw
           MOVE 'N' TO Bk-File-Bad-Sw
           OPEN INPUT Sms-Log-File
           IF Bk-Master-Status = "35"
               PERFORM 8200-REPORT-MISSING THRU 8200-EXIT
               GO TO 3800-EXIT
           END-IF
           IF Bk-Master-Status NOT = "00"
               PERFORM 8300-REPORT-OPEN-FAIL THRU 8300-EXIT
               GO TO 3800-EXIT
           END-IF
           PERFORM 8000-OPEN-BACKUP-FILE THRU 8000-EXIT
           IF Bk-File-Bad
               CLOSE Sms-Log-File
               GO TO 3800-EXIT
           END-IF
           PERFORM 3810-UNLOAD-ONE-ROW THRU 3810-EXIT
               UNTIL Bk-Eof
           CLOSE Sms-Log-File
           PERFORM 8100-WRITE-TRAILER THRU 8100-EXIT.
       3800-EXIT.
           EXIT.

       3810-UNLOAD-ONE-ROW.
           READ Sms-Log-File NEXT
               AT END
                   MOVE 'Y' TO Bk-Eof-Sw
                   GO TO 3810-EXIT
           END-READ
           IF Bk-Master-Status NOT = "00"
               MOVE 'Y' TO Bk-File-Bad-Sw
               MOVE 'Y' TO Bk-Eof-Sw
               PERFORM 8400-REPORT-READ-FAIL THRU 8400-EXIT
               GO TO 3810-EXIT
           END-IF
           MOVE SPACES TO Bk-Out-Line
           MOVE SMS-LOG-RECORD TO Bk-Out-Line
           WRITE Bk-Out-Line
           IF Bk-Backup-Status NOT = "00"
               MOVE 'Y' TO Bk-File-Bad-Sw
               MOVE 'Y' TO Bk-Eof-Sw
               PERFORM 8500-REPORT-WRITE-FAIL THRU 8500-EXIT
               GO TO 3810-EXIT
           END-IF
           ADD 1 TO Bk-Record-Count.
       3810-EXIT.
           EXIT.

       3900-BACKUP-REFPOLCY.
           MOVE "refpolcy" TO Bk-Master-Name
           MOVE ZERO TO Bk-Record-Count
           MOVE 'N' TO Bk-Eof-Sw
           MOVE 'N' TO Bk-File-Bad-Sw
           OPEN INPUT Refund-Policy-File
           IF Bk-Master-Status = "35"
               PERFORM 8200-REPORT-MISSING THRU 8200-EXIT
               GO TO 3900-EXIT
           END-IF
           IF Bk-Master-Status NOT = "00"
               PERFORM 8300-REPORT-OPEN-FAIL THRU 8300-EXIT
               GO TO 3900-EXIT
           END-IF
           PERFORM 8000-OPEN-BACKUP-FILE THRU 8000-EXIT
           IF Bk-File-Bad
               CLOSE Refund-Policy-File
               GO TO 3900-EXIT
           END-IF
           PERFORM 3910-UNLOAD-ONE-ROW THRU 3910-EXIT
               UNTIL Bk-Eof
           CLOSE Refund-Policy-File
           PERFORM 8100-WRITE-TRAILER THRU 8100-EXIT.
       3900-EXIT.
           EXIT.

       3910-UNLOAD-ONE-ROW.
           READ Refund-Policy-File NEXT
               AT END
                   MOVE 'Y' TO Bk-Eof-Sw
                   GO TO 3910-EXIT
           END-READ
           IF Bk-Master-Status NOT = "00"
               MOVE 'Y' TO Bk-File-Bad-Sw
               MOVE 'Y' TO Bk-Eof-Sw
               PERFORM 8400-REPORT-READ-FAIL THRU 8400-EXIT
               GO TO 3910-EXIT
           END-IF
           MOVE SPACES TO Bk-Out-Line
           MOVE REFUND-POLICY-RECORD TO Bk-Out-Line
           WRITE Bk-Out-Line
           IF Bk-Backup-Status NOT = "00"
               MOVE 'Y' TO Bk-File-Bad-Sw
               MOVE 'Y' TO Bk-Eof-Sw
               PERFORM 8500-REPORT-WRITE-FAIL THRU 8500-EXIT
               GO TO 3910-EXIT
           END-IF
           ADD 1 TO Bk-Record-Count.
       3910-EXIT.
           EXIT.

      *================================================================
      * 8000-OPEN-BACKUP-FILE -- BUILD THE DATED NAME AND CREATE THE
      *   BACKUP COPY FOR THE MASTER IN BK-MASTER-NAME
