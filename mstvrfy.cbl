      *   ---------- ---- --------------------------------------------
      *   09-03-2026 JRA  FIRST VERSION -- END-TO-END READ OF EVERY
      *                   INDEXED MASTER WITH A BAD-READ REPORT.
      *   10-15-2026 JRA  ALSO READS THE REFUND VOUCHER, PAYMENT
      *                   PLAN, GRANT, OR BOOKLET, GL ACCOUNT MAP,
      *                   FACULTY, TEACHING ASSIGNMENT, SMS TEMPLATE,
      *                   SENT SMS LOG, AND REFUND POLICY FILES.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-Term-Code
               FILE STATUS IS Vf-Master-Status.
      *DROP REFUND VOUCHERS, VERIFIED END TO END
           SELECT Refund-Voucher-File ASSIGN TO "refvouch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-Key
               FILE STATUS IS Vf-Master-Status.
      *INSTALLMENT PAYMENT PLANS, VERIFIED END TO END
           SELECT Payment-Plan-File ASSIGN TO "payplan.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-Key
               FILE STATUS IS Vf-Master-Status.
      *SCHOLARSHIP AND DISCOUNT GRANTS, VERIFIED END TO END
           SELECT Grant-File ASSIGN TO "grantmst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GT-Key
               FILE STATUS IS Vf-Master-Status.
      *OFFICIAL RECEIPT BOOKLETS, VERIFIED END TO END
           SELECT Or-Booklet-File ASSIGN TO "orbook.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OB-Key
               FILE STATUS IS Vf-Master-Status.
      *FEE TO GL ACCOUNT MAP, VERIFIED END TO END
           SELECT Gl-Map-File ASSIGN TO "glacct.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-Fee-Name
               FILE STATUS IS Vf-Master-Status.
      *FACULTY MASTER, VERIFIED END TO END
           SELECT Faculty-File ASSIGN TO "facmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-Faculty-Id
               FILE STATUS IS Vf-Master-Status.
      *TEACHING ASSIGNMENTS, VERIFIED END TO END
           SELECT Assignment-File ASSIGN TO "sectasgn.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-Key
               FILE STATUS IS Vf-Master-Status.
      *SMS MESSAGE TEMPLATES, VERIFIED END TO END
           SELECT Template-File ASSIGN TO "smstmpl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-Event-Type
               FILE STATUS IS Vf-Master-Status.
      *SENT SMS LOG, VERIFIED END TO END
           SELECT Sms-Log-File ASSIGN TO "smslog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-Key
               FILE STATUS IS Vf-Master-Status.
      *DROP REFUND POLICY BANDS, VERIFIED END TO END
           SELECT Refund-Policy-File ASSIGN TO "refpolcy.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-Through-Day
               FILE STATUS IS Vf-Master-Status.
      *VERIFY RESULTS FOR THE MORNING CHECK
           SELECT Verify-Report ASSIGN TO "vrfyrpt.txt"
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
       FD  Verify-Report.
       01  Vf-Rpt-Line                 PIC X(80).

           PERFORM 2700-VERIFY-GRADEMAST THRU 2700-EXIT.
           PERFORM 2800-VERIFY-PAYMAST THRU 2800-EXIT.
           PERFORM 2900-VERIFY-TERMCAL THRU 2900-EXIT.
           PERFORM 3000-VERIFY-REFVOUCH THRU 3000-EXIT.
           PERFORM 3100-VERIFY-PAYPLAN THRU 3100-EXIT.
           PERFORM 3200-VERIFY-GRANTMST THRU 3200-EXIT.
           PERFORM 3300-VERIFY-ORBOOK THRU 3300-EXIT.
           PERFORM 3400-VERIFY-GLACCT THRU 3400-EXIT.
           PERFORM 3500-VERIFY-FACMAST THRU 3500-EXIT.
           PERFORM 3600-VERIFY-SECTASGN THRU 3600-EXIT.
           PERFORM 3700-VERIFY-SMSTMPL THRU 3700-EXIT.
           PERFORM 3800-VERIFY-SMSLOG THRU 3800-EXIT.
           PERFORM 3900-VERIFY-REFPOLCY THRU 3900-EXIT.
           PERFORM 9000-WRAP-UP THRU 9000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

       2910-EXIT.
           EXIT.

       3000-VERIFY-REFVOUCH.
           MOVE "refvouch" TO Vf-Master-Name
           MOVE ZERO TO Vf-Record-Count
           MOVE 'N' TO Vf-Eof-Sw
           MOVE 'N' TO Vf-File-Bad-Sw
           OPEN INPUT Refund-Voucher-File
           IF Vf-Master-Status = "35"
               PERFORM 8200-REPORT-MISSING THRU 8200-EXIT
               GO TO 3000-EXIT
           END-IF
           IF Vf-Master-Status NOT = "00"
               PERFORM 8300-REPORT-OPEN-FAIL THRU 8300-EXIT
               GO TO 3000-EXIT
           END-IF
           PERFORM 3010-READ-ONE-ROW THRU 3010-EXIT
               UNTIL Vf-Eof
           CLOSE Refund-Voucher-File
           PERFORM 8100-REPORT-RESULT THRU 8100-EXIT.
       3000-EXIT.
           EXIT.

       3010-READ-ONE-ROW.
           READ Refund-Voucher-File NEXT
               AT END
                   MOVE 'Y' TO Vf-Eof-Sw
                   GO TO 3010-EXIT
           END-READ
           IF Vf-Master-Status NOT = "00"
               MOVE Vf-Master-Status TO Vf-Fail-Status
               MOVE 'Y' TO Vf-File-Bad-Sw
               MOVE 'Y' TO Vf-Eof-Sw
               GO TO 3010-EXIT
           END-IF
           ADD 1 TO Vf-Record-Count.
       3010-EXIT.
           EXIT.

       3100-VERIFY-PAYPLAN.
           MOVE "payplan" TO Vf-Master-Name
           MOVE ZERO TO Vf-Record-Count
           MOVE 'N' TO Vf-Eof-Sw
           MOVE 'N' TO Vf-File-Bad-Sw
           OPEN INPUT Payment-Plan-File
           IF Vf-Master-Status = "35"
               PERFORM 8200-REPORT-MISSING THRU 8200-EXIT
               GO TO 3100-EXIT
           END-IF
           IF Vf-Master-Status NOT = "00"
               PERFORM 8300-REPORT-OPEN-FAIL THRU 8300-EXIT
               GO TO 3100-EXIT
           END-IF
           PERFORM 3110-READ-ONE-ROW THRU 3110-EXIT
               UNTIL Vf-Eof
           CLOSE Payment-Plan-File
           PERFORM 8100-REPORT-RESULT THRU 8100-EXIT.
       3100-EXIT.
           EXIT.

       3110-READ-ONE-ROW.
           READ Payment-Plan-File NEXT
               AT END
                   MOVE 'Y' TO Vf-Eof-Sw
                   GO TO 3110-EXIT
           END-READ
           IF Vf-Master-Status NOT = "00"
               MOVE Vf-Master-Status TO Vf-Fail-Status
               MOVE 'Y' TO Vf-File-Bad-Sw
               MOVE 'Y' TO Vf-Eof-Sw
               GO TO 3110-EXIT
           END-IF
           ADD 1 TO Vf-Record-Count.
       3110-EXIT.
           EXIT.

       3200-VERIFY-GRANTMST.
           MOVE "grantmst" TO Vf-Master-Name
           MOVE ZERO TO Vf-Record-Count
           MOVE 'N' TO Vf-Eof-Sw
           MOVE 'N' TO Vf-File-Bad-Sw
           OPEN INPUT Grant-File
           IF Vf-Master-Status = "35"
               PERFORM 8200-REPORT-MISSING THRU 8200-EXIT
               GO TO 3200-EXIT
           END-IF
           IF Vf-Master-Status NOT = "00"
               PERFORM 8300-REPORT-OPEN-FAIL THRU 8300-EXIT
               GO TO 3200-EXIT
           END-IF
           PERFORM 3210-READ-ONE-ROW THRU 3210-EXIT
               UNTIL Vf-Eof
           CLOSE Grant-File
           PERFORM 8100-REPORT-RESULT THRU 8100-EXIT.
       3200-EXIT.
           EXIT.

       3210-READ-ONE-ROW.
           READ Grant-File NEXT
               AT END
                   MOVE 'Y' TO Vf-Eof-Sw
                   GO TO 3210-EXIT
           END-READ
           IF Vf-Master-Status NOT = "00"
               MOVE Vf-Master-Status TO Vf-Fail-Status
               MOVE 'Y' TO Vf-File-Bad-Sw
               MOVE 'Y' TO Vf-Eof-Sw
               GO TO 3210-EXIT
           END-IF
           ADD 1 TO Vf-Record-Count.
       3210-EXIT.
           EXIT.

       3300-VERIFY-ORBOOK.
           MOVE "orbook" TO Vf-Master-Name
           MOVE ZERO TO Vf-Record-Count
           MOVE 'N' TO Vf-Eof-Sw
           MOVE 'N' TO Vf-File-Bad-Sw
           OPEN INPUT Or-Booklet-File
           IF Vf-Master-Status = "35"
               PERFORM 8200-REPORT-MISSING THRU 8200-EXIT
               GO TO 3300-EXIT
           END-IF
           IF Vf-Master-Status NOT = "00"
               PERFORM 8300-REPORT-OPEN-FAIL THRU 8300-EXIT
               GO TO 3300-EXIT
           END-IF
           PERFORM 3310-READ-ONE-ROW THRU 3310-EXIT
               UNTIL Vf-Eof
           CLOSE Or-Booklet-File
           PERFORM 8100-REPORT-RESULT THRU 8100-EXIT.
       3300-EXIT.
           EXIT.

       3310-READ-ONE-ROW.
           READ Or-Booklet-File NEXT
               AT END
                   MOVE 'Y' TO Vf-Eof-Sw
                   GO TO 3310-EXIT
           END-READ
           IF Vf-Master-Status NOT = "00"
               MOVE Vf-Master-Status TO Vf-Fail-Status
               MOVE 'Y' TO Vf-File-Bad-Sw
               MOVE 'Y' TO Vf-Eof-Sw
               GO TO 3310-EXIT
           END-IF
           ADD 1 TO Vf-Record-Count.
       3310-EXIT.
           EXIT.

       3400-VERIFY-GLACCT.
           MOVE "glacct" TO Vf-Master-Name
           MOVE ZERO TO Vf-Record-Count
           MOVE 'N' TO Vf-Eof-Sw
           MOVE 'N' TO Vf-File-Bad-Sw
           OPEN INPUT Gl-Map-File
           IF Vf-Master-Status = "35"
               PERFORM 8200-REPORT-MISSING THRU 8200-EXIT
               GO TO 3400-EXIT
           END-IF
           IF Vf-Master-Status NOT = "00"
               PERFORM 8300-REPORT-OPEN-FAIL THRU 8300-EXIT
               GO TO 3400-EXIT
           END-IF
           PERFORM 3410-READ-ONE-ROW THRU 3410-EXIT
               UNTIL Vf-Eof
           CLOSE Gl-Map-File
           PERFORM 8100-REPORT-RESULT THRU 8100-EXIT.
       3400-EXIT.
           EXIT.

       3410-READ-ONE-ROW.
           READ Gl-Map-File NEXT
               AT END
                   MOVE 'Y' TO Vf-Eof-Sw
                   GO TO 3410-EXIT
           END-READ
           IF Vf-Master-Status NOT = "00"
               MOVE Vf-Master-Status TO Vf-Fail-Status
               MOVE 'Y' TO Vf-File-Bad-Sw
               MOVE 'Y' TO Vf-Eof-Sw
               GO TO 3410-EXIT
           END-IF
           ADD 1 TO Vf-Record-Count.
       3410-EXIT.
           EXIT.

       3500-VERIFY-FACMAST.
           MOVE "facmast" TO Vf-Master-Name
           MOVE ZERO TO Vf-Record-Count
           MOVE 'N' TO Vf-Eof-Sw
           MOVE 'N' TO Vf-File-Bad-Sw
           OPEN INPUT Faculty-File
           IF Vf-Master-Status = "35"
               PERFORM 8200-REPORT-MISSING THRU 8200-EXIT
               GO TO 3500-EXIT
           END-IF
           IF Vf-Master-Status NOT = "00"
               PERFORM 8300-REPORT-OPEN-FAIL THRU 8300-EXIT
               GO TO 3500-EXIT
           END-IF
           PERFORM 3510-READ-ONE-ROW THRU 3510-EXIT
               UNTIL Vf-Eof
           CLOSE Faculty-File
           PERFORM 8100-REPORT-RESULT THRU 8100-EXIT.
       3500-EXIT.
           EXIT.

       3510-READ-ONE-ROW.
           READ Faculty-File NEXT
               AT END
                   MOVE 'Y' TO Vf-Eof-Sw
                   GO TO 3510-EXIT
           END-READ
           IF Vf-Master-Status NOT = "00"
               MOVE Vf-Master-Status TO Vf-Fail-Status
               MOVE 'Y' TO Vf-File-Bad-Sw
               MOVE 'Y' TO Vf-Eof-Sw
               GO TO 3510-EXIT
           END-IF
           ADD 1 TO Vf-Record-Count.
       3510-EXIT.
           EXIT.

       3600-VERIFY-SECTASGN.
           MOVE "sectasgn" TO Vf-Master-Name
           MOVE ZERO TO Vf-Record-Count
           MOVE 'N' TO Vf-Eof-Sw
           MOVE 'N' TO Vf-File-Bad-Sw
           OPEN INPUT Assignment-File
           IF Vf-Master-Status = "35"
               PERFORM 8200-REPORT-MISSING THRU 8200-EXIT
               GO TO 3600-EXIT
           END-IF
           IF Vf-Master-Status NOT = "00"
               PERFORM 8300-REPORT-OPEN-FAIL THRU 8300-EXIT
               GO TO 3600-EXIT
           END-IF
           PERFORM 3610-READ-ONE-ROW THRU 3610-EXIT
               UNTIL Vf-Eof
           CLOSE Assignment-File
           PERFORM 8100-REPORT-RESULT THRU 8100-EXIT.
       3600-EXIT.
           EXIT.

       3610-READ-ONE-ROW.
           READ Assignment-File NEXT
               AT END
                   MOVE 'Y' TO Vf-Eof-Sw
                   GO TO 3610-EXIT
           END-READ
           IF Vf-Master-Status NOT = "00"
               MOVE Vf-Master-Status TO Vf-Fail-Status
               MOVE 'Y' TO Vf-File-Bad-Sw
               MOVE 'Y' TO Vf-Eof-Sw
               GO TO 3610-EXIT
           END-IF
           ADD 1 TO Vf-Record-Count.
       3610-EXIT.
           EXIT.

       3700-VERIFY-SMSTMPL.
           MOVE "smstmpl" TO Vf-Master-Name
           MOVE ZERO TO Vf-Record-Count
           MOVE 'N' TO Vf-Eof-Sw
           MOVE 'N' TO Vf-File-Bad-Sw
           OPEN INPUT Template-File
           IF Vf-Master-Status = "35"
               PERFORM 8200-REPORT-MISSING THRU 8200-EXIT
               GO TO 3700-EXIT
           END-IF
           IF Vf-Master-Status NOT = "00"
               PERFORM 8300-REPORT-OPEN-FAIL THRU 8300-EXIT
               GO TO 3700-EXIT
           END-IF
           PERFORM 3710-READ-ONE-ROW THRU 3710-EXIT
               UNTIL Vf-Eof
           CLOSE Template-File
           PERFORM 8100-REPORT-RESULT THRU 8100-EXIT.
       3700-EXIT.
           EXIT.

       3710-READ-ONE-ROW.
           READ Template-File NEXT
               AT END
                   MOVE 'Y' TO Vf-Eof-Sw
                   GO TO 3710-EXIT
           END-READ
           IF Vf-Master-Status NOT = "00"
               MOVE Vf-Master-Status TO Vf-Fail-Status
               MOVE 'Y' TO Vf-File-Bad-Sw
               MOVE 'Y' TO Vf-Eof-Sw
               GO TO 3710-EXIT
           END-IF
           ADD 1 TO Vf-Record-Count.
       3710-EXIT.
           EXIT.

       3800-VERIFY-SMSLOG.
           MOVE "smslog" TO Vf-Master-Name
           MOVE ZERO TO Vf-Record-Count
           MOVE 'N' TO Vf-Eof-Sw
           MOVE 'N' TO Vf-File-Bad-Sw
           OPEN INPUT Sms-Log-File
           IF Vf-Master-Status = "35"
               PERFORM 8200-REPORT-MISSING THRU 8200-EXIT
               GO TO 3800-EXIT
           END-IF
           IF Vf-Master-Status NOT = "00"
               PERFORM 8300-REPORT-OPEN-FAIL THRU 8300-EXIT
               GO TO 3800-EXIT
           END-IF
           PERFORM 3810-READ-ONE-ROW THRU 3810-EXIT
               UNTIL Vf-Eof
           CLOSE Sms-Log-File
           PERFORM 8100-REPORT-RESULT THRU 8100-EXIT.
       3800-EXIT.
           EXIT.

       3810-READ-ONE-ROW.
           READ Sms-Log-File NEXT
               AT END
                   MOVE 'Y' TO Vf-Eof-Sw
                   GO TO 3810-EXIT
           END-READ
           IF Vf-Master-Status NOT = "00"
               MOVE Vf-Master-Status TO Vf-Fail-Status
               MOVE 'Y' TO Vf-File-Bad-Sw
               MOVE 'Y' TO Vf-Eof-Sw
               GO TO 3810-EXIT
           END-IF
           ADD 1 TO Vf-Record-Count.
       3810-EXIT.
           EXIT.

       3900-VERIFY-REFPOLCY.
           MOVE "refpolcy" TO Vf-Master-Name
           MOVE ZERO TO Vf-Record-Count
           MOVE 'N' TO Vf-Eof-Sw
           MOVE 'N' TO Vf-File-Bad-Sw
           OPEN INPUT Refund-Policy-File
           IF Vf-Master-Status = "35"
               PERFORM 8200-REPORT-MISSING THRU 8200-EXIT
               GO TO 3900-EXIT
           END-IF
           IF Vf-Master-Status NOT = "00"
               PERFORM 8300-REPORT-OPEN-FAIL THRU 8300-EXIT
               GO TO 3900-EXIT
           END-IF
           PERFORM 3910-READ-ONE-ROW THRU 3910-EXIT
               UNTIL Vf-Eof
           CLOSE Refund-Policy-File
           PERFORM 8100-REPORT-RESULT THRU 8100-EXIT.
       3900-EXIT.
           EXIT.

       3910-READ-ONE-ROW.
           READ Refund-Policy-File NEXT
               AT END
                   MOVE 'Y' TO Vf-Eof-Sw
                   GO TO 3910-EXIT
           END-READ
           IF Vf-Master-Status NOT = "00"
               MOVE Vf-Master-Status TO Vf-Fail-Status
               MOVE 'Y' TO Vf-File-Bad-Sw
               MOVE 'Y' TO Vf-Eof-Sw
               GO TO 3910-EXIT
           END-IF
           ADD 1 TO Vf-Record-Count.
       3910-EXIT.
           EXIT.

      *================================================================
      * 8100-REPORT-RESULT -- ONE LINE PER MASTER.  THE FAILING READ
      *   STATUS IS CAPTURED BEFORE THE CLOSE OVERWRITES IT.
