      *                   ENROLLMENT MASTER IS KEYED BY IT -- THE
      *                   CAPTURED SEMESTER CODE BECAME THE FULL
      *                   TERM THROUGHOUT.
      *   10-15-2026 JRA  A SECTION TRANSFER LINE NOW MOVES THE
      *                   ENROLLMENT TO ITS NEW SECTION, SEATED, SO A
      *                   LATER DROP RELEASES THE SEAT THE STUDENT
      *                   ACTUALLY HOLDS.
      *   10-15-2026 JRA  A DROP OF AN ASSESSED ENROLLMENT NOW WRITES
      *                   A REFUND VOUCHER (REFVOUCH.DAT) SPLITTING
      *                   THE ASSESSMENT BY THE REFUND POLICY TABLE
      *                   (REFPOLCY.DAT) ON THE DAY OF THE TERM,
      *                   COUNTED FROM TC-START-DATE.  THE FORFEITED
      *                   PART STAYS ON THE ACCOUNT AS A CHARGE; THE
      *                   REFUND IS CAPPED AT THE CREDIT ON ACCOUNT
      *                   AND WAITS FOR BUSINESS OFFICE APPROVAL.
      *                   A VOUCHER SLIP IS APPENDED TO REFVSLIP.TXT.
      *   10-15-2026 JRA  THE PAYMENT TOTAL BEHIND THE DROP CREDIT IS
      *                   NOW SIGNED SO A VOIDED RECEIPT NETS OUT.
      *   10-15-2026 JRA  THE GRANT THE DROPPED ENROLLMENT'S ASSESS
      *                   LINE RECORDS IS GIVEN BACK TO THE STUDENT'S
      *                   TERM GRANT (GRANTMST.DAT), SO A FIXED
      *                   ALLOWANCE IS THERE AGAIN ON RE-ENROLLMENT.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT Promo-Notice ASSIGN TO "promnote.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Dw-Promo-Status.
      *ACADEMIC TERM CALENDAR, KEYED BY TERM (FOR THE START DATE)
           SELECT Term-Calendar-File ASSIGN TO "termcal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-Term-Code
               FILE STATUS IS Dw-Termcal-Status.
      *DROP REFUND POLICY, KEYED BY THE LAST TERM DAY OF EACH BAND
           SELECT Refund-Policy-File ASSIGN TO "refpolcy.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-Through-Day
               FILE STATUS IS Dw-Refpol-Status.
      *POSTED PAYMENTS, KEYED BY STUDENT ID AND OR NUMBER
           SELECT Payment-File ASSIGN TO "paymast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-Key
               FILE STATUS IS Dw-Paymast-Status.
      *REFUND VOUCHERS, KEYED BY STUDENT ID AND CONTROL NUMBER
           SELECT Refund-Voucher-File ASSIGN TO "refvouch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-Key
               FILE STATUS IS Dw-Voucher-Status.
      *SCHOLARSHIP AND DISCOUNT GRANTS, KEYED BY STUDENT + TERM
           SELECT Grant-File ASSIGN TO "grantmst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GT-Key
               FILE STATUS IS Dw-Grant-Status.
      *PRINTED REFUND VOUCHER SLIPS FOR THE BUSINESS OFFICE
           SELECT Voucher-Slip ASSIGN TO "refvslip.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Dw-Slip-Status.
      *APPEND-ONLY AUDIT JOURNAL OF EVERY MASTER CHANGE
           SELECT Audit-File ASSIGN TO "auditlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       01  Work-Info                   PIC X(88).
       FD  Promo-Notice.
       01  Promo-Line                  PIC X(80).
       FD  Term-Calendar-File.
           COPY TERMCAL.
       FD  Refund-Policy-File.
           COPY REFPOLCY.
       FD  Payment-File.
           COPY PAYMREC.
       FD  Refund-Voucher-File.
           COPY REFVOUCH.
       FD  Grant-File.
           COPY GRANTMST.
       FD  Voucher-Slip.
       01  Slip-Line                   PIC X(80).
       FD  Audit-File.
           COPY AUDITREC.

       01  Dw-Enrlmast-Status          PIC X(02) VALUE SPACES.
       01  Dw-Work-Status              PIC X(02) VALUE SPACES.
       01  Dw-Promo-Status             PIC X(02) VALUE SPACES.
       01  Dw-Termcal-Status           PIC X(02) VALUE SPACES.
       01  Dw-Refpol-Status            PIC X(02) VALUE SPACES.
       01  Dw-Paymast-Status           PIC X(02) VALUE SPACES.
       01  Dw-Voucher-Status           PIC X(02) VALUE SPACES.
       01  Dw-Slip-Status              PIC X(02) VALUE SPACES.
       01  Dw-Grant-Status             PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------
      * SWITCHES
       01  Dw-Line-Flipped-Sw          PIC X VALUE 'N'.
           88  Dw-Line-Flipped             VALUE 'Y'.
       01  Dw-Fail-Status              PIC X(02) VALUE SPACES.
       01  Dw-Refund-Ok-Sw             PIC X VALUE 'N'.
           88  Dw-Refund-Ok                VALUE 'Y'.

      *----------------------------------------------------------------
      * DROP REQUEST INPUT
       01  Dw-Course-Code              PIC X(02) VALUE SPACES.
       01  Dw-Course-Name              PIC X(20) VALUE SPACES.
       01  Dw-Term-Code                PIC X(05) VALUE SPACES.
       01  Dw-Grant-Cents              PIC 9(09) VALUE ZERO.
       01  Dw-Grant-Amt                PIC 9(07)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * PROMOTED-STUDENT DETAILS LIFTED FROM THE WAITLIST QUEUE ROW
       01  Dw-Promo-Course-Code        PIC X(02) VALUE SPACES.
       01  Dw-Promo-Term-Code          PIC X(05) VALUE SPACES.

      *----------------------------------------------------------------
      * REFUND WORK AREA -- THE DROPPED ENROLLMENT'S ASSESSMENT, ITS
      * SPLIT UNDER THE REFUND POLICY, AND THE STUDENT'S ACCOUNT
      * TOTALS AFTER THE DROP (SEE REFVOUCH.CPY FOR THE BALANCE RULE)
      *----------------------------------------------------------------
       01  Dw-Assessed-Amt             PIC 9(07)V99 VALUE ZERO.
       01  Dw-Term-Start               PIC 9(08) VALUE ZERO.
       01  Dw-Term-Day                 PIC 9(03) VALUE ZERO.
       01  Dw-Refund-Pct               PIC 9(03) VALUE ZERO.
       01  Dw-Refundable-Amt           PIC 9(07)V99 VALUE ZERO.
       01  Dw-Forfeit-Amt              PIC 9(07)V99 VALUE ZERO.
       01  Dw-Voucher-Amt              PIC 9(07)V99 VALUE ZERO.
       01  Dw-Live-Total               PIC 9(09)V99 VALUE ZERO.
       01  Dw-Paid-Total               PIC S9(09)V99 VALUE ZERO.
       01  Dw-Charge-Total             PIC 9(09)V99 VALUE ZERO.
       01  Dw-Committed-Total          PIC 9(09)V99 VALUE ZERO.
       01  Dw-Credit                   PIC S9(09)V99 VALUE ZERO.
       01  Dw-Amt-Display              PIC Z(06)9.99.
       01  Dw-Refund-Msg               PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------
      * DAY-NUMBER WORK AREA -- A YYYYMMDD DATE IS TURNED INTO A
      * RUNNING DAY COUNT SO TWO DATES CAN BE SUBTRACTED.  JANUARY
      * AND FEBRUARY COUNT THEIR LEAP DAYS FROM THE YEAR BEFORE.
      *----------------------------------------------------------------
       01  Dw-Dn-Date                  PIC 9(08) VALUE ZERO.
       01  Dw-Dn-Date-R REDEFINES Dw-Dn-Date.
           05  Dw-Dn-Yyyy              PIC 9(04).
           05  Dw-Dn-Mm                PIC 9(02).
           05  Dw-Dn-Dd                PIC 9(02).
       01  Dw-Dn-Year                  PIC 9(04) VALUE ZERO.
       01  Dw-Dn-Q4                    PIC 9(04) VALUE ZERO.
       01  Dw-Dn-Q100                  PIC 9(04) VALUE ZERO.
       01  Dw-Dn-Q400                  PIC 9(04) VALUE ZERO.
       01  Dw-Dn-Days                  PIC 9(07) VALUE ZERO.
       01  Dw-Drop-Days                PIC 9(07) VALUE ZERO.
       01  Dw-Start-Days               PIC 9(07) VALUE ZERO.
       01  Dw-Cum-Days-Data.
           05  FILLER PIC X(36)
               VALUE "000031059090120151181212243273304334".
       01  Dw-Cum-Days-Table REDEFINES Dw-Cum-Days-Data.
           05  Dw-Cum-Days OCCURS 12 TIMES PIC 9(03).

      *----------------------------------------------------------------
      * ROSTER SCAN WORK AREA
      *----------------------------------------------------------------
           END-IF
           PERFORM 4000-WRITE-DROP-LINE THRU 4000-EXIT.
           PERFORM 4500-MARK-MASTER-DROPPED THRU 4500-EXIT.
           PERFORM 4600-GIVE-BACK-GRANT THRU 4600-EXIT.
           PERFORM 5000-RELEASE-SEAT THRU 5000-EXIT.
           IF Dw-Slot-Waitlist
               PERFORM 5500-CANCEL-WAITLIST-ENTRY THRU 5500-EXIT
           DISPLAY " "
           DISPLAY X"1B" & "[32m" "Enrollment dropped.  Section "
               Dw-Section-Label " seat inventory has been updated."
           DISPLAY X"1B" & "[0m"
           PERFORM 7000-PROCESS-REFUND THRU 7000-EXIT.
       0000-TERMINATE.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

           MOVE 'N' TO Dw-Found-Sw
           MOVE 'N' TO Dw-Dropped-Sw
           MOVE 'N' TO Dw-Scan-Eof-Sw
           MOVE ZERO TO Dw-Grant-Cents
           OPEN INPUT Regi-Form
           IF Dw-Regi-Status = "35"
               MOVE 'Y' TO Dw-Scan-Eof-Sw
                   MOVE Dw-Scan-Type  TO Dw-Slot-Type
                   MOVE Dw-Scan-Code  TO Dw-Section-Code
                   MOVE Dw-Scan-Value TO Dw-Section-Label
               WHEN "TRANSFER"
                   MOVE "SECTION"     TO Dw-Slot-Type
                   MOVE Dw-Scan-Code  TO Dw-Section-Code
                   MOVE SPACES        TO Dw-Section-Label
               WHEN "COURSE"
                   MOVE Dw-Scan-Code  TO Dw-Course-Code
                   MOVE Dw-Scan-Value TO Dw-Course-Name
               WHEN "SEMESTER"
                   MOVE Dw-Scan-Code (1:5) TO Dw-Term-Code
               WHEN "ASSESS"
                   IF Dw-Scan-Value (10:9) IS NUMERIC
                       MOVE Dw-Scan-Value (10:9) TO Dw-Grant-Cents
                   END-IF
               WHEN "DROP"
                   MOVE 'Y' TO Dw-Dropped-Sw
           END-EVALUATE.
                   DISPLAY X"1B" & "[0m"
               NOT INVALID KEY
                   IF EM-Control-No = Dw-Control-Number
                       MOVE EM-Assessed-Amt TO Dw-Assessed-Amt
                       MOVE "D" TO EM-Status
                       REWRITE ENROLLMENT-MASTER-RECORD
                       IF Dw-Enrlmast-Status NOT = "00"
       4500-EXIT.
           EXIT.

      *================================================================
      * 4600-GIVE-BACK-GRANT -- THE ASSESSMENT CHARGED THE STUDENT'S
      *   TERM GRANT WITH WHAT ITS ASSESS LINE RECORDS (POSITIONS
      *   10-18, IN CENTAVOS).  THE DROP GIVES THAT BACK TO THE
      *   GRANT'S RUNNING TOTAL, AS THE COMMIT INTEGRITY CHECK DOES
      *   FOR A BACKED-OUT COMMIT, SO A FIXED ALLOWANCE IS NOT LOST
      *   TO AN ENROLLMENT THAT NO LONGER STANDS.
      *================================================================
       4600-GIVE-BACK-GRANT.
           IF Dw-Grant-Cents = ZERO OR Dw-Term-Code = SPACES
               GO TO 4600-EXIT
           END-IF
           OPEN I-O Grant-File
           IF Dw-Grant-Status NOT = "00"
               DISPLAY " "
               DISPLAY X"1B" & "[31m"
                   "WARNING: the grant file could not be opened "
                   "(status " Dw-Grant-Status ") -- the grant was "
                   "NOT given back; tell the business office."
               DISPLAY X"1B" & "[0m"
               GO TO 4600-EXIT
           END-IF
           MOVE Dw-Student-Id TO GT-Student-Id
           MOVE Dw-Term-Code  TO GT-Term
           READ Grant-File
               INVALID KEY
                   CLOSE Grant-File
                   GO TO 4600-EXIT
           END-READ
           COMPUTE Dw-Grant-Amt = Dw-Grant-Cents / 100
           MOVE SPACES TO Dw-Audit-Before
           MOVE GT-Amount-Used TO Dw-Amt-Display
           STRING "USED " Dw-Amt-Display
               DELIMITED BY SIZE INTO Dw-Audit-Before
           IF GT-Amount-Used > Dw-Grant-Amt
               SUBTRACT Dw-Grant-Amt FROM GT-Amount-Used
           ELSE
               MOVE ZERO TO GT-Amount-Used
           END-IF
           REWRITE GRANT-RECORD
           IF Dw-Grant-Status NOT = "00"
               DISPLAY " "
               DISPLAY X"1B" & "[31m"
                   "WARNING: the grant total could not be restored "
                   "(status " Dw-Grant-Status ") -- tell the "
                   "business office."
               DISPLAY X"1B" & "[0m"
               CLOSE Grant-File
               GO TO 4600-EXIT
           END-IF
           MOVE "GIVEBACK" TO Dw-Audit-Action
           MOVE "GRANTMST" TO Dw-Audit-File
           MOVE GT-Key     TO Dw-Audit-Key
           MOVE SPACES     TO Dw-Audit-After
           MOVE GT-Amount-Used TO Dw-Amt-Display
           STRING "USED " Dw-Amt-Display
               DELIMITED BY SIZE INTO Dw-Audit-After
           CLOSE Grant-File
           PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT
           MOVE Dw-Grant-Amt TO Dw-Amt-Display
           DISPLAY "Grant of " Dw-Amt-Display " given back to the "
               "student's term grant.".
       4600-EXIT.
           EXIT.

      *================================================================
      * 5000-RELEASE-SEAT -- GIVE THE SEAT OR WAITLIST SLOT BACK TO
      *   THE SECTION SO 4100-CHECK-SEAT-AVAILABILITY IN THE
                       "not adjusted."
                   DISPLAY X"1B" & "[0m"
               NOT INVALID KEY
                   MOVE SC-Section-Label TO Dw-Section-Label
                   IF Dw-Slot-Waitlist
                       IF SC-Waitlist-Count > ZERO
                           SUBTRACT 1 FROM SC-Waitlist-Count
       6300-EXIT.
           EXIT.

      *================================================================
      * 7000-PROCESS-REFUND -- SPLIT THE DROPPED ENROLLMENT'S
      *   ASSESSMENT INTO A REFUNDABLE AND A FORFEITED PART BY THE
      *   REFUND POLICY FOR THE DAY OF THE TERM, WORK OUT HOW MUCH
      *   OF THE REFUNDABLE PART THE STUDENT ACTUALLY HAS ON ACCOUNT,
      *   AND WRITE THE VOUCHER FOR THE BUSINESS OFFICE.  A DROPPED
      *   WAITLIST SLOT NEVER HELD A SEAT, SO IT IS ALWAYS REFUNDED
      *   IN FULL.  WHEN THE TERM OR THE POLICY IS NOT ON FILE THE
      *   DROP STANDS BUT NO VOUCHER IS WRITTEN, AND THE OPERATOR IS
      *   TOLD TO REFER THE REFUND TO THE BUSINESS OFFICE.
      *================================================================
       7000-PROCESS-REFUND.
           IF Dw-Assessed-Amt = ZERO
               GO TO 7000-EXIT
           END-IF
           PERFORM 7100-GET-TERM-DAY THRU 7100-EXIT
           IF NOT Dw-Refund-Ok
               GO TO 7000-WARN
           END-IF
           IF Dw-Slot-Waitlist
               MOVE 100 TO Dw-Refund-Pct
           ELSE
               PERFORM 7200-LOOKUP-POLICY THRU 7200-EXIT
               IF NOT Dw-Refund-Ok
                   GO TO 7000-WARN
               END-IF
           END-IF
           COMPUTE Dw-Refundable-Amt ROUNDED =
               Dw-Assessed-Amt * Dw-Refund-Pct / 100
           COMPUTE Dw-Forfeit-Amt =
               Dw-Assessed-Amt - Dw-Refundable-Amt
           PERFORM 7300-COMPUTE-CREDIT THRU 7300-EXIT
           IF NOT Dw-Refund-Ok
               GO TO 7000-WARN
           END-IF
           COMPUTE Dw-Credit = Dw-Paid-Total - Dw-Live-Total
                             - Dw-Charge-Total - Dw-Committed-Total
                             - Dw-Forfeit-Amt
           IF Dw-Credit > ZERO
               IF Dw-Credit < Dw-Refundable-Amt
                   MOVE Dw-Credit TO Dw-Voucher-Amt
               ELSE
                   MOVE Dw-Refundable-Amt TO Dw-Voucher-Amt
               END-IF
           ELSE
               MOVE ZERO TO Dw-Voucher-Amt
           END-IF
           PERFORM 7400-WRITE-VOUCHER THRU 7400-EXIT
           IF NOT Dw-Refund-Ok
               GO TO 7000-WARN
           END-IF
           PERFORM 7500-PRINT-VOUCHER-SLIP THRU 7500-EXIT
           MOVE "REFUND"   TO Dw-Audit-Action
           MOVE "REFVOUCH" TO Dw-Audit-File
           MOVE SPACES     TO Dw-Audit-Key
           STRING Dw-Student-Id " " Dw-Course-Code " "
                  Dw-Term-Code
               DELIMITED BY SIZE INTO Dw-Audit-Key
           MOVE SPACES     TO Dw-Audit-Before
           STRING "DAY " Dw-Term-Day " PCT " Dw-Refund-Pct
               DELIMITED BY SIZE INTO Dw-Audit-Before
           MOVE Dw-Voucher-Amt TO Dw-Amt-Display
           MOVE SPACES     TO Dw-Audit-After
           STRING "VOUCHER " Dw-Amt-Display " " RV-Status
               DELIMITED BY SIZE INTO Dw-Audit-After
           PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT
           DISPLAY " "
           MOVE Dw-Forfeit-Amt TO Dw-Amt-Display
           DISPLAY "Day " Dw-Term-Day " of the term, refund "
               Dw-Refund-Pct "%.  Forfeited and kept as a charge: "
               Dw-Amt-Display
           MOVE Dw-Voucher-Amt TO Dw-Amt-Display
           IF Dw-Voucher-Amt > ZERO
               DISPLAY X"1B" & "[32m" "Refund voucher for "
                   Dw-Amt-Display " written for Business Office "
                   "approval (refvslip.txt)."
           ELSE
               DISPLAY X"1B" & "[32m" "No refund is due -- the "
                   "student has no credit on account to return."
           END-IF
           DISPLAY X"1B" & "[0m"
           GO TO 7000-EXIT.
       7000-WARN.
           DISPLAY " "
           DISPLAY X"1B" & "[31m"
               "WARNING: " Dw-Refund-Msg
           DISPLAY "No refund voucher was written -- refer this "
               "drop to the Business Office."
           DISPLAY X"1B" & "[0m".
       7000-EXIT.
           EXIT.

      *================================================================
      * 7100-GET-TERM-DAY -- DAY OF THE TERM FOR TODAY'S DROP, FROM
      *   TC-START-DATE ON THE TERM CALENDAR: 000 BEFORE CLASSES
      *   START, 001 ON THE FIRST DAY OF CLASSES, AND SO ON
      *================================================================
       7100-GET-TERM-DAY.
           MOVE 'N' TO Dw-Refund-Ok-Sw
           OPEN INPUT Term-Calendar-File
           IF Dw-Termcal-Status NOT = "00"
               MOVE "the term calendar could not be opened."
                   TO Dw-Refund-Msg
               GO TO 7100-EXIT
           END-IF
           MOVE Dw-Term-Code TO TC-Term-Code
           READ Term-Calendar-File
               INVALID KEY
                   MOVE SPACES TO Dw-Refund-Msg
                   STRING "term " Dw-Term-Code
                       " is not on the term calendar."
                       DELIMITED BY SIZE INTO Dw-Refund-Msg
                   CLOSE Term-Calendar-File
                   GO TO 7100-EXIT
           END-READ
           MOVE TC-Start-Date TO Dw-Term-Start
           CLOSE Term-Calendar-File
           IF Dw-Term-Start IS NOT NUMERIC OR Dw-Term-Start = ZERO
               MOVE SPACES TO Dw-Refund-Msg
               STRING "term " Dw-Term-Code " has no start date."
                   DELIMITED BY SIZE INTO Dw-Refund-Msg
               GO TO 7100-EXIT
           END-IF
           MOVE Dw-Current-Date TO Dw-Dn-Date
           PERFORM 7150-DATE-TO-DAYS THRU 7150-EXIT
           MOVE Dw-Dn-Days TO Dw-Drop-Days
           MOVE Dw-Term-Start TO Dw-Dn-Date
           PERFORM 7150-DATE-TO-DAYS THRU 7150-EXIT
           MOVE Dw-Dn-Days TO Dw-Start-Days
           IF Dw-Drop-Days < Dw-Start-Days
               MOVE ZERO TO Dw-Term-Day
           ELSE
               IF Dw-Drop-Days - Dw-Start-Days > 998
                   MOVE 999 TO Dw-Term-Day
               ELSE
                   COMPUTE Dw-Term-Day =
                       Dw-Drop-Days - Dw-Start-Days + 1
               END-IF
           END-IF
           MOVE 'Y' TO Dw-Refund-Ok-Sw.
       7100-EXIT.
           EXIT.

       7150-DATE-TO-DAYS.
           MOVE ZERO TO Dw-Dn-Days
           IF Dw-Dn-Mm < 1 OR Dw-Dn-Mm > 12
               GO TO 7150-EXIT
           END-IF
           MOVE Dw-Dn-Yyyy TO Dw-Dn-Year
           IF Dw-Dn-Mm < 3
               SUBTRACT 1 FROM Dw-Dn-Year
           END-IF
           DIVIDE Dw-Dn-Year BY 4   GIVING Dw-Dn-Q4
           DIVIDE Dw-Dn-Year BY 100 GIVING Dw-Dn-Q100
           DIVIDE Dw-Dn-Year BY 400 GIVING Dw-Dn-Q400
           COMPUTE Dw-Dn-Days = Dw-Dn-Yyyy * 365
                              + Dw-Dn-Q4 - Dw-Dn-Q100 + Dw-Dn-Q400
                              + Dw-Cum-Days (Dw-Dn-Mm) + Dw-Dn-Dd.
       7150-EXIT.
           EXIT.

      *================================================================
      * 7200-LOOKUP-POLICY -- THE FIRST REFUND BAND WHOSE LAST DAY IS
      *   NOT BEFORE THE DROP'S DAY OF THE TERM.  PAST THE LAST BAND
      *   THE REFUND IS ZERO.  AN EMPTY OR MISSING POLICY TABLE IS
      *   AN ERROR, NOT A ZERO REFUND.
      *================================================================
       7200-LOOKUP-POLICY.
           MOVE 'N' TO Dw-Refund-Ok-Sw
           MOVE ZERO TO Dw-Refund-Pct
           OPEN INPUT Refund-Policy-File
           IF Dw-Refpol-Status NOT = "00"
               MOVE "the refund policy table is not on file."
                   TO Dw-Refund-Msg
               GO TO 7200-EXIT
           END-IF
           MOVE ZERO TO RP-Through-Day
           START Refund-Policy-File
                   KEY IS NOT LESS THAN RP-Through-Day
               INVALID KEY
                   MOVE "the refund policy table is empty."
                       TO Dw-Refund-Msg
                   CLOSE Refund-Policy-File
                   GO TO 7200-EXIT
           END-START
           MOVE Dw-Term-Day TO RP-Through-Day
           START Refund-Policy-File
                   KEY IS NOT LESS THAN RP-Through-Day
               INVALID KEY
                   MOVE ZERO TO Dw-Refund-Pct
               NOT INVALID KEY
                   READ Refund-Policy-File NEXT
                       AT END
                           MOVE ZERO TO Dw-Refund-Pct
                       NOT AT END
                           MOVE RP-Refund-Pct TO Dw-Refund-Pct
                   END-READ
           END-START
           CLOSE Refund-Policy-File
           IF Dw-Refund-Pct > 100
               MOVE 100 TO Dw-Refund-Pct
           END-IF
           MOVE 'Y' TO Dw-Refund-Ok-Sw.
       7200-EXIT.
           EXIT.

      *================================================================
      * 7300-COMPUTE-CREDIT -- THE STUDENT'S ACCOUNT AFTER THE DROP:
      *   LIVE ASSESSMENTS, PAYMENTS, CHARGES CARRIED ON EARLIER
      *   VOUCHERS, AND REFUNDS ALREADY PROMISED BUT NOT YET PAID
      *   OUT.  THE VOUCHER FILE IS LEFT OPEN FOR 7400.
      *================================================================
       7300-COMPUTE-CREDIT.
           MOVE 'N'  TO Dw-Refund-Ok-Sw
           MOVE ZERO TO Dw-Live-Total
           MOVE ZERO TO Dw-Paid-Total
           MOVE ZERO TO Dw-Charge-Total
           MOVE ZERO TO Dw-Committed-Total
           MOVE 'N' TO Dw-Scan-Eof-Sw
           MOVE Dw-Student-Id TO EM-Student-Id
           MOVE LOW-VALUES TO EM-Course-Code
           MOVE LOW-VALUES TO EM-Term
           START Enrollment-Master-File KEY IS NOT LESS THAN EM-Key
               INVALID KEY
                   MOVE 'Y' TO Dw-Scan-Eof-Sw
           END-START
           PERFORM 7310-SUM-ONE-ENROLLMENT THRU 7310-EXIT
               UNTIL Dw-Scan-Eof
           OPEN INPUT Payment-File
           IF Dw-Paymast-Status = "00"
               MOVE 'N' TO Dw-Scan-Eof-Sw
               MOVE Dw-Student-Id TO PY-Student-Id
               MOVE LOW-VALUES TO PY-Or-Number
               START Payment-File KEY IS NOT LESS THAN PY-Key
                   INVALID KEY
                       MOVE 'Y' TO Dw-Scan-Eof-Sw
               END-START
               PERFORM 7320-SUM-ONE-PAYMENT THRU 7320-EXIT
                   UNTIL Dw-Scan-Eof
               CLOSE Payment-File
           END-IF
           OPEN I-O Refund-Voucher-File
           IF Dw-Voucher-Status = "35"
               OPEN OUTPUT Refund-Voucher-File
               CLOSE Refund-Voucher-File
               OPEN I-O Refund-Voucher-File
           END-IF
           IF Dw-Voucher-Status NOT = "00"
               MOVE SPACES TO Dw-Refund-Msg
               STRING "the voucher file could not be opened ("
                   Dw-Voucher-Status ")."
                   DELIMITED BY SIZE INTO Dw-Refund-Msg
               GO TO 7300-EXIT
           END-IF
           MOVE 'N' TO Dw-Scan-Eof-Sw
           MOVE Dw-Student-Id TO RV-Student-Id
           MOVE ZERO TO RV-Control-No
           START Refund-Voucher-File KEY IS NOT LESS THAN RV-Key
               INVALID KEY
                   MOVE 'Y' TO Dw-Scan-Eof-Sw
           END-START
           PERFORM 7330-SUM-ONE-VOUCHER THRU 7330-EXIT
               UNTIL Dw-Scan-Eof
           MOVE 'Y' TO Dw-Refund-Ok-Sw.
       7300-EXIT.
           EXIT.

       7310-SUM-ONE-ENROLLMENT.
           READ Enrollment-Master-File NEXT
               AT END
                   MOVE 'Y' TO Dw-Scan-Eof-Sw
                   GO TO 7310-EXIT
           END-READ
           IF EM-Student-Id NOT = Dw-Student-Id
               MOVE 'Y' TO Dw-Scan-Eof-Sw
               GO TO 7310-EXIT
           END-IF
           IF EM-Enrolled
               ADD EM-Assessed-Amt TO Dw-Live-Total
           END-IF.
       7310-EXIT.
           EXIT.

       7320-SUM-ONE-PAYMENT.
           READ Payment-File NEXT
               AT END
                   MOVE 'Y' TO Dw-Scan-Eof-Sw
                   GO TO 7320-EXIT
           END-READ
           IF PY-Student-Id NOT = Dw-Student-Id
               MOVE 'Y' TO Dw-Scan-Eof-Sw
               GO TO 7320-EXIT
           END-IF
           ADD PY-Amount TO Dw-Paid-Total.
       7320-EXIT.
           EXIT.

       7330-SUM-ONE-VOUCHER.
           READ Refund-Voucher-File NEXT
               AT END
                   MOVE 'Y' TO Dw-Scan-Eof-Sw
                   GO TO 7330-EXIT
           END-READ
           IF RV-Student-Id NOT = Dw-Student-Id
               MOVE 'Y' TO Dw-Scan-Eof-Sw
               GO TO 7330-EXIT
           END-IF
           ADD RV-Forfeit-Amt TO Dw-Charge-Total
           IF RV-Released
               ADD RV-Voucher-Amt TO Dw-Charge-Total
           END-IF
           IF RV-Pending OR RV-Approved
               ADD RV-Voucher-Amt TO Dw-Committed-Total
           END-IF.
       7330-EXIT.
           EXIT.

      *================================================================
      * 7400-WRITE-VOUCHER -- ONE VOUCHER ROW PER DROPPED
      *   TRANSACTION.  NOTHING TO PAY OUT STILL WRITES THE ROW
      *   (STATUS "N") SO THE FORFEITED CHARGE IS CARRIED.
      *================================================================
       7400-WRITE-VOUCHER.
           MOVE 'N' TO Dw-Refund-Ok-Sw
           MOVE Dw-Student-Id      TO RV-Student-Id
           MOVE Dw-Control-Number  TO RV-Control-No
           MOVE Dw-Course-Code     TO RV-Course-Code
           MOVE Dw-Term-Code       TO RV-Term
           MOVE Dw-Section-Code    TO RV-Section-Code
           MOVE Dw-Current-Date    TO RV-Drop-Date
           MOVE Dw-Term-Day        TO RV-Term-Day
           MOVE Dw-Refund-Pct      TO RV-Refund-Pct
           MOVE Dw-Assessed-Amt    TO RV-Assessed-Amt
           MOVE Dw-Refundable-Amt  TO RV-Refundable-Amt
           MOVE Dw-Forfeit-Amt     TO RV-Forfeit-Amt
           MOVE Dw-Voucher-Amt     TO RV-Voucher-Amt
           IF Dw-Voucher-Amt > ZERO
               MOVE "P" TO RV-Status
           ELSE
               MOVE "N" TO RV-Status
           END-IF
           MOVE Dw-Operator-Id     TO RV-Prepared-By
           MOVE SPACES             TO RV-Approved-By
           MOVE ZERO               TO RV-Approved-Date
           MOVE SPACES             TO RV-Released-By
           MOVE ZERO               TO RV-Released-Date
           MOVE SPACES             TO RV-Release-Ref
           WRITE REFUND-VOUCHER-RECORD
           IF Dw-Voucher-Status NOT = "00"
               MOVE SPACES TO Dw-Refund-Msg
               STRING "the refund voucher could not be written ("
                   Dw-Voucher-Status ")."
                   DELIMITED BY SIZE INTO Dw-Refund-Msg
               CLOSE Refund-Voucher-File
               GO TO 7400-EXIT
           END-IF
           CLOSE Refund-Voucher-File
           MOVE 'Y' TO Dw-Refund-Ok-Sw.
       7400-EXIT.
           EXIT.

      *================================================================
      * 7500-PRINT-VOUCHER-SLIP -- APPEND THE VOUCHER SLIP THE
      *   BUSINESS OFFICE SIGNS WHEN IT APPROVES THE REFUND
      *================================================================
       7500-PRINT-VOUCHER-SLIP.
           OPEN EXTEND Voucher-Slip
           IF Dw-Slip-Status = "35"
               OPEN OUTPUT Voucher-Slip
               CLOSE Voucher-Slip
               OPEN EXTEND Voucher-Slip
           END-IF
           IF Dw-Slip-Status NOT = "00"
               DISPLAY "WARNING: the voucher slip could not be "
                   "printed (status " Dw-Slip-Status ")."
               GO TO 7500-EXIT
           END-IF
           MOVE "====================================================
      -    "============"                        TO Slip-Line
           WRITE Slip-Line
           MOVE "REFUND VOUCHER -- DROPPED ENROLLMENT" TO Slip-Line
           WRITE Slip-Line
           MOVE SPACES TO Slip-Line
           STRING "Drop Date    : " Dw-Cdt-Mm "/" Dw-Cdt-Dd "/"
                  Dw-Cdt-Yyyy
               DELIMITED BY SIZE INTO Slip-Line
           WRITE Slip-Line
           MOVE SPACES TO Slip-Line
           STRING "Student ID   : " Dw-Student-Id
               DELIMITED BY SIZE INTO Slip-Line
           WRITE Slip-Line
           MOVE SPACES TO Slip-Line
           STRING "Control No.  : " Dw-Control-Number
               DELIMITED BY SIZE INTO Slip-Line
           WRITE Slip-Line
           MOVE SPACES TO Slip-Line
           STRING "Course/Term  : " Dw-Course-Code " " Dw-Term-Code
                  "  SECTION " Dw-Section-Code
               DELIMITED BY SIZE INTO Slip-Line
           WRITE Slip-Line
           MOVE SPACES TO Slip-Line
           STRING "Term Day     : " Dw-Term-Day
                  "   REFUND RATE " Dw-Refund-Pct "%"
               DELIMITED BY SIZE INTO Slip-Line
           WRITE Slip-Line
           MOVE Dw-Assessed-Amt TO Dw-Amt-Display
           MOVE SPACES TO Slip-Line
           STRING "Assessed     : " Dw-Amt-Display
               DELIMITED BY SIZE INTO Slip-Line
           WRITE Slip-Line
           MOVE Dw-Refundable-Amt TO Dw-Amt-Display
           MOVE SPACES TO Slip-Line
           STRING "Refundable   : " Dw-Amt-Display
               DELIMITED BY SIZE INTO Slip-Line
           WRITE Slip-Line
           MOVE Dw-Forfeit-Amt TO Dw-Amt-Display
           MOVE SPACES TO Slip-Line
           STRING "Forfeited    : " Dw-Amt-Display
                  "  (KEPT AS A CHARGE ON ACCOUNT)"
               DELIMITED BY SIZE INTO Slip-Line
           WRITE Slip-Line
           MOVE Dw-Voucher-Amt TO Dw-Amt-Display
           MOVE SPACES TO Slip-Line
           STRING "TO BE REFUNDED: " Dw-Amt-Display
               DELIMITED BY SIZE INTO Slip-Line
           WRITE Slip-Line
           MOVE SPACES TO Slip-Line
           IF Dw-Voucher-Amt > ZERO
               STRING "Prepared by " Dw-Operator-Id
                      "   Approved by ________   Released ________"
                   DELIMITED BY SIZE INTO Slip-Line
           ELSE
               STRING "Prepared by " Dw-Operator-Id
                      "   NO CREDIT ON ACCOUNT -- NOTHING TO RELEASE"
                   DELIMITED BY SIZE INTO Slip-Line
           END-IF
           WRITE Slip-Line
           MOVE "====================================================
      -    "============"                        TO Slip-Line
           WRITE Slip-Line
           CLOSE Voucher-Slip.
       7500-EXIT.
           EXIT.

      *================================================================
      * 8800-WRITE-AUDIT -- APPEND ONE ACTION TO THE AUDIT JOURNAL.
      *   THE CALLER FILLS THE ACTION, FILE, KEY, AND BEFORE/AFTER
