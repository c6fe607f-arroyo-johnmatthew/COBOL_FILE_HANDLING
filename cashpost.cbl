      *   POSTED PAYMENT ON PAYMAST.DAT).  ALSO SETS THE SEMESTER'S
      *   PAYMENT DEADLINE (PAYDLINE.TXT) THE NIGHTLY BUSINESS-OFFICE
      *   HOLD SYNC WORKS FROM, SO BUSN HOLDS FOLLOW THE MONEY
      *   INSTEAD OF THE BACKLOG OF MANUAL HOLD KEYING.  THE BUSINESS
      *   OFFICE ALSO KEEPS THE DROP REFUND POLICY TABLE HERE, AND
      *   APPROVES AND RELEASES THE REFUND VOUCHERS THE WITHDRAWAL
      *   PROGRAM WRITES, ENROLLS STUDENTS IN INSTALLMENT PLANS, AND
      *   KEEPS THE SCHOLARSHIP AND DISCOUNT GRANT MASTER.  A
      *   MIS-KEYED RECEIPT IS REVERSED HERE BY A SUPERVISED VOID,
      *   AND THE OR BOOKLETS ISSUED TO EACH CASHIER ARE RECORDED
      *   FOR THE CASHIER CLOSING REPORT.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cashier-Posting.
      *                   SIGN-ON (ID AND OFFICE), AND EVERY POSTED
      *                   PAYMENT AND DEADLINE CHANGE IS APPENDED TO
      *                   THE AUDIT JOURNAL (AUDITLOG.TXT).
      *   10-15-2026 JRA  DROP REFUNDS -- REFUND POLICY TABLE SCREEN
      *                   (REFPOLCY.DAT), APPROVAL AND RELEASE OF
      *                   REFUND VOUCHERS (REFVOUCH.DAT), AND AN
      *                   OUTSTANDING VOUCHER REGISTER (REFVREG.TXT).
      *                   THE BALANCE NOW CARRIES CHARGES FORFEITED
      *                   ON DROPS AND REFUNDS PAID BACK OUT.
      *   10-15-2026 JRA  INSTALLMENT PLANS -- A STUDENT'S TERM
      *                   ASSESSMENT CAN BE SPLIT INTO A FULL, TWO-
      *                   PART, OR THREE-PART PLAN WITH A DUE DATE
      *                   PER INSTALLMENT (PAYPLAN.DAT), WHICH THE
      *                   NIGHTLY HOLD SYNC THEN WORKS FROM.
      *   10-15-2026 JRA  SCHOLARSHIP AND DISCOUNT GRANT SCREEN --
      *                   KEEPS THE GRANT MASTER (GRANTMST.DAT) THE
      *                   REGISTRATION PROGRAM APPLIES AT FEE
      *                   ASSESSMENT.
      *   10-15-2026 JRA  RECEIPT VOIDS -- A SUPERVISOR-AUTHORIZED
      *                   VOID POSTS AN OFFSETTING NEGATIVE ROW WITH
      *                   A REASON AND MARKS THE RECEIPT VOIDED; THE
      *                   OR BOOKLET SCREEN RECORDS THE OR SERIES
      *                   ISSUED TO EACH CASHIER (ORBOOK.DAT).
      *   10-15-2026 JRA  GL ACCOUNT MAP SCREEN -- KEEPS THE FEE-TO-
      *                   ACCOUNT MAP (GLACCT.DAT) THE NIGHTLY GL
      *                   EXTRACT POSTS BY.
      *   10-15-2026 JRA  PLAN TYPE AND GRANT TERM PROMPTS CORRECTED
      *                   -- A FULL OR TWO-PART PLAN NOW SAVES, AND
      *                   A GRANT KEEPS ITS NAME, BASIS, COVERAGE AND
      *                   MINIMUM AVERAGE WHATEVER THE TYPE OR BASIS.
      *   10-15-2026 JRA  A VOID NOW MARKS THE RECEIPT BEFORE IT POSTS
      *                   THE VOID ROW, AND PUTS THE RECEIPT BACK IF
      *                   THE ROW CANNOT BE POSTED; NO AUDIT ROWS ARE
      *                   WRITTEN FOR A VOID THAT DID NOT COMPLETE.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT Deadline-File ASSIGN TO "paydline.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cs-Deadline-Status.
      *DROP REFUND POLICY, KEYED BY THE LAST TERM DAY OF EACH BAND
           SELECT Refund-Policy-File ASSIGN TO "refpolcy.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-Through-Day
               FILE STATUS IS Cs-Refpol-Status.
      *REFUND VOUCHERS, KEYED BY STUDENT ID AND CONTROL NUMBER
           SELECT Refund-Voucher-File ASSIGN TO "refvouch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-Key
               FILE STATUS IS Cs-Voucher-Status.
      *OUTSTANDING REFUND VOUCHER REGISTER
           SELECT Voucher-Register ASSIGN TO "refvreg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cs-Register-Status.
      *INSTALLMENT PLANS, KEYED BY STUDENT ID AND TERM
           SELECT Payment-Plan-File ASSIGN TO "payplan.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-Key
               FILE STATUS IS Cs-Payplan-Status.
      *SCHOLARSHIP AND DISCOUNT GRANTS, KEYED BY STUDENT ID AND TERM
           SELECT Grant-File ASSIGN TO "grantmst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GT-Key
               FILE STATUS IS Cs-Grant-Status.
      *OR BOOKLETS ISSUED, KEYED BY CASHIER ID AND FIRST OR NUMBER
           SELECT Or-Booklet-File ASSIGN TO "orbook.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OB-Key
               FILE STATUS IS Cs-Orbook-Status.
      *GL ACCOUNT MAP, KEYED BY FEE NAME
           SELECT Gl-Map-File ASSIGN TO "glacct.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-Fee-Name
               FILE STATUS IS Cs-Glmap-Status.
      *ACADEMIC TERM CALENDAR, KEYED BY TERM CODE
           SELECT Term-Calendar-File ASSIGN TO "termcal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-Term-Code
               FILE STATUS IS Cs-Termcal-Status.
      *APPEND-ONLY AUDIT JOURNAL OF EVERY MASTER CHANGE
           SELECT Audit-File ASSIGN TO "auditlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY STUMAST.
       FD  Deadline-File.
           COPY PAYDLINE.
       FD  Refund-Policy-File.
           COPY REFPOLCY.
       FD  Refund-Voucher-File.
           COPY REFVOUCH.
       FD  Voucher-Register.
       01  Register-Line               PIC X(80).
       FD  Payment-Plan-File.
           COPY PAYPLAN.
       FD  Grant-File.
           COPY GRANTMST.
       FD  Or-Booklet-File.
           COPY ORBOOK.
       FD  Gl-Map-File.
           COPY GLMAP.
       FD  Term-Calendar-File.
           COPY TERMCAL.
       FD  Audit-File.
           COPY AUDITREC.

       01  Cs-Enrlmast-Status          PIC X(02) VALUE SPACES.
       01  Cs-Stumast-Status           PIC X(02) VALUE SPACES.
       01  Cs-Deadline-Status          PIC X(02) VALUE SPACES.
       01  Cs-Refpol-Status            PIC X(02) VALUE SPACES.
       01  Cs-Voucher-Status           PIC X(02) VALUE SPACES.
       01  Cs-Register-Status          PIC X(02) VALUE SPACES.
       01  Cs-Payplan-Status           PIC X(02) VALUE SPACES.
       01  Cs-Termcal-Status           PIC X(02) VALUE SPACES.
       01  Cs-Grant-Status             PIC X(02) VALUE SPACES.
       01  Cs-Orbook-Status            PIC X(02) VALUE SPACES.
       01  Cs-Glmap-Status             PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------
      * SWITCHES
           88  Cs-Enrlmast-Open            VALUE 'Y'.
       01  Cs-Date-Valid-Sw            PIC X VALUE 'N'.
           88  Cs-Date-Valid               VALUE 'Y'.
       01  Cs-Voucher-Open-Sw          PIC X VALUE 'N'.
           88  Cs-Voucher-Open             VALUE 'Y'.
       01  Cs-Band-Found-Sw            PIC X VALUE 'N'.
           88  Cs-Band-Found               VALUE 'Y'.
       01  Cs-Plan-Found-Sw            PIC X VALUE 'N'.
           88  Cs-Plan-Found               VALUE 'Y'.
       01  Cs-Plan-Cancel-Sw           PIC X VALUE 'N'.
           88  Cs-Plan-Cancelled           VALUE 'Y'.
       01  Cs-Grant-Found-Sw           PIC X VALUE 'N'.
           88  Cs-Grant-Found              VALUE 'Y'.
       01  Cs-Or-Valid-Sw              PIC X VALUE 'N'.
           88  Cs-Or-Valid                 VALUE 'Y'.
       01  Cs-Overlap-Sw               PIC X VALUE 'N'.
           88  Cs-Overlap                  VALUE 'Y'.
       01  Cs-Glmap-Found-Sw           PIC X VALUE 'N'.
           88  Cs-Glmap-Found              VALUE 'Y'.

      *----------------------------------------------------------------
      * SCREEN INPUT WORK FIELDS -- AMOUNTS ARE KEYED IN WHOLE PESOS,
       01  Cs-Or-Number-In             PIC X(10) VALUE SPACES.
       01  Cs-Date-In                  PIC X(08) VALUE SPACES.
       01  Cs-Amount-In                PIC 9(07) VALUE ZERO.
       01  Cs-Day-In                   PIC X(03) VALUE SPACES.
       01  Cs-Pct-In                   PIC 9(03) VALUE ZERO.
       01  Cs-Band-Desc-In             PIC X(30) VALUE SPACES.
       01  Cs-Ctl-In                   PIC X(14) VALUE SPACES.
       01  Cs-Release-Ref-In           PIC X(10) VALUE SPACES.
       01  Cs-Term-In                  PIC X(05) VALUE SPACES.
       01  Cs-Due-In                   PIC X(08) VALUE SPACES.
       01  Cs-Code-In                  PIC X(01) VALUE SPACE.
       01  Cs-Grant-Name-In            PIC X(15) VALUE SPACES.
       01  Cs-Min-Avg-In               PIC 9(03) VALUE ZERO.
       01  Cs-Reason-In                PIC X(30) VALUE SPACES.
       01  Cs-Supervisor-In            PIC X(08) VALUE SPACES.
       01  Cs-Booklet-Cashier          PIC X(08) VALUE SPACES.
       01  Cs-Fee-Name-In              PIC X(15) VALUE SPACES.
       01  Cs-Account-In               PIC X(10) VALUE SPACES.
       01  Cs-Account-Desc-In          PIC X(25) VALUE SPACES.
       01  Cs-Today                    PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------
      *----------------------------------------------------------------
       01  Cs-Student-Name             PIC X(30) VALUE SPACES.
       01  Cs-Assessed-Total           PIC 9(09)V99 VALUE ZERO.
       01  Cs-Paid-Total               PIC S9(09)V99 VALUE ZERO.
       01  Cs-Forfeit-Total            PIC 9(09)V99 VALUE ZERO.
       01  Cs-Refunded-Total           PIC 9(09)V99 VALUE ZERO.
       01  Cs-Refund-Pending           PIC 9(09)V99 VALUE ZERO.
       01  Cs-Balance                  PIC S9(09)V99 VALUE ZERO.
       01  Cs-Amt-Display              PIC Z(08)9.99.
       01  Cs-Bal-Display              PIC -(08)9.99.

      *----------------------------------------------------------------
      * REFUND VOUCHER REGISTER WORK FIELDS
      *----------------------------------------------------------------
       01  Cs-Reg-Count                PIC 9(05) VALUE ZERO.
       01  Cs-Reg-Total                PIC 9(09)V99 VALUE ZERO.
       01  Cs-Pct-Display              PIC ZZ9.

      *----------------------------------------------------------------
      * INSTALLMENT PLAN WORK FIELDS
      *----------------------------------------------------------------
       01  Cs-Term-Assessed            PIC 9(07)V99 VALUE ZERO.
       01  Cs-Inst-Count               PIC 9(01) VALUE ZERO.
       01  Cs-Inst-Sub                 PIC 9(01) VALUE ZERO.
       01  Cs-Inst-Base                PIC 9(07)V99 VALUE ZERO.
       01  Cs-Prior-Due                PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------
      * RECEIPT VOID AND OR BOOKLET WORK FIELDS
      *----------------------------------------------------------------
       01  Cs-Void-Or                  PIC X(10) VALUE SPACES.
       01  Cs-Void-Amount              PIC S9(07)V99 VALUE ZERO.
       01  Cs-Void-Time                PIC 9(08) VALUE ZERO.
       01  Cs-Receipt-Save             PIC X(94) VALUE SPACES.
       01  Cs-Or-Len                   PIC 9(02) VALUE ZERO.
       01  Cs-Or-Digits                PIC X(10) VALUE SPACES.
       01  Cs-Or-Value                 PIC 9(10) VALUE ZERO.
       01  Cs-First-Or                 PIC 9(10) VALUE ZERO.
       01  Cs-Last-Or                  PIC 9(10) VALUE ZERO.
       01  Cs-Booklet-Count            PIC 9(03) VALUE ZERO.

      *----------------------------------------------------------------
      * OPERATOR SIGN-ON AND AUDIT JOURNAL WORK AREA -- EVERY POSTED
      * PAYMENT AND DEADLINE CHANGE IS APPENDED TO AUDITLOG.TXT.
           OPEN INPUT Student-Master-File
           IF Cs-Stumast-Status = "00"
               MOVE 'Y' TO Cs-Stumast-Open-Sw
           END-IF
           OPEN I-O Refund-Voucher-File
           IF Cs-Voucher-Status = "35"
               OPEN OUTPUT Refund-Voucher-File
               CLOSE Refund-Voucher-File
               OPEN I-O Refund-Voucher-File
           END-IF
           IF Cs-Voucher-Status = "00"
               MOVE 'Y' TO Cs-Voucher-Open-Sw
           ELSE
               DISPLAY "WARNING: the refund voucher file could not be "
                   "opened (status " Cs-Voucher-Status ") -- drop "
                   "charges and refunds will not show."
           END-IF.
       1000-EXIT.
           EXIT.
           DISPLAY X"1B" & "[0m" "1. Post a payment"
           DISPLAY "2. Student balance inquiry"
           DISPLAY "3. Set the payment deadline"
           DISPLAY "4. Drop refund policy table"
           DISPLAY "5. Approve or release a refund voucher"
           DISPLAY "6. Print the outstanding refund voucher register"
           DISPLAY "7. Enroll a student in an installment plan"
           DISPLAY "8. Scholarship and discount grants"
           DISPLAY "9. Void a receipt (supervisor)"
           DISPLAY "10. OR booklets issued to cashiers"
           DISPLAY "11. GL account map"
           DISPLAY "(press X to exit)"
           DISPLAY X"1B" & "[32m" "********************************"
           DISPLAY X"1B" & "[0m" "Enter your choice: "
               PERFORM 4000-BALANCE-INQUIRY THRU 4000-EXIT
           ELSE IF User-Choice = "3"
               PERFORM 5000-SET-DEADLINE THRU 5000-EXIT
           ELSE IF User-Choice = "4"
               PERFORM 7000-REFUND-POLICY THRU 7000-EXIT
           ELSE IF User-Choice = "5"
               PERFORM 7200-REFUND-VOUCHER THRU 7200-EXIT
           ELSE IF User-Choice = "6"
               PERFORM 7400-VOUCHER-REGISTER THRU 7400-EXIT
           ELSE IF User-Choice = "7"
               PERFORM 7600-PAYMENT-PLAN THRU 7600-EXIT
           ELSE IF User-Choice = "8"
               PERFORM 7700-GRANT-MAINT THRU 7700-EXIT
           ELSE IF User-Choice = "9"
               PERFORM 7800-VOID-RECEIPT THRU 7800-EXIT
           ELSE IF User-Choice = "10"
               PERFORM 7900-OR-BOOKLETS THRU 7900-EXIT
           ELSE IF User-Choice = "11"
               PERFORM 8000-GL-ACCOUNT-MAP THRU 8000-EXIT
           ELSE IF User-Choice = "X" OR User-Choice = "x"
               MOVE 'Y' TO Cs-Done-Sw
           ELSE
           MOVE Cs-Date-In       TO PY-Payment-Date
           MOVE Cs-Amount-In     TO PY-Amount
           MOVE Cs-Cashier-Id-In TO PY-Cashier-Id
           MOVE "R"              TO PY-Entry-Type
           MOVE SPACES           TO PY-Link-Or
           MOVE SPACES           TO PY-Void-Reason
           MOVE SPACES           TO PY-Supervisor-Id
           WRITE PAYMENT-RECORD
           IF Cs-Paymast-Status = "22"
               DISPLAY X"1B" & "[31m" "OR " Cs-Or-Number-In
       6000-COMPUTE-BALANCE.
           MOVE ZERO TO Cs-Assessed-Total
           MOVE ZERO TO Cs-Paid-Total
           MOVE ZERO TO Cs-Forfeit-Total
           MOVE ZERO TO Cs-Refunded-Total
           MOVE ZERO TO Cs-Refund-Pending
           MOVE SPACES TO Cs-Student-Name
           IF Cs-Stumast-Open
               MOVE Cs-Student-Id-In TO SM-Student-Id
           END-START
           PERFORM 6200-SUM-ONE-PAYMENT THRU 6200-EXIT
               UNTIL Cs-Scan-Eof
           IF Cs-Voucher-Open
               MOVE 'N' TO Cs-Scan-Eof-Sw
               MOVE Cs-Student-Id-In TO RV-Student-Id
               MOVE ZERO TO RV-Control-No
               START Refund-Voucher-File
                       KEY IS NOT LESS THAN RV-Key
                   INVALID KEY
                       MOVE 'Y' TO Cs-Scan-Eof-Sw
               END-START
               PERFORM 6300-SUM-ONE-VOUCHER THRU 6300-EXIT
                   UNTIL Cs-Scan-Eof
           END-IF
           COMPUTE Cs-Balance = Cs-Assessed-Total + Cs-Forfeit-Total
                              + Cs-Refunded-Total - Cs-Paid-Total.
       6000-EXIT.
           EXIT.

       6200-EXIT.
           EXIT.

      *A DROP LEAVES ITS FORFEITED PART ON THE ACCOUNT; A RELEASED
      *REFUND IS MONEY PAID BACK OUT, SO IT COUNTS AGAINST THE
      *PAYMENTS.  A REFUND NOT YET RELEASED IS SHOWN BUT NOT COUNTED.
       6300-SUM-ONE-VOUCHER.
           READ Refund-Voucher-File NEXT
               AT END
                   MOVE 'Y' TO Cs-Scan-Eof-Sw
                   GO TO 6300-EXIT
           END-READ
           IF RV-Student-Id NOT = Cs-Student-Id-In
               MOVE 'Y' TO Cs-Scan-Eof-Sw
               GO TO 6300-EXIT
           END-IF
           ADD RV-Forfeit-Amt TO Cs-Forfeit-Total
           IF RV-Released
               ADD RV-Voucher-Amt TO Cs-Refunded-Total
           END-IF
           IF RV-Pending OR RV-Approved
               ADD RV-Voucher-Amt TO Cs-Refund-Pending
           END-IF.
       6300-EXIT.
           EXIT.

       6500-SHOW-BALANCE.
           DISPLAY " "
           DISPLAY "Student      : " Cs-Student-Id-In " "
               Cs-Student-Name
           MOVE Cs-Assessed-Total TO Cs-Amt-Display
           DISPLAY "Assessed     : " Cs-Amt-Display
           IF Cs-Forfeit-Total > ZERO
               MOVE Cs-Forfeit-Total TO Cs-Amt-Display
               DISPLAY "Drop charges : " Cs-Amt-Display
           END-IF
           MOVE Cs-Paid-Total TO Cs-Amt-Display
           DISPLAY "Paid to date : " Cs-Amt-Display
           IF Cs-Refunded-Total > ZERO
               MOVE Cs-Refunded-Total TO Cs-Amt-Display
               DISPLAY "Refunded     : " Cs-Amt-Display
           END-IF
           MOVE Cs-Balance TO Cs-Bal-Display
           DISPLAY "Balance      : " Cs-Bal-Display
           IF Cs-Refund-Pending > ZERO
               MOVE Cs-Refund-Pending TO Cs-Amt-Display
               DISPLAY "Refund not yet released: " Cs-Amt-Display
           END-IF
           DISPLAY " ".
       6500-EXIT.
           EXIT.

      *================================================================
      * 7000-REFUND-POLICY -- LIST THE DROP REFUND BANDS, THEN ADD,
      *   CHANGE, OR DELETE ONE.  A BAND IS KEYED BY THE LAST DAY OF
      *   THE TERM IT COVERS (000 = BEFORE CLASSES START).
      *================================================================
       7000-REFUND-POLICY.
           OPEN I-O Refund-Policy-File
           IF Cs-Refpol-Status = "35"
               OPEN OUTPUT Refund-Policy-File
               CLOSE Refund-Policy-File
               OPEN I-O Refund-Policy-File
           END-IF
           IF Cs-Refpol-Status NOT = "00"
               DISPLAY X"1B" & "[31m" "The refund policy file could "
                   "not be opened (status " Cs-Refpol-Status ")."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 7000-EXIT
           END-IF
           DISPLAY " "
           DISPLAY "THRU DAY  REFUND  DESCRIPTION"
           MOVE 'N' TO Cs-Scan-Eof-Sw
           MOVE ZERO TO RP-Through-Day
           START Refund-Policy-File KEY IS NOT LESS THAN RP-Through-Day
               INVALID KEY
                   MOVE 'Y' TO Cs-Scan-Eof-Sw
                   DISPLAY "(no refund bands on file)"
           END-START
           PERFORM 7010-LIST-ONE-BAND THRU 7010-EXIT
               UNTIL Cs-Scan-Eof
           DISPLAY " "
           DISPLAY "Enter the band's last term day, 3 digits "
               "(blank to return): " WITH NO ADVANCING
           ACCEPT Cs-Day-In
           IF Cs-Day-In = SPACES
               GO TO 7000-CLOSE
           END-IF
           IF Cs-Day-In IS NOT NUMERIC
               DISPLAY X"1B" & "[31m"
                   "Invalid day -- three digits, e.g. 014."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 7000-CLOSE
           END-IF
           MOVE Cs-Day-In TO RP-Through-Day
           MOVE 'Y' TO Cs-Band-Found-Sw
           READ Refund-Policy-File
               INVALID KEY
                   MOVE 'N' TO Cs-Band-Found-Sw
           END-READ
           MOVE SPACES TO Cs-Audit-Before
           IF Cs-Band-Found
               MOVE RP-Refund-Pct TO Cs-Pct-Display
               DISPLAY "Current band: through day " RP-Through-Day
                   ", " Cs-Pct-Display "% -- " RP-Description
               STRING "PCT " RP-Refund-Pct " " RP-Description
                   DELIMITED BY SIZE INTO Cs-Audit-Before
               DISPLAY "C to change, D to delete (blank to leave): "
                   WITH NO ADVANCING
               ACCEPT User-Choice
               IF User-Choice = "D" OR User-Choice = "d"
                   PERFORM 7050-DELETE-BAND THRU 7050-EXIT
                   GO TO 7000-CLOSE
               END-IF
               IF User-Choice NOT = "C" AND User-Choice NOT = "c"
                   GO TO 7000-CLOSE
               END-IF
           END-IF
           DISPLAY "Refund percent (000-100): " WITH NO ADVANCING
           ACCEPT Cs-Pct-In
           IF Cs-Pct-In > 100
               DISPLAY X"1B" & "[31m"
                   "A refund cannot exceed 100% -- nothing saved."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 7000-CLOSE
           END-IF
           DISPLAY "Description (e.g. WEEK TWO): " WITH NO ADVANCING
           ACCEPT Cs-Band-Desc-In
           MOVE Cs-Day-In       TO RP-Through-Day
           MOVE Cs-Pct-In       TO RP-Refund-Pct
           MOVE Cs-Band-Desc-In TO RP-Description
           IF Cs-Band-Found
               REWRITE REFUND-POLICY-RECORD
           ELSE
               WRITE REFUND-POLICY-RECORD
           END-IF
           IF Cs-Refpol-Status NOT = "00"
               DISPLAY X"1B" & "[31m" "The band could not be saved "
                   "(status " Cs-Refpol-Status ")."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 7000-CLOSE
           END-IF
           MOVE "POLICY"   TO Cs-Audit-Action
           MOVE "REFPOLCY" TO Cs-Audit-File
           MOVE SPACES     TO Cs-Audit-Key
           STRING "DAY " Cs-Day-In DELIMITED BY SIZE
               INTO Cs-Audit-Key
           MOVE SPACES     TO Cs-Audit-After
           STRING "PCT " RP-Refund-Pct " " RP-Description
               DELIMITED BY SIZE INTO Cs-Audit-After
           PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT
           DISPLAY X"1B" & "[32m" "Refund band saved."
           DISPLAY X"1B" & "[0m" "Press Enter to continue..."
           ACCEPT User-Choice.
       7000-CLOSE.
           CLOSE Refund-Policy-File.
       7000-EXIT.
           EXIT.

       7010-LIST-ONE-BAND.
           READ Refund-Policy-File NEXT
               AT END
                   MOVE 'Y' TO Cs-Scan-Eof-Sw
                   GO TO 7010-EXIT
           END-READ
           MOVE RP-Refund-Pct TO Cs-Pct-Display
           DISPLAY "  " RP-Through-Day "      " Cs-Pct-Display "%   "
               RP-Description.
       7010-EXIT.
           EXIT.

       7050-DELETE-BAND.
           DELETE Refund-Policy-File
           IF Cs-Refpol-Status NOT = "00"
               DISPLAY X"1B" & "[31m" "The band could not be deleted "
                   "(status " Cs-Refpol-Status ")."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 7050-EXIT
           END-IF
           MOVE "POLICY-DEL" TO Cs-Audit-Action
           MOVE "REFPOLCY"   TO Cs-Audit-File
           MOVE SPACES       TO Cs-Audit-Key
           STRING "DAY " Cs-Day-In DELIMITED BY SIZE
               INTO Cs-Audit-Key
           MOVE "DELETED"    TO Cs-Audit-After
           PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT
           DISPLAY X"1B" & "[32m" "Refund band deleted."
           DISPLAY X"1B" & "[0m" "Press Enter to continue..."
           ACCEPT User-Choice.
       7050-EXIT.
           EXIT.

      *================================================================
      * 7200-REFUND-VOUCHER -- BRING UP ONE VOUCHER BY STUDENT ID AND
      *   CONTROL NUMBER.  A PENDING VOUCHER CAN BE APPROVED; AN
      *   APPROVED ONE IS RELEASED AGAINST THE CHECK OR DISBURSEMENT
      *   REFERENCE IT WAS PAID ON.  THE VOUCHER'S PREPARER CANNOT
      *   APPROVE IT, AND ITS APPROVER CANNOT RELEASE IT.
      *================================================================
       7200-REFUND-VOUCHER.
           IF NOT Cs-Voucher-Open
               DISPLAY X"1B" & "[31m"
                   "The refund voucher file is not open."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 7200-EXIT
           END-IF
           DISPLAY " "
           DISPLAY "Enter the student ID: " WITH NO ADVANCING
           ACCEPT Cs-Student-Id-In
           IF Cs-Student-Id-In = SPACES
               GO TO 7200-EXIT
           END-IF
           DISPLAY "Enter the dropped control number (14 digits): "
               WITH NO ADVANCING
           ACCEPT Cs-Ctl-In
           IF Cs-Ctl-In IS NOT NUMERIC
               DISPLAY X"1B" & "[31m"
                   "Invalid control number -- digits only."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 7200-EXIT
           END-IF
           MOVE Cs-Student-Id-In TO RV-Student-Id
           MOVE Cs-Ctl-In        TO RV-Control-No
           READ Refund-Voucher-File
               INVALID KEY
                   DISPLAY X"1B" & "[31m"
                       "No refund voucher for that student and "
                       "control number."
                   DISPLAY X"1B" & "[0m" "Press Enter to continue..."
                   ACCEPT User-Choice
                   GO TO 7200-EXIT
           END-READ
           DISPLAY " "
           DISPLAY "Course/Term  : " RV-Course-Code " " RV-Term
               "  SECTION " RV-Section-Code
           MOVE RV-Refund-Pct TO Cs-Pct-Display
           DISPLAY "Dropped      : " RV-Drop-Date "  DAY " RV-Term-Day
               "  REFUND " Cs-Pct-Display "%"
           MOVE RV-Assessed-Amt TO Cs-Amt-Display
           DISPLAY "Assessed     : " Cs-Amt-Display
           MOVE RV-Forfeit-Amt TO Cs-Amt-Display
           DISPLAY "Forfeited    : " Cs-Amt-Display
           MOVE RV-Voucher-Amt TO Cs-Amt-Display
           DISPLAY "To refund    : " Cs-Amt-Display
           DISPLAY "Prepared by  : " RV-Prepared-By
           IF RV-Pending
               PERFORM 7250-APPROVE-VOUCHER THRU 7250-EXIT
           ELSE IF RV-Approved
               DISPLAY "Approved by  : " RV-Approved-By " ON "
                   RV-Approved-Date
               PERFORM 7300-RELEASE-VOUCHER THRU 7300-EXIT
           ELSE IF RV-Released
               DISPLAY "Released by  : " RV-Released-By " ON "
                   RV-Released-Date " REF " RV-Release-Ref
               DISPLAY "Press Enter to continue..."
               ACCEPT User-Choice
           ELSE
               DISPLAY "No refund is due on this voucher -- it only "
                   "carries the forfeited charge."
               DISPLAY "Press Enter to continue..."
               ACCEPT User-Choice
           END-IF.
       7200-EXIT.
           EXIT.

       7250-APPROVE-VOUCHER.
           IF RV-Prepared-By = Cs-Cashier-Id-In
               DISPLAY X"1B" & "[31m" "The operator who prepared "
                   "this voucher cannot approve it."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 7250-EXIT
           END-IF
           DISPLAY "Approve this refund? (Y/N): " WITH NO ADVANCING
           ACCEPT User-Choice
           IF User-Choice NOT = "Y" AND User-Choice NOT = "y"
               GO TO 7250-EXIT
           END-IF
           MOVE "A"              TO RV-Status
           MOVE Cs-Cashier-Id-In TO RV-Approved-By
           MOVE Cs-Today         TO RV-Approved-Date
           REWRITE REFUND-VOUCHER-RECORD
           IF Cs-Voucher-Status NOT = "00"
               DISPLAY X"1B" & "[31m" "The approval could not be "
                   "saved (status " Cs-Voucher-Status ")."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 7250-EXIT
           END-IF
           MOVE "APPROVE"  TO Cs-Audit-Action
           MOVE "REFVOUCH" TO Cs-Audit-File
           MOVE SPACES     TO Cs-Audit-Key
           STRING RV-Student-Id RV-Control-No (5:10)
               DELIMITED BY SIZE INTO Cs-Audit-Key
           MOVE "PENDING"  TO Cs-Audit-Before
           MOVE RV-Voucher-Amt TO Cs-Amt-Display
           MOVE SPACES     TO Cs-Audit-After
           STRING "APPROVED " Cs-Amt-Display
               DELIMITED BY SIZE INTO Cs-Audit-After
           PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT
           DISPLAY X"1B" & "[32m" "Refund voucher approved."
           DISPLAY X"1B" & "[0m" "Press Enter to continue..."
           ACCEPT User-Choice.
       7250-EXIT.
           EXIT.

       7300-RELEASE-VOUCHER.
           IF RV-Approved-By = Cs-Cashier-Id-In
               DISPLAY X"1B" & "[31m" "The operator who approved "
                   "this voucher cannot release it."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 7300-EXIT
           END-IF
           DISPLAY "Check or disbursement reference (blank to "
               "cancel): " WITH NO ADVANCING
           ACCEPT Cs-Release-Ref-In
           IF Cs-Release-Ref-In = SPACES
               GO TO 7300-EXIT
           END-IF
           MOVE "R"               TO RV-Status
           MOVE Cs-Cashier-Id-In  TO RV-Released-By
           MOVE Cs-Today          TO RV-Released-Date
           MOVE Cs-Release-Ref-In TO RV-Release-Ref
           REWRITE REFUND-VOUCHER-RECORD
           IF Cs-Voucher-Status NOT = "00"
               DISPLAY X"1B" & "[31m" "The release could not be "
                   "saved (status " Cs-Voucher-Status ")."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 7300-EXIT
           END-IF
           MOVE "RELEASE"  TO Cs-Audit-Action
           MOVE "REFVOUCH" TO Cs-Audit-File
           MOVE SPACES     TO Cs-Audit-Key
           STRING RV-Student-Id RV-Control-No (5:10)
               DELIMITED BY SIZE INTO Cs-Audit-Key
           MOVE "APPROVED" TO Cs-Audit-Before
           MOVE RV-Voucher-Amt TO Cs-Amt-Display
           MOVE SPACES     TO Cs-Audit-After
           STRING "RELEASED " Cs-Amt-Display " REF "
                  Cs-Release-Ref-In
               DELIMITED BY SIZE INTO Cs-Audit-After
           PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT
           DISPLAY X"1B" & "[32m" "Refund released."
           DISPLAY X"1B" & "[0m" "Press Enter to continue..."
           ACCEPT User-Choice.
       7300-EXIT.
           EXIT.

      *================================================================
      * 7400-VOUCHER-REGISTER -- EVERY VOUCHER STILL AWAITING
      *   APPROVAL OR RELEASE, WITH THE TOTAL THE BUSINESS OFFICE
      *   STILL OWES OUT, PRINTED TO REFVREG.TXT
      *================================================================
       7400-VOUCHER-REGISTER.
           IF NOT Cs-Voucher-Open
               GO TO 7400-EXIT
           END-IF
           OPEN OUTPUT Voucher-Register
           IF Cs-Register-Status NOT = "00"
               DISPLAY X"1B" & "[31m" "The register could not be "
                   "opened (status " Cs-Register-Status ")."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 7400-EXIT
           END-IF
           MOVE ZERO TO Cs-Reg-Count
           MOVE ZERO TO Cs-Reg-Total
           MOVE SPACES TO Register-Line
           STRING "OUTSTANDING REFUND VOUCHERS - " Cs-Today
               DELIMITED BY SIZE INTO Register-Line
           WRITE Register-Line
           MOVE "STUDENT ID CONTROL NO     CRS TERM  DROPPED  ST
      -        "      AMOUNT PREPARED" TO Register-Line
           WRITE Register-Line
           MOVE "================================================"
               TO Register-Line
           WRITE Register-Line
           MOVE 'N' TO Cs-Scan-Eof-Sw
           MOVE LOW-VALUES TO RV-Student-Id
           MOVE ZERO TO RV-Control-No
           START Refund-Voucher-File KEY IS NOT LESS THAN RV-Key
               INVALID KEY
                   MOVE 'Y' TO Cs-Scan-Eof-Sw
           END-START
           PERFORM 7410-REGISTER-ONE-VOUCHER THRU 7410-EXIT
               UNTIL Cs-Scan-Eof
           MOVE SPACES TO Register-Line
           WRITE Register-Line
           MOVE Cs-Reg-Total TO Cs-Amt-Display
           MOVE SPACES TO Register-Line
           STRING "VOUCHERS OUTSTANDING: " Cs-Reg-Count
                  "   TOTAL " Cs-Amt-Display
               DELIMITED BY SIZE INTO Register-Line
           WRITE Register-Line
           CLOSE Voucher-Register
           DISPLAY X"1B" & "[32m" Cs-Reg-Count " outstanding "
               "voucher(s) written to refvreg.txt."
           DISPLAY X"1B" & "[0m" "Press Enter to continue..."
           ACCEPT User-Choice.
       7400-EXIT.
           EXIT.

       7410-REGISTER-ONE-VOUCHER.
           READ Refund-Voucher-File NEXT
               AT END
                   MOVE 'Y' TO Cs-Scan-Eof-Sw
                   GO TO 7410-EXIT
           END-READ
           IF NOT RV-Pending AND NOT RV-Approved
               GO TO 7410-EXIT
           END-IF
           ADD 1 TO Cs-Reg-Count
           ADD RV-Voucher-Amt TO Cs-Reg-Total
           MOVE RV-Voucher-Amt TO Cs-Amt-Display
           MOVE SPACES TO Register-Line
           STRING RV-Student-Id " " RV-Control-No " " RV-Course-Code
                  "  " RV-Term " " RV-Drop-Date " " RV-Status " "
                  Cs-Amt-Display " " RV-Prepared-By
               DELIMITED BY SIZE INTO Register-Line
           WRITE Register-Line.
       7410-EXIT.
           EXIT.

      *================================================================
      * 7600-PAYMENT-PLAN -- ENROLL ONE STUDENT IN AN INSTALLMENT
      *   PLAN FOR ONE TERM.  THE PLAN TOTAL IS THE STUDENT'S LIVE
      *   ASSESSMENT FOR THE TERM, SPLIT EVENLY (THE LAST INSTALLMENT
      *   TAKES THE CENTAVOS LEFT OVER), WITH A DUE DATE KEYED FOR
      *   EACH INSTALLMENT.  AN EXISTING PLAN CAN BE REPLACED OR
      *   CANCELLED.
      *================================================================
       7600-PAYMENT-PLAN.
           OPEN I-O Payment-Plan-File
           IF Cs-Payplan-Status = "35"
               OPEN OUTPUT Payment-Plan-File
               CLOSE Payment-Plan-File
               OPEN I-O Payment-Plan-File
           END-IF
           IF Cs-Payplan-Status NOT = "00"
               DISPLAY X"1B" & "[31m" "The payment plan file could "
                   "not be opened (status " Cs-Payplan-Status ")."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 7600-EXIT
           END-IF
           DISPLAY " "
           DISPLAY "Enter the student ID: " WITH NO ADVANCING
           ACCEPT Cs-Student-Id-In
           IF Cs-Student-Id-In = SPACES
               GO TO 7600-CLOSE
           END-IF
           PERFORM 6000-COMPUTE-BALANCE THRU 6000-EXIT
           PERFORM 6500-SHOW-BALANCE THRU 6500-EXIT
           PERFORM 7610-GET-TERM THRU 7610-EXIT
           IF Cs-Term-In = SPACES
               GO TO 7600-CLOSE
           END-IF
           PERFORM 7620-SUM-TERM-ASSESSED THRU 7620-EXIT
           MOVE Cs-Student-Id-In TO PP-Student-Id
           MOVE Cs-Term-In       TO PP-Term
           MOVE 'Y' TO Cs-Plan-Found-Sw
           READ Payment-Plan-File
               INVALID KEY
                   MOVE 'N' TO Cs-Plan-Found-Sw
           END-READ
           MOVE SPACES TO Cs-Audit-Before
           IF Cs-Plan-Found
               PERFORM 7630-SHOW-PLAN THRU 7630-EXIT
               STRING "TYPE " PP-Plan-Type " TOTAL " PP-Plan-Total
                   DELIMITED BY SIZE INTO Cs-Audit-Before
               DISPLAY "R to replace, C to cancel the plan (blank to "
                   "leave): " WITH NO ADVANCING
               ACCEPT User-Choice
               IF User-Choice = "C" OR User-Choice = "c"
                   PERFORM 7680-CANCEL-PLAN THRU 7680-EXIT
                   GO TO 7600-CLOSE
               END-IF
               IF User-Choice NOT = "R" AND User-Choice NOT = "r"
                   GO TO 7600-CLOSE
               END-IF
           END-IF
           IF Cs-Term-Assessed = ZERO
               DISPLAY X"1B" & "[31m" "Nothing is assessed for "
                   "term " Cs-Term-In " -- no plan was set up."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 7600-CLOSE
           END-IF
           MOVE Cs-Term-Assessed TO Cs-Amt-Display
           DISPLAY "Term " Cs-Term-In " assessed: " Cs-Amt-Display
           DISPLAY "Plan type -- F. Full  2. Two-part  3. Three-part "
               "(blank to cancel): " WITH NO ADVANCING
           ACCEPT User-Choice
           EVALUATE TRUE
               WHEN User-Choice = "F" OR User-Choice = "f"
                   MOVE 1 TO Cs-Inst-Count
               WHEN User-Choice = "2"
                   MOVE 2 TO Cs-Inst-Count
               WHEN User-Choice = "3"
                   MOVE 3 TO Cs-Inst-Count
               WHEN OTHER
                   GO TO 7600-CLOSE
           END-EVALUATE
           INITIALIZE PAYMENT-PLAN-RECORD
           MOVE Cs-Student-Id-In TO PP-Student-Id
           MOVE Cs-Term-In       TO PP-Term
           IF Cs-Inst-Count = 1
               MOVE "F" TO PP-Plan-Type
           ELSE
               MOVE Cs-Inst-Count TO PP-Plan-Type
           END-IF
           MOVE Cs-Inst-Count    TO PP-Inst-Count
           MOVE Cs-Term-Assessed TO PP-Plan-Total
           COMPUTE Cs-Inst-Base = Cs-Term-Assessed / Cs-Inst-Count
           MOVE ZERO TO Cs-Prior-Due
           MOVE 'N' TO Cs-Plan-Cancel-Sw
           PERFORM 7650-SET-INSTALLMENT THRU 7650-EXIT
               VARYING Cs-Inst-Sub FROM 1 BY 1
               UNTIL Cs-Inst-Sub > Cs-Inst-Count OR Cs-Plan-Cancelled
           IF Cs-Plan-Cancelled
               DISPLAY "No plan was saved."
               DISPLAY "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 7600-CLOSE
           END-IF
           MOVE Cs-Cashier-Id-In TO PP-Enrolled-By
           MOVE Cs-Today         TO PP-Enrolled-Date
           IF Cs-Plan-Found
               REWRITE PAYMENT-PLAN-RECORD
           ELSE
               WRITE PAYMENT-PLAN-RECORD
           END-IF
           IF Cs-Payplan-Status NOT = "00"
               DISPLAY X"1B" & "[31m" "The plan could not be saved "
                   "(status " Cs-Payplan-Status ")."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 7600-CLOSE
           END-IF
           MOVE "PLAN"    TO Cs-Audit-Action
           MOVE "PAYPLAN" TO Cs-Audit-File
           MOVE SPACES    TO Cs-Audit-Key
           STRING Cs-Student-Id-In " " Cs-Term-In
               DELIMITED BY SIZE INTO Cs-Audit-Key
           MOVE SPACES    TO Cs-Audit-After
           STRING "TYPE " PP-Plan-Type " TOTAL " PP-Plan-Total
               DELIMITED BY SIZE INTO Cs-Audit-After
           PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT
           PERFORM 7630-SHOW-PLAN THRU 7630-EXIT
           DISPLAY X"1B" & "[32m" "Installment plan saved."
           DISPLAY X"1B" & "[0m" "Press Enter to continue..."
           ACCEPT User-Choice.
       7600-CLOSE.
           CLOSE Payment-Plan-File.
       7600-EXIT.
           EXIT.

      *A BLANK TERM TAKES THE TERM FLAGGED CURRENT ON THE CALENDAR; A
      *KEYED TERM MUST BE ON THE CALENDAR.  CS-TERM-IN COMES BACK
      *BLANK WHEN NO USABLE TERM WAS FOUND.
       7610-GET-TERM.
           OPEN INPUT Term-Calendar-File
           IF Cs-Termcal-Status NOT = "00"
               MOVE SPACES TO Cs-Term-In
               DISPLAY X"1B" & "[31m" "The term calendar could not "
                   "be opened (status " Cs-Termcal-Status ")."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 7610-EXIT
           END-IF
           DISPLAY "Term YYYYS (blank for the current term): "
               WITH NO ADVANCING
           ACCEPT Cs-Term-In
           IF Cs-Term-In = SPACES
               MOVE 'N' TO Cs-Scan-Eof-Sw
               MOVE LOW-VALUES TO TC-Term-Code
               START Term-Calendar-File
                       KEY IS NOT LESS THAN TC-Term-Code
                   INVALID KEY
                       MOVE 'Y' TO Cs-Scan-Eof-Sw
               END-START
               PERFORM 7615-FIND-CURRENT-TERM THRU 7615-EXIT
                   UNTIL Cs-Scan-Eof
           ELSE
               MOVE Cs-Term-In TO TC-Term-Code
               READ Term-Calendar-File
                   INVALID KEY
                       MOVE SPACES TO Cs-Term-In
               END-READ
           END-IF
           CLOSE Term-Calendar-File
           IF Cs-Term-In = SPACES
               DISPLAY X"1B" & "[31m"
                   "That term is not on the term calendar."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
           END-IF.
       7610-EXIT.
           EXIT.

       7615-FIND-CURRENT-TERM.
           READ Term-Calendar-File NEXT
               AT END
                   MOVE 'Y' TO Cs-Scan-Eof-Sw
                   GO TO 7615-EXIT
           END-READ
           IF TC-Current
               MOVE TC-Term-Code TO Cs-Term-In
               MOVE 'Y' TO Cs-Scan-Eof-Sw
           END-IF.
       7615-EXIT.
           EXIT.

       7620-SUM-TERM-ASSESSED.
           MOVE ZERO TO Cs-Term-Assessed
           IF NOT Cs-Enrlmast-Open
               GO TO 7620-EXIT
           END-IF
           MOVE 'N' TO Cs-Scan-Eof-Sw
           MOVE Cs-Student-Id-In TO EM-Student-Id
           MOVE LOW-VALUES TO EM-Course-Code
           MOVE LOW-VALUES TO EM-Term
           START Enrollment-Master-File KEY IS NOT LESS THAN EM-Key
               INVALID KEY
                   MOVE 'Y' TO Cs-Scan-Eof-Sw
           END-START
           PERFORM 7625-SUM-ONE-TERM-ROW THRU 7625-EXIT
               UNTIL Cs-Scan-Eof.
       7620-EXIT.
           EXIT.

       7625-SUM-ONE-TERM-ROW.
           READ Enrollment-Master-File NEXT
               AT END
                   MOVE 'Y' TO Cs-Scan-Eof-Sw
                   GO TO 7625-EXIT
           END-READ
           IF EM-Student-Id NOT = Cs-Student-Id-In
               MOVE 'Y' TO Cs-Scan-Eof-Sw
               GO TO 7625-EXIT
           END-IF
           IF EM-Enrolled AND EM-Term = Cs-Term-In
               ADD EM-Assessed-Amt TO Cs-Term-Assessed
           END-IF.
       7625-EXIT.
           EXIT.

       7630-SHOW-PLAN.
           DISPLAY " "
           MOVE PP-Plan-Total TO Cs-Amt-Display
           DISPLAY "Plan for term " PP-Term ": type " PP-Plan-Type
               ", total " Cs-Amt-Display ", set up by "
               PP-Enrolled-By " on " PP-Enrolled-Date
           PERFORM 7635-SHOW-INSTALLMENT THRU 7635-EXIT
               VARYING Cs-Inst-Sub FROM 1 BY 1
               UNTIL Cs-Inst-Sub > PP-Inst-Count.
       7630-EXIT.
           EXIT.

       7635-SHOW-INSTALLMENT.
           MOVE PP-Inst-Amt (Cs-Inst-Sub) TO Cs-Amt-Display
           DISPLAY "  Installment " Cs-Inst-Sub ": " Cs-Amt-Display
               "  due " PP-Inst-Due (Cs-Inst-Sub).
       7635-EXIT.
           EXIT.

      *EACH DUE DATE MUST FALL AFTER THE ONE BEFORE IT.  A BLANK DUE
      *DATE ABANDONS THE WHOLE PLAN.
       7650-SET-INSTALLMENT.
           IF Cs-Inst-Sub = Cs-Inst-Count
               COMPUTE PP-Inst-Amt (Cs-Inst-Sub) = Cs-Term-Assessed
                   - (Cs-Inst-Base * (Cs-Inst-Count - 1))
           ELSE
               MOVE Cs-Inst-Base TO PP-Inst-Amt (Cs-Inst-Sub)
           END-IF
           MOVE PP-Inst-Amt (Cs-Inst-Sub) TO Cs-Amt-Display
           MOVE 'N' TO Cs-Date-Valid-Sw
           PERFORM WITH TEST AFTER
                   UNTIL Cs-Date-Valid OR Cs-Plan-Cancelled
               DISPLAY "Installment " Cs-Inst-Sub " of "
                   Cs-Amt-Display " -- due date YYYYMMDD: "
                   WITH NO ADVANCING
               ACCEPT Cs-Due-In
               IF Cs-Due-In = SPACES
                   MOVE 'Y' TO Cs-Plan-Cancel-Sw
               ELSE
                   IF Cs-Due-In IS NUMERIC
                      AND Cs-Due-In > Cs-Prior-Due
                       MOVE 'Y' TO Cs-Date-Valid-Sw
                   ELSE
                       DISPLAY X"1B" & "[31m"
                           "Invalid date -- eight digits, YYYYMMDD, "
                           "after the previous installment."
                       DISPLAY X"1B" & "[0m"
                   END-IF
               END-IF
           END-PERFORM
           IF Cs-Date-Valid
               MOVE Cs-Due-In TO PP-Inst-Due (Cs-Inst-Sub)
               MOVE Cs-Due-In TO Cs-Prior-Due
           END-IF.
       7650-EXIT.
           EXIT.

       7680-CANCEL-PLAN.
           DELETE Payment-Plan-File
           IF Cs-Payplan-Status NOT = "00"
               DISPLAY X"1B" & "[31m" "The plan could not be "
                   "cancelled (status " Cs-Payplan-Status ")."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 7680-EXIT
           END-IF
           MOVE "PLAN-DEL" TO Cs-Audit-Action
           MOVE "PAYPLAN"  TO Cs-Audit-File
           MOVE SPACES     TO Cs-Audit-Key
           STRING Cs-Student-Id-In " " Cs-Term-In
               DELIMITED BY SIZE INTO Cs-Audit-Key
           MOVE "CANCELLED" TO Cs-Audit-After
           PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT
           DISPLAY X"1B" & "[32m" "Installment plan cancelled."
           DISPLAY X"1B" & "[0m" "Press Enter to continue..."
           ACCEPT User-Choice.
       7680-EXIT.
           EXIT.

      *================================================================
      * 7700-GRANT-MAINT -- ADD, CHANGE, OR DELETE ONE STUDENT'S
      *   SCHOLARSHIP OR DISCOUNT GRANT FOR ONE TERM.  A CHANGE KEEPS
      *   WHAT A FIXED GRANT HAS ALREADY GIVEN THIS TERM, AND PUTS A
      *   LAPSED GRANT BACK IN FORCE.
      *================================================================
       7700-GRANT-MAINT.
           OPEN I-O Grant-File
           IF Cs-Grant-Status = "35"
               OPEN OUTPUT Grant-File
               CLOSE Grant-File
               OPEN I-O Grant-File
           END-IF
           IF Cs-Grant-Status NOT = "00"
               DISPLAY X"1B" & "[31m" "The grant master could not be "
                   "opened (status " Cs-Grant-Status ")."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 7700-EXIT
           END-IF
           DISPLAY " "
           DISPLAY "Enter the student ID: " WITH NO ADVANCING
           ACCEPT Cs-Student-Id-In
           IF Cs-Student-Id-In = SPACES
               GO TO 7700-CLOSE
           END-IF
           PERFORM 6000-COMPUTE-BALANCE THRU 6000-EXIT
           PERFORM 6500-SHOW-BALANCE THRU 6500-EXIT
           PERFORM 7610-GET-TERM THRU 7610-EXIT
           IF Cs-Term-In = SPACES
               GO TO 7700-CLOSE
           END-IF
           MOVE Cs-Student-Id-In TO GT-Student-Id
           MOVE Cs-Term-In       TO GT-Term
           MOVE 'Y' TO Cs-Grant-Found-Sw
           READ Grant-File
               INVALID KEY
                   MOVE 'N' TO Cs-Grant-Found-Sw
           END-READ
           MOVE SPACES TO Cs-Audit-Before
           IF Cs-Grant-Found
               PERFORM 7730-SHOW-GRANT THRU 7730-EXIT
               STRING GT-Grant-Type " " GT-Basis " " GT-Percent " "
                      GT-Fixed-Amt " " GT-Coverage " " GT-Status
                   DELIMITED BY SIZE INTO Cs-Audit-Before
               DISPLAY "C to change, D to delete (blank to leave): "
                   WITH NO ADVANCING
               ACCEPT User-Choice
               IF User-Choice = "D" OR User-Choice = "d"
                   PERFORM 7780-DELETE-GRANT THRU 7780-EXIT
                   GO TO 7700-CLOSE
               END-IF
               IF User-Choice NOT = "C" AND User-Choice NOT = "c"
                   GO TO 7700-CLOSE
               END-IF
           ELSE
               MOVE ZERO TO GT-Amount-Used
           END-IF
           PERFORM 7710-KEY-GRANT-TERMS THRU 7710-EXIT
           IF Cs-Code-In = SPACE
               DISPLAY "No grant was saved."
               DISPLAY "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 7700-CLOSE
           END-IF
           MOVE Cs-Student-Id-In TO GT-Student-Id
           MOVE Cs-Term-In       TO GT-Term
           MOVE "A"              TO GT-Status
           MOVE Cs-Cashier-Id-In TO GT-Updated-By
           MOVE Cs-Today         TO GT-Updated-Date
           IF Cs-Grant-Found
               REWRITE GRANT-RECORD
           ELSE
               WRITE GRANT-RECORD
           END-IF
           IF Cs-Grant-Status NOT = "00"
               DISPLAY X"1B" & "[31m" "The grant could not be saved "
                   "(status " Cs-Grant-Status ")."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 7700-CLOSE
           END-IF
           MOVE "GRANT"    TO Cs-Audit-Action
           MOVE "GRANTMST" TO Cs-Audit-File
           MOVE SPACES     TO Cs-Audit-Key
           STRING Cs-Student-Id-In " " Cs-Term-In
               DELIMITED BY SIZE INTO Cs-Audit-Key
           MOVE SPACES     TO Cs-Audit-After
           STRING GT-Grant-Type " " GT-Basis " " GT-Percent " "
                  GT-Fixed-Amt " " GT-Coverage " " GT-Status
               DELIMITED BY SIZE INTO Cs-Audit-After
           PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT
           PERFORM 7730-SHOW-GRANT THRU 7730-EXIT
           DISPLAY X"1B" & "[32m" "Grant saved."
           DISPLAY X"1B" & "[0m" "Press Enter to continue..."
           ACCEPT User-Choice.
       7700-CLOSE.
           CLOSE Grant-File.
       7700-EXIT.
           EXIT.

      *KEY THE GRANT'S TERMS INTO THE RECORD AREA.  ANY BAD ANSWER
      *COMES BACK WITH CS-CODE-IN BLANK AND NOTHING IS SAVED.
       7710-KEY-GRANT-TERMS.
           DISPLAY "Grant type -- S. Academic scholar  E. Employee "
               "dependent  B. Sibling  O. Other: " WITH NO ADVANCING
           ACCEPT Cs-Code-In
           IF Cs-Code-In = "s"
               MOVE "S" TO Cs-Code-In
           END-IF
           IF Cs-Code-In = "e"
               MOVE "E" TO Cs-Code-In
           END-IF
           IF Cs-Code-In = "b"
               MOVE "B" TO Cs-Code-In
           END-IF
           IF Cs-Code-In = "o"
               MOVE "O" TO Cs-Code-In
           END-IF
           MOVE Cs-Code-In TO GT-Grant-Type
           IF NOT GT-Academic-Scholar AND NOT GT-Employee-Dependent
              AND NOT GT-Sibling-Discount AND NOT GT-Other-Grant
               MOVE SPACE TO Cs-Code-In
               GO TO 7710-EXIT
           END-IF
           DISPLAY "Name for the statement, 15 characters (blank for "
               "the type name): " WITH NO ADVANCING
           ACCEPT Cs-Grant-Name-In
           IF Cs-Grant-Name-In = SPACES
               EVALUATE TRUE
                   WHEN GT-Academic-Scholar
                       MOVE "SCHOLARSHIP"   TO Cs-Grant-Name-In
                   WHEN GT-Employee-Dependent
                       MOVE "EMPLOYEE DEP." TO Cs-Grant-Name-In
                   WHEN GT-Sibling-Discount
                       MOVE "SIBLING DISC." TO Cs-Grant-Name-In
                   WHEN OTHER
                       MOVE "GRANT"         TO Cs-Grant-Name-In
               END-EVALUATE
           END-IF
           MOVE Cs-Grant-Name-In TO GT-Grant-Name
           DISPLAY "P. Percentage  F. Fixed amount for the term: "
               WITH NO ADVANCING
           ACCEPT Cs-Code-In
           IF Cs-Code-In = "p"
               MOVE "P" TO Cs-Code-In
           END-IF
           IF Cs-Code-In = "f"
               MOVE "F" TO Cs-Code-In
           END-IF
           MOVE Cs-Code-In TO GT-Basis
           EVALUATE TRUE
               WHEN GT-Percentage
                   DISPLAY "Percent (001-100): " WITH NO ADVANCING
                   ACCEPT Cs-Pct-In
                   IF Cs-Pct-In = ZERO OR Cs-Pct-In > 100
                       MOVE SPACE TO Cs-Code-In
                       GO TO 7710-EXIT
                   END-IF
                   MOVE Cs-Pct-In TO GT-Percent
                   MOVE ZERO      TO GT-Fixed-Amt
               WHEN GT-Fixed-Amount
                   DISPLAY "Amount for the term (whole pesos): "
                       WITH NO ADVANCING
                   ACCEPT Cs-Amount-In
                   IF Cs-Amount-In = ZERO
                       MOVE SPACE TO Cs-Code-In
                       GO TO 7710-EXIT
                   END-IF
                   MOVE ZERO         TO GT-Percent
                   MOVE Cs-Amount-In TO GT-Fixed-Amt
               WHEN OTHER
                   MOVE SPACE TO Cs-Code-In
                   GO TO 7710-EXIT
           END-EVALUATE
           DISPLAY "Covers T. Tuition only  A. Tuition and misc fees: "
               WITH NO ADVANCING
           ACCEPT Cs-Code-In
           IF Cs-Code-In = "t"
               MOVE "T" TO Cs-Code-In
           END-IF
           IF Cs-Code-In = "a"
               MOVE "A" TO Cs-Code-In
           END-IF
           MOVE Cs-Code-In TO GT-Coverage
           IF NOT GT-Tuition-Only AND NOT GT-Tuition-And-Fees
               MOVE SPACE TO Cs-Code-In
               GO TO 7710-EXIT
           END-IF
           MOVE ZERO TO GT-Min-Average
           IF GT-Academic-Scholar
               DISPLAY "Minimum term average to renew (060-100): "
                   WITH NO ADVANCING
               ACCEPT Cs-Min-Avg-In
               IF Cs-Min-Avg-In < 60 OR Cs-Min-Avg-In > 100
                   MOVE SPACE TO Cs-Code-In
                   GO TO 7710-EXIT
               END-IF
               MOVE Cs-Min-Avg-In TO GT-Min-Average
           END-IF.
       7710-EXIT.
           EXIT.

       7730-SHOW-GRANT.
           DISPLAY " "
           DISPLAY "Grant for term " GT-Term ": " GT-Grant-Name
               " (type " GT-Grant-Type ")"
           IF GT-Percentage
               MOVE GT-Percent TO Cs-Pct-Display
               DISPLAY "  " Cs-Pct-Display "% of " WITH NO ADVANCING
           ELSE
               MOVE GT-Fixed-Amt TO Cs-Amt-Display
               DISPLAY "  " Cs-Amt-Display " for the term against "
                   WITH NO ADVANCING
           END-IF
           IF GT-Tuition-Only
               DISPLAY "tuition only"
           ELSE
               DISPLAY "tuition and miscellaneous fees"
           END-IF
           MOVE GT-Amount-Used TO Cs-Amt-Display
           DISPLAY "  Applied so far this term: " Cs-Amt-Display
           IF GT-Academic-Scholar
               DISPLAY "  Minimum term average to renew: "
                   GT-Min-Average
           END-IF
           IF GT-Lapsed
               DISPLAY "  LAPSED -- not applied at assessment"
           END-IF.
       7730-EXIT.
           EXIT.

       7780-DELETE-GRANT.
           DELETE Grant-File
           IF Cs-Grant-Status NOT = "00"
               DISPLAY X"1B" & "[31m" "The grant could not be "
                   "deleted (status " Cs-Grant-Status ")."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 7780-EXIT
           END-IF
           MOVE "GRANT-DEL" TO Cs-Audit-Action
           MOVE "GRANTMST"  TO Cs-Audit-File
           MOVE SPACES      TO Cs-Audit-Key
           STRING Cs-Student-Id-In " " Cs-Term-In
               DELIMITED BY SIZE INTO Cs-Audit-Key
           MOVE "DELETED"   TO Cs-Audit-After
           PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT
           DISPLAY X"1B" & "[32m" "Grant deleted."
           DISPLAY X"1B" & "[0m" "Press Enter to continue..."
           ACCEPT User-Choice.
       7780-EXIT.
           EXIT.

      *================================================================
      * 7800-VOID-RECEIPT -- REVERSE ONE MIS-KEYED RECEIPT.  THE
      *   RECEIPT IS NEVER CHANGED IN AMOUNT OR DELETED: A VOID ROW
      *   CARRYING THE NEGATIVE OF ITS AMOUNT IS POSTED UNDER THE
      *   SAME STUDENT AND THE SAME CASHIER, SO THE BALANCE, THE
      *   HOLD SYNC, AND THE CASHIER'S CLOSE ALL NET IT OUT.  A
      *   SUPERVISOR OTHER THAN THE OPERATOR AND THE CASHIER WHO
      *   TOOK THE RECEIPT MUST AUTHORIZE IT, AND A REASON IS
      *   REQUIRED.
      *================================================================
       7800-VOID-RECEIPT.
           DISPLAY " "
           DISPLAY "Enter the student ID: " WITH NO ADVANCING
           ACCEPT Cs-Student-Id-In
           IF Cs-Student-Id-In = SPACES
               GO TO 7800-EXIT
           END-IF
           DISPLAY "Enter the OR number to void: " WITH NO ADVANCING
           ACCEPT Cs-Or-Number-In
           IF Cs-Or-Number-In = SPACES
               GO TO 7800-EXIT
           END-IF
           MOVE Cs-Student-Id-In TO PY-Student-Id
           MOVE Cs-Or-Number-In  TO PY-Or-Number
           READ Payment-File
               INVALID KEY
                   DISPLAY X"1B" & "[31m" "OR " Cs-Or-Number-In
                       " is not posted for this student."
                   DISPLAY X"1B" & "[0m" "Press Enter to continue..."
                   ACCEPT User-Choice
                   GO TO 7800-EXIT
           END-READ
           IF PY-Void-Entry
               DISPLAY X"1B" & "[31m" "That row is itself a void of "
                   "OR " PY-Link-Or " -- it cannot be voided."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 7800-EXIT
           END-IF
           IF PY-Voided-Receipt
               DISPLAY X"1B" & "[31m" "OR " Cs-Or-Number-In
                   " is already voided (void row " PY-Link-Or ")."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 7800-EXIT
           END-IF
           MOVE PY-Amount TO Cs-Amt-Display
           DISPLAY " "
           DISPLAY "Receipt      : OR " PY-Or-Number " DATED "
               PY-Payment-Date
           DISPLAY "Amount       : " Cs-Amt-Display
           DISPLAY "Cashier      : " PY-Cashier-Id
           DISPLAY "Reason for the void (blank to cancel): "
               WITH NO ADVANCING
           ACCEPT Cs-Reason-In
           IF Cs-Reason-In = SPACES
               GO TO 7800-EXIT
           END-IF
           DISPLAY "Authorizing supervisor ID: " WITH NO ADVANCING
           ACCEPT Cs-Supervisor-In
           IF Cs-Supervisor-In = SPACES
               OR Cs-Supervisor-In = Cs-Cashier-Id-In
               OR Cs-Supervisor-In = PY-Cashier-Id
               DISPLAY X"1B" & "[31m" "A void must be authorized by "
                   "a supervisor other than the operator and the "
                   "cashier who took the receipt -- nothing posted."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 7800-EXIT
           END-IF
           DISPLAY "Void this receipt? (Y/N): " WITH NO ADVANCING
           ACCEPT User-Choice
           IF User-Choice NOT = "Y" AND User-Choice NOT = "y"
               GO TO 7800-EXIT
           END-IF
           MOVE SPACES TO Cs-Audit-Before
           STRING "AMT " Cs-Amt-Display " DATED " PY-Payment-Date
               DELIMITED BY SIZE INTO Cs-Audit-Before
           COMPUTE Cs-Void-Amount = ZERO - PY-Amount
           ACCEPT Cs-Void-Time FROM TIME
           MOVE SPACES TO Cs-Void-Or
           STRING "VOID" Cs-Void-Time (1:6)
               DELIMITED BY SIZE INTO Cs-Void-Or
           MOVE Cs-Student-Id-In TO PY-Student-Id
           MOVE Cs-Or-Number-In  TO PY-Or-Number
           READ Payment-File
               INVALID KEY
                   DISPLAY X"1B" & "[31m" "OR " Cs-Or-Number-In
                       " could not be read back (status "
                       Cs-Paymast-Status ") -- nothing posted."
                   DISPLAY X"1B" & "[0m" "Press Enter to continue..."
                   ACCEPT User-Choice
                   GO TO 7800-EXIT
           END-READ
           MOVE PAYMENT-RECORD   TO Cs-Receipt-Save
           MOVE "X"              TO PY-Entry-Type
           MOVE Cs-Void-Or       TO PY-Link-Or
           MOVE Cs-Reason-In     TO PY-Void-Reason
           MOVE Cs-Supervisor-In TO PY-Supervisor-Id
           REWRITE PAYMENT-RECORD
           IF Cs-Paymast-Status NOT = "00"
               DISPLAY X"1B" & "[31m" "The receipt could not be "
                   "marked voided (status " Cs-Paymast-Status ") -- "
                   "nothing posted."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 7800-EXIT
           END-IF
           MOVE Cs-Student-Id-In TO PY-Student-Id
           MOVE Cs-Void-Or       TO PY-Or-Number
           MOVE Cs-Today         TO PY-Payment-Date
           MOVE Cs-Void-Amount   TO PY-Amount
           MOVE "V"              TO PY-Entry-Type
           MOVE Cs-Or-Number-In  TO PY-Link-Or
           MOVE Cs-Reason-In     TO PY-Void-Reason
           MOVE Cs-Supervisor-In TO PY-Supervisor-Id
           WRITE PAYMENT-RECORD
           IF Cs-Paymast-Status NOT = "00"
               DISPLAY X"1B" & "[31m" "The void row could not be "
                   "posted (status " Cs-Paymast-Status ") -- try "
                   "again."
               MOVE Cs-Receipt-Save TO PAYMENT-RECORD
               REWRITE PAYMENT-RECORD
               IF Cs-Paymast-Status NOT = "00"
                   DISPLAY "WARNING: OR " Cs-Or-Number-In " is still "
                       "marked voided with no void row (status "
                       Cs-Paymast-Status ") -- see the supervisor."
               END-IF
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 7800-EXIT
           END-IF
           MOVE "VOID"    TO Cs-Audit-Action
           MOVE "PAYMAST" TO Cs-Audit-File
           MOVE SPACES    TO Cs-Audit-Key
           STRING Cs-Student-Id-In " " Cs-Or-Number-In
               DELIMITED BY SIZE INTO Cs-Audit-Key
           MOVE SPACES    TO Cs-Audit-After
           STRING "REASON: " Cs-Reason-In
               DELIMITED BY SIZE INTO Cs-Audit-After
           PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT
           MOVE "VOID-ROW" TO Cs-Audit-Action
           MOVE "PAYMAST"  TO Cs-Audit-File
           MOVE SPACES     TO Cs-Audit-Key
           STRING Cs-Student-Id-In " " Cs-Void-Or
               DELIMITED BY SIZE INTO Cs-Audit-Key
           MOVE Cs-Void-Amount TO Cs-Bal-Display
           MOVE SPACES     TO Cs-Audit-After
           STRING "AMT " Cs-Bal-Display " SUP " Cs-Supervisor-In
               DELIMITED BY SIZE INTO Cs-Audit-After
           PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT
           DISPLAY X"1B" & "[32m" "Receipt voided -- void row "
               Cs-Void-Or " posted."
           DISPLAY X"1B" & "[0m"
           PERFORM 6000-COMPUTE-BALANCE THRU 6000-EXIT
           PERFORM 6500-SHOW-BALANCE THRU 6500-EXIT
           DISPLAY "Press Enter to continue..."
           ACCEPT User-Choice.
       7800-EXIT.
           EXIT.

      *================================================================
      * 7900-OR-BOOKLETS -- LIST THE OR BOOKLETS ISSUED TO ONE
      *   CASHIER, THEN ISSUE A NEW ONE OR WITHDRAW ONE.  A BOOKLET
      *   MAY NOT OVERLAP ANY BOOKLET ALREADY ISSUED TO ANYONE.
      *================================================================
       7900-OR-BOOKLETS.
           OPEN I-O Or-Booklet-File
           IF Cs-Orbook-Status = "35"
               OPEN OUTPUT Or-Booklet-File
               CLOSE Or-Booklet-File
               OPEN I-O Or-Booklet-File
           END-IF
           IF Cs-Orbook-Status NOT = "00"
               DISPLAY X"1B" & "[31m" "The OR booklet file could "
                   "not be opened (status " Cs-Orbook-Status ")."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 7900-EXIT
           END-IF
           DISPLAY " "
           DISPLAY "Enter the cashier ID (blank to return): "
               WITH NO ADVANCING
           ACCEPT Cs-Booklet-Cashier
           IF Cs-Booklet-Cashier = SPACES
               GO TO 7900-CLOSE
           END-IF
           DISPLAY " "
           DISPLAY "FIRST OR   LAST OR    ISSUED BY ON"
           MOVE ZERO TO Cs-Booklet-Count
           MOVE 'N' TO Cs-Scan-Eof-Sw
           MOVE Cs-Booklet-Cashier TO OB-Cashier-Id
           MOVE ZERO TO OB-First-Or
           START Or-Booklet-File KEY IS NOT LESS THAN OB-Key
               INVALID KEY
                   MOVE 'Y' TO Cs-Scan-Eof-Sw
           END-START
           PERFORM 7910-LIST-ONE-BOOKLET THRU 7910-EXIT
               UNTIL Cs-Scan-Eof
           IF Cs-Booklet-Count = ZERO
               DISPLAY "(no booklets issued to this cashier)"
           END-IF
           DISPLAY " "
           DISPLAY "Enter the booklet's first OR number (blank to "
               "return): " WITH NO ADVANCING
           ACCEPT Cs-Or-Number-In
           IF Cs-Or-Number-In = SPACES
               GO TO 7900-CLOSE
           END-IF
           PERFORM 7990-OR-TO-NUMBER THRU 7990-EXIT
           IF NOT Cs-Or-Valid
               DISPLAY X"1B" & "[31m"
                   "Invalid OR number -- digits only."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 7900-CLOSE
           END-IF
           MOVE Cs-Or-Value        TO Cs-First-Or
           MOVE Cs-Booklet-Cashier TO OB-Cashier-Id
           MOVE Cs-First-Or        TO OB-First-Or
           READ Or-Booklet-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Booklet " OB-First-Or " - " OB-Last-Or
                       " is issued to " OB-Cashier-Id "."
                   DISPLAY "D to withdraw it (blank to leave): "
                       WITH NO ADVANCING
                   ACCEPT User-Choice
                   IF User-Choice = "D" OR User-Choice = "d"
                       PERFORM 7950-WITHDRAW-BOOKLET THRU 7950-EXIT
                   END-IF
                   GO TO 7900-CLOSE
           END-READ
           DISPLAY "Enter the booklet's last OR number: "
               WITH NO ADVANCING
           ACCEPT Cs-Or-Number-In
           PERFORM 7990-OR-TO-NUMBER THRU 7990-EXIT
           IF NOT Cs-Or-Valid OR Cs-Or-Value < Cs-First-Or
               DISPLAY X"1B" & "[31m" "The last OR number must be "
                   "digits and not below the first -- nothing saved."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 7900-CLOSE
           END-IF
           MOVE Cs-Or-Value TO Cs-Last-Or
           MOVE 'N' TO Cs-Overlap-Sw
           MOVE 'N' TO Cs-Scan-Eof-Sw
           MOVE LOW-VALUES TO OB-Cashier-Id
           MOVE ZERO TO OB-First-Or
           START Or-Booklet-File KEY IS NOT LESS THAN OB-Key
               INVALID KEY
                   MOVE 'Y' TO Cs-Scan-Eof-Sw
           END-START
           PERFORM 7920-CHECK-ONE-OVERLAP THRU 7920-EXIT
               UNTIL Cs-Scan-Eof
           IF Cs-Overlap
               DISPLAY X"1B" & "[31m" "That series overlaps booklet "
                   OB-First-Or " - " OB-Last-Or " issued to "
                   OB-Cashier-Id " -- nothing saved."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 7900-CLOSE
           END-IF
           MOVE Cs-Booklet-Cashier TO OB-Cashier-Id
           MOVE Cs-First-Or        TO OB-First-Or
           MOVE Cs-Last-Or         TO OB-Last-Or
           MOVE Cs-Cashier-Id-In   TO OB-Issued-By
           MOVE Cs-Today           TO OB-Issued-Date
           WRITE OR-BOOKLET-RECORD
           IF Cs-Orbook-Status NOT = "00"
               DISPLAY X"1B" & "[31m" "The booklet could not be "
                   "saved (status " Cs-Orbook-Status ")."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 7900-CLOSE
           END-IF
           MOVE "ORBOOK"   TO Cs-Audit-Action
           MOVE "ORBOOK"   TO Cs-Audit-File
           MOVE Cs-Booklet-Cashier TO Cs-Audit-Key
           MOVE SPACES     TO Cs-Audit-After
           STRING "ISSUED " Cs-First-Or " - " Cs-Last-Or
               DELIMITED BY SIZE INTO Cs-Audit-After
           PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT
           DISPLAY X"1B" & "[32m" "Booklet issued."
           DISPLAY X"1B" & "[0m" "Press Enter to continue..."
           ACCEPT User-Choice.
       7900-CLOSE.
           CLOSE Or-Booklet-File.
       7900-EXIT.
           EXIT.

       7910-LIST-ONE-BOOKLET.
           READ Or-Booklet-File NEXT
               AT END
                   MOVE 'Y' TO Cs-Scan-Eof-Sw
                   GO TO 7910-EXIT
           END-READ
           IF OB-Cashier-Id NOT = Cs-Booklet-Cashier
               MOVE 'Y' TO Cs-Scan-Eof-Sw
               GO TO 7910-EXIT
           END-IF
           ADD 1 TO Cs-Booklet-Count
           DISPLAY OB-First-Or " " OB-Last-Or " " OB-Issued-By " "
               OB-Issued-Date.
       7910-EXIT.
           EXIT.

      *STOPS ON THE FIRST BOOKLET THE NEW SERIES RUNS INTO, LEAVING
      *IT IN THE RECORD AREA FOR THE MESSAGE.
       7920-CHECK-ONE-OVERLAP.
           READ Or-Booklet-File NEXT
               AT END
                   MOVE 'Y' TO Cs-Scan-Eof-Sw
                   GO TO 7920-EXIT
           END-READ
           IF Cs-First-Or NOT > OB-Last-Or
               AND Cs-Last-Or NOT < OB-First-Or
               MOVE 'Y' TO Cs-Overlap-Sw
               MOVE 'Y' TO Cs-Scan-Eof-Sw
           END-IF.
       7920-EXIT.
           EXIT.

       7950-WITHDRAW-BOOKLET.
           MOVE SPACES TO Cs-Audit-Before
           STRING "ISSUED " OB-First-Or " - " OB-Last-Or
               DELIMITED BY SIZE INTO Cs-Audit-Before
           DELETE Or-Booklet-File
           IF Cs-Orbook-Status NOT = "00"
               DISPLAY X"1B" & "[31m" "The booklet could not be "
                   "withdrawn (status " Cs-Orbook-Status ")."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 7950-EXIT
           END-IF
           MOVE "ORBOOK-DEL" TO Cs-Audit-Action
           MOVE "ORBOOK"     TO Cs-Audit-File
           MOVE Cs-Booklet-Cashier TO Cs-Audit-Key
           MOVE "WITHDRAWN"  TO Cs-Audit-After
           PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT
           DISPLAY X"1B" & "[32m" "Booklet withdrawn."
           DISPLAY X"1B" & "[0m" "Press Enter to continue..."
           ACCEPT User-Choice.
       7950-EXIT.
           EXIT.

      *AN OR NUMBER IS KEYED WITH OR WITHOUT ITS LEADING ZEROS --
      *ONLY DIGITS, LEFT-JUSTIFIED, ARE A VALID NUMBER.
       7990-OR-TO-NUMBER.
           MOVE 'N'    TO Cs-Or-Valid-Sw
           MOVE ZERO   TO Cs-Or-Len
           MOVE ZERO   TO Cs-Or-Value
           MOVE SPACES TO Cs-Or-Digits
           UNSTRING Cs-Or-Number-In DELIMITED BY SPACE
               INTO Cs-Or-Digits COUNT IN Cs-Or-Len
           END-UNSTRING
           IF Cs-Or-Len = ZERO
               GO TO 7990-EXIT
           END-IF
           IF Cs-Or-Number-In (1:Cs-Or-Len) IS NOT NUMERIC
               GO TO 7990-EXIT
           END-IF
           IF Cs-Or-Len < 10
               IF Cs-Or-Number-In (Cs-Or-Len + 1:) NOT = SPACES
                   GO TO 7990-EXIT
               END-IF
           END-IF
           MOVE Cs-Or-Number-In (1:Cs-Or-Len) TO Cs-Or-Value
           MOVE 'Y' TO Cs-Or-Valid-Sw.
       7990-EXIT.
           EXIT.

      *================================================================
      * 8000-GL-ACCOUNT-MAP -- LIST THE GL ACCOUNT MAP, THEN ADD,
      *   CHANGE, OR DELETE ONE ROW.  A ROW IS KEYED BY THE FEE NAME
      *   AS IT APPEARS ON THE COURSE MASTER, OR BY ONE OF THE FIXED
      *   POSTING CLASSES (*TUITION, *RECEIVABLE, *CASH, ...).
      *================================================================
       8000-GL-ACCOUNT-MAP.
           OPEN I-O Gl-Map-File
           IF Cs-Glmap-Status = "35"
               OPEN OUTPUT Gl-Map-File
               CLOSE Gl-Map-File
               OPEN I-O Gl-Map-File
           END-IF
           IF Cs-Glmap-Status NOT = "00"
               DISPLAY X"1B" & "[31m" "The GL account map could "
                   "not be opened (status " Cs-Glmap-Status ")."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 8000-EXIT
           END-IF
           DISPLAY " "
           DISPLAY "FEE NAME        ACCOUNT     DESCRIPTION"
           MOVE 'N' TO Cs-Scan-Eof-Sw
           MOVE LOW-VALUES TO GM-Fee-Name
           START Gl-Map-File KEY IS NOT LESS THAN GM-Fee-Name
               INVALID KEY
                   MOVE 'Y' TO Cs-Scan-Eof-Sw
                   DISPLAY "(no GL accounts mapped)"
           END-START
           PERFORM 8010-LIST-ONE-ACCOUNT THRU 8010-EXIT
               UNTIL Cs-Scan-Eof
           DISPLAY " "
           DISPLAY "Enter the fee name or posting class "
               "(blank to return): " WITH NO ADVANCING
           ACCEPT Cs-Fee-Name-In
           IF Cs-Fee-Name-In = SPACES
               GO TO 8000-CLOSE
           END-IF
           MOVE Cs-Fee-Name-In TO GM-Fee-Name
           MOVE 'Y' TO Cs-Glmap-Found-Sw
           READ Gl-Map-File
               INVALID KEY
                   MOVE 'N' TO Cs-Glmap-Found-Sw
           END-READ
           MOVE SPACES TO Cs-Audit-Before
           IF Cs-Glmap-Found
               DISPLAY "Current account: " GM-Account-Code " -- "
                   GM-Description
               STRING GM-Account-Code " " GM-Description
                   DELIMITED BY SIZE INTO Cs-Audit-Before
               DISPLAY "C to change, D to delete (blank to leave): "
                   WITH NO ADVANCING
               ACCEPT User-Choice
               IF User-Choice = "D" OR User-Choice = "d"
                   PERFORM 8050-DELETE-ACCOUNT THRU 8050-EXIT
                   GO TO 8000-CLOSE
               END-IF
               IF User-Choice NOT = "C" AND User-Choice NOT = "c"
                   GO TO 8000-CLOSE
               END-IF
           END-IF
           DISPLAY "GL account code: " WITH NO ADVANCING
           ACCEPT Cs-Account-In
           IF Cs-Account-In = SPACES
               DISPLAY X"1B" & "[31m"
                   "An account code is required -- nothing saved."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 8000-CLOSE
           END-IF
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT Cs-Account-Desc-In
           ACCEPT Cs-Today FROM DATE YYYYMMDD
           MOVE Cs-Fee-Name-In     TO GM-Fee-Name
           MOVE Cs-Account-In      TO GM-Account-Code
           MOVE Cs-Account-Desc-In TO GM-Description
           MOVE Cs-Cashier-Id-In   TO GM-Updated-By
           MOVE Cs-Today           TO GM-Updated-Date
           IF Cs-Glmap-Found
               REWRITE GL-MAP-RECORD
           ELSE
               WRITE GL-MAP-RECORD
           END-IF
           IF Cs-Glmap-Status NOT = "00"
               DISPLAY X"1B" & "[31m" "The account could not be saved "
                   "(status " Cs-Glmap-Status ")."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 8000-CLOSE
           END-IF
           MOVE "GLMAP"          TO Cs-Audit-Action
           MOVE "GLACCT"         TO Cs-Audit-File
           MOVE Cs-Fee-Name-In   TO Cs-Audit-Key
           MOVE SPACES           TO Cs-Audit-After
           STRING GM-Account-Code " " GM-Description
               DELIMITED BY SIZE INTO Cs-Audit-After
           PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT
           DISPLAY X"1B" & "[32m" "GL account saved."
           DISPLAY X"1B" & "[0m" "Press Enter to continue..."
           ACCEPT User-Choice.
       8000-CLOSE.
           CLOSE Gl-Map-File.
       8000-EXIT.
           EXIT.

       8010-LIST-ONE-ACCOUNT.
           READ Gl-Map-File NEXT
               AT END
                   MOVE 'Y' TO Cs-Scan-Eof-Sw
                   GO TO 8010-EXIT
           END-READ
           DISPLAY GM-Fee-Name " " GM-Account-Code "  "
               GM-Description.
       8010-EXIT.
           EXIT.

       8050-DELETE-ACCOUNT.
           DELETE Gl-Map-File
           IF Cs-Glmap-Status NOT = "00"
               DISPLAY X"1B" & "[31m" "The account could not be "
                   "deleted (status " Cs-Glmap-Status ")."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 8050-EXIT
           END-IF
           MOVE "GLMAP-DEL"      TO Cs-Audit-Action
           MOVE "GLACCT"         TO Cs-Audit-File
           MOVE Cs-Fee-Name-In   TO Cs-Audit-Key
           MOVE "DELETED"        TO Cs-Audit-After
           PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT
           DISPLAY X"1B" & "[32m" "GL account deleted."
           DISPLAY X"1B" & "[0m" "Press Enter to continue..."
           ACCEPT User-Choice.
       8050-EXIT.
           EXIT.

      *================================================================
      * 8800-WRITE-AUDIT -- APPEND ONE ACTION TO THE AUDIT JOURNAL.
      *   THE CALLER FILLS THE ACTION, FILE, KEY, AND BEFORE/AFTER
           IF Cs-Stumast-Open
               CLOSE Student-Master-File
           END-IF
           IF Cs-Voucher-Open
               CLOSE Refund-Voucher-File
           END-IF
           STOP RUN.
       9999-EXIT.
           EXIT.
