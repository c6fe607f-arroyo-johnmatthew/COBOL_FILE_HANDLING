      *================================================================
      * SMS-NOTICE-EXTRACT
      *   NIGHTLY OUTBOUND SMS EXTRACT FOR THE SCHOOL'S SMS GATEWAY
      *   (SMSOUT-YYYYMMDD.TXT), ONE TEXT PER STUDENT EVENT, SENT TO
      *   SM-CONTACT-NO ON THE STUDENT MASTER:
      *     PROM  WAITLIST PROMOTIONS -- THE PROMOTE LINES THE DROP
      *           AND SECTION TRANSFER PROGRAMS APPEND TO THE AUDIT
      *           JOURNAL (A PROMOTION IS NOT DATED ANYWHERE ELSE);
      *           A STUDENT WHO HAS SINCE DROPPED IS NOT TEXTED;
      *     HOLD  REGISTRATION HOLDS PLACED, BY HAND OR BY THE
      *           BUSINESS OFFICE AND STANDING JOBS, NAMING THE
      *           OFFICE TO SEE;
      *     HREL  REGISTRATION HOLDS RELEASED;
      *     PAYR  PAYMENT REMINDERS TO STUDENTS WITH A BALANCE, THE
      *           PAYR TEMPLATE'S LEAD DAYS AHEAD OF THE PAYMENT
      *           DEADLINE (PAYDLINE.TXT) -- AND, FOR A STUDENT ON
      *           AN INSTALLMENT PLAN, AHEAD OF AN INSTALLMENT DUE
      *           DATE THE PAYMENTS DO NOT YET COVER.  THE BALANCE
      *           AND THE PLAN SHORTFALL ARE FIGURED EXACTLY AS THE
      *           BUSINESS OFFICE HOLD SYNC FIGURES THEM.
      *   THE WORDING COMES FROM THE REGISTRAR'S MESSAGE TEMPLATES
      *   (SMSTMPL.DAT).  EVERY TEXT WRITTEN IS LOGGED ON THE SENT
      *   LOG (SMSLOG.DAT) FIRST, AND AN EVENT ALREADY ON THE LOG IS
      *   NEVER WRITTEN AGAIN, SO A RERUN CANNOT TEXT A STUDENT
      *   TWICE ABOUT ONE EVENT.  A STUDENT WITH NO MASTER ROW, A
      *   RETIRED (MERGED) RECORD, OR A BLANK OR INVALID CONTACT
      *   NUMBER GOES ON THE EXCEPTION LIST (SMSEXCP.TXT) INSTEAD
      *   AND IS NOT LOGGED, SO THE TEXT GOES OUT ONCE THE NUMBER IS
      *   FIXED.  A VALID NUMBER IS A PHILIPPINE MOBILE NUMBER --
      *   09NNNNNNNNN, 639NNNNNNNNN OR +639NNNNNNNNN, SPACES AND
      *   HYPHENS ALLOWED.
      *   EVENTS DATED UP TO SEVEN DAYS BEFORE THE BUSINESS DATE ARE
      *   PICKED UP, SO A MISSED NIGHT IS CAUGHT UP THE NEXT NIGHT
      *   WITHOUT REACHING BACK TO OLD HISTORY.  THE BUSINESS DATE
      *   COMES FROM THE COMMAND LINE (YYYYMMDD; BLANK FOR TODAY).
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMS-Notice-Extract.
       AUTHOR. REGISTRAR-SYSTEMS-UNIT.
       INSTALLATION. CAMPUS-REGISTRAR-OFFICE.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       BY   DESCRIPTION
      *   ---------- ---- --------------------------------------------
      *   10-15-2026 JRA  FIRST VERSION -- PROMOTIONS, HOLDS PLACED
      *                   AND RELEASED, AND PAYMENT REMINDERS, WITH
      *                   REGISTRAR TEMPLATES, A SENT LOG, AND AN
      *                   EXCEPTION LIST FOR BAD CONTACT NUMBERS.
      *   10-15-2026 JRA  PAYMENT REMINDERS FOLLOW THE HOLD SYNC'S
      *                   BALANCE-BASED PLAN RULE, AND A PLAN STUDENT
      *                   WITH CHARGES OUTSIDE THE PLAN IS ALSO
      *                   REMINDED OF THE SEMESTER DEADLINE.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *STUDENT MASTER, KEYED BY STUDENT ID (FOR NAME AND CONTACT NO)
           SELECT Student-Master-File ASSIGN TO "studmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-Student-Id
               FILE STATUS IS Sx-Stumast-Status.
      *SMS MESSAGE TEMPLATES, KEYED BY EVENT TYPE
           SELECT Template-File ASSIGN TO "smstmpl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-Event-Type
               FILE STATUS IS Sx-Smstmpl-Status.
      *SENT SMS LOG, KEYED BY STUDENT + EVENT TYPE + EVENT REFERENCE
           SELECT Sms-Log-File ASSIGN TO "smslog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-Key
               FILE STATUS IS Sx-Smslog-Status.
      *APPEND-ONLY AUDIT JOURNAL -- THE DAY'S WAITLIST PROMOTIONS
           SELECT Audit-File ASSIGN TO "auditlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sx-Audit-Status.
      *ENROLLMENT MASTER, KEYED BY STUDENT + COURSE + SEMESTER
           SELECT Enrollment-Master-File ASSIGN TO "enrlmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-Key
               FILE STATUS IS Sx-Enrlmast-Status.
      *SEAT COUNTS PER YEAR-AND-SECTION CODE (FOR THE SECTION NAME)
           SELECT Section-Capacity-File ASSIGN TO "sectcap.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-Section-Code
               FILE STATUS IS Sx-Sectcap-Status.
      *REGISTRATION HOLDS, KEYED BY STUDENT ID AND OFFICE CODE
           SELECT Hold-File ASSIGN TO "holdmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-Key
               FILE STATUS IS Sx-Hold-Status.
      *POSTED PAYMENTS, KEYED BY STUDENT ID AND OR NUMBER
           SELECT Payment-File ASSIGN TO "paymast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-Key
               FILE STATUS IS Sx-Paymast-Status.
      *DROP REFUND VOUCHERS, KEYED BY STUDENT ID AND CONTROL NUMBER
           SELECT Refund-Voucher-File ASSIGN TO "refvouch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-Key
               FILE STATUS IS Sx-Voucher-Status.
      *INSTALLMENT PLANS, KEYED BY STUDENT ID AND TERM
           SELECT Payment-Plan-File ASSIGN TO "payplan.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-Key
               FILE STATUS IS Sx-Payplan-Status.
      *PAYMENT DEADLINE CONTROL -- ONE RECORD
           SELECT Deadline-File ASSIGN TO "paydline.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sx-Deadline-Status.
      *THE EXTRACT FOR THE SMS GATEWAY -- ONE FILE PER BUSINESS DATE
           SELECT Sms-Out-File ASSIGN USING Sx-Out-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sx-Out-Status.
      *EXCEPTION LIST AND RUN TOTALS
           SELECT Exception-Report ASSIGN TO "smsexcp.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sx-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Student-Master-File.
           COPY STUMAST.
       FD  Template-File.
           COPY SMSTMPL.
       FD  Sms-Log-File.
           COPY SMSLOG.
       FD  Audit-File.
           COPY AUDITREC.
       FD  Enrollment-Master-File.
           COPY ENRLMAST.
       FD  Section-Capacity-File.
           COPY SECTCAP.
       FD  Hold-File.
           COPY HOLDREC.
       FD  Payment-File.
           COPY PAYMREC.
       FD  Refund-Voucher-File.
           COPY REFVOUCH.
       FD  Payment-Plan-File.
           COPY PAYPLAN.
       FD  Deadline-File.
           COPY PAYDLINE.
       FD  Sms-Out-File.
           COPY SMSOUT.
       FD  Exception-Report.
       01  Excp-Line                   PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * FILE STATUS FIELDS
      *----------------------------------------------------------------
       01  Sx-Stumast-Status           PIC X(02) VALUE SPACES.
       01  Sx-Smstmpl-Status           PIC X(02) VALUE SPACES.
       01  Sx-Smslog-Status            PIC X(02) VALUE SPACES.
       01  Sx-Audit-Status             PIC X(02) VALUE SPACES.
       01  Sx-Enrlmast-Status          PIC X(02) VALUE SPACES.
       01  Sx-Sectcap-Status           PIC X(02) VALUE SPACES.
       01  Sx-Hold-Status              PIC X(02) VALUE SPACES.
       01  Sx-Paymast-Status           PIC X(02) VALUE SPACES.
       01  Sx-Voucher-Status           PIC X(02) VALUE SPACES.
       01  Sx-Payplan-Status           PIC X(02) VALUE SPACES.
       01  Sx-Deadline-Status          PIC X(02) VALUE SPACES.
       01  Sx-Out-Status               PIC X(02) VALUE SPACES.
       01  Sx-Report-Status            PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------
      * SWITCHES
      *----------------------------------------------------------------
       01  Sx-Eof-Sw                   PIC X VALUE 'N'.
           88  Sx-Eof                      VALUE 'Y'.
       01  Sx-Failed-Sw                PIC X VALUE 'N'.
           88  Sx-Run-Failed               VALUE 'Y'.
       01  Sx-Enrlmast-Open-Sw         PIC X VALUE 'N'.
           88  Sx-Enrlmast-Open            VALUE 'Y'.
       01  Sx-Sectcap-Open-Sw          PIC X VALUE 'N'.
           88  Sx-Sectcap-Open             VALUE 'Y'.
       01  Sx-Window-Sw                PIC X VALUE 'N'.
           88  Sx-In-Window                VALUE 'Y'.
       01  Sx-Em-Done-Sw               PIC X VALUE 'N'.
           88  Sx-Em-Done                  VALUE 'Y'.
       01  Sx-Dropped-Sw               PIC X VALUE 'N'.
           88  Sx-Promotion-Dropped        VALUE 'Y'.
       01  Sx-Logged-Sw                PIC X VALUE 'N'.
           88  Sx-Already-Logged           VALUE 'Y'.
       01  Sx-Valid-Sw                 PIC X VALUE 'N'.
           88  Sx-Contact-Valid            VALUE 'Y'.
       01  Sx-Plus-Sw                  PIC X VALUE 'N'.
           88  Sx-Plus-Seen                VALUE 'Y'.
       01  Sx-Bad-Char-Sw              PIC X VALUE 'N'.
           88  Sx-Bad-Char                 VALUE 'Y'.
       01  Sx-Val-End-Sw               PIC X VALUE 'N'.
           88  Sx-Val-End-Found            VALUE 'Y'.
       01  Sx-Found-Sw                 PIC X VALUE 'N'.
           88  Sx-Entry-Found              VALUE 'Y'.
       01  Sx-Overflow-Sw              PIC X VALUE 'N'.
           88  Sx-Table-Overflow           VALUE 'Y'.
       01  Sx-Deadline-On-Sw           PIC X VALUE 'N'.
           88  Sx-Deadline-On-File         VALUE 'Y'.
       01  Sx-Due-Soon-Sw              PIC X VALUE 'N'.
           88  Sx-Deadline-Due-Soon        VALUE 'Y'.

      *----------------------------------------------------------------
      * RUN CONTROL
      *----------------------------------------------------------------
       01  Sx-Command-Line             PIC X(40) VALUE SPACES.
       01  Sx-Today                    PIC 9(08) VALUE ZERO.
       01  Sx-Business-Date            PIC 9(08) VALUE ZERO.
       01  Sx-Run-Time                 PIC 9(08) VALUE ZERO.
       01  Sx-Run-Timestamp            PIC X(14) VALUE SPACES.
       01  Sx-Out-Name                 PIC X(30) VALUE SPACES.
       01  Sx-Lookback-Days            PIC 9(03) VALUE 7.
       01  Sx-Bus-Days                 PIC 9(07) VALUE ZERO.
       01  Sx-Window-Start-Days        PIC 9(07) VALUE ZERO.
       01  Sx-Event-Days               PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------------
      * DAY-NUMBER WORK AREA -- A YYYYMMDD DATE IS TURNED INTO A
      * RUNNING DAY COUNT SO TWO DATES CAN BE SUBTRACTED.  JANUARY
      * AND FEBRUARY COUNT THEIR LEAP DAYS FROM THE YEAR BEFORE.
      *----------------------------------------------------------------
       01  Sx-Dn-Date                  PIC 9(08) VALUE ZERO.
       01  Sx-Dn-Date-R REDEFINES Sx-Dn-Date.
           05  Sx-Dn-Yyyy              PIC 9(04).
           05  Sx-Dn-Mm                PIC 9(02).
           05  Sx-Dn-Dd                PIC 9(02).
       01  Sx-Dn-Year                  PIC 9(04) VALUE ZERO.
       01  Sx-Dn-Q4                    PIC 9(04) VALUE ZERO.
       01  Sx-Dn-Q100                  PIC 9(04) VALUE ZERO.
       01  Sx-Dn-Q400                  PIC 9(04) VALUE ZERO.
       01  Sx-Dn-Days                  PIC 9(07) VALUE ZERO.
       01  Sx-Cum-Days-Data.
           05  FILLER PIC X(36)
               VALUE "000031059090120151181212243273304334".
       01  Sx-Cum-Days-Table REDEFINES Sx-Cum-Days-Data.
           05  Sx-Cum-Days OCCURS 12 TIMES PIC 9(03).

      *----------------------------------------------------------------
      * THE MESSAGE TEMPLATES, LOADED ONCE.  THE ENTRIES STAND IN A
      * FIXED ORDER: 1 PROM, 2 HOLD, 3 HREL, 4 PAYR.
      *----------------------------------------------------------------
       01  Sx-Type-Data.
           05  FILLER PIC X(16) VALUE "PROMHOLDHRELPAYR".
       01  Sx-Type-Table REDEFINES Sx-Type-Data.
           05  Sx-Type-Code OCCURS 4 TIMES PIC X(04).
       01  Sx-Tm-Sub                   PIC 9(01) VALUE ZERO.
       01  Sx-Tmpl-Table.
           05  Sx-Tmpl-Entry OCCURS 4 TIMES.
               10  Sx-Tm-Type          PIC X(04).
               10  Sx-Tm-Lead-Days     PIC 9(02).
               10  Sx-Tm-Text          PIC X(160).
               10  Sx-Tm-On-File-Sw    PIC X(01).
                   88  Sx-Tm-On-File       VALUE 'Y'.

      *----------------------------------------------------------------
      * OFFICES A HOLD CAN SEND THE STUDENT TO.  AN OFFICE CODE NOT
      * LISTED IS SHOWN AS "<CODE> OFFICE".
      *----------------------------------------------------------------
       01  Sx-Office-Data.
           05  FILLER PIC X(04) VALUE "REGR".
           05  FILLER PIC X(25) VALUE "Registrar's Office".
           05  FILLER PIC X(04) VALUE "BUSN".
           05  FILLER PIC X(25) VALUE "Business Office".
           05  FILLER PIC X(04) VALUE "LIBR".
           05  FILLER PIC X(25) VALUE "Library".
       01  Sx-Office-Table REDEFINES Sx-Office-Data.
           05  Sx-Office-Entry OCCURS 3 TIMES.
               10  Sx-Of-Code          PIC X(04).
               10  Sx-Of-Name          PIC X(25).
       01  Sx-Of-Sub                   PIC 9(01) VALUE ZERO.

      *----------------------------------------------------------------
      * ONE EVENT, FILLED BY THE CALLER OF 7000-ISSUE-NOTICE
      *----------------------------------------------------------------
       01  Sx-Ev-Student-Id            PIC X(10) VALUE SPACES.
       01  Sx-Ev-Type                  PIC X(04) VALUE SPACES.
       01  Sx-Ev-Ref                   PIC X(20) VALUE SPACES.
       01  Sx-Ev-Section               PIC X(20) VALUE SPACES.
       01  Sx-Ev-Office                PIC X(25) VALUE SPACES.
       01  Sx-Ev-Reason                PIC X(30) VALUE SPACES.
       01  Sx-Ev-Amount                PIC S9(09)V99 VALUE ZERO.
       01  Sx-Ev-Date                  PIC 9(08) VALUE ZERO.
       01  Sx-Ev-Date-R REDEFINES Sx-Ev-Date.
           05  Sx-Ev-Yyyy              PIC 9(04).
           05  Sx-Ev-Mm                PIC 9(02).
           05  Sx-Ev-Dd                PIC 9(02).
       01  Sx-Promo-Control-No         PIC 9(14) VALUE ZERO.
       01  Sx-Section-Code             PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------
      * CONTACT NUMBER EDIT AND MESSAGE BUILD WORK AREA
      *----------------------------------------------------------------
       01  Sx-Excp-Reason              PIC X(30) VALUE SPACES.
       01  Sx-Contact-Shown            PIC X(15) VALUE SPACES.
       01  Sx-Gateway-No               PIC X(15) VALUE SPACES.
       01  Sx-Digits                   PIC X(15) VALUE SPACES.
       01  Sx-Digit-Count              PIC 9(02) VALUE ZERO.
       01  Sx-Char-Sub                 PIC 9(02) VALUE ZERO.
       01  Sx-Char                     PIC X(01) VALUE SPACE.
       01  Sx-Template                 PIC X(170) VALUE SPACES.
       01  Sx-Message                  PIC X(160) VALUE SPACES.
       01  Sx-In-Pos                   PIC 9(03) VALUE ZERO.
       01  Sx-Out-Pos                  PIC 9(03) VALUE ZERO.
       01  Sx-Token-Len                PIC 9(02) VALUE ZERO.
       01  Sx-Value                    PIC X(40) VALUE SPACES.
       01  Sx-Val-Lead                 PIC 9(02) VALUE ZERO.
       01  Sx-Val-First                PIC 9(02) VALUE ZERO.
       01  Sx-Val-Last                 PIC 9(02) VALUE ZERO.
       01  Sx-Val-Sub                  PIC 9(02) VALUE ZERO.
       01  Sx-Amt-Display              PIC ZZZ,ZZZ,ZZ9.99.
       01  Sx-Date-Display             PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------
      * PER-STUDENT BALANCE TABLE FOR THE PAYMENT REMINDERS -- BUILT
      * THE SAME WAY AS THE BUSINESS OFFICE HOLD SYNC'S.  THE PLAN
      * FIGURES LOOK AHEAD TO THE END OF THE REMINDER WINDOW: THE
      * INSTALLMENTS STILL NOT DUE BY THEN, AND THE EARLIEST ONE
      * FALLING DUE INSIDE IT.
      *----------------------------------------------------------------
       01  Sx-Stu-Count                PIC 9(04) VALUE ZERO.
       01  Sx-Stu-Sub                  PIC 9(04) VALUE ZERO.
       01  Sx-Hit-Sub                  PIC 9(04) VALUE ZERO.
       01  Sx-Stu-Table.
           05  Sx-Stu-Entry OCCURS 2000 TIMES.
               10  Sx-St-Id            PIC X(10).
               10  Sx-St-Assessed      PIC 9(09)V99.
               10  Sx-St-Paid          PIC S9(09)V99.
               10  Sx-St-Refunded      PIC 9(09)V99.
               10  Sx-St-Plan-Sw       PIC X(01).
                   88  Sx-St-On-Plan       VALUE 'Y'.
               10  Sx-St-Plan-Total    PIC 9(09)V99.
               10  Sx-St-Not-Due       PIC 9(09)V99.
               10  Sx-St-Next-Due      PIC 9(08).
               10  Sx-St-Next-Term     PIC X(05).
       01  Sx-Match-Id                 PIC X(10) VALUE SPACES.
       01  Sx-Balance                  PIC S9(09)V99 VALUE ZERO.
       01  Sx-Short                    PIC S9(09)V99 VALUE ZERO.
       01  Sx-Outside-Plan             PIC S9(09)V99 VALUE ZERO.
       01  Sx-Plan-Short               PIC S9(09)V99 VALUE ZERO.
       01  Sx-Inst-Sub                 PIC 9(01) VALUE ZERO.
       01  Sx-Lead-Days                PIC 9(02) VALUE ZERO.
       01  Sx-Horizon-Days             PIC 9(07) VALUE ZERO.
       01  Sx-Deadline-Date            PIC 9(08) VALUE ZERO.
       01  Sx-Deadline-Days            PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------------
      * RUN TOTALS
      *----------------------------------------------------------------
       01  Sx-Count-Table.
           05  Sx-Sent-Count OCCURS 4 TIMES PIC 9(05).
       01  Sx-Already-Count            PIC 9(05) VALUE ZERO.
       01  Sx-Excp-Count               PIC 9(05) VALUE ZERO.
       01  Sx-Sent-Total               PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------
      * SEED TABLE -- USED ONLY TO CREATE THE TEMPLATE FILE THE FIRST
      * TIME IT IS OPENED.
      *----------------------------------------------------------------
       COPY SMSSEED.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-EXTRACT-PROMOTIONS THRU 2000-EXIT.
           PERFORM 3000-EXTRACT-HOLDS THRU 3000-EXIT.
           PERFORM 4000-EXTRACT-REMINDERS THRU 4000-EXIT.
           PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *================================================================
      * 1000-INITIALIZE -- PICK UP THE BUSINESS DATE, LOAD THE
      *   TEMPLATES, AND OPEN THE STUDENT MASTER, THE SENT LOG, AND
      *   THE GATEWAY FILE.  THE GATEWAY FILE IS EXTENDED, NOT
      *   REPLACED -- A RERUN MUST NOT WIPE TEXTS THE FIRST RUN
      *   ALREADY LOGGED AS SENT.
      *================================================================
       1000-INITIALIZE.
           ACCEPT Sx-Today FROM DATE YYYYMMDD
           ACCEPT Sx-Run-Time FROM TIME
           MOVE SPACES TO Sx-Run-Timestamp
           STRING Sx-Today Sx-Run-Time (1:6)
               DELIMITED BY SIZE INTO Sx-Run-Timestamp
           MOVE ZERO TO Sx-Count-Table
           ACCEPT Sx-Command-Line FROM COMMAND-LINE
           IF Sx-Command-Line (1:8) = SPACES
               MOVE Sx-Today TO Sx-Business-Date
           ELSE
               IF Sx-Command-Line (1:8) IS NOT NUMERIC
                   DISPLAY "Invalid business date -- eight digits, "
                       "YYYYMMDD.  Nothing was extracted."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE Sx-Command-Line (1:8) TO Sx-Business-Date
           END-IF
           MOVE Sx-Business-Date TO Sx-Dn-Date
           PERFORM 7150-DATE-TO-DAYS THRU 7150-EXIT
           IF Sx-Dn-Days = ZERO
               DISPLAY "Invalid business date " Sx-Business-Date
                   " -- nothing was extracted."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE Sx-Dn-Days TO Sx-Bus-Days
           COMPUTE Sx-Window-Start-Days = Sx-Bus-Days - Sx-Lookback-Days
           OPEN OUTPUT Exception-Report
           MOVE SPACES TO Excp-Line
           STRING "SMS NOTIFICATION EXTRACT - EXCEPTIONS - BUSINESS "
                  "DATE " Sx-Business-Date
               DELIMITED BY SIZE INTO Excp-Line
           WRITE Excp-Line
           MOVE "STUDENT ID TYPE EVENT REF         CONTACT NO      REAS
      -         "ON"                             TO Excp-Line
           WRITE Excp-Line
           MOVE "================================================"
               TO Excp-Line
           WRITE Excp-Line
           PERFORM 1100-LOAD-TEMPLATES THRU 1100-EXIT
           OPEN INPUT Student-Master-File
           IF Sx-Stumast-Status NOT = "00"
               DISPLAY "The student master could not be opened "
                   "(status " Sx-Stumast-Status ") -- nothing was "
                   "extracted."
               CLOSE Exception-Report
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O Sms-Log-File
           IF Sx-Smslog-Status = "35"
               OPEN OUTPUT Sms-Log-File
               CLOSE Sms-Log-File
               OPEN I-O Sms-Log-File
           END-IF
           IF Sx-Smslog-Status NOT = "00"
               DISPLAY "The sent SMS log could not be opened (status "
                   Sx-Smslog-Status ") -- nothing was extracted."
               CLOSE Student-Master-File
               CLOSE Exception-Report
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO Sx-Out-Name
           STRING "smsout-" Sx-Business-Date ".txt"
               DELIMITED BY SIZE INTO Sx-Out-Name
           OPEN EXTEND Sms-Out-File
           IF Sx-Out-Status = "35"
               OPEN OUTPUT Sms-Out-File
               CLOSE Sms-Out-File
               OPEN EXTEND Sms-Out-File
           END-IF
           IF Sx-Out-Status NOT = "00"
               DISPLAY "The SMS gateway file could not be opened "
                   "(status " Sx-Out-Status ") -- nothing was "
                   "extracted."
               CLOSE Student-Master-File
               CLOSE Sms-Log-File
               CLOSE Exception-Report
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      *================================================================
      * 1100-LOAD-TEMPLATES -- ONE TABLE ENTRY PER EVENT TYPE.  THE
      *   TEMPLATE FILE IS SEEDED WITH THE STANDARD WORDING THE FIRST
      *   TIME IT IS OPENED, SAME AS THE MAINTENANCE PROGRAM DOES.
      *================================================================
       1100-LOAD-TEMPLATES.
           OPEN INPUT Template-File
           IF Sx-Smstmpl-Status = "35"
               OPEN OUTPUT Template-File
               PERFORM 1150-SEED-TEMPLATE THRU 1150-EXIT
                   VARYING SMS-SEED-IDX FROM 1 BY 1
                   UNTIL SMS-SEED-IDX > 4
               CLOSE Template-File
               OPEN INPUT Template-File
           END-IF
           IF Sx-Smstmpl-Status NOT = "00"
               DISPLAY "The SMS template file could not be opened "
                   "(status " Sx-Smstmpl-Status ") -- nothing was "
                   "extracted."
               CLOSE Exception-Report
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1110-LOAD-ONE-TEMPLATE THRU 1110-EXIT
               VARYING Sx-Tm-Sub FROM 1 BY 1
               UNTIL Sx-Tm-Sub > 4
           CLOSE Template-File.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-TEMPLATE.
           MOVE Sx-Type-Code (Sx-Tm-Sub) TO Sx-Tm-Type (Sx-Tm-Sub)
           MOVE ZERO   TO Sx-Tm-Lead-Days (Sx-Tm-Sub)
           MOVE SPACES TO Sx-Tm-Text (Sx-Tm-Sub)
           MOVE 'N'    TO Sx-Tm-On-File-Sw (Sx-Tm-Sub)
           MOVE Sx-Type-Code (Sx-Tm-Sub) TO ST-Event-Type
           READ Template-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ST-Message-Text NOT = SPACES
                       MOVE ST-Message-Text
                           TO Sx-Tm-Text (Sx-Tm-Sub)
                       MOVE 'Y' TO Sx-Tm-On-File-Sw (Sx-Tm-Sub)
                       IF ST-Lead-Days IS NUMERIC
                           MOVE ST-Lead-Days
                               TO Sx-Tm-Lead-Days (Sx-Tm-Sub)
                       END-IF
                   END-IF
           END-READ
           IF NOT Sx-Tm-On-File (Sx-Tm-Sub)
               MOVE SPACES TO Excp-Line
               STRING "NO " Sx-Type-Code (Sx-Tm-Sub)
                      " TEMPLATE ON FILE -- THOSE EVENTS ARE NOT "
                      "EXTRACTED THIS RUN"
                   DELIMITED BY SIZE INTO Excp-Line
               WRITE Excp-Line
           END-IF.
       1110-EXIT.
           EXIT.

       1150-SEED-TEMPLATE.
           MOVE SMS-SEED-EVENT-TYPE (SMS-SEED-IDX) TO ST-Event-Type
           MOVE SMS-SEED-LEAD-DAYS (SMS-SEED-IDX)  TO ST-Lead-Days
           MOVE SMS-SEED-TEXT (SMS-SEED-IDX)       TO ST-Message-Text
           MOVE "BATCH"                            TO ST-Updated-By
           MOVE Sx-Today                           TO ST-Updated-Date
           WRITE SMS-TEMPLATE-RECORD.
       1150-EXIT.
           EXIT.

      *================================================================
      * 2000-EXTRACT-PROMOTIONS -- EVERY PROMOTE LINE ON THE AUDIT
      *   JOURNAL INSIDE THE WINDOW.  THE LINE'S KEY CARRIES THE
      *   STUDENT ID AND ITS AFTER IMAGE THE PROMOTED TRANSACTION'S
      *   CONTROL NUMBER ("SECTION CTL " + CONTROL NO), WHICH FINDS
      *   THE MASTER ROW AND SO THE SECTION.
      *================================================================
       2000-EXTRACT-PROMOTIONS.
           IF NOT Sx-Tm-On-File (1)
               GO TO 2000-EXIT
           END-IF
           OPEN INPUT Audit-File
           IF Sx-Audit-Status = "35"
               GO TO 2000-EXIT
           END-IF
           IF Sx-Audit-Status NOT = "00"
               DISPLAY "WARNING: the audit journal could not be "
                   "opened (status " Sx-Audit-Status ") -- no "
                   "promotion texts this run."
               GO TO 2000-EXIT
           END-IF
           OPEN INPUT Enrollment-Master-File
           IF Sx-Enrlmast-Status = "00"
               MOVE 'Y' TO Sx-Enrlmast-Open-Sw
           END-IF
           OPEN INPUT Section-Capacity-File
           IF Sx-Sectcap-Status = "00"
               MOVE 'Y' TO Sx-Sectcap-Open-Sw
           END-IF
           MOVE 'N' TO Sx-Eof-Sw
           PERFORM 2100-CHECK-ONE-AUDIT-LINE THRU 2100-EXIT
               UNTIL Sx-Eof
           CLOSE Audit-File
           IF Sx-Enrlmast-Open
               CLOSE Enrollment-Master-File
               MOVE 'N' TO Sx-Enrlmast-Open-Sw
           END-IF
           IF Sx-Sectcap-Open
               CLOSE Section-Capacity-File
               MOVE 'N' TO Sx-Sectcap-Open-Sw
           END-IF.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-AUDIT-LINE.
           READ Audit-File
               AT END
                   MOVE 'Y' TO Sx-Eof-Sw
                   GO TO 2100-EXIT
           END-READ
           IF AU-Action NOT = "PROMOTE"
              OR AU-File-Name NOT = "WAITLIST"
               GO TO 2100-EXIT
           END-IF
           IF AU-Timestamp (1:8) IS NOT NUMERIC
              OR AU-After-Image (13:14) IS NOT NUMERIC
               GO TO 2100-EXIT
           END-IF
           MOVE AU-Timestamp (1:8) TO Sx-Dn-Date
           PERFORM 7900-CHECK-WINDOW THRU 7900-EXIT
           IF NOT Sx-In-Window
               GO TO 2100-EXIT
           END-IF
           PERFORM 7050-CLEAR-EVENT THRU 7050-EXIT
           MOVE AU-Record-Key (1:10)    TO Sx-Ev-Student-Id
           MOVE AU-After-Image (13:14)  TO Sx-Promo-Control-No
           MOVE Sx-Promo-Control-No     TO Sx-Ev-Ref
      *THE AUDIT KEY HOLDS ONLY THE FIRST NINE CHARACTERS OF THE
      *SECTION CODE -- THE MASTER ROW, WHEN FOUND, GIVES THE FULL ONE.
           MOVE AU-Record-Key (12:9)    TO Sx-Section-Code
           PERFORM 2200-FIND-PROMOTED-ROW THRU 2200-EXIT
           IF Sx-Promotion-Dropped
               GO TO 2100-EXIT
           END-IF
           PERFORM 2300-GET-SECTION-NAME THRU 2300-EXIT
           MOVE 1 TO Sx-Tm-Sub
           PERFORM 7000-ISSUE-NOTICE THRU 7000-EXIT.
       2100-EXIT.
           EXIT.

      *================================================================
      * 2200-FIND-PROMOTED-ROW -- THE STUDENT'S MASTER ROW CARRYING
      *   THE PROMOTED CONTROL NUMBER.  A ROW SINCE DROPPED MEANS THE
      *   SEAT IS NO LONGER THE STUDENT'S AND NO TEXT GOES OUT.
      *================================================================
       2200-FIND-PROMOTED-ROW.
           MOVE 'N' TO Sx-Dropped-Sw
           IF NOT Sx-Enrlmast-Open
               GO TO 2200-EXIT
           END-IF
           MOVE 'N' TO Sx-Em-Done-Sw
           MOVE Sx-Ev-Student-Id TO EM-Student-Id
           MOVE LOW-VALUES TO EM-Course-Code
           MOVE LOW-VALUES TO EM-Term
           START Enrollment-Master-File KEY IS NOT LESS THAN EM-Key
               INVALID KEY
                   MOVE 'Y' TO Sx-Em-Done-Sw
           END-START
           PERFORM 2210-CHECK-ONE-ROW THRU 2210-EXIT
               UNTIL Sx-Em-Done.
       2200-EXIT.
           EXIT.

       2210-CHECK-ONE-ROW.
           READ Enrollment-Master-File NEXT
               AT END
                   MOVE 'Y' TO Sx-Em-Done-Sw
                   GO TO 2210-EXIT
           END-READ
           IF EM-Student-Id NOT = Sx-Ev-Student-Id
               MOVE 'Y' TO Sx-Em-Done-Sw
               GO TO 2210-EXIT
           END-IF
           IF EM-Control-No = Sx-Promo-Control-No
               MOVE EM-Section-Code TO Sx-Section-Code
               IF EM-Dropped
                   MOVE 'Y' TO Sx-Dropped-Sw
               END-IF
               MOVE 'Y' TO Sx-Em-Done-Sw
           END-IF.
       2210-EXIT.
           EXIT.

       2300-GET-SECTION-NAME.
           MOVE Sx-Section-Code TO Sx-Ev-Section
           IF NOT Sx-Sectcap-Open
               GO TO 2300-EXIT
           END-IF
           MOVE Sx-Section-Code TO SC-Section-Code
           READ Section-Capacity-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SC-Section-Label TO Sx-Ev-Section
           END-READ.
       2300-EXIT.
           EXIT.

      *================================================================
      * 3000-EXTRACT-HOLDS -- ONE PASS OVER THE HOLD FILE.  AN ACTIVE
      *   HOLD PLACED INSIDE THE WINDOW IS A HOLD TEXT; A RELEASED
      *   HOLD RELEASED INSIDE THE WINDOW IS A RELEASE TEXT.  A HOLD
      *   RE-PLACED LATER CARRIES A NEW PLACED DATE, SO IT IS A NEW
      *   EVENT AND IS TEXTED AGAIN.
      *================================================================
       3000-EXTRACT-HOLDS.
           IF NOT Sx-Tm-On-File (2) AND NOT Sx-Tm-On-File (3)
               GO TO 3000-EXIT
           END-IF
           OPEN INPUT Hold-File
           IF Sx-Hold-Status = "35"
               GO TO 3000-EXIT
           END-IF
           IF Sx-Hold-Status NOT = "00"
               DISPLAY "WARNING: the hold file could not be opened "
                   "(status " Sx-Hold-Status ") -- no hold texts "
                   "this run."
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO Sx-Eof-Sw
           MOVE LOW-VALUES TO HD-Key
           START Hold-File KEY IS NOT LESS THAN HD-Key
               INVALID KEY
                   MOVE 'Y' TO Sx-Eof-Sw
           END-START
           PERFORM 3100-CHECK-ONE-HOLD THRU 3100-EXIT
               UNTIL Sx-Eof
           CLOSE Hold-File.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-HOLD.
           READ Hold-File NEXT
               AT END
                   MOVE 'Y' TO Sx-Eof-Sw
                   GO TO 3100-EXIT
           END-READ
           PERFORM 7050-CLEAR-EVENT THRU 7050-EXIT
           IF HD-Active
               IF NOT Sx-Tm-On-File (2)
                  OR HD-Placed-Date IS NOT NUMERIC
                   GO TO 3100-EXIT
               END-IF
               MOVE HD-Placed-Date TO Sx-Dn-Date
               MOVE 2 TO Sx-Tm-Sub
           ELSE
               IF NOT HD-Released
                  OR NOT Sx-Tm-On-File (3)
                  OR HD-Released-Date IS NOT NUMERIC
                   GO TO 3100-EXIT
               END-IF
               MOVE HD-Released-Date TO Sx-Dn-Date
               MOVE 3 TO Sx-Tm-Sub
           END-IF
           MOVE Sx-Dn-Date TO Sx-Ev-Date
           PERFORM 7900-CHECK-WINDOW THRU 7900-EXIT
           IF NOT Sx-In-Window
               GO TO 3100-EXIT
           END-IF
           MOVE HD-Student-Id  TO Sx-Ev-Student-Id
           MOVE HD-Reason-Text TO Sx-Ev-Reason
           STRING HD-Office-Code Sx-Ev-Date
               DELIMITED BY SIZE INTO Sx-Ev-Ref
           PERFORM 3200-GET-OFFICE-NAME THRU 3200-EXIT
           PERFORM 7000-ISSUE-NOTICE THRU 7000-EXIT.
       3100-EXIT.
           EXIT.

       3200-GET-OFFICE-NAME.
           MOVE SPACES TO Sx-Ev-Office
           PERFORM 3210-MATCH-OFFICE THRU 3210-EXIT
               VARYING Sx-Of-Sub FROM 1 BY 1
               UNTIL Sx-Of-Sub > 3 OR Sx-Ev-Office NOT = SPACES
           IF Sx-Ev-Office = SPACES
               STRING HD-Office-Code " office"
                   DELIMITED BY SIZE INTO Sx-Ev-Office
           END-IF.
       3200-EXIT.
           EXIT.

       3210-MATCH-OFFICE.
           IF Sx-Of-Code (Sx-Of-Sub) = HD-Office-Code
               MOVE Sx-Of-Name (Sx-Of-Sub) TO Sx-Ev-Office
           END-IF.
       3210-EXIT.
           EXIT.

      *================================================================
      * 4000-EXTRACT-REMINDERS -- A STUDENT WITH A BALANCE IS
      *   REMINDED WHEN THE PAYMENT DEADLINE IS NO MORE THAN THE
      *   PAYR TEMPLATE'S LEAD DAYS AWAY.  A PLAN STUDENT IS SHORT
      *   BY THE BALANCE LESS THE INSTALLMENTS STILL NOT DUE AT THE
      *   END OF THE WINDOW, SPLIT AS THE HOLD SYNC SPLITS IT: THE
      *   INSTALLMENT PART IS REMINDED WHEN AN INSTALLMENT FALLS DUE
      *   INSIDE THE LEAD DAYS, THE PART FROM CHARGES OUTSIDE EVERY
      *   PLAN WHEN THE DEADLINE IS NEAR, AS FOR ANYONE ELSE.
      *================================================================
       4000-EXTRACT-REMINDERS.
           IF NOT Sx-Tm-On-File (4)
               GO TO 4000-EXIT
           END-IF
           MOVE Sx-Tm-Lead-Days (4) TO Sx-Lead-Days
           COMPUTE Sx-Horizon-Days = Sx-Bus-Days + Sx-Lead-Days
           PERFORM 4050-READ-DEADLINE THRU 4050-EXIT
           OPEN INPUT Enrollment-Master-File
           IF Sx-Enrlmast-Status NOT = "00"
               DISPLAY "WARNING: the enrollment master could not be "
                   "opened (status " Sx-Enrlmast-Status ") -- no "
                   "payment reminders this run."
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-LOAD-ASSESSMENTS THRU 4100-EXIT
           CLOSE Enrollment-Master-File
           PERFORM 4200-LOAD-VOUCHERS THRU 4200-EXIT
           PERFORM 4300-LOAD-PLANS THRU 4300-EXIT
           PERFORM 4400-APPLY-PAYMENTS THRU 4400-EXIT
           IF Sx-Table-Overflow
               MOVE "MORE THAN 2000 STUDENTS WITH A BALANCE -- THE RE
      -            "ST GET NO REMINDER"             TO Excp-Line
               WRITE Excp-Line
           END-IF
           PERFORM 4500-REMIND-ONE-STUDENT THRU 4500-EXIT
               VARYING Sx-Stu-Sub FROM 1 BY 1
               UNTIL Sx-Stu-Sub > Sx-Stu-Count.
       4000-EXIT.
           EXIT.

       4050-READ-DEADLINE.
           MOVE 'N' TO Sx-Deadline-On-Sw
           MOVE 'N' TO Sx-Due-Soon-Sw
           OPEN INPUT Deadline-File
           IF Sx-Deadline-Status NOT = "00"
               GO TO 4050-EXIT
           END-IF
           READ Deadline-File
               AT END
                   CONTINUE
               NOT AT END
                   IF PD-Deadline-Date IS NUMERIC
                       MOVE PD-Deadline-Date TO Sx-Deadline-Date
                       MOVE 'Y' TO Sx-Deadline-On-Sw
                   END-IF
           END-READ
           CLOSE Deadline-File
           IF NOT Sx-Deadline-On-File
               GO TO 4050-EXIT
           END-IF
           MOVE Sx-Deadline-Date TO Sx-Dn-Date
           PERFORM 7150-DATE-TO-DAYS THRU 7150-EXIT
           MOVE Sx-Dn-Days TO Sx-Deadline-Days
           IF Sx-Deadline-Days NOT < Sx-Bus-Days
              AND Sx-Deadline-Days NOT > Sx-Horizon-Days
               MOVE 'Y' TO Sx-Due-Soon-Sw
           END-IF.
       4050-EXIT.
           EXIT.

       4100-LOAD-ASSESSMENTS.
           MOVE 'N' TO Sx-Eof-Sw
           MOVE LOW-VALUES TO EM-Key
           START Enrollment-Master-File KEY IS NOT LESS THAN EM-Key
               INVALID KEY
                   MOVE 'Y' TO Sx-Eof-Sw
           END-START
           PERFORM 4110-LOAD-ONE-ROW THRU 4110-EXIT
               UNTIL Sx-Eof.
       4100-EXIT.
           EXIT.

       4110-LOAD-ONE-ROW.
           READ Enrollment-Master-File NEXT
               AT END
                   MOVE 'Y' TO Sx-Eof-Sw
                   GO TO 4110-EXIT
           END-READ
           IF NOT EM-Enrolled
               GO TO 4110-EXIT
           END-IF
           MOVE EM-Student-Id TO Sx-Match-Id
           PERFORM 4150-FIND-STUDENT-ENTRY THRU 4150-EXIT
           IF Sx-Table-Overflow
               GO TO 4110-EXIT
           END-IF
           ADD EM-Assessed-Amt TO Sx-St-Assessed (Sx-Hit-Sub).
       4110-EXIT.
           EXIT.

      *================================================================
      * 4150-FIND-STUDENT-ENTRY -- LOCATE (OR ADD) THE BALANCE TABLE
      *   ENTRY FOR THE STUDENT ID IN SX-MATCH-ID
      *================================================================
       4150-FIND-STUDENT-ENTRY.
           MOVE 'N' TO Sx-Found-Sw
           PERFORM 4160-MATCH-ENTRY THRU 4160-EXIT
               VARYING Sx-Stu-Sub FROM 1 BY 1
               UNTIL Sx-Stu-Sub > Sx-Stu-Count OR Sx-Entry-Found
           IF Sx-Entry-Found
               GO TO 4150-EXIT
           END-IF
           IF Sx-Stu-Count < 2000
               ADD 1 TO Sx-Stu-Count
               MOVE Sx-Stu-Count TO Sx-Hit-Sub
               MOVE Sx-Match-Id TO Sx-St-Id (Sx-Hit-Sub)
               MOVE ZERO   TO Sx-St-Assessed (Sx-Hit-Sub)
               MOVE ZERO   TO Sx-St-Paid (Sx-Hit-Sub)
               MOVE ZERO   TO Sx-St-Refunded (Sx-Hit-Sub)
               MOVE 'N'    TO Sx-St-Plan-Sw (Sx-Hit-Sub)
               MOVE ZERO   TO Sx-St-Plan-Total (Sx-Hit-Sub)
               MOVE ZERO   TO Sx-St-Not-Due (Sx-Hit-Sub)
               MOVE ZERO   TO Sx-St-Next-Due (Sx-Hit-Sub)
               MOVE SPACES TO Sx-St-Next-Term (Sx-Hit-Sub)
           ELSE
               MOVE 'Y' TO Sx-Overflow-Sw
           END-IF.
       4150-EXIT.
           EXIT.

       4160-MATCH-ENTRY.
           IF Sx-St-Id (Sx-Stu-Sub) = Sx-Match-Id
               MOVE 'Y' TO Sx-Found-Sw
               MOVE Sx-Stu-Sub TO Sx-Hit-Sub
           END-IF.
       4160-EXIT.
           EXIT.

      *================================================================
      * 4200-LOAD-VOUCHERS -- A DROP'S FORFEITED CHARGE IS STILL
      *   OWED, AND A RELEASED REFUND IS MONEY PAID BACK OUT
      *================================================================
       4200-LOAD-VOUCHERS.
           MOVE 'N' TO Sx-Eof-Sw
           OPEN INPUT Refund-Voucher-File
           IF Sx-Voucher-Status NOT = "00"
               GO TO 4200-EXIT
           END-IF
           MOVE LOW-VALUES TO RV-Student-Id
           MOVE ZERO TO RV-Control-No
           START Refund-Voucher-File KEY IS NOT LESS THAN RV-Key
               INVALID KEY
                   MOVE 'Y' TO Sx-Eof-Sw
           END-START
           PERFORM 4210-LOAD-ONE-VOUCHER THRU 4210-EXIT
               UNTIL Sx-Eof
           CLOSE Refund-Voucher-File.
       4200-EXIT.
           EXIT.

       4210-LOAD-ONE-VOUCHER.
           READ Refund-Voucher-File NEXT
               AT END
                   MOVE 'Y' TO Sx-Eof-Sw
                   GO TO 4210-EXIT
           END-READ
           IF RV-Forfeit-Amt = ZERO AND NOT RV-Released
               GO TO 4210-EXIT
           END-IF
           MOVE RV-Student-Id TO Sx-Match-Id
           PERFORM 4150-FIND-STUDENT-ENTRY THRU 4150-EXIT
           IF Sx-Table-Overflow
               GO TO 4210-EXIT
           END-IF
           ADD RV-Forfeit-Amt TO Sx-St-Assessed (Sx-Hit-Sub)
           IF RV-Released
               ADD RV-Voucher-Amt TO Sx-St-Refunded (Sx-Hit-Sub)
           END-IF.
       4210-EXIT.
           EXIT.

      *================================================================
      * 4300-LOAD-PLANS -- MARK EACH PLAN STUDENT, TOTAL THE PLANS
      *   AND THE INSTALLMENTS STILL NOT DUE AT THE END OF THE
      *   REMINDER WINDOW, AND KEEP THE EARLIEST ONE FALLING DUE
      *   INSIDE IT
      *================================================================
       4300-LOAD-PLANS.
           MOVE 'N' TO Sx-Eof-Sw
           OPEN INPUT Payment-Plan-File
           IF Sx-Payplan-Status NOT = "00"
               GO TO 4300-EXIT
           END-IF
           MOVE LOW-VALUES TO PP-Key
           START Payment-Plan-File KEY IS NOT LESS THAN PP-Key
               INVALID KEY
                   MOVE 'Y' TO Sx-Eof-Sw
           END-START
           PERFORM 4310-LOAD-ONE-PLAN THRU 4310-EXIT
               UNTIL Sx-Eof
           CLOSE Payment-Plan-File.
       4300-EXIT.
           EXIT.

       4310-LOAD-ONE-PLAN.
           READ Payment-Plan-File NEXT
               AT END
                   MOVE 'Y' TO Sx-Eof-Sw
                   GO TO 4310-EXIT
           END-READ
           MOVE PP-Student-Id TO Sx-Match-Id
           MOVE 'N' TO Sx-Found-Sw
           PERFORM 4160-MATCH-ENTRY THRU 4160-EXIT
               VARYING Sx-Stu-Sub FROM 1 BY 1
               UNTIL Sx-Stu-Sub > Sx-Stu-Count OR Sx-Entry-Found
           IF NOT Sx-Entry-Found
               GO TO 4310-EXIT
           END-IF
           MOVE 'Y' TO Sx-St-Plan-Sw (Sx-Hit-Sub)
           ADD PP-Plan-Total TO Sx-St-Plan-Total (Sx-Hit-Sub)
           PERFORM 4320-CHECK-INSTALLMENT THRU 4320-EXIT
               VARYING Sx-Inst-Sub FROM 1 BY 1
               UNTIL Sx-Inst-Sub > PP-Inst-Count.
       4310-EXIT.
           EXIT.

       4320-CHECK-INSTALLMENT.
           IF PP-Inst-Due (Sx-Inst-Sub) IS NOT NUMERIC
               GO TO 4320-EXIT
           END-IF
           MOVE PP-Inst-Due (Sx-Inst-Sub) TO Sx-Dn-Date
           PERFORM 7150-DATE-TO-DAYS THRU 7150-EXIT
           IF Sx-Dn-Days = ZERO
               GO TO 4320-EXIT
           END-IF
           IF Sx-Dn-Days > Sx-Horizon-Days
               ADD PP-Inst-Amt (Sx-Inst-Sub)
                   TO Sx-St-Not-Due (Sx-Hit-Sub)
               GO TO 4320-EXIT
           END-IF
           IF Sx-Dn-Days < Sx-Bus-Days
               GO TO 4320-EXIT
           END-IF
           IF Sx-St-Next-Due (Sx-Hit-Sub) = ZERO
              OR PP-Inst-Due (Sx-Inst-Sub) < Sx-St-Next-Due (Sx-Hit-Sub)
               MOVE PP-Inst-Due (Sx-Inst-Sub)
                   TO Sx-St-Next-Due (Sx-Hit-Sub)
               MOVE PP-Term TO Sx-St-Next-Term (Sx-Hit-Sub)
           END-IF.
       4320-EXIT.
           EXIT.

      *================================================================
      * 4400-APPLY-PAYMENTS -- NET POSTED PAYMENTS PER STUDENT (A
      *   VOID ROW CARRIES A NEGATIVE AMOUNT)
      *================================================================
       4400-APPLY-PAYMENTS.
           MOVE 'N' TO Sx-Eof-Sw
           OPEN INPUT Payment-File
           IF Sx-Paymast-Status NOT = "00"
               GO TO 4400-EXIT
           END-IF
           MOVE LOW-VALUES TO PY-Key
           START Payment-File KEY IS NOT LESS THAN PY-Key
               INVALID KEY
                   MOVE 'Y' TO Sx-Eof-Sw
           END-START
           PERFORM 4410-APPLY-ONE-PAYMENT THRU 4410-EXIT
               UNTIL Sx-Eof
           CLOSE Payment-File.
       4400-EXIT.
           EXIT.

       4410-APPLY-ONE-PAYMENT.
           READ Payment-File NEXT
               AT END
                   MOVE 'Y' TO Sx-Eof-Sw
                   GO TO 4410-EXIT
           END-READ
           MOVE PY-Student-Id TO Sx-Match-Id
           MOVE 'N' TO Sx-Found-Sw
           PERFORM 4160-MATCH-ENTRY THRU 4160-EXIT
               VARYING Sx-Stu-Sub FROM 1 BY 1
               UNTIL Sx-Stu-Sub > Sx-Stu-Count OR Sx-Entry-Found
           IF Sx-Entry-Found
               ADD PY-Amount TO Sx-St-Paid (Sx-Hit-Sub)
           END-IF.
       4410-EXIT.
           EXIT.

       4500-REMIND-ONE-STUDENT.
           COMPUTE Sx-Balance = Sx-St-Assessed (Sx-Stu-Sub)
                              + Sx-St-Refunded (Sx-Stu-Sub)
                              - Sx-St-Paid (Sx-Stu-Sub)
           IF Sx-Balance NOT > ZERO
               GO TO 4500-EXIT
           END-IF
           PERFORM 4550-FIGURE-PLAN-SHORT THRU 4550-EXIT
           IF Sx-Plan-Short > ZERO
              AND Sx-St-Next-Due (Sx-Stu-Sub) NOT = ZERO
               PERFORM 7050-CLEAR-EVENT THRU 7050-EXIT
               MOVE Sx-Plan-Short TO Sx-Ev-Amount
               MOVE Sx-St-Next-Due (Sx-Stu-Sub) TO Sx-Ev-Date
               STRING "INST" Sx-St-Next-Term (Sx-Stu-Sub) Sx-Ev-Date
                   DELIMITED BY SIZE INTO Sx-Ev-Ref
               MOVE Sx-St-Id (Sx-Stu-Sub) TO Sx-Ev-Student-Id
               MOVE 4 TO Sx-Tm-Sub
               PERFORM 7000-ISSUE-NOTICE THRU 7000-EXIT
           END-IF
           IF NOT Sx-Deadline-Due-Soon
               GO TO 4500-EXIT
           END-IF
           SUBTRACT Sx-Plan-Short FROM Sx-Short
           IF Sx-Short NOT > ZERO
               GO TO 4500-EXIT
           END-IF
           PERFORM 7050-CLEAR-EVENT THRU 7050-EXIT
           MOVE Sx-Short         TO Sx-Ev-Amount
           MOVE Sx-Deadline-Date TO Sx-Ev-Date
           STRING "DEADLINE" Sx-Ev-Date
               DELIMITED BY SIZE INTO Sx-Ev-Ref
           MOVE Sx-St-Id (Sx-Stu-Sub) TO Sx-Ev-Student-Id
           MOVE 4 TO Sx-Tm-Sub
           PERFORM 7000-ISSUE-NOTICE THRU 7000-EXIT.
       4500-EXIT.
           EXIT.

      *SAME SPLIT AS THE HOLD SYNC'S 4050-FIGURE-PLAN-SHORT.  A
      *STUDENT WITH NO PLAN HAS NOTHING NOT YET DUE AND NO PLAN
      *TOTAL, SO THE WHOLE BALANCE IS SHORT AND NONE OF IT IS AN
      *INSTALLMENT.
       4550-FIGURE-PLAN-SHORT.
           COMPUTE Sx-Short = Sx-Balance - Sx-St-Not-Due (Sx-Stu-Sub)
           IF Sx-Short < ZERO
               MOVE ZERO TO Sx-Short
           END-IF
           COMPUTE Sx-Outside-Plan = Sx-St-Assessed (Sx-Stu-Sub)
                                   + Sx-St-Refunded (Sx-Stu-Sub)
                                   - Sx-St-Plan-Total (Sx-Stu-Sub)
           IF Sx-Outside-Plan < ZERO
               MOVE ZERO TO Sx-Outside-Plan
           END-IF
           COMPUTE Sx-Plan-Short = Sx-Short - Sx-Outside-Plan
           IF Sx-Plan-Short < ZERO
               MOVE ZERO TO Sx-Plan-Short
           END-IF.
       4550-EXIT.
           EXIT.

      *================================================================
      * 5000-PRINT-TOTALS -- CLOSE THE EXCEPTION LIST WITH THE RUN
      *   COUNTS
      *================================================================
       5000-PRINT-TOTALS.
           MOVE "================================================"
               TO Excp-Line
           WRITE Excp-Line
           MOVE SPACES TO Excp-Line
           STRING "PROMOTION TEXTS       : " Sx-Sent-Count (1)
               DELIMITED BY SIZE INTO Excp-Line
           WRITE Excp-Line
           MOVE SPACES TO Excp-Line
           STRING "HOLD PLACED TEXTS     : " Sx-Sent-Count (2)
               DELIMITED BY SIZE INTO Excp-Line
           WRITE Excp-Line
           MOVE SPACES TO Excp-Line
           STRING "HOLD RELEASED TEXTS   : " Sx-Sent-Count (3)
               DELIMITED BY SIZE INTO Excp-Line
           WRITE Excp-Line
           MOVE SPACES TO Excp-Line
           STRING "PAYMENT REMINDERS     : " Sx-Sent-Count (4)
               DELIMITED BY SIZE INTO Excp-Line
           WRITE Excp-Line
           MOVE SPACES TO Excp-Line
           STRING "ALREADY SENT, SKIPPED : " Sx-Already-Count
               DELIMITED BY SIZE INTO Excp-Line
           WRITE Excp-Line
           MOVE SPACES TO Excp-Line
           STRING "EXCEPTIONS            : " Sx-Excp-Count
               DELIMITED BY SIZE INTO Excp-Line
           WRITE Excp-Line
           COMPUTE Sx-Sent-Total = Sx-Sent-Count (1) + Sx-Sent-Count (2)
                                 + Sx-Sent-Count (3) + Sx-Sent-Count (4)
           DISPLAY "SMS extract for " Sx-Business-Date ": "
               Sx-Sent-Total " texts written to " Sx-Out-Name
           DISPLAY Sx-Excp-Count " exceptions listed on smsexcp.txt, "
               Sx-Already-Count " already sent."
           IF Sx-Run-Failed
               DISPLAY "SMS extract FAILED -- see the messages above. "
                   "Texts already logged will not be repeated on a "
                   "rerun."
               MOVE 8 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.

      *================================================================
      * 7000-ISSUE-NOTICE -- ONE EVENT FOR ONE STUDENT, USING THE
      *   TEMPLATE AT SX-TM-SUB.  SKIPPED WHEN ALREADY ON THE SENT
      *   LOG, LISTED AS AN EXCEPTION WHEN THE STUDENT CANNOT BE
      *   TEXTED, OTHERWISE LOGGED AND WRITTEN FOR THE GATEWAY.  THE
      *   LOG ROW GOES FIRST: A TEXT THAT FAILS TO WRITE HAS ITS LOG
      *   ROW TAKEN BACK, BUT A TEXT IS NEVER WRITTEN UNLOGGED.
      *================================================================
       7000-ISSUE-NOTICE.
           MOVE Sx-Tm-Type (Sx-Tm-Sub) TO Sx-Ev-Type
           MOVE 'N' TO Sx-Logged-Sw
           MOVE Sx-Ev-Student-Id TO SL-Student-Id
           MOVE Sx-Ev-Type       TO SL-Event-Type
           MOVE Sx-Ev-Ref        TO SL-Event-Ref
           READ Sms-Log-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO Sx-Logged-Sw
           END-READ
           IF Sx-Already-Logged
               ADD 1 TO Sx-Already-Count
               GO TO 7000-EXIT
           END-IF
           MOVE SPACES TO Sx-Contact-Shown
           MOVE Sx-Ev-Student-Id TO SM-Student-Id
           READ Student-Master-File
               INVALID KEY
                   MOVE "NOT ON THE STUDENT MASTER" TO Sx-Excp-Reason
                   PERFORM 7800-LIST-EXCEPTION THRU 7800-EXIT
                   GO TO 7000-EXIT
           END-READ
           MOVE SM-Contact-No TO Sx-Contact-Shown
           IF SM-Retired
               MOVE SPACES TO Sx-Excp-Reason
               STRING "RETIRED - MERGED TO " SM-Merged-To
                   DELIMITED BY SIZE INTO Sx-Excp-Reason
               PERFORM 7800-LIST-EXCEPTION THRU 7800-EXIT
               GO TO 7000-EXIT
           END-IF
           PERFORM 7100-EDIT-CONTACT-NO THRU 7100-EXIT
           IF NOT Sx-Contact-Valid
               PERFORM 7800-LIST-EXCEPTION THRU 7800-EXIT
               GO TO 7000-EXIT
           END-IF
           PERFORM 7200-BUILD-MESSAGE THRU 7200-EXIT
           MOVE Sx-Ev-Student-Id  TO SL-Student-Id
           MOVE Sx-Ev-Type        TO SL-Event-Type
           MOVE Sx-Ev-Ref         TO SL-Event-Ref
           MOVE Sx-Business-Date  TO SL-Business-Date
           MOVE Sx-Gateway-No     TO SL-Contact-No
           MOVE Sx-Run-Timestamp  TO SL-Run-Timestamp
           WRITE SMS-LOG-RECORD
           IF Sx-Smslog-Status NOT = "00"
               DISPLAY "The sent log row for " Sx-Ev-Student-Id " "
                   Sx-Ev-Type " could not be written (status "
                   Sx-Smslog-Status ") -- the text was held back."
               MOVE 'Y' TO Sx-Failed-Sw
               GO TO 7000-EXIT
           END-IF
           MOVE Sx-Gateway-No     TO SO-Contact-No
           MOVE Sx-Ev-Student-Id  TO SO-Student-Id
           MOVE Sx-Ev-Type        TO SO-Event-Type
           MOVE Sx-Ev-Ref         TO SO-Event-Ref
           MOVE Sx-Message        TO SO-Message-Text
           WRITE SMS-OUT-RECORD
           IF Sx-Out-Status NOT = "00"
               DISPLAY "The text for " Sx-Ev-Student-Id " "
                   Sx-Ev-Type " could not be written (status "
                   Sx-Out-Status ")."
               MOVE 'Y' TO Sx-Failed-Sw
               DELETE Sms-Log-File RECORD
                   INVALID KEY
                       DISPLAY "WARNING: its sent log row could not "
                           "be taken back -- key the text by hand."
               END-DELETE
               GO TO 7000-EXIT
           END-IF
           ADD 1 TO Sx-Sent-Count (Sx-Tm-Sub).
       7000-EXIT.
           EXIT.

       7050-CLEAR-EVENT.
           MOVE SPACES TO Sx-Ev-Student-Id
           MOVE SPACES TO Sx-Ev-Ref
           MOVE SPACES TO Sx-Ev-Section
           MOVE SPACES TO Sx-Ev-Office
           MOVE SPACES TO Sx-Ev-Reason
           MOVE ZERO   TO Sx-Ev-Amount
           MOVE ZERO   TO Sx-Ev-Date.
       7050-EXIT.
           EXIT.

      *================================================================
      * 7100-EDIT-CONTACT-NO -- SM-CONTACT-NO MUST BE A PHILIPPINE
      *   MOBILE NUMBER.  SPACES AND HYPHENS ARE IGNORED, A PLUS SIGN
      *   IS ALLOWED ONLY IN FRONT, AND THE NUMBER IS HANDED TO THE
      *   GATEWAY AS +639NNNNNNNNN.
      *================================================================
       7100-EDIT-CONTACT-NO.
           MOVE 'N'    TO Sx-Valid-Sw
           MOVE 'N'    TO Sx-Plus-Sw
           MOVE 'N'    TO Sx-Bad-Char-Sw
           MOVE SPACES TO Sx-Digits
           MOVE SPACES TO Sx-Gateway-No
           MOVE ZERO   TO Sx-Digit-Count
           IF SM-Contact-No = SPACES
               MOVE "NO CONTACT NUMBER ON FILE" TO Sx-Excp-Reason
               GO TO 7100-EXIT
           END-IF
           PERFORM 7110-EXAMINE-ONE-CHAR THRU 7110-EXIT
               VARYING Sx-Char-Sub FROM 1 BY 1
               UNTIL Sx-Char-Sub > 15
           MOVE "NOT A VALID MOBILE NUMBER" TO Sx-Excp-Reason
           IF Sx-Bad-Char
               GO TO 7100-EXIT
           END-IF
           IF NOT Sx-Plus-Seen AND Sx-Digit-Count = 11
              AND Sx-Digits (1:2) = "09"
               STRING "+63" Sx-Digits (2:10)
                   DELIMITED BY SIZE INTO Sx-Gateway-No
               MOVE 'Y' TO Sx-Valid-Sw
               GO TO 7100-EXIT
           END-IF
           IF Sx-Digit-Count = 12 AND Sx-Digits (1:3) = "639"
               STRING "+" Sx-Digits (1:12)
                   DELIMITED BY SIZE INTO Sx-Gateway-No
               MOVE 'Y' TO Sx-Valid-Sw
           END-IF.
       7100-EXIT.
           EXIT.

       7110-EXAMINE-ONE-CHAR.
           MOVE SM-Contact-No (Sx-Char-Sub:1) TO Sx-Char
           IF Sx-Char = SPACE OR Sx-Char = "-"
               GO TO 7110-EXIT
           END-IF
           IF Sx-Char = "+"
               IF Sx-Digit-Count = ZERO AND NOT Sx-Plus-Seen
                   MOVE 'Y' TO Sx-Plus-Sw
               ELSE
                   MOVE 'Y' TO Sx-Bad-Char-Sw
               END-IF
               GO TO 7110-EXIT
           END-IF
           IF Sx-Char IS NOT NUMERIC
               MOVE 'Y' TO Sx-Bad-Char-Sw
               GO TO 7110-EXIT
           END-IF
           ADD 1 TO Sx-Digit-Count
           MOVE Sx-Char TO Sx-Digits (Sx-Digit-Count:1).
       7110-EXIT.
           EXIT.

       7150-DATE-TO-DAYS.
           MOVE ZERO TO Sx-Dn-Days
           IF Sx-Dn-Mm < 1 OR Sx-Dn-Mm > 12
               GO TO 7150-EXIT
           END-IF
           MOVE Sx-Dn-Yyyy TO Sx-Dn-Year
           IF Sx-Dn-Mm < 3
               SUBTRACT 1 FROM Sx-Dn-Year
           END-IF
           DIVIDE Sx-Dn-Year BY 4   GIVING Sx-Dn-Q4
           DIVIDE Sx-Dn-Year BY 100 GIVING Sx-Dn-Q100
           DIVIDE Sx-Dn-Year BY 400 GIVING Sx-Dn-Q400
           COMPUTE Sx-Dn-Days = Sx-Dn-Yyyy * 365
                              + Sx-Dn-Q4 - Sx-Dn-Q100 + Sx-Dn-Q400
                              + Sx-Cum-Days (Sx-Dn-Mm) + Sx-Dn-Dd.
       7150-EXIT.
           EXIT.

      *================================================================
      * 7200-BUILD-MESSAGE -- COPY THE TEMPLATE INTO SX-MESSAGE ONE
      *   CHARACTER AT A TIME, REPLACING EACH PLACEHOLDER WITH ITS
      *   VALUE (LEADING AND TRAILING SPACES DROPPED).  THE TEMPLATE
      *   IS PADDED TO 170 SO A PLACEHOLDER TEST NEAR THE END NEVER
      *   RUNS PAST IT; ANYTHING PAST 160 CHARACTERS IS CUT OFF.
      *================================================================
       7200-BUILD-MESSAGE.
           MOVE SPACES TO Sx-Template
           MOVE Sx-Tm-Text (Sx-Tm-Sub) TO Sx-Template
           MOVE SPACES TO Sx-Message
           MOVE ZERO TO Sx-Out-Pos
           MOVE 1 TO Sx-In-Pos
           PERFORM 7210-BUILD-ONE-PIECE THRU 7210-EXIT
               UNTIL Sx-In-Pos > 160.
       7200-EXIT.
           EXIT.

       7210-BUILD-ONE-PIECE.
           IF Sx-Template (Sx-In-Pos:1) NOT = "{"
               MOVE Sx-Template (Sx-In-Pos:1) TO Sx-Char
               PERFORM 7260-PUT-CHAR THRU 7260-EXIT
               ADD 1 TO Sx-In-Pos
               GO TO 7210-EXIT
           END-IF
           MOVE SPACES TO Sx-Value
           MOVE ZERO TO Sx-Token-Len
           IF Sx-Template (Sx-In-Pos:6) = "{NAME}"
               MOVE SM-Student-Name TO Sx-Value
               MOVE 6 TO Sx-Token-Len
           END-IF
           IF Sx-Template (Sx-In-Pos:4) = "{ID}"
               MOVE Sx-Ev-Student-Id TO Sx-Value
               MOVE 4 TO Sx-Token-Len
           END-IF
           IF Sx-Template (Sx-In-Pos:9) = "{SECTION}"
               MOVE Sx-Ev-Section TO Sx-Value
               MOVE 9 TO Sx-Token-Len
           END-IF
           IF Sx-Template (Sx-In-Pos:8) = "{OFFICE}"
               MOVE Sx-Ev-Office TO Sx-Value
               MOVE 8 TO Sx-Token-Len
           END-IF
           IF Sx-Template (Sx-In-Pos:8) = "{REASON}"
               MOVE Sx-Ev-Reason TO Sx-Value
               MOVE 8 TO Sx-Token-Len
           END-IF
           IF Sx-Template (Sx-In-Pos:8) = "{AMOUNT}"
               MOVE Sx-Ev-Amount TO Sx-Amt-Display
               MOVE Sx-Amt-Display TO Sx-Value
               MOVE 8 TO Sx-Token-Len
           END-IF
           IF Sx-Template (Sx-In-Pos:6) = "{DATE}"
               MOVE SPACES TO Sx-Date-Display
               STRING Sx-Ev-Mm "/" Sx-Ev-Dd "/" Sx-Ev-Yyyy
                   DELIMITED BY SIZE INTO Sx-Date-Display
               MOVE Sx-Date-Display TO Sx-Value
               MOVE 6 TO Sx-Token-Len
           END-IF
      *NOT A PLACEHOLDER -- THE BRACE IS ORDINARY TEXT
           IF Sx-Token-Len = ZERO
               MOVE "{" TO Sx-Char
               PERFORM 7260-PUT-CHAR THRU 7260-EXIT
               ADD 1 TO Sx-In-Pos
               GO TO 7210-EXIT
           END-IF
           PERFORM 7250-PUT-VALUE THRU 7250-EXIT
           ADD Sx-Token-Len TO Sx-In-Pos.
       7210-EXIT.
           EXIT.

       7250-PUT-VALUE.
           MOVE ZERO TO Sx-Val-Lead
           INSPECT Sx-Value TALLYING Sx-Val-Lead FOR LEADING SPACES
           IF Sx-Val-Lead NOT < 40
               GO TO 7250-EXIT
           END-IF
           MOVE 40 TO Sx-Val-Last
           MOVE 'N' TO Sx-Val-End-Sw
           PERFORM 7255-FIND-VALUE-END THRU 7255-EXIT
               UNTIL Sx-Val-End-Found
           COMPUTE Sx-Val-First = Sx-Val-Lead + 1
           PERFORM 7257-PUT-VALUE-CHAR THRU 7257-EXIT
               VARYING Sx-Val-Sub FROM Sx-Val-First BY 1
               UNTIL Sx-Val-Sub > Sx-Val-Last.
       7250-EXIT.
           EXIT.

       7255-FIND-VALUE-END.
           IF Sx-Value (Sx-Val-Last:1) NOT = SPACE
               MOVE 'Y' TO Sx-Val-End-Sw
           ELSE
               SUBTRACT 1 FROM Sx-Val-Last
           END-IF.
       7255-EXIT.
           EXIT.

       7257-PUT-VALUE-CHAR.
           MOVE Sx-Value (Sx-Val-Sub:1) TO Sx-Char
           PERFORM 7260-PUT-CHAR THRU 7260-EXIT.
       7257-EXIT.
           EXIT.

       7260-PUT-CHAR.
           IF Sx-Out-Pos < 160
               ADD 1 TO Sx-Out-Pos
               MOVE Sx-Char TO Sx-Message (Sx-Out-Pos:1)
           END-IF.
       7260-EXIT.
           EXIT.

      *================================================================
      * 7800-LIST-EXCEPTION -- ONE LINE ON THE EXCEPTION LIST
      *================================================================
       7800-LIST-EXCEPTION.
           ADD 1 TO Sx-Excp-Count
           MOVE SPACES TO Excp-Line
           STRING Sx-Ev-Student-Id " " Sx-Ev-Type " "
                  Sx-Ev-Ref (1:17) " " Sx-Contact-Shown " "
                  Sx-Excp-Reason
               DELIMITED BY SIZE INTO Excp-Line
           WRITE Excp-Line.
       7800-EXIT.
           EXIT.

      *================================================================
      * 7900-CHECK-WINDOW -- IS THE DATE IN SX-DN-DATE BETWEEN THE
      *   START OF THE LOOKBACK WINDOW AND THE BUSINESS DATE?
      *================================================================
       7900-CHECK-WINDOW.
           MOVE 'N' TO Sx-Window-Sw
           PERFORM 7150-DATE-TO-DAYS THRU 7150-EXIT
           MOVE Sx-Dn-Days TO Sx-Event-Days
           IF Sx-Event-Days NOT < Sx-Window-Start-Days
              AND Sx-Event-Days NOT > Sx-Bus-Days
               MOVE 'Y' TO Sx-Window-Sw
           END-IF.
       7900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE Student-Master-File
           CLOSE Sms-Log-File
           CLOSE Sms-Out-File
           CLOSE Exception-Report
           STOP RUN.
       9999-EXIT.
           EXIT.
