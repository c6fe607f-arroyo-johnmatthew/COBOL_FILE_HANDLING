      *================================================================
      * BLOCK-ENROLLMENT
      *   BATCH ENROLLMENT OF ADMITTED FRESHMEN FROM THE ADMISSIONS
      *   OFFICE'S BLOCK FILE (ADMITREC LAYOUT -- STUDENT ID, COURSE,
      *   BLOCK SECTION, TERM), INSTEAD OF PUTTING SEVERAL HUNDRED
      *   STUDENTS THROUGH THE ONLINE SCREENS ONE AT A TIME.  EACH
      *   LINE IS COMMITTED UNDER THE SAME RULES AS THE ONLINE
      *   REGISTRATION PROGRAM: AN ACTIVE HOLD ON HOLDMAST.DAT STOPS
      *   IT, THE KEYED DUPLICATE CHECK ON ENRLMAST.DAT SKIPS A
      *   STUDENT ALREADY ENROLLED IN THE COURSE FOR THE TERM (SO A
      *   RERUN OF THE SAME FILE ONLY PICKS UP WHAT IS LEFT), A FULL
      *   SECTION PUTS THE STUDENT ON ITS WAITLIST, AND THE FEES ARE
      *   ASSESSED FROM THE COURSE MASTER LESS ANY GRANT.  THE SAME
      *   SEAT / WAITLIST UPDATES, FIVE JOURNAL LINES (REGICARD.TXT)
      *   AND ENROLLMENT MASTER ROW ARE WRITTEN IN THE SAME ORDER AS
      *   AN ONLINE COMMIT.  THE CERTIFICATES GO INTO ONE DATED BATCH
      *   FILE, AND THE CONTROL REPORT (BLKENRL.TXT) LISTS EVERY LINE
      *   AS ENROLLED, WAITLISTED, SKIPPED OR REJECTED WITH THE
      *   REASON.  RUN AS  BLKENRL [INPUT-FILE]  -- THE DEFAULT INPUT
      *   IS ADMBLOCK.TXT.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Block-Enrollment.
       AUTHOR. REGISTRAR-SYSTEMS-UNIT.
       INSTALLATION. CAMPUS-REGISTRAR-OFFICE.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       BY   DESCRIPTION
      *   ---------- ---- --------------------------------------------
      *   10-15-2026 JRA  FIRST VERSION -- BLOCK ENROLLMENT FROM THE
      *                   ADMISSIONS FILE WITH THE ONLINE COMMIT
      *                   RULES, A BATCH CERTIFICATE FILE, AND THE
      *                   CONTROL REPORT.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *ADMISSIONS BLOCK FILE -- NAME FROM THE COMMAND LINE
           SELECT Admissions-File ASSIGN USING Bk-Input-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Bk-Admit-Status.
      *ROSTER OF EVERY SELECTION MADE, ONE LINE PER SELECTION
           SELECT Regi-Form ASSIGN TO "regicard.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Bk-Regi-Status.
      *STUDENT MASTER, KEYED BY STUDENT ID
           SELECT Student-Master-File ASSIGN TO "studmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-Student-Id
               FILE STATUS IS Bk-Stumast-Status.
      *COURSE MASTER, KEYED BY COURSE CODE
           SELECT Course-Master-File ASSIGN TO "crsemast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-Course-Code
               FILE STATUS IS Bk-Crsemast-Status.
      *SEAT COUNTS PER YEAR-AND-SECTION CODE
           SELECT Section-Capacity-File ASSIGN TO "sectcap.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-Section-Code
               FILE STATUS IS Bk-Sectcap-Status.
      *NAMED WAITLIST QUEUE, KEYED BY SECTION CODE AND POSITION
           SELECT Waitlist-File ASSIGN TO "waitlist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-Key
               FILE STATUS IS Bk-Waitl-Status.
      *ENROLLMENT MASTER, KEYED BY STUDENT + COURSE + SEMESTER
           SELECT Enrollment-Master-File ASSIGN TO "enrlmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-Key
               FILE STATUS IS Bk-Enrlmast-Status.
      *REGISTRATION HOLDS, KEYED BY STUDENT ID AND OFFICE CODE
           SELECT Hold-File ASSIGN TO "holdmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-Key
               FILE STATUS IS Bk-Hold-Status.
      *MEETING SCHEDULE PER SECTION, KEYED BY SECTION CODE
           SELECT Schedule-File ASSIGN TO "sectschd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-Section-Code
               FILE STATUS IS Bk-Sched-Status.
      *RECORDED FINAL GRADES, KEYED BY STUDENT + COURSE + TERM
           SELECT Grade-Master-File ASSIGN TO "grademast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-Key
               FILE STATUS IS Bk-Grademast-Status.
      *ACADEMIC TERM CALENDAR, KEYED BY SCHOOL YEAR + SEMESTER
           SELECT Term-Calendar-File ASSIGN TO "termcal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-Term-Code
               FILE STATUS IS Bk-Termcal-Status.
      *SCHOLARSHIP AND DISCOUNT GRANTS, KEYED BY STUDENT + TERM
           SELECT Grant-File ASSIGN TO "grantmst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GT-Key
               FILE STATUS IS Bk-Grant-Status.
      *BATCH CERTIFICATE FILE -- ONE DATED FILE PER DAY, APPENDED
      *TO SO A SAME-DAY RERUN KEEPS THE EARLIER CERTIFICATES
           SELECT Cert-Out ASSIGN USING Bk-Cert-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Bk-Cert-Status.
      *CONTROL REPORT -- ONE LINE PER ADMISSIONS ROW
           SELECT Control-Report ASSIGN TO "blkenrl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Bk-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Admissions-File.
           COPY ADMITREC.
       FD  Regi-Form.
           COPY REGIREC.
       FD  Student-Master-File.
           COPY STUMAST.
       FD  Course-Master-File.
           COPY CRSEMAST.
       FD  Section-Capacity-File.
           COPY SECTCAP.
       FD  Waitlist-File.
           COPY WAITLREC.
       FD  Enrollment-Master-File.
           COPY ENRLMAST.
       FD  Hold-File.
           COPY HOLDREC.
       FD  Schedule-File.
           COPY SECTSCHD.
       FD  Grade-Master-File.
           COPY GRADEREC.
       FD  Term-Calendar-File.
           COPY TERMCAL.
       FD  Grant-File.
           COPY GRANTMST.
       FD  Cert-Out.
       01  Cert-Line                   PIC X(80).
       FD  Control-Report.
       01  Control-Line                PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * FILE STATUS FIELDS
      *----------------------------------------------------------------
       01  Bk-Admit-Status             PIC X(02) VALUE SPACES.
       01  Bk-Regi-Status              PIC X(02) VALUE SPACES.
       01  Bk-Stumast-Status           PIC X(02) VALUE SPACES.
       01  Bk-Crsemast-Status          PIC X(02) VALUE SPACES.
       01  Bk-Sectcap-Status           PIC X(02) VALUE SPACES.
       01  Bk-Waitl-Status             PIC X(02) VALUE SPACES.
       01  Bk-Enrlmast-Status          PIC X(02) VALUE SPACES.
       01  Bk-Hold-Status              PIC X(02) VALUE SPACES.
       01  Bk-Sched-Status             PIC X(02) VALUE SPACES.
       01  Bk-Grademast-Status         PIC X(02) VALUE SPACES.
       01  Bk-Termcal-Status           PIC X(02) VALUE SPACES.
       01  Bk-Grant-Status             PIC X(02) VALUE SPACES.
       01  Bk-Cert-Status              PIC X(02) VALUE SPACES.
       01  Bk-Report-Status            PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------
      * SWITCHES
      *----------------------------------------------------------------
       01  Bk-Eof-Sw                   PIC X VALUE 'N'.
           88  Bk-Eof                      VALUE 'Y'.
       01  Bk-Holds-Open-Sw            PIC X VALUE 'N'.
           88  Bk-Holds-Open               VALUE 'Y'.
       01  Bk-Hold-Eof-Sw              PIC X VALUE 'N'.
           88  Bk-Hold-Eof                 VALUE 'Y'.
       01  Bk-Sched-Open-Sw            PIC X VALUE 'N'.
           88  Bk-Sched-Open               VALUE 'Y'.
       01  Bk-Grades-Open-Sw           PIC X VALUE 'N'.
           88  Bk-Grades-Open              VALUE 'Y'.
       01  Bk-Grd-Eof-Sw               PIC X VALUE 'N'.
           88  Bk-Grd-Eof                  VALUE 'Y'.
       01  Bk-Grade-Found-Sw           PIC X VALUE 'N'.
           88  Bk-Grade-Found              VALUE 'Y'.
       01  Bk-Termcal-Open-Sw          PIC X VALUE 'N'.
           88  Bk-Termcal-Open             VALUE 'Y'.
       01  Bk-Grants-Open-Sw           PIC X VALUE 'N'.
           88  Bk-Grants-Open              VALUE 'Y'.
       01  Bk-Cert-Open-Sw             PIC X VALUE 'N'.
           88  Bk-Cert-Open                VALUE 'Y'.
       01  Bk-Wl-Scan-Done-Sw          PIC X VALUE 'N'.
           88  Bk-Wl-Scan-Done             VALUE 'Y'.
       01  Bk-Row-Result               PIC X(10) VALUE SPACES.
           88  Bk-Row-Enrolled             VALUE "ENROLLED".
           88  Bk-Row-Waitlisted           VALUE "WAITLISTED".
           88  Bk-Row-Skipped              VALUE "SKIPPED".
           88  Bk-Row-Rejected             VALUE "REJECTED".
       01  Bk-Seat-Result              PIC X(08) VALUE SPACES.
           88  Bk-Section-Waitlisted       VALUE "WAITLIST".

      *----------------------------------------------------------------
      * RUN CONTROL
      *----------------------------------------------------------------
       01  Bk-Command-Line             PIC X(40) VALUE SPACES.
       01  Bk-Input-File-Name          PIC X(44) VALUE SPACES.
       01  Bk-Cert-File-Name           PIC X(44) VALUE SPACES.
       01  Bk-Today                    PIC 9(08) VALUE ZERO.
       01  Bk-Row-No                   PIC 9(05) VALUE ZERO.
       01  Bk-Reason                   PIC X(40) VALUE SPACES.
       01  Bk-Id-Check-1               PIC X(10) VALUE SPACES.
       01  Bk-Id-Check-2               PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------
      * THE ENROLLMENT BEING COMMITTED -- THE SAME SELECTIONS THE
      * ONLINE PROGRAM COLLECTS FROM ITS MENUS
      *----------------------------------------------------------------
       01  Bk-Student-Id               PIC X(10) VALUE SPACES.
       01  Bk-Student-Name             PIC X(30) VALUE SPACES.
       01  Bk-Course-Code              PIC X(02) VALUE SPACES.
       01  Bk-Course-Name              PIC X(20) VALUE SPACES.
       01  Bk-Course-Min-Grade         PIC 9(03) VALUE ZERO.
       01  Bk-Section-Code             PIC X(10) VALUE SPACES.
       01  Bk-Section-Label            PIC X(20) VALUE SPACES.
       01  Bk-Term-Code.
           05  Bk-School-Year          PIC X(04) VALUE SPACES.
           05  Bk-Semester-Code        PIC X(01) VALUE SPACE.
       01  Bk-Semester-Label           PIC X(20) VALUE SPACES.
       01  Bk-Qualified-Sw             PIC X(01) VALUE SPACE.
           88  Bk-Student-Qualified        VALUE 'Y'.
           88  Bk-Student-Not-Qualified    VALUE 'N'.

      *----------------------------------------------------------------
      * ENROLLMENT TRANSACTION CONTROL -- SEVERAL LINES CAN COMMIT IN
      * THE SAME SECOND, SO A CONTROL NUMBER NOT PAST THE LAST ONE
      * THIS RUN ISSUED IS BUMPED ONE PAST IT.
      *----------------------------------------------------------------
       01  Bk-Control-Number           PIC 9(14) VALUE ZERO.
       01  Bk-Last-Control             PIC 9(14) VALUE ZERO.
       01  Bk-Timestamp                PIC X(14) VALUE SPACES.
       01  Bk-Current-Date             PIC 9(08) VALUE ZERO.
       01  Bk-Current-Date-R REDEFINES Bk-Current-Date.
           05  Bk-Cdt-Yyyy             PIC 9(04).
           05  Bk-Cdt-Mm               PIC 9(02).
           05  Bk-Cdt-Dd               PIC 9(02).
       01  Bk-Current-Time             PIC 9(08) VALUE ZERO.
       01  Bk-Current-Time-R REDEFINES Bk-Current-Time.
           05  Bk-Cdt-Hh               PIC 9(02).
           05  Bk-Cdt-Min              PIC 9(02).
           05  Bk-Cdt-Ss               PIC 9(02).
           05  Bk-Cdt-Hs               PIC 9(02).
       01  Bk-Cert-Date-Display        PIC X(10) VALUE SPACES.
       01  Bk-Sched-Display            PIC X(31) VALUE SPACES.

      *----------------------------------------------------------------
      * RECORDED-GRADE LOOKUP WORK FIELDS
      *----------------------------------------------------------------
       01  Bk-Recorded-Grade           PIC 9(03) VALUE ZERO.
       01  Bk-Best-Posted-Ts           PIC X(14) VALUE SPACES.

      *----------------------------------------------------------------
      * FEE ASSESSMENT WORK AREA
      *----------------------------------------------------------------
       01  Bk-Assess-Total             PIC 9(07)V99 VALUE ZERO.
       01  Bk-Assess-Cents             PIC 9(09) VALUE ZERO.
       01  Bk-Tuition-Amt              PIC 9(06)V99 VALUE ZERO.
       01  Bk-Amt-Display              PIC Z(06)9.99.
       01  Bk-Grant-Amt                PIC 9(07)V99 VALUE ZERO.
       01  Bk-Grant-Cents              PIC 9(09) VALUE ZERO.
       01  Bk-Grant-Base               PIC 9(07)V99 VALUE ZERO.
       01  Bk-Grant-Type               PIC X(01) VALUE SPACE.
       01  Bk-Fee-Sub                  PIC 9(01) VALUE ZERO.

      *----------------------------------------------------------------
      * WAITLIST QUEUE-SLOT ASSIGNMENT WORK FIELDS
      *----------------------------------------------------------------
       01  Bk-Wl-Next-Position         PIC 9(03) VALUE ZERO.

      *----------------------------------------------------------------
      * CONTROL REPORT TOTALS
      *----------------------------------------------------------------
       01  Bk-Enrolled-Count           PIC 9(05) VALUE ZERO.
       01  Bk-Waitlisted-Count         PIC 9(05) VALUE ZERO.
       01  Bk-Skipped-Count            PIC 9(05) VALUE ZERO.
       01  Bk-Rejected-Count           PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ONE-ROW THRU 2000-EXIT
               UNTIL Bk-Eof.
           PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *================================================================
      * 1000-INITIALIZE -- PICK UP THE INPUT FILE NAME AND OPEN THE
      *   FILES THE SAME WAY THE ONLINE PROGRAM DOES.  THE MASTERS
      *   THE COMMIT WRITES ARE CREATED ON FIRST USE; THE HOLD,
      *   SCHEDULE, GRADE, CALENDAR AND GRANT FILES BELONG TO OTHER
      *   OFFICES AND NONE AT ALL IS A NORMAL STATE.
      *================================================================
       1000-INITIALIZE.
           ACCEPT Bk-Today FROM DATE YYYYMMDD
           ACCEPT Bk-Command-Line FROM COMMAND-LINE
           MOVE SPACES TO Bk-Input-File-Name
           UNSTRING Bk-Command-Line DELIMITED BY SPACE
               INTO Bk-Input-File-Name
           IF Bk-Input-File-Name = SPACES
               MOVE "admblock.txt" TO Bk-Input-File-Name
           END-IF
           DISPLAY "***BLOCK ENROLLMENT***"
           OPEN INPUT Admissions-File
           IF Bk-Admit-Status NOT = "00"
               DISPLAY "The admissions file " Bk-Input-File-Name
                   " could not be opened (status " Bk-Admit-Status
                   ") -- nothing was enrolled."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O Student-Master-File
           IF Bk-Stumast-Status = "35"
               OPEN OUTPUT Student-Master-File
               CLOSE Student-Master-File
               OPEN I-O Student-Master-File
           END-IF
           OPEN INPUT Course-Master-File
           IF Bk-Crsemast-Status NOT = "00"
               DISPLAY "The course master could not be opened "
                   "(status " Bk-Crsemast-Status ") -- nothing was "
                   "enrolled."
               CLOSE Admissions-File
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O Section-Capacity-File
           IF Bk-Sectcap-Status NOT = "00"
               DISPLAY "The section capacity file could not be "
                   "opened (status " Bk-Sectcap-Status ") -- nothing "
                   "was enrolled."
               CLOSE Admissions-File
               CLOSE Course-Master-File
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O Waitlist-File
           IF Bk-Waitl-Status = "35"
               OPEN OUTPUT Waitlist-File
               CLOSE Waitlist-File
               OPEN I-O Waitlist-File
           END-IF
           OPEN I-O Enrollment-Master-File
           IF Bk-Enrlmast-Status = "35"
               OPEN OUTPUT Enrollment-Master-File
               CLOSE Enrollment-Master-File
               OPEN I-O Enrollment-Master-File
           END-IF
           OPEN INPUT Hold-File
           IF Bk-Hold-Status = "00"
               MOVE 'Y' TO Bk-Holds-Open-Sw
           END-IF
           OPEN INPUT Schedule-File
           IF Bk-Sched-Status = "00"
               MOVE 'Y' TO Bk-Sched-Open-Sw
           END-IF
           OPEN INPUT Grade-Master-File
           IF Bk-Grademast-Status = "00"
               MOVE 'Y' TO Bk-Grades-Open-Sw
           END-IF
           OPEN INPUT Term-Calendar-File
           IF Bk-Termcal-Status = "00"
               MOVE 'Y' TO Bk-Termcal-Open-Sw
           END-IF
           OPEN I-O Grant-File
           IF Bk-Grant-Status = "00"
               MOVE 'Y' TO Bk-Grants-Open-Sw
           END-IF
           MOVE SPACES TO Bk-Cert-File-Name
           STRING "blkcert" Bk-Today ".txt"
               DELIMITED BY SIZE INTO Bk-Cert-File-Name
           OPEN EXTEND Cert-Out
           IF Bk-Cert-Status = "35"
               OPEN OUTPUT Cert-Out
               CLOSE Cert-Out
               OPEN EXTEND Cert-Out
           END-IF
           IF Bk-Cert-Status = "00"
               MOVE 'Y' TO Bk-Cert-Open-Sw
           ELSE
               DISPLAY "WARNING: the batch certificate file could not "
                   "be opened (status " Bk-Cert-Status ") -- reprint "
                   "the certificates from the reprint program."
           END-IF
           OPEN OUTPUT Control-Report
           MOVE SPACES TO Control-Line
           STRING "BLOCK ENROLLMENT CONTROL REPORT - "
                  Bk-Input-File-Name DELIMITED BY SPACE
                  " - RUN " Bk-Today DELIMITED BY SIZE
               INTO Control-Line
           WRITE Control-Line
           MOVE SPACES TO Control-Line
           STRING "ROW   STUDENT ID CR SECTION    TERM  RESULT     "
                  "REASON / CONTROL NO"
               DELIMITED BY SIZE INTO Control-Line
           WRITE Control-Line
           MOVE "================================================"
               TO Control-Line
           WRITE Control-Line.
       1000-EXIT.
           EXIT.

      *================================================================
      * 2000-PROCESS-ONE-ROW -- EDIT ONE ADMISSIONS LINE, COMMIT IT
      *   WHEN IT PASSES, AND REPORT THE OUTCOME
      *================================================================
       2000-PROCESS-ONE-ROW.
           READ Admissions-File
               AT END
                   MOVE 'Y' TO Bk-Eof-Sw
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO Bk-Row-No
           MOVE SPACES TO Bk-Row-Result
           MOVE SPACES TO Bk-Reason
           MOVE AD-Student-Id   TO Bk-Student-Id
           MOVE AD-Course-Code  TO Bk-Course-Code
           MOVE AD-Section-Code TO Bk-Section-Code
           MOVE AD-Term         TO Bk-Term-Code
           PERFORM 2100-EDIT-ROW THRU 2100-EXIT
           IF Bk-Row-Result = SPACES
               PERFORM 3000-COMMIT-ENROLLMENT THRU 3000-EXIT
               PERFORM 4000-PRINT-CERTIFICATE THRU 4000-EXIT
           END-IF
           PERFORM 2900-REPORT-ROW THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *================================================================
      * 2100-EDIT-ROW -- THE CHECKS THE ONLINE SCREENS MAKE BEFORE A
      *   COMMIT.  THE FIRST FAILURE REJECTS THE LINE; A LIVE
      *   ENROLLMENT FOR THE SAME STUDENT, COURSE AND TERM SKIPS IT.
      *================================================================
       2100-EDIT-ROW.
           MOVE "REJECTED" TO Bk-Row-Result
           MOVE SPACES TO Bk-Id-Check-1
           MOVE SPACES TO Bk-Id-Check-2
           UNSTRING Bk-Student-Id DELIMITED BY SPACE
               INTO Bk-Id-Check-1 Bk-Id-Check-2
           IF Bk-Student-Id = SPACES OR Bk-Id-Check-2 NOT = SPACES
               MOVE "INVALID STUDENT ID" TO Bk-Reason
               GO TO 2100-EXIT
           END-IF
           PERFORM 2150-EDIT-TERM THRU 2150-EXIT
           IF Bk-Reason NOT = SPACES
               GO TO 2100-EXIT
           END-IF
           MOVE Bk-Student-Id TO SM-Student-Id
           READ Student-Master-File
               INVALID KEY
                   MOVE "STUDENT NOT ON THE STUDENT MASTER"
                       TO Bk-Reason
                   GO TO 2100-EXIT
           END-READ
           IF SM-Retired
               MOVE SPACES TO Bk-Reason
               STRING "ID RETIRED -- USE " SM-Merged-To
                   DELIMITED BY SIZE INTO Bk-Reason
               GO TO 2100-EXIT
           END-IF
           MOVE SM-Student-Name TO Bk-Student-Name
           PERFORM 2200-CHECK-REGISTRATION-HOLDS THRU 2200-EXIT
           IF Bk-Reason NOT = SPACES
               GO TO 2100-EXIT
           END-IF
           MOVE Bk-Course-Code TO CM-Course-Code
           READ Course-Master-File
               INVALID KEY
                   MOVE "COURSE NOT ON FILE" TO Bk-Reason
                   GO TO 2100-EXIT
           END-READ
           IF NOT CM-Active
               MOVE "COURSE IS INACTIVE" TO Bk-Reason
               GO TO 2100-EXIT
           END-IF
           MOVE CM-Course-Name TO Bk-Course-Name
           MOVE CM-Min-Grade   TO Bk-Course-Min-Grade
           MOVE Bk-Section-Code TO SC-Section-Code
           READ Section-Capacity-File
               INVALID KEY
                   MOVE "SECTION NOT ON FILE" TO Bk-Reason
                   GO TO 2100-EXIT
           END-READ
           IF NOT SC-Active
               MOVE "SECTION IS INACTIVE" TO Bk-Reason
               GO TO 2100-EXIT
           END-IF
           MOVE SC-Section-Label TO Bk-Section-Label
      *THE SAME KEYED DUPLICATE CHECK AS THE ONLINE COMMIT.  A
      *DROPPED ROW DOES NOT BLOCK RE-ENROLLMENT.
           MOVE Bk-Student-Id  TO EM-Student-Id
           MOVE Bk-Course-Code TO EM-Course-Code
           MOVE Bk-Term-Code   TO EM-Term
           READ Enrollment-Master-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EM-Enrolled
                       MOVE "SKIPPED" TO Bk-Row-Result
                       MOVE SPACES TO Bk-Reason
                       STRING "ALREADY ENROLLED -- CONTROL NO "
                              EM-Control-No
                           DELIMITED BY SIZE INTO Bk-Reason
                       GO TO 2100-EXIT
                   END-IF
           END-READ
           PERFORM 2300-SET-QUALIFICATION THRU 2300-EXIT
           MOVE SPACES TO Bk-Row-Result.
       2100-EXIT.
           EXIT.

      *================================================================
      * 2150-EDIT-TERM -- THE TERM MUST BE ONE THE ONLINE SEMESTER
      *   MENU WOULD OFFER: A CURRENT OR FUTURE TERM ON THE CALENDAR,
      *   OR WITH NO CALENDAR ON FILE YET, ANY OF THE THREE FIXED
      *   SEMESTERS.
      *================================================================
       2150-EDIT-TERM.
           IF Bk-School-Year IS NOT NUMERIC
              OR (Bk-Semester-Code NOT = "1"
                  AND Bk-Semester-Code NOT = "2"
                  AND Bk-Semester-Code NOT = "3")
               MOVE "INVALID TERM CODE" TO Bk-Reason
               GO TO 2150-EXIT
           END-IF
           IF NOT Bk-Termcal-Open
               EVALUATE Bk-Semester-Code
                   WHEN "1"
                       MOVE "First Semester"  TO Bk-Semester-Label
                   WHEN "2"
                       MOVE "Second Semester" TO Bk-Semester-Label
                   WHEN OTHER
                       MOVE "Third Semester"  TO Bk-Semester-Label
               END-EVALUATE
               GO TO 2150-EXIT
           END-IF
           MOVE Bk-Term-Code TO TC-Term-Code
           READ Term-Calendar-File
               INVALID KEY
                   MOVE "TERM NOT ON THE TERM CALENDAR" TO Bk-Reason
                   GO TO 2150-EXIT
           END-READ
           IF TC-Past
               MOVE "TERM IS CLOSED" TO Bk-Reason
               GO TO 2150-EXIT
           END-IF
           MOVE TC-Semester-Label TO Bk-Semester-Label.
       2150-EXIT.
           EXIT.

      *================================================================
      * 2200-CHECK-REGISTRATION-HOLDS -- ANY ACTIVE HOLD STOPS THE
      *   LINE, NAMING THE FIRST OFFICE TO SEE
      *================================================================
       2200-CHECK-REGISTRATION-HOLDS.
           IF NOT Bk-Holds-Open
               GO TO 2200-EXIT
           END-IF
           MOVE 'N' TO Bk-Hold-Eof-Sw
           MOVE Bk-Student-Id TO HD-Student-Id
           MOVE LOW-VALUES    TO HD-Office-Code
           START Hold-File KEY IS NOT LESS THAN HD-Key
               INVALID KEY
                   MOVE 'Y' TO Bk-Hold-Eof-Sw
           END-START
           PERFORM 2210-READ-HOLD-ROW THRU 2210-EXIT
               UNTIL Bk-Hold-Eof.
       2200-EXIT.
           EXIT.

       2210-READ-HOLD-ROW.
           READ Hold-File NEXT
               AT END
                   MOVE 'Y' TO Bk-Hold-Eof-Sw
                   GO TO 2210-EXIT
           END-READ
           IF HD-Student-Id NOT = Bk-Student-Id
               MOVE 'Y' TO Bk-Hold-Eof-Sw
               GO TO 2210-EXIT
           END-IF
           IF HD-Active
               MOVE SPACES TO Bk-Reason
               STRING "HOLD -- SEE " HD-Office-Code " ("
                      HD-Reason-Code ")"
                   DELIMITED BY SIZE INTO Bk-Reason
               MOVE 'Y' TO Bk-Hold-Eof-Sw
           END-IF.
       2210-EXIT.
           EXIT.

      *================================================================
      * 2300-SET-QUALIFICATION -- THE STUDENT'S MOST RECENTLY POSTED
      *   FINAL GRADE IS CHECKED AGAINST THE COURSE MINIMUM, AS ONLINE.
      *   AN INCOMING FRESHMAN HAS NO RECORDED GRADE AND NO ONE TO
      *   TYPE ONE, AND ADMISSIONS HAS ALREADY ADMITTED THEM TO THE
      *   PROGRAM, SO NO HISTORY COUNTS AS QUALIFIED.
      *================================================================
       2300-SET-QUALIFICATION.
           MOVE 'Y' TO Bk-Qualified-Sw
           MOVE 'N' TO Bk-Grade-Found-Sw
           MOVE ZERO TO Bk-Recorded-Grade
           MOVE LOW-VALUES TO Bk-Best-Posted-Ts
           IF NOT Bk-Grades-Open
               GO TO 2300-EXIT
           END-IF
           MOVE 'N' TO Bk-Grd-Eof-Sw
           MOVE Bk-Student-Id TO GR-Student-Id
           MOVE LOW-VALUES TO GR-Course-Code
           MOVE LOW-VALUES TO GR-Term
           START Grade-Master-File KEY IS NOT LESS THAN GR-Key
               INVALID KEY
                   MOVE 'Y' TO Bk-Grd-Eof-Sw
           END-START
           PERFORM 2310-READ-GRADE-ROW THRU 2310-EXIT
               UNTIL Bk-Grd-Eof
           IF Bk-Grade-Found
              AND Bk-Recorded-Grade < Bk-Course-Min-Grade
               MOVE 'N' TO Bk-Qualified-Sw
           END-IF.
       2300-EXIT.
           EXIT.

       2310-READ-GRADE-ROW.
           READ Grade-Master-File NEXT
               AT END
                   MOVE 'Y' TO Bk-Grd-Eof-Sw
                   GO TO 2310-EXIT
           END-READ
           IF GR-Student-Id NOT = Bk-Student-Id
               MOVE 'Y' TO Bk-Grd-Eof-Sw
               GO TO 2310-EXIT
           END-IF
           IF GR-Posted-Ts > Bk-Best-Posted-Ts
               MOVE GR-Posted-Ts   TO Bk-Best-Posted-Ts
               MOVE GR-Final-Grade TO Bk-Recorded-Grade
               MOVE 'Y' TO Bk-Grade-Found-Sw
           END-IF.
       2310-EXIT.
           EXIT.

      *================================================================
      * 2900-REPORT-ROW -- ONE CONTROL REPORT LINE PER ADMISSIONS ROW
      *================================================================
       2900-REPORT-ROW.
           EVALUATE TRUE
               WHEN Bk-Row-Enrolled
                   ADD 1 TO Bk-Enrolled-Count
               WHEN Bk-Row-Waitlisted
                   ADD 1 TO Bk-Waitlisted-Count
               WHEN Bk-Row-Skipped
                   ADD 1 TO Bk-Skipped-Count
               WHEN OTHER
                   ADD 1 TO Bk-Rejected-Count
           END-EVALUATE
           MOVE SPACES TO Control-Line
           STRING Bk-Row-No " " AD-Student-Id " " AD-Course-Code " "
                  AD-Section-Code " " AD-Term " " Bk-Row-Result " "
                  Bk-Reason
               DELIMITED BY SIZE INTO Control-Line
           WRITE Control-Line.
       2900-EXIT.
           EXIT.

      *================================================================
      * 3000-COMMIT-ENROLLMENT -- THE ONLINE COMMIT, STEP FOR STEP:
      *   CONTROL NUMBER, FEE ASSESSMENT, SEAT OR WAITLIST SLOT, THE
      *   FIVE JOURNAL LINES, THEN THE ENROLLMENT MASTER ROW
      *================================================================
       3000-COMMIT-ENROLLMENT.
           ACCEPT Bk-Current-Date FROM DATE YYYYMMDD
           ACCEPT Bk-Current-Time FROM TIME
           COMPUTE Bk-Control-Number =
               (Bk-Cdt-Yyyy * 10000000000) + (Bk-Cdt-Mm * 100000000)
               + (Bk-Cdt-Dd * 1000000) + (Bk-Cdt-Hh * 10000)
               + (Bk-Cdt-Min * 100) + Bk-Cdt-Ss
           IF Bk-Control-Number NOT > Bk-Last-Control
               COMPUTE Bk-Control-Number = Bk-Last-Control + 1
           END-IF
           MOVE Bk-Control-Number TO Bk-Last-Control
           MOVE SPACES TO Bk-Timestamp
           STRING Bk-Cdt-Yyyy Bk-Cdt-Mm Bk-Cdt-Dd
                  Bk-Cdt-Hh Bk-Cdt-Min Bk-Cdt-Ss
               DELIMITED BY SIZE INTO Bk-Timestamp

           PERFORM 3100-ASSESS-FEES THRU 3100-EXIT
           PERFORM 3200-RESERVE-SEAT THRU 3200-EXIT

           OPEN EXTEND Regi-Form
           IF Bk-Regi-Status = "35"
               OPEN OUTPUT Regi-Form
               CLOSE Regi-Form
               OPEN EXTEND Regi-Form
           END-IF

           MOVE Bk-Control-Number TO Regi-Control-No
           MOVE Bk-Student-Id     TO Regi-Student-Id
           MOVE Bk-Timestamp      TO Regi-Timestamp
           MOVE "COURSE"          TO Regi-Type
           MOVE Bk-Course-Code    TO Regi-Code
           MOVE Bk-Course-Name    TO Regi-Value
           WRITE Regi-Info
           PERFORM 3060-CHECK-REGI-WRITE THRU 3060-EXIT

           MOVE Bk-Control-Number TO Regi-Control-No
           MOVE Bk-Student-Id     TO Regi-Student-Id
           MOVE Bk-Timestamp      TO Regi-Timestamp
           IF Bk-Section-Waitlisted
               MOVE "WAITLIST"    TO Regi-Type
           ELSE
               MOVE "SECTION"     TO Regi-Type
           END-IF
           MOVE Bk-Section-Code   TO Regi-Code
           MOVE Bk-Section-Label  TO Regi-Value
           WRITE Regi-Info
           PERFORM 3060-CHECK-REGI-WRITE THRU 3060-EXIT

           MOVE Bk-Control-Number TO Regi-Control-No
           MOVE Bk-Student-Id     TO Regi-Student-Id
           MOVE Bk-Timestamp      TO Regi-Timestamp
           MOVE "SEMESTER"        TO Regi-Type
           MOVE Bk-Term-Code      TO Regi-Code
           MOVE Bk-Semester-Label TO Regi-Value
           WRITE Regi-Info
           PERFORM 3060-CHECK-REGI-WRITE THRU 3060-EXIT

           MOVE Bk-Control-Number TO Regi-Control-No
           MOVE Bk-Student-Id     TO Regi-Student-Id
           MOVE Bk-Timestamp      TO Regi-Timestamp
           MOVE SPACES            TO Regi-Code
           IF Bk-Student-Qualified
               MOVE "QUALIFIED"   TO Regi-Type
               MOVE "QUALIFIED"   TO Regi-Value
           ELSE
               MOVE "NOTQUALIFY"  TO Regi-Type
               MOVE "NOT QUALIFIED" TO Regi-Value
           END-IF
           WRITE Regi-Info
           PERFORM 3060-CHECK-REGI-WRITE THRU 3060-EXIT

      *THE ASSESSED TOTAL TRAVELS ON THE JOURNAL IN CENTAVOS SO THE
      *MASTER REBUILD CAN RESTORE EM-ASSESSED-AMT FROM THIS LINE.
           MOVE Bk-Control-Number TO Regi-Control-No
           MOVE Bk-Student-Id     TO Regi-Student-Id
           MOVE Bk-Timestamp      TO Regi-Timestamp
           MOVE "ASSESS"          TO Regi-Type
           MOVE Bk-Course-Code    TO Regi-Code
           MOVE SPACES            TO Regi-Value
           COMPUTE Bk-Assess-Cents = Bk-Assess-Total * 100
           MOVE Bk-Assess-Cents   TO Regi-Value (1:9)
           COMPUTE Bk-Grant-Cents = Bk-Grant-Amt * 100
           MOVE Bk-Grant-Cents    TO Regi-Value (10:9)
           MOVE Bk-Grant-Type     TO Regi-Value (19:1)
           WRITE Regi-Info
           PERFORM 3060-CHECK-REGI-WRITE THRU 3060-EXIT

           CLOSE Regi-Form
           PERFORM 3400-RECORD-ENROLLMENT-MASTER THRU 3400-EXIT
           IF Bk-Section-Waitlisted
               MOVE "WAITLISTED" TO Bk-Row-Result
           ELSE
               MOVE "ENROLLED"   TO Bk-Row-Result
           END-IF
           MOVE Bk-Assess-Total TO Bk-Amt-Display
           MOVE SPACES TO Bk-Reason
           STRING "CONTROL NO " Bk-Control-Number
                  " ASSESSED " Bk-Amt-Display
               DELIMITED BY SIZE INTO Bk-Reason.
       3000-EXIT.
           EXIT.

       3060-CHECK-REGI-WRITE.
           IF Bk-Regi-Status NOT = "00"
               DISPLAY "WARNING: a roster line for " Bk-Student-Id
                   " could not be written (status " Bk-Regi-Status ")"
           END-IF.
       3060-EXIT.
           EXIT.

      *================================================================
      * 3100-ASSESS-FEES -- TUITION AND THE NAMED MISCELLANEOUS FEES
      *   OFF THE COURSE MASTER ROW (READ BY THE EDIT), LESS THE
      *   STUDENT'S GRANT FOR THE TERM
      *================================================================
       3100-ASSESS-FEES.
           MOVE CM-Tuition-Amt TO Bk-Tuition-Amt
           MOVE CM-Tuition-Amt TO Bk-Assess-Total
           PERFORM 3110-ADD-MISC-FEE THRU 3110-EXIT
               VARYING Bk-Fee-Sub FROM 1 BY 1
               UNTIL Bk-Fee-Sub > 5
           PERFORM 3150-APPLY-GRANT THRU 3150-EXIT.
       3100-EXIT.
           EXIT.

       3110-ADD-MISC-FEE.
           ADD CM-Misc-Amt (Bk-Fee-Sub) TO Bk-Assess-Total.
       3110-EXIT.
           EXIT.

      *================================================================
      * 3150-APPLY-GRANT -- THE SAME GRANT RULES AS THE ONLINE
      *   ASSESSMENT: A PERCENTAGE OF THE TUITION OR OF THE WHOLE
      *   ASSESSMENT, OR WHAT IS LEFT OF A FIXED TERM ALLOWANCE, NEVER
      *   TAKING THE ENROLLMENT BELOW ZERO
      *================================================================
       3150-APPLY-GRANT.
           MOVE ZERO  TO Bk-Grant-Amt
           MOVE SPACE TO Bk-Grant-Type
           IF NOT Bk-Grants-Open
               GO TO 3150-EXIT
           END-IF
           MOVE Bk-Student-Id TO GT-Student-Id
           MOVE Bk-Term-Code  TO GT-Term
           READ Grant-File
               INVALID KEY
                   GO TO 3150-EXIT
           END-READ
           IF NOT GT-Active
               GO TO 3150-EXIT
           END-IF
           IF GT-Tuition-Only
               MOVE Bk-Tuition-Amt  TO Bk-Grant-Base
           ELSE
               MOVE Bk-Assess-Total TO Bk-Grant-Base
           END-IF
           IF GT-Percentage
               COMPUTE Bk-Grant-Amt ROUNDED =
                   Bk-Grant-Base * GT-Percent / 100
           ELSE
               IF GT-Fixed-Amt > GT-Amount-Used
                   COMPUTE Bk-Grant-Amt =
                       GT-Fixed-Amt - GT-Amount-Used
               END-IF
           END-IF
           IF Bk-Grant-Amt > Bk-Grant-Base
               MOVE Bk-Grant-Base TO Bk-Grant-Amt
           END-IF
           IF Bk-Grant-Amt = ZERO
               GO TO 3150-EXIT
           END-IF
           SUBTRACT Bk-Grant-Amt FROM Bk-Assess-Total
           MOVE GT-Grant-Type TO Bk-Grant-Type
           ADD Bk-Grant-Amt   TO GT-Amount-Used
           REWRITE GRANT-RECORD
           IF Bk-Grant-Status NOT = "00"
               DISPLAY "WARNING: the grant's running total for "
                   Bk-Student-Id " could not be saved (status "
                   Bk-Grant-Status ")"
           END-IF.
       3150-EXIT.
           EXIT.

      *================================================================
      * 3200-RESERVE-SEAT -- TAKE A SEAT WHILE THE SECTION HAS ONE;
      *   A FULL SECTION PUTS THE STUDENT ON ITS NAMED WAITLIST.
      *   ADMISSIONS HAS ALREADY PLACED THE STUDENT IN THIS BLOCK, SO
      *   THE WAITLIST IS TAKEN WITHOUT THE ONLINE Y/N PROMPT.
      *================================================================
       3200-RESERVE-SEAT.
           MOVE SPACES TO Bk-Seat-Result
           MOVE Bk-Section-Code TO SC-Section-Code
           READ Section-Capacity-File
               INVALID KEY
                   GO TO 3200-EXIT
           END-READ
           IF SC-Seats-Taken < SC-Max-Seats
               MOVE "OK" TO Bk-Seat-Result
               ADD 1 TO SC-Seats-Taken
           ELSE
               MOVE "WAITLIST" TO Bk-Seat-Result
               ADD 1 TO SC-Waitlist-Count
               PERFORM 3250-JOIN-WAITLIST-QUEUE THRU 3250-EXIT
           END-IF
           REWRITE SECTION-CAPACITY-RECORD
           IF Bk-Sectcap-Status NOT = "00"
               DISPLAY "WARNING: the seat reservation for "
                   Bk-Student-Id " could not be saved (status "
                   Bk-Sectcap-Status ")"
           END-IF.
       3200-EXIT.
           EXIT.

      *================================================================
      * 3250-JOIN-WAITLIST-QUEUE -- ONE PAST THE HIGHEST POSITION
      *   EVER ISSUED FOR THE SECTION, SO FIRST-COME ORDER HOLDS
      *================================================================
       3250-JOIN-WAITLIST-QUEUE.
           MOVE ZERO TO Bk-Wl-Next-Position
           MOVE 'N'  TO Bk-Wl-Scan-Done-Sw
           MOVE Bk-Section-Code TO WL-Section-Code
           MOVE ZERO TO WL-Position
           START Waitlist-File KEY IS NOT LESS THAN WL-Key
               INVALID KEY
                   MOVE 'Y' TO Bk-Wl-Scan-Done-Sw
           END-START
           PERFORM 3260-SCAN-QUEUE-TAIL THRU 3260-EXIT
               UNTIL Bk-Wl-Scan-Done
           MOVE Bk-Section-Code   TO WL-Section-Code
           ADD 1 TO Bk-Wl-Next-Position
           MOVE Bk-Wl-Next-Position TO WL-Position
           MOVE Bk-Student-Id     TO WL-Student-Id
           MOVE Bk-Control-Number TO WL-Control-No
           MOVE Bk-Timestamp      TO WL-Timestamp
           MOVE "A"               TO WL-Status
           WRITE WAITLIST-RECORD
           IF Bk-Waitl-Status NOT = "00"
               DISPLAY "WARNING: the waitlist entry for "
                   Bk-Student-Id " could not be saved (status "
                   Bk-Waitl-Status ")"
           END-IF.
       3250-EXIT.
           EXIT.

       3260-SCAN-QUEUE-TAIL.
           READ Waitlist-File NEXT
               AT END
                   MOVE 'Y' TO Bk-Wl-Scan-Done-Sw
                   GO TO 3260-EXIT
           END-READ
           IF WL-Section-Code = Bk-Section-Code
               MOVE WL-Position TO Bk-Wl-Next-Position
           ELSE
               MOVE 'Y' TO Bk-Wl-Scan-Done-Sw
           END-IF.
       3260-EXIT.
           EXIT.

      *================================================================
      * 3400-RECORD-ENROLLMENT-MASTER -- THE KEYED ROW, WRITTEN LAST
      *   AS ONLINE.  A DUPLICATE KEY CAN ONLY BE A DROPPED ROW (THE
      *   EDIT SKIPPED A LIVE ONE), SO IT IS REWRITTEN.
      *================================================================
       3400-RECORD-ENROLLMENT-MASTER.
           MOVE Bk-Student-Id     TO EM-Student-Id
           MOVE Bk-Course-Code    TO EM-Course-Code
           MOVE Bk-Term-Code      TO EM-Term
           MOVE Bk-Control-Number TO EM-Control-No
           MOVE Bk-Timestamp      TO EM-Timestamp
           MOVE Bk-Section-Code   TO EM-Section-Code
           IF Bk-Section-Waitlisted
               MOVE "WAITLIST"    TO EM-Slot-Type
           ELSE
               MOVE "SECTION"     TO EM-Slot-Type
           END-IF
           IF Bk-Student-Qualified
               MOVE "Y"           TO EM-Qualified-Sw
           ELSE
               MOVE "N"           TO EM-Qualified-Sw
           END-IF
           MOVE "A"               TO EM-Status
           MOVE Bk-Assess-Total   TO EM-Assessed-Amt
           MOVE ZERO              TO EM-Final-Grade
           WRITE ENROLLMENT-MASTER-RECORD
           IF Bk-Enrlmast-Status = "22"
               REWRITE ENROLLMENT-MASTER-RECORD
           END-IF
           IF Bk-Enrlmast-Status NOT = "00"
               DISPLAY "WARNING: the enrollment master row for "
                   Bk-Student-Id " could not be saved (status "
                   Bk-Enrlmast-Status ")"
           END-IF.
       3400-EXIT.
           EXIT.

      *================================================================
      * 4000-PRINT-CERTIFICATE -- THE ONLINE CERTIFICATE LAYOUT, ONE
      *   AFTER ANOTHER IN THE DAY'S BATCH CERTIFICATE FILE
      *================================================================
       4000-PRINT-CERTIFICATE.
           IF NOT Bk-Cert-Open
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-LOOK-UP-SCHEDULE THRU 4100-EXIT
           MOVE SPACES TO Bk-Cert-Date-Display
           STRING Bk-Cdt-Mm "/" Bk-Cdt-Dd "/" Bk-Cdt-Yyyy
               DELIMITED BY SIZE INTO Bk-Cert-Date-Display
           MOVE "====================================================
      -    "============"                        TO Cert-Line
           WRITE Cert-Line
           MOVE SPACES TO Cert-Line
           STRING "CERTIFICATE OF REGISTRATION" DELIMITED BY SIZE
               INTO Cert-Line
           WRITE Cert-Line
           MOVE "====================================================
      -    "============"                        TO Cert-Line
           WRITE Cert-Line
           MOVE SPACES TO Cert-Line
           STRING "Control No.  : " Bk-Control-Number
               DELIMITED BY SIZE INTO Cert-Line
           WRITE Cert-Line
           MOVE SPACES TO Cert-Line
           STRING "Date Issued  : " Bk-Cert-Date-Display
               DELIMITED BY SIZE INTO Cert-Line
           WRITE Cert-Line
           MOVE SPACES TO Cert-Line
           STRING "Student ID   : " Bk-Student-Id
               DELIMITED BY SIZE INTO Cert-Line
           WRITE Cert-Line
           MOVE SPACES TO Cert-Line
           STRING "Student Name : " Bk-Student-Name
               DELIMITED BY SIZE INTO Cert-Line
           WRITE Cert-Line
           MOVE SPACES TO Cert-Line
           STRING "Course       : " Bk-Course-Name
               DELIMITED BY SIZE INTO Cert-Line
           WRITE Cert-Line
           MOVE SPACES TO Cert-Line
           IF Bk-Section-Waitlisted
               STRING "Section      : " Bk-Section-Label
                      " (WAITLISTED)"
                   DELIMITED BY SIZE INTO Cert-Line
           ELSE
               STRING "Section      : " Bk-Section-Label
                   DELIMITED BY SIZE INTO Cert-Line
           END-IF
           WRITE Cert-Line
           MOVE SPACES TO Cert-Line
           STRING "Schedule     : " Bk-Sched-Display
               DELIMITED BY SIZE INTO Cert-Line
           WRITE Cert-Line
           MOVE SPACES TO Cert-Line
           STRING "Semester     : " Bk-Semester-Label
               " SY " Bk-School-Year
               DELIMITED BY SIZE INTO Cert-Line
           WRITE Cert-Line
           MOVE SPACES TO Cert-Line
           IF Bk-Student-Qualified
               STRING "Status       : QUALIFIED TO ENROLL"
                   DELIMITED BY SIZE INTO Cert-Line
           ELSE
               STRING "Status       : NOT QUALIFIED TO ENROLL"
                   DELIMITED BY SIZE INTO Cert-Line
           END-IF
           WRITE Cert-Line
           MOVE Bk-Assess-Total TO Bk-Amt-Display
           MOVE SPACES TO Cert-Line
           STRING "Total Assessed: " Bk-Amt-Display
               DELIMITED BY SIZE INTO Cert-Line
           WRITE Cert-Line
           MOVE "====================================================
      -    "============"                        TO Cert-Line
           WRITE Cert-Line
           MOVE SPACES TO Cert-Line
           WRITE Cert-Line.
       4000-EXIT.
           EXIT.

       4100-LOOK-UP-SCHEDULE.
           MOVE "(schedule TBA)" TO Bk-Sched-Display
           IF NOT Bk-Sched-Open
               GO TO 4100-EXIT
           END-IF
           MOVE Bk-Section-Code TO SS-Section-Code
           READ Schedule-File
               INVALID KEY
                   GO TO 4100-EXIT
           END-READ
           MOVE SPACES TO Bk-Sched-Display
           STRING SS-Meet-Days DELIMITED BY SPACE
                  " "           DELIMITED BY SIZE
                  SS-Start-Time DELIMITED BY SIZE
                  "-"           DELIMITED BY SIZE
                  SS-End-Time   DELIMITED BY SIZE
                  " Room "      DELIMITED BY SIZE
                  SS-Room       DELIMITED BY SIZE
               INTO Bk-Sched-Display.
       4100-EXIT.
           EXIT.

      *================================================================
      * 5000-PRINT-TOTALS -- CONTROL TOTALS ON THE REPORT AND CONSOLE
      *================================================================
       5000-PRINT-TOTALS.
           MOVE "================================================"
               TO Control-Line
           WRITE Control-Line
           MOVE SPACES TO Control-Line
           STRING "ROWS READ          : " Bk-Row-No
               DELIMITED BY SIZE INTO Control-Line
           WRITE Control-Line
           MOVE SPACES TO Control-Line
           STRING "ENROLLED           : " Bk-Enrolled-Count
               DELIMITED BY SIZE INTO Control-Line
           WRITE Control-Line
           MOVE SPACES TO Control-Line
           STRING "WAITLISTED         : " Bk-Waitlisted-Count
               DELIMITED BY SIZE INTO Control-Line
           WRITE Control-Line
           MOVE SPACES TO Control-Line
           STRING "SKIPPED (ENROLLED) : " Bk-Skipped-Count
               DELIMITED BY SIZE INTO Control-Line
           WRITE Control-Line
           MOVE SPACES TO Control-Line
           STRING "REJECTED           : " Bk-Rejected-Count
               DELIMITED BY SIZE INTO Control-Line
           WRITE Control-Line
           DISPLAY Bk-Row-No " row(s): " Bk-Enrolled-Count
               " enrolled, " Bk-Waitlisted-Count " waitlisted, "
               Bk-Skipped-Count " skipped, " Bk-Rejected-Count
               " rejected -- see blkenrl.txt"
           IF Bk-Cert-Open
               DISPLAY "Certificates written to " Bk-Cert-File-Name
           END-IF.
       5000-EXIT.
           EXIT.

      *================================================================
      * 9999-TERMINATE -- CLOSE THE FILES AND STOP THE RUN
      *================================================================
       9999-TERMINATE.
           CLOSE Admissions-File
           CLOSE Student-Master-File
           CLOSE Course-Master-File
           CLOSE Section-Capacity-File
           CLOSE Waitlist-File
           CLOSE Enrollment-Master-File
           IF Bk-Holds-Open
               CLOSE Hold-File
           END-IF
           IF Bk-Sched-Open
               CLOSE Schedule-File
           END-IF
           IF Bk-Grades-Open
               CLOSE Grade-Master-File
           END-IF
           IF Bk-Termcal-Open
               CLOSE Term-Calendar-File
           END-IF
           IF Bk-Grants-Open
               CLOSE Grant-File
           END-IF
           IF Bk-Cert-Open
               CLOSE Cert-Out
           END-IF
           CLOSE Control-Report
           STOP RUN.
       9999-EXIT.
           EXIT.
