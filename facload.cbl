      *================================================================
      * FACULTY-LOAD
      *   FACULTY LOAD REPORT FOR ONE TERM -- EVERY INSTRUCTOR ON THE
      *   FACULTY MASTER (FACMAST.DAT) WITH THE SECTIONS ASSIGNED TO
      *   THEM THAT TERM (SECTASGN.DAT), EACH SECTION'S MEETING DAYS,
      *   TIMES, ROOM AND WEEKLY CONTACT HOURS (SECTSCHD.DAT), THE
      *   INSTRUCTOR'S TOTAL AGAINST THEIR MAXIMUM LOAD, AND AN
      *   OVERLOAD FLAG WHEN THE TOTAL IS ABOVE IT.  AN INACTIVE
      *   INSTRUCTOR IS LISTED ONLY WHEN THEY STILL HOLD A SECTION.
      *   PRINTS TO FACLOAD.TXT.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Faculty-Load.
       AUTHOR. REGISTRAR-SYSTEMS-UNIT.
       INSTALLATION. CAMPUS-REGISTRAR-OFFICE.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       BY   DESCRIPTION
      *   ---------- ---- --------------------------------------------
      *   10-15-2026 JRA  FIRST VERSION -- SECTIONS, WEEKLY CONTACT
      *                   HOURS, AND OVERLOAD PER INSTRUCTOR FOR A
      *                   TERM.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *FACULTY MASTER, KEYED BY FACULTY ID
           SELECT Faculty-File ASSIGN TO "facmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-Faculty-Id
               FILE STATUS IS Fl-Facmast-Status.
      *INSTRUCTOR TEACHING EACH SECTION, KEYED BY TERM + SECTION
           SELECT Assignment-File ASSIGN TO "sectasgn.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-Key
               FILE STATUS IS Fl-Sectasgn-Status.
      *MEETING SCHEDULE PER SECTION, KEYED BY SECTION CODE
           SELECT Schedule-File ASSIGN TO "sectschd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-Section-Code
               FILE STATUS IS Fl-Sched-Status.
      *SEAT COUNTS PER YEAR-AND-SECTION CODE (FOR SECTION LABELS)
           SELECT Section-Capacity-File ASSIGN TO "sectcap.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-Section-Code
               FILE STATUS IS Fl-Sectcap-Status.
      *ACADEMIC TERM CALENDAR, KEYED BY SCHOOL YEAR + SEMESTER
           SELECT Term-Calendar-File ASSIGN TO "termcal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-Term-Code
               FILE STATUS IS Fl-Termcal-Status.
      *THE PRINTED FACULTY LOAD REPORT
           SELECT Load-Report ASSIGN TO "facload.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Fl-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Faculty-File.
           COPY FACMAST.
       FD  Assignment-File.
           COPY FACASGN.
       FD  Schedule-File.
           COPY SECTSCHD.
       FD  Section-Capacity-File.
           COPY SECTCAP.
       FD  Term-Calendar-File.
           COPY TERMCAL.
       FD  Load-Report.
       01  Load-Line                   PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * FILE STATUS FIELDS
      *----------------------------------------------------------------
       01  Fl-Facmast-Status           PIC X(02) VALUE SPACES.
       01  Fl-Sectasgn-Status          PIC X(02) VALUE SPACES.
       01  Fl-Sched-Status             PIC X(02) VALUE SPACES.
       01  Fl-Sectcap-Status           PIC X(02) VALUE SPACES.
       01  Fl-Termcal-Status           PIC X(02) VALUE SPACES.
       01  Fl-Report-Status            PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------
      * SWITCHES
      *----------------------------------------------------------------
       01  Fl-Fac-Eof-Sw               PIC X VALUE 'N'.
           88  Fl-Fac-Eof                  VALUE 'Y'.
       01  Fl-Asgn-Eof-Sw              PIC X VALUE 'N'.
           88  Fl-Asgn-Eof                 VALUE 'Y'.
       01  Fl-Cal-Eof-Sw               PIC X VALUE 'N'.
           88  Fl-Cal-Eof                  VALUE 'Y'.
       01  Fl-Sched-Open-Sw            PIC X VALUE 'N'.
           88  Fl-Sched-Open               VALUE 'Y'.
       01  Fl-Sectcap-Open-Sw          PIC X VALUE 'N'.
           88  Fl-Sectcap-Open             VALUE 'Y'.
       01  Fl-Asgn-Open-Sw             PIC X VALUE 'N'.
           88  Fl-Asgn-Open                VALUE 'Y'.
       01  Fl-Print-Sw                 PIC X VALUE 'N'.
           88  Fl-Print-Sections           VALUE 'Y'.

      *----------------------------------------------------------------
      * RUN CONTROL
      *----------------------------------------------------------------
       01  Fl-Today                    PIC 9(08) VALUE ZERO.
       01  Fl-Term-In                  PIC X(05) VALUE SPACES.
       01  Fl-Term-Label               PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------
      * PER-INSTRUCTOR WORK FIELDS -- LOADS ARE IN WEEKLY CONTACT
      * HOURS (MEETING DAYS TIMES THE LENGTH OF ONE MEETING)
      *----------------------------------------------------------------
       01  Fl-This-Faculty             PIC X(08) VALUE SPACES.
       01  Fl-Section-Label            PIC X(20) VALUE SPACES.
       01  Fl-Sched-Display            PIC X(31) VALUE SPACES.
       01  Fl-Sect-Count               PIC 9(03) VALUE ZERO.
       01  Fl-Space-Count              PIC 9(01) VALUE ZERO.
       01  Fl-Hh                       PIC 9(02) VALUE ZERO.
       01  Fl-Mm                       PIC 9(02) VALUE ZERO.
       01  Fl-Start-Minutes            PIC 9(04) VALUE ZERO.
       01  Fl-End-Minutes              PIC 9(04) VALUE ZERO.
       01  Fl-Contact-Hours            PIC 9(02)V99 VALUE ZERO.
       01  Fl-Load-Hours               PIC 9(03)V99 VALUE ZERO.
       01  Fl-Over-Hours               PIC 9(03)V99 VALUE ZERO.
       01  Fl-Hours-Display            PIC ZZ9.99.
       01  Fl-Over-Display             PIC ZZ9.99.

      *----------------------------------------------------------------
      * REPORT TOTALS
      *----------------------------------------------------------------
       01  Fl-Faculty-Listed           PIC 9(04) VALUE ZERO.
       01  Fl-Sections-Listed          PIC 9(05) VALUE ZERO.
       01  Fl-Overload-Count           PIC 9(04) VALUE ZERO.
       01  Fl-Idle-Count               PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-REPORT-ONE-FACULTY THRU 2000-EXIT
               UNTIL Fl-Fac-Eof.
           PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *================================================================
      * 1000-INITIALIZE -- ASK FOR THE TERM (BLANK FOR THE CURRENT
      *   ONE), CHECK IT AGAINST THE TERM CALENDAR, AND OPEN THE
      *   FILES.  THE SCHEDULE AND SECTION FILES ARE OPTIONAL -- A
      *   SECTION WITH NO SCHEDULE PRINTS TBA WITH NO HOURS.
      *================================================================
       1000-INITIALIZE.
           ACCEPT Fl-Today FROM DATE YYYYMMDD
           DISPLAY "***FACULTY LOAD REPORT***"
           DISPLAY "Enter the term (YYYYS, blank for the current "
               "term): " WITH NO ADVANCING
           ACCEPT Fl-Term-In
           OPEN INPUT Term-Calendar-File
           IF Fl-Termcal-Status NOT = "00"
               DISPLAY "The term calendar could not be opened (status "
                   Fl-Termcal-Status ") -- the report was not run."
               STOP RUN
           END-IF
           IF Fl-Term-In = SPACES
               PERFORM 1100-FIND-CURRENT-TERM THRU 1100-EXIT
               IF Fl-Term-In = SPACES
                   DISPLAY "No current term is set on the term "
                       "calendar -- the report was not run."
                   CLOSE Term-Calendar-File
                   STOP RUN
               END-IF
           END-IF
           MOVE Fl-Term-In TO TC-Term-Code
           READ Term-Calendar-File
               INVALID KEY
                   DISPLAY "Term " Fl-Term-In " is not on the term "
                       "calendar -- the report was not run."
                   CLOSE Term-Calendar-File
                   STOP RUN
           END-READ
           MOVE TC-Semester-Label TO Fl-Term-Label
           CLOSE Term-Calendar-File
           OPEN INPUT Faculty-File
           IF Fl-Facmast-Status NOT = "00"
               DISPLAY "The faculty master could not be opened "
                   "(status " Fl-Facmast-Status ") -- the report "
                   "was not run."
               STOP RUN
           END-IF
           OPEN INPUT Assignment-File
           IF Fl-Sectasgn-Status = "00"
               MOVE 'Y' TO Fl-Asgn-Open-Sw
           ELSE
               DISPLAY "WARNING: no teaching assignments are on file "
                   "(status " Fl-Sectasgn-Status ") -- every "
                   "instructor will show no sections."
           END-IF
           OPEN INPUT Schedule-File
           IF Fl-Sched-Status = "00"
               MOVE 'Y' TO Fl-Sched-Open-Sw
           END-IF
           OPEN INPUT Section-Capacity-File
           IF Fl-Sectcap-Status = "00"
               MOVE 'Y' TO Fl-Sectcap-Open-Sw
           END-IF
           OPEN OUTPUT Load-Report
           MOVE SPACES TO Load-Line
           STRING "FACULTY LOAD - TERM " Fl-Term-In " "
                  Fl-Term-Label " - RUN " Fl-Today
               DELIMITED BY SIZE INTO Load-Line
           WRITE Load-Line
           MOVE "HOURS ARE WEEKLY CONTACT HOURS." TO Load-Line
           WRITE Load-Line
           MOVE "================================================"
               TO Load-Line
           WRITE Load-Line
           MOVE 'N' TO Fl-Fac-Eof-Sw
           MOVE LOW-VALUES TO FM-Faculty-Id
           START Faculty-File KEY IS NOT LESS THAN FM-Faculty-Id
               INVALID KEY
                   MOVE 'Y' TO Fl-Fac-Eof-Sw
           END-START.
       1000-EXIT.
           EXIT.

       1100-FIND-CURRENT-TERM.
           MOVE 'N' TO Fl-Cal-Eof-Sw
           MOVE LOW-VALUES TO TC-Term-Code
           START Term-Calendar-File
                   KEY IS NOT LESS THAN TC-Term-Code
               INVALID KEY
                   MOVE 'Y' TO Fl-Cal-Eof-Sw
           END-START
           PERFORM 1110-CHECK-ONE-TERM THRU 1110-EXIT
               UNTIL Fl-Cal-Eof.
       1100-EXIT.
           EXIT.

       1110-CHECK-ONE-TERM.
           READ Term-Calendar-File NEXT
               AT END
                   MOVE 'Y' TO Fl-Cal-Eof-Sw
                   GO TO 1110-EXIT
           END-READ
           IF TC-Current
               MOVE TC-Term-Code TO Fl-Term-In
               MOVE 'Y' TO Fl-Cal-Eof-Sw
           END-IF.
       1110-EXIT.
           EXIT.

      *================================================================
      * 2000-REPORT-ONE-FACULTY -- ONE BLOCK PER INSTRUCTOR: THE
      *   HEADING LINE, A LINE PER SECTION ASSIGNED THIS TERM, AND
      *   THE TOTAL AGAINST THE MAXIMUM LOAD
      *================================================================
       2000-REPORT-ONE-FACULTY.
           READ Faculty-File NEXT
               AT END
                   MOVE 'Y' TO Fl-Fac-Eof-Sw
                   GO TO 2000-EXIT
           END-READ
           MOVE FM-Faculty-Id TO Fl-This-Faculty
           MOVE ZERO TO Fl-Sect-Count
           MOVE ZERO TO Fl-Load-Hours
      *AN INACTIVE INSTRUCTOR WITH NOTHING ASSIGNED IS LEFT OFF --
      *COUNT THEIR SECTIONS BEFORE PRINTING ANYTHING.
           IF FM-Inactive
               MOVE 'N' TO Fl-Print-Sw
               PERFORM 2100-SCAN-ASSIGNMENTS THRU 2100-EXIT
               IF Fl-Sect-Count = ZERO
                   GO TO 2000-EXIT
               END-IF
               MOVE ZERO TO Fl-Sect-Count
               MOVE ZERO TO Fl-Load-Hours
           END-IF
           ADD 1 TO Fl-Faculty-Listed
           MOVE SPACES TO Load-Line
           STRING FM-Faculty-Id " " FM-Faculty-Name " "
                  FM-Department " MAX " FM-Max-Load
               DELIMITED BY SIZE INTO Load-Line
           IF FM-Inactive
               MOVE "(INACTIVE)" TO Load-Line (68:10)
           END-IF
           WRITE Load-Line
           MOVE 'Y' TO Fl-Print-Sw
           PERFORM 2100-SCAN-ASSIGNMENTS THRU 2100-EXIT
           IF Fl-Sect-Count = ZERO
               ADD 1 TO Fl-Idle-Count
               MOVE "    NO SECTIONS ASSIGNED THIS TERM" TO Load-Line
               WRITE Load-Line
           END-IF
           MOVE Fl-Load-Hours TO Fl-Hours-Display
           MOVE SPACES TO Load-Line
           STRING "    SECTIONS: " Fl-Sect-Count
                  "   WEEKLY CONTACT HOURS: " Fl-Hours-Display
                  "   MAXIMUM: " FM-Max-Load
               DELIMITED BY SIZE INTO Load-Line
           WRITE Load-Line
           IF Fl-Load-Hours > FM-Max-Load
               ADD 1 TO Fl-Overload-Count
               COMPUTE Fl-Over-Hours = Fl-Load-Hours - FM-Max-Load
               MOVE Fl-Over-Hours TO Fl-Over-Display
               MOVE SPACES TO Load-Line
               STRING "    *** OVERLOAD " Fl-Over-Display
                      " HOURS ABOVE THE MAXIMUM ***"
                   DELIMITED BY SIZE INTO Load-Line
               WRITE Load-Line
           END-IF
           MOVE SPACES TO Load-Line
           WRITE Load-Line.
       2000-EXIT.
           EXIT.

      *================================================================
      * 2100-SCAN-ASSIGNMENTS -- THE TERM'S ASSIGNMENT ROWS COME BACK
      *   TOGETHER OFF THE KEY; PICK THE ONES FOR THIS INSTRUCTOR,
      *   COUNTING THEIR HOURS AND, ONCE THE HEADING IS PRINTED,
      *   PRINTING A LINE PER SECTION.
      *================================================================
       2100-SCAN-ASSIGNMENTS.
           IF NOT Fl-Asgn-Open
               GO TO 2100-EXIT
           END-IF
           MOVE 'N' TO Fl-Asgn-Eof-Sw
           MOVE Fl-Term-In TO FA-Term
           MOVE LOW-VALUES TO FA-Section-Code
           START Assignment-File KEY IS NOT LESS THAN FA-Key
               INVALID KEY
                   MOVE 'Y' TO Fl-Asgn-Eof-Sw
           END-START
           PERFORM 2200-CHECK-ONE-ASSIGNMENT THRU 2200-EXIT
               UNTIL Fl-Asgn-Eof.
       2100-EXIT.
           EXIT.

       2200-CHECK-ONE-ASSIGNMENT.
           READ Assignment-File NEXT
               AT END
                   MOVE 'Y' TO Fl-Asgn-Eof-Sw
                   GO TO 2200-EXIT
           END-READ
           IF FA-Term NOT = Fl-Term-In
               MOVE 'Y' TO Fl-Asgn-Eof-Sw
               GO TO 2200-EXIT
           END-IF
           IF FA-Faculty-Id NOT = Fl-This-Faculty
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO Fl-Sect-Count
           PERFORM 2300-LOOK-UP-SECTION THRU 2300-EXIT
           ADD Fl-Contact-Hours TO Fl-Load-Hours
           IF NOT Fl-Print-Sections
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO Fl-Sections-Listed
           MOVE Fl-Contact-Hours TO Fl-Hours-Display
           MOVE SPACES TO Load-Line
           STRING "    " FA-Section-Code " " Fl-Section-Label " "
                  Fl-Sched-Display " " Fl-Hours-Display
               DELIMITED BY SIZE INTO Load-Line
           WRITE Load-Line.
       2200-EXIT.
           EXIT.

      *================================================================
      * 2300-LOOK-UP-SECTION -- LABEL, MEETING DETAILS, AND WEEKLY
      *   CONTACT HOURS OF THE ASSIGNED SECTION.  HOURS ARE MEETING
      *   DAYS TIMES THE LENGTH OF ONE MEETING (HHMM TAKEN TO
      *   MINUTES); A SECTION WITH NO SCHEDULE COUNTS NO HOURS.
      *================================================================
       2300-LOOK-UP-SECTION.
           MOVE "(label not on file)" TO Fl-Section-Label
           MOVE "(schedule TBA)" TO Fl-Sched-Display
           MOVE ZERO TO Fl-Contact-Hours
           IF Fl-Sectcap-Open
               MOVE FA-Section-Code TO SC-Section-Code
               READ Section-Capacity-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SC-Section-Label TO Fl-Section-Label
               END-READ
           END-IF
           IF NOT Fl-Sched-Open
               GO TO 2300-EXIT
           END-IF
           MOVE FA-Section-Code TO SS-Section-Code
           READ Schedule-File
               INVALID KEY
                   GO TO 2300-EXIT
           END-READ
           MOVE SPACES TO Fl-Sched-Display
           STRING SS-Meet-Days DELIMITED BY SPACE
                  " "           DELIMITED BY SIZE
                  SS-Start-Time DELIMITED BY SIZE
                  "-"           DELIMITED BY SIZE
                  SS-End-Time   DELIMITED BY SIZE
                  " Room "      DELIMITED BY SIZE
                  SS-Room       DELIMITED BY SIZE
               INTO Fl-Sched-Display
           MOVE ZERO TO Fl-Space-Count
           INSPECT SS-Meet-Days TALLYING Fl-Space-Count
               FOR ALL SPACE
           DIVIDE SS-Start-Time BY 100 GIVING Fl-Hh REMAINDER Fl-Mm
           COMPUTE Fl-Start-Minutes = Fl-Hh * 60 + Fl-Mm
           DIVIDE SS-End-Time BY 100 GIVING Fl-Hh REMAINDER Fl-Mm
           COMPUTE Fl-End-Minutes = Fl-Hh * 60 + Fl-Mm
           COMPUTE Fl-Contact-Hours ROUNDED =
               (7 - Fl-Space-Count)
               * (Fl-End-Minutes - Fl-Start-Minutes) / 60.
       2300-EXIT.
           EXIT.

      *================================================================
      * 5000-PRINT-TOTALS -- REPORT TRAILER AND CONSOLE SUMMARY
      *================================================================
       5000-PRINT-TOTALS.
           MOVE "================================================"
               TO Load-Line
           WRITE Load-Line
           MOVE SPACES TO Load-Line
           STRING "INSTRUCTORS LISTED   : " Fl-Faculty-Listed
               DELIMITED BY SIZE INTO Load-Line
           WRITE Load-Line
           MOVE SPACES TO Load-Line
           STRING "SECTIONS ASSIGNED    : " Fl-Sections-Listed
               DELIMITED BY SIZE INTO Load-Line
           WRITE Load-Line
           MOVE SPACES TO Load-Line
           STRING "OVERLOADED           : " Fl-Overload-Count
               DELIMITED BY SIZE INTO Load-Line
           WRITE Load-Line
           MOVE SPACES TO Load-Line
           STRING "WITH NO SECTIONS     : " Fl-Idle-Count
               DELIMITED BY SIZE INTO Load-Line
           WRITE Load-Line
           DISPLAY Fl-Faculty-Listed " instructor(s), "
               Fl-Overload-Count " overloaded -- written to "
               "facload.txt".
       5000-EXIT.
           EXIT.

      *================================================================
      * 9999-TERMINATE -- CLOSE THE FILES AND STOP THE RUN
      *================================================================
       9999-TERMINATE.
           CLOSE Faculty-File
           IF Fl-Asgn-Open
               CLOSE Assignment-File
           END-IF
           IF Fl-Sched-Open
               CLOSE Schedule-File
           END-IF
           IF Fl-Sectcap-Open
               CLOSE Section-Capacity-File
           END-IF
           CLOSE Load-Report
           STOP RUN.
       9999-EXIT.
           EXIT.
