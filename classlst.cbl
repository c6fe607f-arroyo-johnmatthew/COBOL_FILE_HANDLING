      *   09-03-2026 JRA  FIRST VERSION -- PER-SECTION CLASS LISTS
      *                   WITH NAMES, CONTROL NUMBERS, MEETING
      *                   DETAILS, AND THE WAITLIST QUEUE.
      *   10-15-2026 JRA  THE HEADING NOW NAMES THE SECTION'S
      *                   INSTRUCTOR FOR THE CURRENT TERM (SECTASGN.DAT
      *                   AND FACMAST.DAT), OR TBA WHEN NONE IS
      *                   ASSIGNED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-Key
               FILE STATUS IS Cl-Waitl-Status.
      *ACADEMIC TERM CALENDAR, KEYED BY SCHOOL YEAR + SEMESTER
           SELECT Term-Calendar-File ASSIGN TO "termcal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-Term-Code
               FILE STATUS IS Cl-Termcal-Status.
      *INSTRUCTOR TEACHING EACH SECTION, KEYED BY TERM + SECTION
           SELECT Assignment-File ASSIGN TO "sectasgn.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-Key
               FILE STATUS IS Cl-Sectasgn-Status.
      *FACULTY MASTER, KEYED BY FACULTY ID (FOR THE NAMES)
           SELECT Faculty-File ASSIGN TO "facmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-Faculty-Id
               FILE STATUS IS Cl-Facmast-Status.
      *THE PRINTED CLASS LISTS, ONE PAGE PER SECTION
           SELECT Class-Report ASSIGN TO "clslist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY STUMAST.
       FD  Waitlist-File.
           COPY WAITLREC.
       FD  Term-Calendar-File.
           COPY TERMCAL.
       FD  Assignment-File.
           COPY FACASGN.
       FD  Faculty-File.
           COPY FACMAST.
       FD  Class-Report.
       01  Cls-Line                    PIC X(80).

       01  Cl-Stumast-Status           PIC X(02) VALUE SPACES.
       01  Cl-Waitl-Status             PIC X(02) VALUE SPACES.
       01  Cl-Report-Status            PIC X(02) VALUE SPACES.
       01  Cl-Termcal-Status           PIC X(02) VALUE SPACES.
       01  Cl-Sectasgn-Status          PIC X(02) VALUE SPACES.
       01  Cl-Facmast-Status           PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------
      * SWITCHES
           88  Cl-Waitl-Open               VALUE 'Y'.
       01  Cl-Enrlmast-Open-Sw         PIC X VALUE 'N'.
           88  Cl-Enrlmast-Open            VALUE 'Y'.
       01  Cl-Sectasgn-Open-Sw         PIC X VALUE 'N'.
           88  Cl-Sectasgn-Open            VALUE 'Y'.
       01  Cl-Facmast-Open-Sw          PIC X VALUE 'N'.
           88  Cl-Facmast-Open             VALUE 'Y'.

      *----------------------------------------------------------------
      * REQUEST AND SECTION LIST -- BLANK REQUEST MEANS EVERY ACTIVE
       01  Cl-Seated-Count             PIC 9(03) VALUE ZERO.
       01  Cl-Waiting-Count            PIC 9(03) VALUE ZERO.
       01  Cl-Today                    PIC 9(08) VALUE ZERO.
       01  Cl-Current-Term             PIC X(05) VALUE SPACES.
       01  Cl-Instructor-Display       PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN INPUT Waitlist-File
           IF Cl-Waitl-Status = "00"
               MOVE 'Y' TO Cl-Waitl-Open-Sw
           END-IF
           PERFORM 1100-FIND-CURRENT-TERM THRU 1100-EXIT
           OPEN INPUT Assignment-File
           IF Cl-Sectasgn-Status = "00"
               MOVE 'Y' TO Cl-Sectasgn-Open-Sw
           END-IF
           OPEN INPUT Faculty-File
           IF Cl-Facmast-Status = "00"
               MOVE 'Y' TO Cl-Facmast-Open-Sw
           END-IF.
       1000-EXIT.
           EXIT.

      *================================================================
      * 1100-FIND-CURRENT-TERM -- THE INSTRUCTOR PRINTED IS THE ONE
      *   ASSIGNED FOR THE TERM FLAGGED CURRENT ON THE CALENDAR.  NO
      *   CALENDAR, OR NO CURRENT ROW, LEAVES EVERY SECTION TBA.
      *================================================================
       1100-FIND-CURRENT-TERM.
           MOVE SPACES TO Cl-Current-Term
           OPEN INPUT Term-Calendar-File
           IF Cl-Termcal-Status NOT = "00"
               GO TO 1100-EXIT
           END-IF
           MOVE 'N' TO Cl-Load-Eof-Sw
           MOVE LOW-VALUES TO TC-Term-Code
           START Term-Calendar-File
                   KEY IS NOT LESS THAN TC-Term-Code
               INVALID KEY
                   MOVE 'Y' TO Cl-Load-Eof-Sw
           END-START
           PERFORM 1110-CHECK-ONE-TERM THRU 1110-EXIT
               UNTIL Cl-Load-Eof
           CLOSE Term-Calendar-File.
       1100-EXIT.
           EXIT.

       1110-CHECK-ONE-TERM.
           READ Term-Calendar-File NEXT
               AT END
                   MOVE 'Y' TO Cl-Load-Eof-Sw
                   GO TO 1110-EXIT
           END-READ
           IF TC-Current
               MOVE TC-Term-Code TO Cl-Current-Term
               MOVE 'Y' TO Cl-Load-Eof-Sw
           END-IF.
       1110-EXIT.
           EXIT.

      *================================================================
      * 2000-LOAD-SECTION-LIST -- THE REQUESTED SECTION, OR EVERY
      *   ACTIVE SECTION IN KEY ORDER FOR THE BATCH RUN
           MOVE ZERO TO Cl-Seated-Count
           MOVE ZERO TO Cl-Waiting-Count
           PERFORM 3100-LOOK-UP-SCHEDULE THRU 3100-EXIT
           PERFORM 3150-LOOK-UP-INSTRUCTOR THRU 3150-EXIT
           MOVE "====================================================
      -        "============"                    TO Cls-Line
           WRITE Cls-Line
                  "   PRINTED " Cl-Today
               DELIMITED BY SIZE INTO Cls-Line
           WRITE Cls-Line
           MOVE SPACES TO Cls-Line
           STRING "INSTRUCTOR: " Cl-Instructor-Display
               DELIMITED BY SIZE INTO Cls-Line
           WRITE Cls-Line
           MOVE "====================================================
      -        "============"                    TO Cls-Line
           WRITE Cls-Line
       3100-EXIT.
           EXIT.

       3150-LOOK-UP-INSTRUCTOR.
           MOVE "TBA" TO Cl-Instructor-Display
           IF NOT Cl-Sectasgn-Open OR Cl-Current-Term = SPACES
               GO TO 3150-EXIT
           END-IF
           MOVE Cl-Current-Term TO FA-Term
           MOVE Cl-This-Section TO FA-Section-Code
           READ Assignment-File
               INVALID KEY
                   GO TO 3150-EXIT
           END-READ
           MOVE FA-Faculty-Id TO Cl-Instructor-Display
           IF NOT Cl-Facmast-Open
               GO TO 3150-EXIT
           END-IF
           MOVE FA-Faculty-Id TO FM-Faculty-Id
           READ Faculty-File
               INVALID KEY
                   GO TO 3150-EXIT
           END-READ
           MOVE SPACES TO Cl-Instructor-Display
           STRING FM-Faculty-Name DELIMITED BY "  "
                  " ("            DELIMITED BY SIZE
                  FM-Faculty-Id   DELIMITED BY SPACE
                  ")"             DELIMITED BY SIZE
               INTO Cl-Instructor-Display.
       3150-EXIT.
           EXIT.

      *================================================================
      * 3200-LIST-ENROLLED -- ONE PASS OVER THE ENROLLMENT MASTER IN
      *   KEY (STUDENT-ID) ORDER, PICKING THE LIVE SEATED ROWS FOR
           IF Cl-Waitl-Open
               CLOSE Waitlist-File
           END-IF
           IF Cl-Sectasgn-Open
               CLOSE Assignment-File
           END-IF
           IF Cl-Facmast-Open
               CLOSE Faculty-File
           END-IF
           STOP RUN.
       9999-EXIT.
           EXIT.
