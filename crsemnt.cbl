      *                   CURRENT TERM FLIPS THE PREVIOUS CURRENT
      *                   ROW TO PAST, SO EXACTLY ONE TERM IS EVER
      *                   STAMPED ON NEW ENROLLMENTS.
      *   10-15-2026 JRA  THE SECTION IN-USE CHECK NOW FOLLOWS
      *                   SECTION TRANSFERS: A STUDENT TRANSFERRED IN
      *                   KEEPS THE SECTION IN USE, ONE TRANSFERRED
      *                   OUT NO LONGER DOES.
      *   10-15-2026 JRA  ADDED THE ACADEMIC STANDING RULES SCREEN
      *                   (STNDRULE.TXT -- DEAN'S LIST, PROBATION,
      *                   AND DISMISSAL THRESHOLDS) FOR THE TERM-END
      *                   STANDING JOB.
      *   10-15-2026 JRA  ADDED THE FACULTY MASTER SCREEN (FACMAST.DAT
      *                   -- ID, NAME, DEPARTMENT, MAXIMUM LOAD) AND
      *                   THE INSTRUCTOR ASSIGNMENT SCREEN
      *                   (SECTASGN.DAT -- WHO TEACHES EACH SECTION
      *                   PER TERM) WITH AN EDIT THAT REFUSES TO PUT
      *                   ONE INSTRUCTOR IN TWO SECTIONS AT
      *                   OVERLAPPING TIMES ON A SHARED DAY.
      *   10-15-2026 JRA  ADDED THE SMS MESSAGE TEMPLATE SCREEN
      *                   (SMSTMPL.DAT -- THE WORDING OF THE NIGHTLY
      *                   PROMOTION, HOLD, AND PAYMENT REMINDER
      *                   TEXTS, AND THE REMINDER LEAD DAYS).
      *   10-15-2026 JRA  THE MEETING SCHEDULE SCREEN NOW ALSO REFUSES
      *                   NEW TIMES THAT WOULD PUT THE SECTION'S
      *                   ASSIGNED INSTRUCTOR, IN THE CURRENT TERM OR
      *                   A LATER ONE, IN TWO SECTIONS AT ONCE.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-Term-Code
               FILE STATUS IS Mn-Termcal-Status.
      *ACADEMIC STANDING RULES -- ONE RECORD OF THRESHOLDS
           SELECT Standing-Rules-File ASSIGN TO "stndrule.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Mn-Stndrule-Status.
      *FACULTY MASTER, KEYED BY FACULTY ID
           SELECT Faculty-File ASSIGN TO "facmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-Faculty-Id
               FILE STATUS IS Mn-Facmast-Status.
      *INSTRUCTOR TEACHING EACH SECTION, KEYED BY TERM + SECTION
           SELECT Assignment-File ASSIGN TO "sectasgn.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-Key
               FILE STATUS IS Mn-Sectasgn-Status.
      *SMS MESSAGE TEMPLATES, KEYED BY EVENT TYPE
           SELECT Template-File ASSIGN TO "smstmpl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-Event-Type
               FILE STATUS IS Mn-Smstmpl-Status.
      *APPEND-ONLY AUDIT JOURNAL OF EVERY MASTER CHANGE
           SELECT Audit-File ASSIGN TO "auditlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY SECTSCHD.
       FD  Term-Calendar-File.
           COPY TERMCAL.
       FD  Standing-Rules-File.
           COPY STNDRULE.
       FD  Faculty-File.
           COPY FACMAST.
       FD  Assignment-File.
           COPY FACASGN.
       FD  Template-File.
           COPY SMSTMPL.
       FD  Audit-File.
           COPY AUDITREC.

       01  Mn-Period-Status            PIC X(02) VALUE SPACES.
       01  Mn-Sched-Status             PIC X(02) VALUE SPACES.
       01  Mn-Termcal-Status           PIC X(02) VALUE SPACES.
       01  Mn-Stndrule-Status          PIC X(02) VALUE SPACES.
       01  Mn-Facmast-Status           PIC X(02) VALUE SPACES.
       01  Mn-Sectasgn-Status          PIC X(02) VALUE SPACES.
       01  Mn-Smstmpl-Status           PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------
      * SWITCHES
       01  Mn-Cal-Eof-Sw               PIC X VALUE 'N'.
           88  Mn-Cal-Eof                  VALUE 'Y'.

      *----------------------------------------------------------------
      * ACADEMIC STANDING RULES INPUT WORK FIELDS
      *----------------------------------------------------------------
       01  Mn-Deans-Min-In             PIC 9(03) VALUE ZERO.
       01  Mn-Deans-Grade-In           PIC 9(03) VALUE ZERO.
       01  Mn-Probation-In             PIC 9(03) VALUE ZERO.
       01  Mn-Dismissal-In             PIC 9(03) VALUE ZERO.

      *----------------------------------------------------------------
      * FACULTY MASTER AND TEACHING ASSIGNMENT WORK FIELDS -- LOADS
      * ARE IN WEEKLY CONTACT HOURS (MEETING DAYS TIMES THE LENGTH
      * OF ONE MEETING).
      *----------------------------------------------------------------
       01  Mn-Faculty-Id-In            PIC X(08) VALUE SPACES.
       01  Mn-Faculty-Name-In          PIC X(30) VALUE SPACES.
       01  Mn-Department-In            PIC X(10) VALUE SPACES.
       01  Mn-Max-Load-In              PIC 9(02) VALUE ZERO.
       01  Mn-Load-Valid-Sw            PIC X VALUE 'N'.
           88  Mn-Load-Valid               VALUE 'Y'.
       01  Mn-Fac-Eof-Sw               PIC X VALUE 'N'.
           88  Mn-Fac-Eof                  VALUE 'Y'.
       01  Mn-Asgn-Eof-Sw              PIC X VALUE 'N'.
           88  Mn-Asgn-Eof                 VALUE 'Y'.
       01  Mn-Asgn-Found-Sw            PIC X VALUE 'N'.
           88  Mn-Asgn-Found               VALUE 'Y'.
       01  Mn-Fac-Busy-Sw              PIC X VALUE 'N'.
           88  Mn-Faculty-Busy             VALUE 'Y'.
       01  Mn-Fac-Clash-Sw             PIC X VALUE 'N'.
           88  Mn-Faculty-Clash            VALUE 'Y'.
       01  Mn-Clash-Term               PIC X(05) VALUE SPACES.
       01  Mn-Current-Term             PIC X(05) VALUE SPACES.
       01  Mn-Space-Count              PIC 9(01) VALUE ZERO.
       01  Mn-Hh                       PIC 9(02) VALUE ZERO.
       01  Mn-Mm                       PIC 9(02) VALUE ZERO.
       01  Mn-Start-Minutes            PIC 9(04) VALUE ZERO.
       01  Mn-End-Minutes              PIC 9(04) VALUE ZERO.
       01  Mn-Contact-Hours            PIC 9(02)V99 VALUE ZERO.
       01  Mn-Sect-Hours               PIC 9(02)V99 VALUE ZERO.
       01  Mn-Load-Hours               PIC 9(03)V99 VALUE ZERO.
       01  Mn-Hours-Display            PIC ZZ9.99.

      *----------------------------------------------------------------
      * SMS MESSAGE TEMPLATE INPUT WORK FIELDS
      *----------------------------------------------------------------
       01  Mn-Event-Type-In            PIC X(04) VALUE SPACES.
           88  Mn-Event-Type-Valid         VALUE "PROM" "HOLD"
                                                 "HREL" "PAYR".
       01  Mn-Template-In              PIC X(160) VALUE SPACES.
       01  Mn-Lead-Days-In             PIC 9(02) VALUE ZERO.
       01  Mn-Tmpl-Eof-Sw              PIC X VALUE 'N'.
           88  Mn-Tmpl-Eof                 VALUE 'Y'.
       01  Mn-Tmpl-Found-Sw            PIC X VALUE 'N'.
           88  Mn-Tmpl-Found               VALUE 'Y'.

      *----------------------------------------------------------------
      * OPERATOR SIGN-ON AND AUDIT JOURNAL WORK AREA -- EVERY MASTER
      * CHANGE IS APPENDED TO AUDITLOG.TXT WITH OPERATOR, TIMESTAMP,
           05  Mn-Drop-Entry OCCURS 500 TIMES.
               10  Mn-Drop-Ctl         PIC 9(14).
               10  Mn-Drop-Id          PIC X(10).
      *TRANSACTIONS TRANSFERRED OUT OF THE SECTION BEING EDITED, WITH
      *THE TIME OF THE MOVE -- A LINE OLDER THAN ITS MOVE NO LONGER
      *HOLDS A PLACE IN THE SECTION.
       01  Mn-Moved-Sw                 PIC X VALUE 'N'.
           88  Mn-Line-Moved               VALUE 'Y'.
       01  Mn-Moved-Count              PIC 9(04) VALUE ZERO.
       01  Mn-Moved-Sub                PIC 9(04) VALUE ZERO.
       01  Mn-Moved-Table.
           05  Mn-Moved-Entry OCCURS 500 TIMES.
               10  Mn-Moved-Ctl        PIC 9(14).
               10  Mn-Moved-Id         PIC X(10).
               10  Mn-Moved-Timestamp  PIC X(14).

      *----------------------------------------------------------------
      * SEED TABLES -- USED ONLY TO CREATE A MASTER FILE THE FIRST
      *----------------------------------------------------------------
       COPY CRSEREQ.
       COPY SECTSEED.
       COPY SMSSEED.

       PROCEDURE DIVISION.
       0000-MAINLINE.
               OPEN OUTPUT Term-Calendar-File
               CLOSE Term-Calendar-File
               OPEN I-O Term-Calendar-File
           END-IF
           OPEN I-O Faculty-File
           IF Mn-Facmast-Status = "35"
               OPEN OUTPUT Faculty-File
               CLOSE Faculty-File
               OPEN I-O Faculty-File
           END-IF
           OPEN I-O Assignment-File
           IF Mn-Sectasgn-Status = "35"
               OPEN OUTPUT Assignment-File
               CLOSE Assignment-File
               OPEN I-O Assignment-File
           END-IF
           OPEN I-O Template-File
           IF Mn-Smstmpl-Status = "35"
               OPEN OUTPUT Template-File
               PERFORM 1300-SEED-SMS-TEMPLATE THRU 1300-EXIT
                   VARYING SMS-SEED-IDX FROM 1 BY 1
                   UNTIL SMS-SEED-IDX > 4
               CLOSE Template-File
               OPEN I-O Template-File
           END-IF.
       1000-EXIT.
           EXIT.
           MOVE ZERO   TO CM-Misc-Amt (Mn-Fee-Sub).
       1210-EXIT.
           EXIT.
       1300-SEED-SMS-TEMPLATE.
           ACCEPT Mn-Today FROM DATE YYYYMMDD
           MOVE SMS-SEED-EVENT-TYPE (SMS-SEED-IDX) TO ST-Event-Type
           MOVE SMS-SEED-LEAD-DAYS (SMS-SEED-IDX)  TO ST-Lead-Days
           MOVE SMS-SEED-TEXT (SMS-SEED-IDX)       TO ST-Message-Text
           MOVE "SEED"                             TO ST-Updated-By
           MOVE Mn-Today                           TO ST-Updated-Date
           WRITE SMS-TEMPLATE-RECORD.
       1300-EXIT.
           EXIT.

      *================================================================
      * 1500-OPERATOR-SIGN-ON -- EVERY MASTER CHANGE IS JOURNALED
           DISPLAY "7. Open/close the registration period"
           DISPLAY "8. Set a section's meeting schedule"
           DISPLAY "9. Term calendar"
           DISPLAY "10. Academic standing rules"
           DISPLAY "11. Faculty master"
           DISPLAY "12. Assign an instructor to a section"
           DISPLAY "13. SMS message templates"
           DISPLAY "(press X to exit)"
           DISPLAY X"1B" & "[32m" "********************************"
           DISPLAY X"1B" & "[0m" "Enter your choice: "
               PERFORM 6000-SET-MEETING-SCHEDULE THRU 6000-EXIT
           ELSE IF User-Choice = "9"
               PERFORM 6600-TERM-CALENDAR THRU 6600-EXIT
           ELSE IF User-Choice = "10"
               PERFORM 6800-STANDING-RULES THRU 6800-EXIT
           ELSE IF User-Choice = "11"
               PERFORM 6900-FACULTY-MASTER THRU 6900-EXIT
           ELSE IF User-Choice = "12"
               PERFORM 6970-ASSIGN-INSTRUCTOR THRU 6970-EXIT
           ELSE IF User-Choice = "13"
               PERFORM 6700-SMS-TEMPLATES THRU 6700-EXIT
           ELSE IF User-Choice = "X" OR User-Choice = "x"
               MOVE 'Y' TO Mn-Done-Sw
           ELSE
      * 6000-SET-MEETING-SCHEDULE -- SHOW AND RE-KEY A SECTION'S
      *   MEETING DAYS, TIMES, AND ROOM.  THE SAVE IS REFUSED WHEN
      *   ANOTHER SECTION ALREADY HOLDS THE SAME ROOM AT AN
      *   OVERLAPPING TIME ON A SHARED DAY, OR WHEN AN INSTRUCTOR
      *   ASSIGNED THE SECTION FOR THE CURRENT OR A LATER TERM
      *   ALREADY TEACHES ANOTHER SECTION AT AN OVERLAPPING TIME.
      *================================================================
       6000-SET-MEETING-SCHEDULE.
           DISPLAY " "
               ACCEPT User-Choice
               GO TO 6000-EXIT
           END-IF
           PERFORM 6300-CHECK-TEACHER-CLASH THRU 6300-EXIT
           IF Mn-Faculty-Clash
               DISPLAY X"1B" & "[31m" "Instructor " Mn-Faculty-Id-In
                   " (assigned for term " Mn-Clash-Term ") already "
                   "teaches section " Mn-Clash-Section
                   " at an overlapping time on a shared day -- the "
                   "schedule was NOT saved."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 6000-EXIT
           END-IF
           MOVE Mn-Section-Code-In TO SS-Section-Code
           MOVE Mn-Days-In         TO SS-Meet-Days
           MOVE Mn-Start-In        TO SS-Start-Time
       6240-EXIT.
           EXIT.

      *================================================================
      * 6300-CHECK-TEACHER-CLASH -- FOR EACH TERM ON THE CALENDAR FROM
      *   THE CURRENT ONE ON (EVERY TERM WHEN NONE IS FLAGGED
      *   CURRENT), LOOK UP WHO IS ASSIGNED THIS SECTION AND RUN THE
      *   ASSIGNMENT SCREEN'S INSTRUCTOR CLASH TEST AGAINST THE NEW
      *   DAYS AND TIMES.  THE FIRST CLASH FOUND STOPS THE SCAN WITH
      *   THE INSTRUCTOR, TERM, AND OTHER SECTION LEFT FOR THE
      *   MESSAGE.
      *================================================================
       6300-CHECK-TEACHER-CLASH.
           MOVE 'N' TO Mn-Fac-Clash-Sw
           PERFORM 6960-FIND-CURRENT-TERM THRU 6960-EXIT
           MOVE 'N' TO Mn-Cal-Eof-Sw
           IF Mn-Current-Term = SPACES
               MOVE LOW-VALUES TO TC-Term-Code
           ELSE
               MOVE Mn-Current-Term TO TC-Term-Code
           END-IF
           START Term-Calendar-File
                   KEY IS NOT LESS THAN TC-Term-Code
               INVALID KEY
                   MOVE 'Y' TO Mn-Cal-Eof-Sw
           END-START
           PERFORM 6310-CHECK-ONE-TERM-TEACHER THRU 6310-EXIT
               UNTIL Mn-Cal-Eof OR Mn-Faculty-Clash.
       6300-EXIT.
           EXIT.

       6310-CHECK-ONE-TERM-TEACHER.
           READ Term-Calendar-File NEXT
               AT END
                   MOVE 'Y' TO Mn-Cal-Eof-Sw
                   GO TO 6310-EXIT
           END-READ
           MOVE TC-Term-Code       TO FA-Term
           MOVE Mn-Section-Code-In TO FA-Section-Code
           READ Assignment-File
               INVALID KEY
                   GO TO 6310-EXIT
           END-READ
           MOVE FA-Term       TO Mn-Term-In
           MOVE FA-Faculty-Id TO Mn-Faculty-Id-In
      *THE CLASH TEST READS ONLY THE ASSIGNMENT AND SCHEDULE FILES,
      *SO THE TERM CALENDAR SCAN PICKS UP WHERE IT LEFT OFF.
           PERFORM 6975-CHECK-INSTRUCTOR-CLASH THRU 6975-EXIT
           IF Mn-Faculty-Clash
               MOVE Mn-Term-In TO Mn-Clash-Term
           END-IF.
       6310-EXIT.
           EXIT.

      *================================================================
      * 6600-TERM-CALENDAR -- LIST THE TERMS ON FILE, ADD A TERM, OR
      *   SET THE CURRENT TERM.  SETTING A NEW CURRENT TERM FLIPS
       6660-EXIT.
           EXIT.

      *================================================================
      * 6700-SMS-TEMPLATES -- LIST THE NIGHTLY SMS MESSAGE TEMPLATES
      *   (SMSTMPL.DAT) AND RE-KEY THE WORDING OF ONE EVENT TYPE.
      *   THE PAYMENT REMINDER ALSO CARRIES HOW MANY DAYS AHEAD OF
      *   THE DUE DATE IT GOES OUT.  A TEXT KEYED BLANK STOPS THAT
      *   EVENT'S TEXTS UNTIL IT IS RE-KEYED.
      *================================================================
       6700-SMS-TEMPLATES.
           DISPLAY " "
           DISPLAY "SMS message templates on file:"
           MOVE 'N' TO Mn-Tmpl-Eof-Sw
           MOVE LOW-VALUES TO ST-Event-Type
           START Template-File KEY IS NOT LESS THAN ST-Event-Type
               INVALID KEY
                   MOVE 'Y' TO Mn-Tmpl-Eof-Sw
           END-START
           PERFORM 6710-LIST-ONE-TEMPLATE THRU 6710-EXIT
               UNTIL Mn-Tmpl-Eof
           DISPLAY "Placeholders: {NAME} {ID} {SECTION} {OFFICE} "
               "{REASON} {AMOUNT} {DATE}"
           DISPLAY "Enter the event type to change (PROM, HOLD, HREL, "
               "PAYR), or press Enter to leave: " WITH NO ADVANCING
           ACCEPT Mn-Event-Type-In
           IF Mn-Event-Type-In = SPACES
               GO TO 6700-EXIT
           END-IF
           IF NOT Mn-Event-Type-Valid
               DISPLAY X"1B" & "[31m" "Unknown event type "
                   Mn-Event-Type-In " -- nothing saved."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 6700-EXIT
           END-IF
           MOVE 'N' TO Mn-Tmpl-Found-Sw
           MOVE SPACES TO Mn-Audit-Before
           MOVE Mn-Event-Type-In TO ST-Event-Type
           READ Template-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO Mn-Tmpl-Found-Sw
                   MOVE ST-Message-Text (1:40) TO Mn-Audit-Before
           END-READ
           DISPLAY "Enter the new message text (up to 160 "
               "characters):"
           MOVE SPACES TO Mn-Template-In
           ACCEPT Mn-Template-In
           MOVE ZERO TO Mn-Lead-Days-In
           IF Mn-Event-Type-In = "PAYR"
               DISPLAY "Send the reminder how many days before the "
                   "due date (00-30)? " WITH NO ADVANCING
               ACCEPT Mn-Lead-Days-In
               IF Mn-Lead-Days-In > 30
                   DISPLAY X"1B" & "[31m" "The lead days must be 30 "
                       "or less -- nothing saved."
                   DISPLAY X"1B" & "[0m" "Press Enter to continue..."
                   ACCEPT User-Choice
                   GO TO 6700-EXIT
               END-IF
           END-IF
           ACCEPT Mn-Today FROM DATE YYYYMMDD
           MOVE Mn-Event-Type-In TO ST-Event-Type
           MOVE Mn-Lead-Days-In  TO ST-Lead-Days
           MOVE Mn-Template-In   TO ST-Message-Text
           MOVE Mn-Operator-Id   TO ST-Updated-By
           MOVE Mn-Today         TO ST-Updated-Date
           IF Mn-Tmpl-Found
               REWRITE SMS-TEMPLATE-RECORD
           ELSE
               WRITE SMS-TEMPLATE-RECORD
           END-IF
           IF Mn-Smstmpl-Status NOT = "00"
               DISPLAY X"1B" & "[31m" "The template could not be "
                   "saved (status " Mn-Smstmpl-Status ")."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 6700-EXIT
           END-IF
           MOVE "TEMPLATE"          TO Mn-Audit-Action
           MOVE "SMSTMPL"           TO Mn-Audit-File
           MOVE Mn-Event-Type-In    TO Mn-Audit-Key
           MOVE Mn-Template-In (1:40) TO Mn-Audit-After
           PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT
           DISPLAY X"1B" & "[32m" "Template " Mn-Event-Type-In
               " saved."
           DISPLAY X"1B" & "[0m" "Press Enter to continue..."
           ACCEPT User-Choice.
       6700-EXIT.
           EXIT.

       6710-LIST-ONE-TEMPLATE.
           READ Template-File NEXT
               AT END
                   MOVE 'Y' TO Mn-Tmpl-Eof-Sw
                   GO TO 6710-EXIT
           END-READ
           IF ST-Pay-Reminder
               DISPLAY "  " ST-Event-Type "  (" ST-Lead-Days
                   " days ahead)"
           ELSE
               DISPLAY "  " ST-Event-Type
           END-IF
           DISPLAY "    " ST-Message-Text (1:76)
           DISPLAY "    " ST-Message-Text (77:76)
           IF ST-Message-Text (153:8) NOT = SPACES
               DISPLAY "    " ST-Message-Text (153:8)
           END-IF.
       6710-EXIT.
           EXIT.

      *================================================================
      * 6800-STANDING-RULES -- SHOW AND RE-KEY THE THRESHOLDS THE
      *   TERM-END STANDING JOB CLASSIFIES STUDENTS BY
      *   (STNDRULE.TXT).  THE FOUR THRESHOLDS ARE KEYED TOGETHER
      *   AND MUST RUN DISMISSAL <= PROBATION <= DEAN'S LIST.
      *================================================================
       6800-STANDING-RULES.
           DISPLAY " "
      *THE RULES ARE CAPTURED WHILE THE FILE IS STILL OPEN -- THE
      *RECORD AREA IS NOT RELIABLE AFTER CLOSE.
           MOVE SPACES TO Mn-Audit-Before
           OPEN INPUT Standing-Rules-File
           IF Mn-Stndrule-Status = "00"
               READ Standing-Rules-File
                   AT END
                       DISPLAY "No standing rules on file."
                   NOT AT END
                       DISPLAY "Dean's List term average  : "
                           SR-Deans-List-Min
                       DISPLAY "Dean's List lowest grade  : "
                           SR-Deans-Grade-Min
                       DISPLAY "Probation below average   : "
                           SR-Probation-Below
                       DISPLAY "Dismissal below cumulative: "
                           SR-Dismissal-Below
                       STRING "DL " SR-Deans-List-Min
                              "/" SR-Deans-Grade-Min
                              " PROB " SR-Probation-Below
                              " DISM " SR-Dismissal-Below
                           DELIMITED BY SIZE INTO Mn-Audit-Before
               END-READ
               CLOSE Standing-Rules-File
           ELSE
               DISPLAY "No standing rules on file."
           END-IF
           DISPLAY "Type C to change the rules, or press Enter to "
               "leave them: " WITH NO ADVANCING
           ACCEPT User-Choice
           IF User-Choice NOT = "C" AND User-Choice NOT = "c"
               GO TO 6800-EXIT
           END-IF
           DISPLAY "Dean's List minimum term average (3 digits): "
               WITH NO ADVANCING
           ACCEPT Mn-Deans-Min-In
           DISPLAY "Dean's List lowest grade allowed (3 digits): "
               WITH NO ADVANCING
           ACCEPT Mn-Deans-Grade-In
           DISPLAY "Probation below this average (3 digits): "
               WITH NO ADVANCING
           ACCEPT Mn-Probation-In
           DISPLAY "Dismissal below this cumulative (3 digits): "
               WITH NO ADVANCING
           ACCEPT Mn-Dismissal-In
           IF Mn-Deans-Min-In > 100 OR Mn-Deans-Grade-In > 100
              OR Mn-Dismissal-In > Mn-Probation-In
              OR Mn-Probation-In > Mn-Deans-Min-In
               DISPLAY X"1B" & "[31m" "The thresholds must be 100 "
                   "or less and run dismissal <= probation <= Dean's "
                   "List -- nothing saved."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 6800-EXIT
           END-IF
           ACCEPT Mn-Today FROM DATE YYYYMMDD
           OPEN OUTPUT Standing-Rules-File
           IF Mn-Stndrule-Status NOT = "00"
               DISPLAY X"1B" & "[31m" "The standing rules file "
                   "could not be written (status "
                   Mn-Stndrule-Status ")."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 6800-EXIT
           END-IF
           MOVE Mn-Deans-Min-In   TO SR-Deans-List-Min
           MOVE Mn-Deans-Grade-In TO SR-Deans-Grade-Min
           MOVE Mn-Probation-In   TO SR-Probation-Below
           MOVE Mn-Dismissal-In   TO SR-Dismissal-Below
           MOVE Mn-Operator-Id    TO SR-Updated-By
           MOVE Mn-Today          TO SR-Updated-Date
           WRITE STANDING-RULES-RECORD
           CLOSE Standing-Rules-File
           MOVE "STANDING"  TO Mn-Audit-Action
           MOVE "STNDRULE"  TO Mn-Audit-File
           MOVE SPACES      TO Mn-Audit-Key
           MOVE SPACES      TO Mn-Audit-After
      *THE RECORD AREA IS NOT RELIABLE AFTER CLOSE -- JOURNAL THE
      *KEYED VALUES, NOT THE RECORD.
           STRING "DL " Mn-Deans-Min-In "/" Mn-Deans-Grade-In
                  " PROB " Mn-Probation-In " DISM " Mn-Dismissal-In
               DELIMITED BY SIZE INTO Mn-Audit-After
           PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT
           DISPLAY X"1B" & "[32m" "Standing rules saved."
           DISPLAY X"1B" & "[0m" "Press Enter to continue..."
           ACCEPT User-Choice.
       6800-EXIT.
           EXIT.

      *================================================================
      * 6900-FACULTY-MASTER -- LIST THE INSTRUCTORS ON FILE, THEN ADD
      *   A NEW ONE OR CHANGE / DEACTIVATE / REACTIVATE AN EXISTING
      *   ONE (FACMAST.DAT).  AN INSTRUCTOR IS NEVER DELETED -- OLD
      *   TEACHING ASSIGNMENTS STILL NAME THEM.
      *================================================================
       6900-FACULTY-MASTER.
           DISPLAY " "
           DISPLAY "Faculty on file (A=active, I=inactive):"
           MOVE 'N' TO Mn-Fac-Eof-Sw
           MOVE LOW-VALUES TO FM-Faculty-Id
           START Faculty-File KEY IS NOT LESS THAN FM-Faculty-Id
               INVALID KEY
                   MOVE 'Y' TO Mn-Fac-Eof-Sw
           END-START
           PERFORM 6910-LIST-ONE-FACULTY THRU 6910-EXIT
               UNTIL Mn-Fac-Eof
           DISPLAY "Enter a faculty ID to add or change, or press "
               "Enter to leave: " WITH NO ADVANCING
           ACCEPT Mn-Faculty-Id-In
           IF Mn-Faculty-Id-In = SPACES
               GO TO 6900-EXIT
           END-IF
           MOVE Mn-Faculty-Id-In TO FM-Faculty-Id
           READ Faculty-File
               INVALID KEY
                   PERFORM 6920-ADD-FACULTY THRU 6920-EXIT
               NOT INVALID KEY
                   PERFORM 6930-CHANGE-FACULTY THRU 6930-EXIT
           END-READ.
       6900-EXIT.
           EXIT.

       6910-LIST-ONE-FACULTY.
           READ Faculty-File NEXT
               AT END
                   MOVE 'Y' TO Mn-Fac-Eof-Sw
                   GO TO 6910-EXIT
           END-READ
           DISPLAY "  " FM-Faculty-Id " " FM-Faculty-Name " "
               FM-Department " MAX " FM-Max-Load " " FM-Status.
       6910-EXIT.
           EXIT.

       6920-ADD-FACULTY.
           DISPLAY "Faculty ID " Mn-Faculty-Id-In
               " is new -- enter the instructor's name: "
               WITH NO ADVANCING
           ACCEPT Mn-Faculty-Name-In
           IF Mn-Faculty-Name-In = SPACES
               DISPLAY X"1B" & "[31m" "No name entered -- nothing "
                   "was added."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 6920-EXIT
           END-IF
           DISPLAY "Enter the department: " WITH NO ADVANCING
           ACCEPT Mn-Department-In
           PERFORM 6940-GET-MAX-LOAD THRU 6940-EXIT
           MOVE Mn-Faculty-Id-In   TO FM-Faculty-Id
           MOVE Mn-Faculty-Name-In TO FM-Faculty-Name
           MOVE Mn-Department-In   TO FM-Department
           MOVE Mn-Max-Load-In     TO FM-Max-Load
           MOVE "A"                TO FM-Status
           WRITE FACULTY-MASTER-RECORD
           IF Mn-Facmast-Status = "00"
               MOVE "ADD"     TO Mn-Audit-Action
               MOVE "FACMAST" TO Mn-Audit-File
               MOVE Mn-Faculty-Id-In TO Mn-Audit-Key
               MOVE SPACES TO Mn-Audit-After
               STRING Mn-Faculty-Name-In " MAX " Mn-Max-Load-In
                   DELIMITED BY SIZE INTO Mn-Audit-After
               PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT
               DISPLAY X"1B" & "[32m" "Instructor " Mn-Faculty-Id-In
                   " added."
           ELSE
               DISPLAY X"1B" & "[31m" "The instructor could not be "
                   "added (status " Mn-Facmast-Status ")."
           END-IF
           DISPLAY X"1B" & "[0m" "Press Enter to continue..."
           ACCEPT User-Choice.
       6920-EXIT.
           EXIT.

       6930-CHANGE-FACULTY.
           MOVE SPACES TO Mn-Audit-Before
           STRING FM-Faculty-Name " MAX " FM-Max-Load
               DELIMITED BY SIZE INTO Mn-Audit-Before
           DISPLAY "Current name      : " FM-Faculty-Name
           DISPLAY "Current department: " FM-Department
           DISPLAY "Current max load  : " FM-Max-Load
               " contact hours a week"
           IF FM-Inactive
               DISPLAY "Current status    : INACTIVE"
           ELSE
               DISPLAY "Current status    : ACTIVE"
           END-IF
           DISPLAY "C to change, D to deactivate, or press Enter to "
               "leave: " WITH NO ADVANCING
           ACCEPT User-Choice
           IF User-Choice = "D" OR User-Choice = "d"
               PERFORM 6950-DEACTIVATE-FACULTY THRU 6950-EXIT
               GO TO 6930-EXIT
           END-IF
           IF User-Choice NOT = "C" AND User-Choice NOT = "c"
               GO TO 6930-EXIT
           END-IF
           DISPLAY "Enter the instructor's name: " WITH NO ADVANCING
           ACCEPT Mn-Faculty-Name-In
           IF Mn-Faculty-Name-In = SPACES
               DISPLAY X"1B" & "[31m" "No name entered -- nothing "
                   "was changed."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 6930-EXIT
           END-IF
           DISPLAY "Enter the department: " WITH NO ADVANCING
           ACCEPT Mn-Department-In
           PERFORM 6940-GET-MAX-LOAD THRU 6940-EXIT
           MOVE Mn-Faculty-Name-In TO FM-Faculty-Name
           MOVE Mn-Department-In   TO FM-Department
           MOVE Mn-Max-Load-In     TO FM-Max-Load
           IF FM-Inactive
               DISPLAY "Reactivate this instructor? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT User-Choice
               IF User-Choice = "Y" OR User-Choice = "y"
                   MOVE "A" TO FM-Status
               END-IF
           END-IF
           REWRITE FACULTY-MASTER-RECORD
           IF Mn-Facmast-Status = "00"
               MOVE "CHANGE"  TO Mn-Audit-Action
               MOVE "FACMAST" TO Mn-Audit-File
               MOVE Mn-Faculty-Id-In TO Mn-Audit-Key
               MOVE SPACES TO Mn-Audit-After
               STRING Mn-Faculty-Name-In " MAX " Mn-Max-Load-In
                   DELIMITED BY SIZE INTO Mn-Audit-After
               PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT
               DISPLAY X"1B" & "[32m" "Instructor " Mn-Faculty-Id-In
                   " changed."
           ELSE
               DISPLAY X"1B" & "[31m" "The instructor could not be "
                   "changed (status " Mn-Facmast-Status ")."
           END-IF
           DISPLAY X"1B" & "[0m" "Press Enter to continue..."
           ACCEPT User-Choice.
       6930-EXIT.
           EXIT.

      *================================================================
      * 6940-GET-MAX-LOAD -- PROMPT FOR THE INSTRUCTOR'S REGULAR LOAD
      *   IN WEEKLY CONTACT HOURS
      *================================================================
       6940-GET-MAX-LOAD.
           MOVE 'N' TO Mn-Load-Valid-Sw
           PERFORM WITH TEST AFTER UNTIL Mn-Load-Valid
               DISPLAY "Enter the maximum load (weekly contact hours, "
                   "01-99): " WITH NO ADVANCING
               ACCEPT Mn-Max-Load-In
               IF Mn-Max-Load-In > ZERO
                   MOVE 'Y' TO Mn-Load-Valid-Sw
               ELSE
                   DISPLAY X"1B" & "[31m"
                       "The maximum load must be 01 to 99 hours."
                   DISPLAY X"1B" & "[0m"
               END-IF
           END-PERFORM.
       6940-EXIT.
           EXIT.

      *================================================================
      * 6950-DEACTIVATE-FACULTY -- FLAG AN INSTRUCTOR INACTIVE SO NO
      *   NEW SECTION CAN BE ASSIGNED TO THEM.  REFUSED WHILE THEY ARE
      *   STILL ASSIGNED A SECTION IN THE CURRENT TERM OR A LATER ONE.
      *================================================================
       6950-DEACTIVATE-FACULTY.
           IF FM-Inactive
               DISPLAY X"1B" & "[31m" "Instructor " Mn-Faculty-Id-In
                   " is already inactive."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 6950-EXIT
           END-IF
           PERFORM 6960-FIND-CURRENT-TERM THRU 6960-EXIT
           MOVE 'N' TO Mn-Fac-Busy-Sw
           MOVE 'N' TO Mn-Asgn-Eof-Sw
           MOVE Mn-Current-Term TO FA-Term
           MOVE LOW-VALUES TO FA-Section-Code
           START Assignment-File KEY IS NOT LESS THAN FA-Key
               INVALID KEY
                   MOVE 'Y' TO Mn-Asgn-Eof-Sw
           END-START
           PERFORM 6955-CHECK-ONE-ASSIGNMENT THRU 6955-EXIT
               UNTIL Mn-Asgn-Eof
           IF Mn-Faculty-Busy
               DISPLAY X"1B" & "[31m" "Instructor " Mn-Faculty-Id-In
                   " is still assigned section " Mn-Clash-Section
                   " for term " Mn-Clash-Term " -- reassign it "
                   "first.  The instructor was NOT deactivated."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 6950-EXIT
           END-IF
      *THE ASSIGNMENT SCAN DID NOT TOUCH THE FACULTY RECORD AREA, SO
      *THE ROW READ BY THE CALLER IS STILL THE ONE TO REWRITE.
           MOVE "I" TO FM-Status
           REWRITE FACULTY-MASTER-RECORD
           IF Mn-Facmast-Status = "00"
               MOVE "DEACTIVATE" TO Mn-Audit-Action
               MOVE "FACMAST"    TO Mn-Audit-File
               MOVE Mn-Faculty-Id-In TO Mn-Audit-Key
               MOVE "ACTIVE"     TO Mn-Audit-Before
               MOVE "INACTIVE"   TO Mn-Audit-After
               PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT
               DISPLAY X"1B" & "[32m" "Instructor " Mn-Faculty-Id-In
                   " deactivated."
           ELSE
               DISPLAY X"1B" & "[31m" "The instructor could not be "
                   "deactivated (status " Mn-Facmast-Status ")."
           END-IF
           DISPLAY X"1B" & "[0m" "Press Enter to continue..."
           ACCEPT User-Choice.
       6950-EXIT.
           EXIT.

       6955-CHECK-ONE-ASSIGNMENT.
           READ Assignment-File NEXT
               AT END
                   MOVE 'Y' TO Mn-Asgn-Eof-Sw
                   GO TO 6955-EXIT
           END-READ
           IF FA-Faculty-Id = Mn-Faculty-Id-In
               MOVE 'Y' TO Mn-Fac-Busy-Sw
               MOVE FA-Section-Code TO Mn-Clash-Section
               MOVE FA-Term TO Mn-Clash-Term
               MOVE 'Y' TO Mn-Asgn-Eof-Sw
           END-IF.
       6955-EXIT.
           EXIT.

      *================================================================
      * 6960-FIND-CURRENT-TERM -- MN-CURRENT-TERM GETS THE TERM
      *   CALENDAR ROW FLAGGED CURRENT, OR SPACES WHEN NONE IS SET
      *================================================================
       6960-FIND-CURRENT-TERM.
           MOVE SPACES TO Mn-Current-Term
           MOVE 'N' TO Mn-Cal-Eof-Sw
           MOVE LOW-VALUES TO TC-Term-Code
           START Term-Calendar-File
                   KEY IS NOT LESS THAN TC-Term-Code
               INVALID KEY
                   MOVE 'Y' TO Mn-Cal-Eof-Sw
           END-START
           PERFORM 6965-CHECK-ONE-TERM THRU 6965-EXIT
               UNTIL Mn-Cal-Eof.
       6960-EXIT.
           EXIT.

       6965-CHECK-ONE-TERM.
           READ Term-Calendar-File NEXT
               AT END
                   MOVE 'Y' TO Mn-Cal-Eof-Sw
                   GO TO 6965-EXIT
           END-READ
           IF TC-Current
               MOVE TC-Term-Code TO Mn-Current-Term
               MOVE 'Y' TO Mn-Cal-Eof-Sw
           END-IF.
       6965-EXIT.
           EXIT.

      *================================================================
      * 6970-ASSIGN-INSTRUCTOR -- SHOW AND RE-KEY THE INSTRUCTOR WHO
      *   TEACHES A SECTION IN A TERM (SECTASGN.DAT).  THE SECTION
      *   MUST HAVE A MEETING SCHEDULE, THE INSTRUCTOR MUST BE
      *   ACTIVE, AND THE SAVE IS REFUSED WHEN THE INSTRUCTOR ALREADY
      *   TEACHES ANOTHER SECTION THAT TERM AT AN OVERLAPPING TIME ON
      *   A SHARED DAY -- THE SAME TEST THE ROOM CLASH CHECK MAKES.
      *   A LOAD ABOVE THE INSTRUCTOR'S MAXIMUM IS WARNED OF BUT
      *   SAVED; THE FACULTY LOAD REPORT FLAGS IT AS OVERLOAD.
      *================================================================
       6970-ASSIGN-INSTRUCTOR.
           DISPLAY " "
           DISPLAY "Enter the term (YYYYS, or press Enter for the "
               "current term): " WITH NO ADVANCING
           ACCEPT Mn-Term-In
           IF Mn-Term-In = SPACES
               PERFORM 6960-FIND-CURRENT-TERM THRU 6960-EXIT
               IF Mn-Current-Term = SPACES
                   DISPLAY X"1B" & "[31m" "No current term is set on "
                       "the term calendar."
                   DISPLAY X"1B" & "[0m" "Press Enter to continue..."
                   ACCEPT User-Choice
                   GO TO 6970-EXIT
               END-IF
               MOVE Mn-Current-Term TO Mn-Term-In
           END-IF
           MOVE Mn-Term-In TO TC-Term-Code
           READ Term-Calendar-File
               INVALID KEY
                   DISPLAY X"1B" & "[31m" "Term " Mn-Term-In
                       " is not on file."
                   DISPLAY X"1B" & "[0m" "Press Enter to continue..."
                   ACCEPT User-Choice
                   GO TO 6970-EXIT
           END-READ
           DISPLAY "Enter the section code: " WITH NO ADVANCING
           ACCEPT Mn-Section-Code-In
           IF Mn-Section-Code-In = SPACES
               GO TO 6970-EXIT
           END-IF
           MOVE Mn-Section-Code-In TO SC-Section-Code
           READ Section-Capacity-File
               INVALID KEY
                   DISPLAY X"1B" & "[31m" "Section "
                       Mn-Section-Code-In " is not on file."
                   DISPLAY X"1B" & "[0m" "Press Enter to continue..."
                   ACCEPT User-Choice
                   GO TO 6970-EXIT
           END-READ
           MOVE Mn-Section-Code-In TO SS-Section-Code
           READ Schedule-File
               INVALID KEY
                   DISPLAY X"1B" & "[31m" "Section "
                       Mn-Section-Code-In " has no meeting schedule "
                       "-- key the schedule before assigning an "
                       "instructor."
                   DISPLAY X"1B" & "[0m" "Press Enter to continue..."
                   ACCEPT User-Choice
                   GO TO 6970-EXIT
           END-READ
      *THE SECTION'S OWN MEETING TIMES DRIVE THE CLASH TEST, THE
      *SAME FIELDS THE SCHEDULE SCREEN FILLS FOR THE ROOM CHECK.
           MOVE SS-Meet-Days  TO Mn-Days-In
           MOVE SS-Start-Time TO Mn-Start-In
           MOVE SS-End-Time   TO Mn-End-In
           PERFORM 6990-COMPUTE-CONTACT-HOURS THRU 6990-EXIT
           MOVE Mn-Contact-Hours TO Mn-Sect-Hours
           DISPLAY "Section " SC-Section-Label " meets " SS-Meet-Days
               " " SS-Start-Time "-" SS-End-Time " Room " SS-Room
           MOVE Mn-Term-In         TO FA-Term
           MOVE Mn-Section-Code-In TO FA-Section-Code
           READ Assignment-File
               INVALID KEY
                   MOVE 'N' TO Mn-Asgn-Found-Sw
                   MOVE "(none)" TO Mn-Audit-Before
                   DISPLAY "No instructor is assigned yet for term "
                       Mn-Term-In
               NOT INVALID KEY
                   MOVE 'Y' TO Mn-Asgn-Found-Sw
                   MOVE FA-Faculty-Id TO Mn-Audit-Before
                   DISPLAY "Current instructor: " FA-Faculty-Id
           END-READ
           DISPLAY "Enter the instructor's faculty ID (* to "
               "unassign): " WITH NO ADVANCING
           ACCEPT Mn-Faculty-Id-In
           IF Mn-Faculty-Id-In = SPACES
               GO TO 6970-EXIT
           END-IF
           IF Mn-Faculty-Id-In = "*"
               PERFORM 6980-UNASSIGN-INSTRUCTOR THRU 6980-EXIT
               GO TO 6970-EXIT
           END-IF
           IF Mn-Asgn-Found AND FA-Faculty-Id = Mn-Faculty-Id-In
               DISPLAY X"1B" & "[31m" "Instructor " Mn-Faculty-Id-In
                   " already teaches this section -- nothing changed."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 6970-EXIT
           END-IF
           MOVE Mn-Faculty-Id-In TO FM-Faculty-Id
           READ Faculty-File
               INVALID KEY
                   DISPLAY X"1B" & "[31m" "Faculty ID "
                       Mn-Faculty-Id-In " is not on file."
                   DISPLAY X"1B" & "[0m" "Press Enter to continue..."
                   ACCEPT User-Choice
                   GO TO 6970-EXIT
           END-READ
           IF FM-Inactive
               DISPLAY X"1B" & "[31m" "Instructor " Mn-Faculty-Id-In
                   " is inactive and cannot be assigned a section."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 6970-EXIT
           END-IF
           PERFORM 6975-CHECK-INSTRUCTOR-CLASH THRU 6975-EXIT
           IF Mn-Faculty-Clash
               DISPLAY X"1B" & "[31m" "Instructor " Mn-Faculty-Id-In
                   " already teaches section " Mn-Clash-Section
                   " at an overlapping time on a shared day -- the "
                   "assignment was NOT saved."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 6970-EXIT
           END-IF
           ADD Mn-Sect-Hours TO Mn-Load-Hours
           IF Mn-Load-Hours > FM-Max-Load
               MOVE Mn-Load-Hours TO Mn-Hours-Display
               DISPLAY X"1B" & "[31m"
                   "NOTE: this brings " FM-Faculty-Name " to "
                   Mn-Hours-Display " contact hours a week, over "
                   "the maximum of " FM-Max-Load " -- the load "
                   "report will show the overload."
               DISPLAY X"1B" & "[0m"
           END-IF
      *THE CLASH SCAN READ THROUGH THE ASSIGNMENT FILE, SO THE ROW
      *IS BUILT AFRESH BEFORE IT IS SAVED.
           ACCEPT Mn-Today FROM DATE YYYYMMDD
           MOVE Mn-Term-In         TO FA-Term
           MOVE Mn-Section-Code-In TO FA-Section-Code
           MOVE Mn-Faculty-Id-In   TO FA-Faculty-Id
           MOVE Mn-Operator-Id     TO FA-Assigned-By
           MOVE Mn-Today           TO FA-Assigned-Date
           IF Mn-Asgn-Found
               REWRITE SECTION-ASSIGNMENT-RECORD
           ELSE
               WRITE SECTION-ASSIGNMENT-RECORD
           END-IF
           IF Mn-Sectasgn-Status = "00"
               MOVE "ASSIGN"   TO Mn-Audit-Action
               MOVE "SECTASGN" TO Mn-Audit-File
               MOVE SPACES TO Mn-Audit-Key
               STRING Mn-Term-In Mn-Section-Code-In
                   DELIMITED BY SIZE INTO Mn-Audit-Key
               MOVE Mn-Faculty-Id-In TO Mn-Audit-After
               PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT
               DISPLAY X"1B" & "[32m" "Instructor " Mn-Faculty-Id-In
                   " assigned to section " Mn-Section-Code-In
                   " for term " Mn-Term-In "."
           ELSE
               DISPLAY X"1B" & "[31m" "The assignment could not be "
                   "saved (status " Mn-Sectasgn-Status ")."
           END-IF
           DISPLAY X"1B" & "[0m" "Press Enter to continue..."
           ACCEPT User-Choice.
       6970-EXIT.
           EXIT.

      *================================================================
      * 6975-CHECK-INSTRUCTOR-CLASH -- SCAN THE TERM'S ASSIGNMENTS FOR
      *   THE INSTRUCTOR'S OTHER SECTIONS, TOTALLING THEIR WEEKLY
      *   CONTACT HOURS AND TESTING EACH ONE'S MEETING TIMES AGAINST
      *   THE SECTION BEING ASSIGNED.  TWO MEETINGS OVERLAP WHEN EACH
      *   STARTS BEFORE THE OTHER ENDS ON A SHARED DAY.
      *================================================================
       6975-CHECK-INSTRUCTOR-CLASH.
           MOVE 'N' TO Mn-Fac-Clash-Sw
           MOVE 'N' TO Mn-Asgn-Eof-Sw
           MOVE SPACES TO Mn-Clash-Section
           MOVE ZERO TO Mn-Load-Hours
           MOVE Mn-Term-In TO FA-Term
           MOVE LOW-VALUES TO FA-Section-Code
           START Assignment-File KEY IS NOT LESS THAN FA-Key
               INVALID KEY
                   MOVE 'Y' TO Mn-Asgn-Eof-Sw
           END-START
           PERFORM 6976-EXAMINE-ASSIGNMENT THRU 6976-EXIT
               UNTIL Mn-Asgn-Eof.
       6975-EXIT.
           EXIT.

       6976-EXAMINE-ASSIGNMENT.
           READ Assignment-File NEXT
               AT END
                   MOVE 'Y' TO Mn-Asgn-Eof-Sw
                   GO TO 6976-EXIT
           END-READ
           IF FA-Term NOT = Mn-Term-In
               MOVE 'Y' TO Mn-Asgn-Eof-Sw
               GO TO 6976-EXIT
           END-IF
           IF FA-Section-Code = Mn-Section-Code-In
              OR FA-Faculty-Id NOT = Mn-Faculty-Id-In
               GO TO 6976-EXIT
           END-IF
           MOVE FA-Section-Code TO SS-Section-Code
           READ Schedule-File
               INVALID KEY
                   GO TO 6976-EXIT
           END-READ
           PERFORM 6990-COMPUTE-CONTACT-HOURS THRU 6990-EXIT
           ADD Mn-Contact-Hours TO Mn-Load-Hours
           IF Mn-Start-In NOT < SS-End-Time
              OR SS-Start-Time NOT < Mn-End-In
               GO TO 6976-EXIT
           END-IF
           PERFORM 6220-MATCH-MEETING-DAYS THRU 6220-EXIT
           IF Mn-Days-Match
               MOVE 'Y' TO Mn-Fac-Clash-Sw
               MOVE FA-Section-Code TO Mn-Clash-Section
               MOVE 'Y' TO Mn-Asgn-Eof-Sw
           END-IF.
       6976-EXIT.
           EXIT.

      *================================================================
      * 6980-UNASSIGN-INSTRUCTOR -- REMOVE THE TERM'S ASSIGNMENT ROW
      *   SO THE SECTION PRINTS AS TBA
      *================================================================
       6980-UNASSIGN-INSTRUCTOR.
           IF NOT Mn-Asgn-Found
               DISPLAY X"1B" & "[31m" "No instructor is assigned -- "
                   "nothing to remove."
               DISPLAY X"1B" & "[0m" "Press Enter to continue..."
               ACCEPT User-Choice
               GO TO 6980-EXIT
           END-IF
           DELETE Assignment-File RECORD
           IF Mn-Sectasgn-Status = "00"
               MOVE "UNASSIGN" TO Mn-Audit-Action
               MOVE "SECTASGN" TO Mn-Audit-File
               MOVE SPACES TO Mn-Audit-Key
               STRING Mn-Term-In Mn-Section-Code-In
                   DELIMITED BY SIZE INTO Mn-Audit-Key
               MOVE "(none)" TO Mn-Audit-After
               PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT
               DISPLAY X"1B" & "[32m" "Section " Mn-Section-Code-In
                   " no longer has an instructor for term "
                   Mn-Term-In "."
           ELSE
               DISPLAY X"1B" & "[31m" "The assignment could not be "
                   "removed (status " Mn-Sectasgn-Status ")."
           END-IF
           DISPLAY X"1B" & "[0m" "Press Enter to continue..."
           ACCEPT User-Choice.
       6980-EXIT.
           EXIT.

      *================================================================
      * 6990-COMPUTE-CONTACT-HOURS -- WEEKLY CONTACT HOURS OF THE
      *   SCHEDULE ROW IN THE SS- RECORD AREA: MEETING DAYS TIMES
      *   THE LENGTH OF ONE MEETING (HHMM TIMES TAKEN TO MINUTES)
      *================================================================
       6990-COMPUTE-CONTACT-HOURS.
           MOVE ZERO TO Mn-Space-Count
           INSPECT SS-Meet-Days TALLYING Mn-Space-Count
               FOR ALL SPACE
           DIVIDE SS-Start-Time BY 100 GIVING Mn-Hh REMAINDER Mn-Mm
           COMPUTE Mn-Start-Minutes = Mn-Hh * 60 + Mn-Mm
           DIVIDE SS-End-Time BY 100 GIVING Mn-Hh REMAINDER Mn-Mm
           COMPUTE Mn-End-Minutes = Mn-Hh * 60 + Mn-Mm
           COMPUTE Mn-Contact-Hours ROUNDED =
               (7 - Mn-Space-Count)
               * (Mn-End-Minutes - Mn-Start-Minutes) / 60.
       6990-EXIT.
           EXIT.

      *================================================================
      * 7000-CHECK-ACTIVE-ENROLLMENTS -- SCAN THE ROSTER FOR A LIVE
      *   ENROLLMENT THAT STILL USES MN-EDIT-CODE.  A FIRST PASS
      *   COLLECTS THE DROPPED TRANSACTIONS SO A WITHDRAWN
      *   ENROLLMENT DOES NOT BLOCK THE DEACTIVATION.  FOR A COURSE
      *   THE COURSE LINES ARE CHECKED; FOR A SECTION THE SECTION,
      *   WAITLIST, AND TRANSFER-IN LINES ARE, LESS ANY TRANSACTION
      *   TRANSFERRED OUT OF THE SECTION AFTERWARDS.
      *================================================================
       7000-CHECK-ACTIVE-ENROLLMENTS.
           MOVE 'N' TO Mn-In-Use-Sw
           MOVE ZERO TO Mn-Drop-Count
           MOVE ZERO TO Mn-Moved-Count
           MOVE 'N' TO Mn-Scan-Eof-Sw
           OPEN INPUT Regi-Form
           IF Mn-Regi-Status = "35"
                       IF Regi-Type-Drop
                           PERFORM 7100-RECORD-DROP THRU 7100-EXIT
                       END-IF
                       IF Regi-Type-Transfer
                          AND Mn-Edit-Type = "SECTION"
                          AND Regi-Value (1:10) = Mn-Edit-Code
                           PERFORM 7150-RECORD-MOVE THRU 7150-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Regi-Form
       7100-EXIT.
           EXIT.

       7150-RECORD-MOVE.
           IF Mn-Moved-Count < 500
               ADD 1 TO Mn-Moved-Count
               MOVE Regi-Control-No TO Mn-Moved-Ctl (Mn-Moved-Count)
               MOVE Regi-Student-Id TO Mn-Moved-Id (Mn-Moved-Count)
               MOVE Regi-Timestamp
                   TO Mn-Moved-Timestamp (Mn-Moved-Count)
           ELSE
               DISPLAY "WARNING: more than 500 section transfers "
                   "-- extra transfers out still count as active "
                   "enrollments."
           END-IF.
       7150-EXIT.
           EXIT.

       7200-EXAMINE-ROSTER-LINE.
           IF Regi-Code NOT = Mn-Edit-Code
               GO TO 7200-EXIT
               END-IF
           ELSE
               IF NOT Regi-Type-Section AND NOT Regi-Type-Waitlist
                  AND NOT Regi-Type-Transfer
                   GO TO 7200-EXIT
               END-IF
           END-IF
           PERFORM 7300-CHECK-IF-DROPPED THRU 7300-EXIT
               VARYING Mn-Drop-Sub FROM 1 BY 1
               UNTIL Mn-Drop-Sub > Mn-Drop-Count OR Mn-Line-Dropped
           MOVE 'N' TO Mn-Moved-Sw
           PERFORM 7400-CHECK-IF-MOVED THRU 7400-EXIT
               VARYING Mn-Moved-Sub FROM 1 BY 1
               UNTIL Mn-Moved-Sub > Mn-Moved-Count OR Mn-Line-Moved
           IF NOT Mn-Line-Dropped AND NOT Mn-Line-Moved
               MOVE 'Y' TO Mn-In-Use-Sw
               MOVE 'Y' TO Mn-Scan-Eof-Sw
           END-IF.
       7300-EXIT.
           EXIT.

       7400-CHECK-IF-MOVED.
           IF Regi-Control-No = Mn-Moved-Ctl (Mn-Moved-Sub)
              AND Regi-Student-Id = Mn-Moved-Id (Mn-Moved-Sub)
              AND Regi-Timestamp < Mn-Moved-Timestamp (Mn-Moved-Sub)
               MOVE 'Y' TO Mn-Moved-Sw
           END-IF.
       7400-EXIT.
           EXIT.

      *================================================================
      * 8800-WRITE-AUDIT -- APPEND ONE ACTION TO THE AUDIT JOURNAL.
      *   THE CALLER FILLS THE ACTION, FILE, KEY, AND BEFORE/AFTER
           CLOSE Section-Capacity-File
           CLOSE Schedule-File
           CLOSE Term-Calendar-File
           CLOSE Faculty-File
           CLOSE Assignment-File
           CLOSE Template-File
           STOP RUN.
       9999-EXIT.
           EXIT.
