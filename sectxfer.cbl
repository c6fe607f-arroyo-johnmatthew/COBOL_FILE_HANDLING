      *================================================================
      * SECTION-TRANSFER
      *   STAFF PROGRAM TO MOVE A COMMITTED ENROLLMENT FROM ONE
      *   SECTION TO ANOTHER IN ONE STEP, INSTEAD OF A DROP IN THE
      *   WITHDRAWAL PROGRAM AND A FRESH PASS THROUGH REGISTRATION.
      *   THE STUDENT KEEPS THE ORIGINAL CONTROL NUMBER AND THE FEES
      *   ALREADY ASSESSED, AND THE TARGET SEAT IS TAKEN BEFORE THE
      *   OLD ONE IS LET GO SO IT CANNOT GO TO SOMEONE ELSE IN
      *   BETWEEN.  THE TARGET MUST BE AN ACTIVE SECTION WITH AN OPEN
      *   SEAT (SC-MAX-SEATS ON SECTCAP.DAT) -- A TRANSFER NEVER
      *   LANDS ON A WAITLIST.  THE OLD SEAT IS RELEASED THROUGH THE
      *   SAME WAITLIST PROMOTION THE WITHDRAWAL PROGRAM USES (A
      *   WAITLISTED STUDENT WHO TRANSFERS HAS THE QUEUE ROW
      *   CANCELLED INSTEAD).  A TRANSFER LINE IS APPENDED TO THE
      *   REGICARD.TXT JOURNAL, THE ENROLLMENT MASTER ROW IS REWRITTEN
      *   WITH THE NEW SECTION, AND THE TRANSACTION IS QUEUED ON
      *   REXPQUEUE.TXT SO THE NEXT SIS EXPORT SENDS THE CHANGE EVEN
      *   THOUGH ITS CONTROL NUMBER IS BEHIND THE CHECKPOINT.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Section-Transfer.
       AUTHOR. REGISTRAR-SYSTEMS-UNIT.
       INSTALLATION. CAMPUS-REGISTRAR-OFFICE.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       BY   DESCRIPTION
      *   ---------- ---- --------------------------------------------
      *   10-15-2026 JRA  FIRST VERSION -- TARGET SEAT CHECK AND TAKE,
      *                   OLD SEAT RELEASE WITH WAITLIST PROMOTION,
      *                   TRANSFER JOURNAL LINE, MASTER REWRITE, SIS
      *                   RE-EXPORT QUEUE, AND AUDIT JOURNAL.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *ROSTER OF EVERY SELECTION MADE, ONE LINE PER SELECTION
           SELECT Regi-Form ASSIGN TO "regicard.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Tx-Regi-Status.
      *SEAT COUNTS PER YEAR-AND-SECTION CODE
           SELECT Section-Capacity-File ASSIGN TO "sectcap.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-Section-Code
               FILE STATUS IS Tx-Sectcap-Status.
      *NAMED WAITLIST QUEUE, KEYED BY SECTION CODE AND POSITION
           SELECT Waitlist-File ASSIGN TO "waitlist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-Key
               FILE STATUS IS Tx-Waitl-Status.
      *STUDENT MASTER, KEYED BY STUDENT ID (FOR THE NOTICE NAME)
           SELECT Student-Master-File ASSIGN TO "studmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-Student-Id
               FILE STATUS IS Tx-Stumast-Status.
      *ENROLLMENT MASTER, KEYED BY STUDENT + COURSE + SEMESTER
           SELECT Enrollment-Master-File ASSIGN TO "enrlmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-Key
               FILE STATUS IS Tx-Enrlmast-Status.
      *WORK COPY OF THE ROSTER USED TO FLIP A WAITLIST LINE IN PLACE
           SELECT Regi-Work ASSIGN TO "regiwork.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Tx-Work-Status.
      *PROMOTION NOTICES TO HAND TO PROMOTED STUDENTS
           SELECT Promo-Notice ASSIGN TO "promnote.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Tx-Promo-Status.
      *RE-EXPORT QUEUE OF TRANSACTIONS THE SIS MUST RECEIVE AGAIN
           SELECT Reexport-Queue ASSIGN TO "rexpqueue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Tx-Queue-Status.
      *APPEND-ONLY AUDIT JOURNAL OF EVERY MASTER CHANGE
           SELECT Audit-File ASSIGN TO "auditlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Tx-Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Regi-Form.
           COPY REGIREC.
       FD  Section-Capacity-File.
           COPY SECTCAP.
       FD  Waitlist-File.
           COPY WAITLREC.
       FD  Student-Master-File.
           COPY STUMAST.
       FD  Enrollment-Master-File.
           COPY ENRLMAST.
       FD  Regi-Work.
       01  Work-Info                   PIC X(88).
       FD  Promo-Notice.
       01  Promo-Line                  PIC X(80).
       FD  Reexport-Queue.
       01  Queue-Record.
           05  RQ-Control-No           PIC 9(14).
           05  RQ-Student-Id           PIC X(10).
       FD  Audit-File.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * MENU / SCREEN CONTROL FIELDS
      *----------------------------------------------------------------
       01  User-Choice                 PIC X(02).

      *----------------------------------------------------------------
      * FILE STATUS FIELDS
      *----------------------------------------------------------------
       01  Tx-Regi-Status              PIC X(02) VALUE SPACES.
       01  Tx-Sectcap-Status           PIC X(02) VALUE SPACES.
       01  Tx-Waitl-Status             PIC X(02) VALUE SPACES.
       01  Tx-Stumast-Status           PIC X(02) VALUE SPACES.
       01  Tx-Enrlmast-Status          PIC X(02) VALUE SPACES.
       01  Tx-Work-Status              PIC X(02) VALUE SPACES.
       01  Tx-Promo-Status             PIC X(02) VALUE SPACES.
       01  Tx-Queue-Status             PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------
      * SWITCHES
      *----------------------------------------------------------------
       01  Tx-Scan-Eof-Sw              PIC X VALUE 'N'.
           88  Tx-Scan-Eof                 VALUE 'Y'.
       01  Tx-Found-Sw                 PIC X VALUE 'N'.
           88  Tx-Enrollment-Found         VALUE 'Y'.
       01  Tx-Dropped-Sw               PIC X VALUE 'N'.
           88  Tx-Already-Dropped          VALUE 'Y'.
       01  Tx-Ctl-Valid-Sw             PIC X VALUE 'N'.
           88  Tx-Ctl-Valid                VALUE 'Y'.
       01  Tx-Seat-Taken-Sw            PIC X VALUE 'N'.
           88  Tx-Target-Seat-Taken        VALUE 'Y'.
       01  Tx-Queue-Done-Sw            PIC X VALUE 'N'.
           88  Tx-Queue-Done               VALUE 'Y'.
       01  Tx-Promote-Sw               PIC X VALUE 'N'.
           88  Tx-Promotee-Found           VALUE 'Y'.
       01  Tx-Flip-Ok-Sw               PIC X VALUE 'Y'.
           88  Tx-Flip-Ok                  VALUE 'Y'.
       01  Tx-Line-Flipped-Sw          PIC X VALUE 'N'.
           88  Tx-Line-Flipped             VALUE 'Y'.
       01  Tx-Fail-Status              PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------
      * TRANSFER REQUEST INPUT
      *----------------------------------------------------------------
       01  Tx-Student-Id               PIC X(10) VALUE SPACES.
       01  Tx-Ctl-Input                PIC X(14) VALUE SPACES.
       01  Tx-Control-Number           PIC 9(14) VALUE ZERO.
       01  Tx-Target-Section           PIC X(10) VALUE SPACES.
       01  Tx-Target-Label             PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------
      * DETAILS CAPTURED FROM THE LOCATED TRANSACTION -- THE SECTION
      * AND SLOT ARE THE CURRENT ONES, SO AN EARLIER TRANSFER OF THE
      * SAME ENROLLMENT IS HONORED
      *----------------------------------------------------------------
       01  Tx-Slot-Type                PIC X(10) VALUE SPACES.
           88  Tx-Slot-Waitlist            VALUE "WAITLIST".
       01  Tx-Section-Code             PIC X(10) VALUE SPACES.
       01  Tx-Section-Label            PIC X(20) VALUE SPACES.
       01  Tx-Course-Code              PIC X(02) VALUE SPACES.
       01  Tx-Term-Code                PIC X(05) VALUE SPACES.

      *----------------------------------------------------------------
      * PROMOTED-STUDENT DETAILS LIFTED FROM THE WAITLIST QUEUE ROW
      *----------------------------------------------------------------
       01  Tx-Promo-Student-Id         PIC X(10) VALUE SPACES.
       01  Tx-Promo-Student-Name       PIC X(30) VALUE SPACES.
       01  Tx-Promo-Control-No         PIC 9(14) VALUE ZERO.
       01  Tx-Promo-Position           PIC 9(03) VALUE ZERO.
       01  Tx-Promo-Date-Display       PIC X(10) VALUE SPACES.
       01  Tx-Promo-Course-Code        PIC X(02) VALUE SPACES.
       01  Tx-Promo-Term-Code          PIC X(05) VALUE SPACES.

      *----------------------------------------------------------------
      * ROSTER SCAN WORK AREA
      *----------------------------------------------------------------
       01  Tx-Scan-Record.
           05  Tx-Scan-Control-No      PIC 9(14).
           05  Tx-Scan-Student-Id      PIC X(10).
           05  Tx-Scan-Timestamp       PIC X(14).
           05  Tx-Scan-Type            PIC X(10).
           05  Tx-Scan-Code            PIC X(10).
           05  Tx-Scan-Value           PIC X(30).

      *----------------------------------------------------------------
      * TRANSFER TIMESTAMP
      *----------------------------------------------------------------
       01  Tx-Timestamp                PIC X(14) VALUE SPACES.
       01  Tx-Current-Date             PIC 9(08) VALUE ZERO.
       01  Tx-Current-Date-R REDEFINES Tx-Current-Date.
           05  Tx-Cdt-Yyyy             PIC 9(04).
           05  Tx-Cdt-Mm               PIC 9(02).
           05  Tx-Cdt-Dd               PIC 9(02).
       01  Tx-Current-Time             PIC 9(08) VALUE ZERO.
       01  Tx-Current-Time-R REDEFINES Tx-Current-Time.
           05  Tx-Cdt-Hh               PIC 9(02).
           05  Tx-Cdt-Min              PIC 9(02).
           05  Tx-Cdt-Ss               PIC 9(02).
           05  Tx-Cdt-Hs               PIC 9(02).

      *----------------------------------------------------------------
      * OPERATOR SIGN-ON AND AUDIT JOURNAL WORK AREA -- EVERY MASTER
      * CHANGE IS APPENDED TO AUDITLOG.TXT WITH OPERATOR, TIMESTAMP,
      * KEY, AND BEFORE/AFTER VALUES.
      *----------------------------------------------------------------
       01  Tx-Audit-Status             PIC X(02) VALUE SPACES.
       01  Tx-Operator-Id              PIC X(08) VALUE SPACES.
       01  Tx-Office-Code              PIC X(04) VALUE SPACES.
       01  Tx-Audit-Action             PIC X(10) VALUE SPACES.
       01  Tx-Audit-File               PIC X(08) VALUE SPACES.
       01  Tx-Audit-Key                PIC X(20) VALUE SPACES.
       01  Tx-Audit-Before             PIC X(40) VALUE SPACES.
       01  Tx-Audit-After              PIC X(40) VALUE SPACES.
       01  Tx-Audit-Date               PIC 9(08) VALUE ZERO.
       01  Tx-Audit-Time               PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-OPERATOR-SIGN-ON THRU 1500-EXIT.
           PERFORM 2000-GET-TRANSFER-REQUEST THRU 2000-EXIT.
           PERFORM 3000-LOCATE-TRANSACTION THRU 3000-EXIT.
           IF NOT Tx-Enrollment-Found
               DISPLAY " "
               DISPLAY X"1B" & "[31m"
                   "No enrollment found for that student ID and "
                   "control number."
               DISPLAY X"1B" & "[0m"
               GO TO 0000-TERMINATE
           END-IF
           IF Tx-Already-Dropped
               DISPLAY " "
               DISPLAY X"1B" & "[31m"
                   "That enrollment has been dropped -- it cannot be "
                   "transferred."
               DISPLAY X"1B" & "[0m"
               GO TO 0000-TERMINATE
           END-IF
           IF Tx-Target-Section = Tx-Section-Code
               DISPLAY " "
               DISPLAY X"1B" & "[31m"
                   "The student is already in section "
                   Tx-Section-Code "."
               DISPLAY X"1B" & "[0m"
               GO TO 0000-TERMINATE
           END-IF
           PERFORM 3500-TAKE-TARGET-SEAT THRU 3500-EXIT.
           IF NOT Tx-Target-Seat-Taken
               GO TO 0000-TERMINATE
           END-IF
           PERFORM 4000-WRITE-TRANSFER-LINE THRU 4000-EXIT.
           IF Tx-Regi-Status NOT = "00"
               PERFORM 3600-GIVE-BACK-TARGET-SEAT THRU 3600-EXIT
               GO TO 0000-TERMINATE
           END-IF
           PERFORM 4500-UPDATE-MASTER-SECTION THRU 4500-EXIT.
           PERFORM 5000-RELEASE-OLD-SEAT THRU 5000-EXIT.
           IF Tx-Slot-Waitlist
               PERFORM 5500-CANCEL-WAITLIST-ENTRY THRU 5500-EXIT
           ELSE
               PERFORM 6000-PROMOTE-FROM-WAITLIST THRU 6000-EXIT
           END-IF
           PERFORM 7000-QUEUE-FOR-REEXPORT THRU 7000-EXIT.
           MOVE "TRANSFER" TO Tx-Audit-Action
           MOVE "ENRLMAST" TO Tx-Audit-File
           MOVE SPACES     TO Tx-Audit-Key
           STRING Tx-Student-Id " " Tx-Course-Code " "
                  Tx-Term-Code
               DELIMITED BY SIZE INTO Tx-Audit-Key
           MOVE SPACES     TO Tx-Audit-Before
           STRING Tx-Section-Code " " Tx-Slot-Type
               DELIMITED BY SIZE INTO Tx-Audit-Before
           MOVE SPACES     TO Tx-Audit-After
           STRING Tx-Target-Section " CTL " Tx-Control-Number
               DELIMITED BY SIZE INTO Tx-Audit-After
           PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT
           DISPLAY " "
           DISPLAY X"1B" & "[32m" "Enrollment transferred to section "
               Tx-Target-Label ".  Control number "
               Tx-Control-Number " is unchanged."
           DISPLAY X"1B" & "[0m".
       0000-TERMINATE.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *================================================================
      * 1000-INITIALIZE -- OPEN THE SECTION CAPACITY, WAITLIST, AND
      *                     ENROLLMENT MASTERS
      *================================================================
       1000-INITIALIZE.
           OPEN I-O Section-Capacity-File
           IF Tx-Sectcap-Status NOT = "00"
               DISPLAY X"1B" & "[31m"
                   "Unable to open the section capacity file "
                   "(status " Tx-Sectcap-Status ")."
               DISPLAY X"1B" & "[0m"
               STOP RUN
           END-IF
           OPEN I-O Waitlist-File
           IF Tx-Waitl-Status = "35"
               OPEN OUTPUT Waitlist-File
               CLOSE Waitlist-File
               OPEN I-O Waitlist-File
           END-IF
           OPEN I-O Enrollment-Master-File
           IF Tx-Enrlmast-Status = "35"
               OPEN OUTPUT Enrollment-Master-File
               CLOSE Enrollment-Master-File
               OPEN I-O Enrollment-Master-File
           END-IF.
       1000-EXIT.
           EXIT.

      *================================================================
      * 1500-OPERATOR-SIGN-ON -- EVERY MASTER CHANGE IS JOURNALED
      *   WITH WHO MADE IT, SO THE RUN CANNOT START WITHOUT AN
      *   OPERATOR ID AND OFFICE.
      *================================================================
       1500-OPERATOR-SIGN-ON.
           DISPLAY X"1B" & "[2J"
           DISPLAY X"1B" & "[H"
           DISPLAY X"1B" & "[32m" "***SECTION TRANSFER***"
           DISPLAY X"1B" & "[0m" WITH NO ADVANCING
           PERFORM WITH TEST AFTER
                   UNTIL Tx-Operator-Id NOT = SPACES
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT Tx-Operator-Id
           END-PERFORM
           PERFORM WITH TEST AFTER
                   UNTIL Tx-Office-Code NOT = SPACES
               DISPLAY "Office (REGR, BUSN, LIBR, ...): "
                   WITH NO ADVANCING
               ACCEPT Tx-Office-Code
           END-PERFORM.
       1500-EXIT.
           EXIT.

      *================================================================
      * 2000-GET-TRANSFER-REQUEST -- PROMPT FOR THE STUDENT ID, THE
      *   CONTROL NUMBER PRINTED ON THE CERTIFICATE OF REGISTRATION,
      *   AND THE SECTION TO MOVE INTO
      *================================================================
       2000-GET-TRANSFER-REQUEST.
           DISPLAY X"1B" & "[2J"
           DISPLAY X"1B" & "[H"
           DISPLAY X"1B" & "[32m" "***SECTION TRANSFER***"
           DISPLAY X"1B" & "[0m" "Enter the Student ID: "
               WITH NO ADVANCING
           ACCEPT Tx-Student-Id
           MOVE 'N' TO Tx-Ctl-Valid-Sw
           PERFORM WITH TEST AFTER UNTIL Tx-Ctl-Valid
               DISPLAY "Enter the Control Number (14 digits): "
                   WITH NO ADVANCING
               ACCEPT Tx-Ctl-Input
               IF Tx-Ctl-Input IS NUMERIC
                   MOVE Tx-Ctl-Input TO Tx-Control-Number
                   MOVE 'Y' TO Tx-Ctl-Valid-Sw
               ELSE
                   DISPLAY X"1B" & "[31m"
                       "Invalid control number -- digits only."
                   DISPLAY X"1B" & "[0m"
               END-IF
           END-PERFORM
           PERFORM WITH TEST AFTER
                   UNTIL Tx-Target-Section NOT = SPACES
               DISPLAY "Enter the section code to transfer into: "
                   WITH NO ADVANCING
               ACCEPT Tx-Target-Section
           END-PERFORM.
       2000-EXIT.
           EXIT.

      *================================================================
      * 3000-LOCATE-TRANSACTION -- SCAN THE ROSTER FOR THE REQUESTED
      *   CONTROL NUMBER AND STUDENT ID, CAPTURING THE SECTION OR
      *   WAITLIST LINE, THE COURSE AND TERM FOR THE MASTER KEY, ANY
      *   EARLIER TRANSFER (WHICH MOVES THE CURRENT SECTION), AND
      *   WHETHER THE TRANSACTION HAS BEEN DROPPED
      *================================================================
       3000-LOCATE-TRANSACTION.
           MOVE 'N' TO Tx-Found-Sw
           MOVE 'N' TO Tx-Dropped-Sw
           MOVE 'N' TO Tx-Scan-Eof-Sw
           OPEN INPUT Regi-Form
           IF Tx-Regi-Status = "35"
               GO TO 3000-EXIT
           END-IF
           PERFORM 3050-READ-ROSTER-LINE THRU 3050-EXIT
               UNTIL Tx-Scan-Eof
           CLOSE Regi-Form.
       3000-EXIT.
           EXIT.

       3050-READ-ROSTER-LINE.
           READ Regi-Form INTO Tx-Scan-Record
               AT END
                   MOVE 'Y' TO Tx-Scan-Eof-Sw
               NOT AT END
                   PERFORM 3100-EXAMINE-SCAN-LINE THRU 3100-EXIT
           END-READ.
       3050-EXIT.
           EXIT.

       3100-EXAMINE-SCAN-LINE.
           IF Tx-Scan-Control-No NOT = Tx-Control-Number
              OR Tx-Scan-Student-Id NOT = Tx-Student-Id
               GO TO 3100-EXIT
           END-IF
           EVALUATE Tx-Scan-Type
               WHEN "SECTION"
               WHEN "WAITLIST"
                   MOVE 'Y' TO Tx-Found-Sw
                   MOVE Tx-Scan-Type  TO Tx-Slot-Type
                   MOVE Tx-Scan-Code  TO Tx-Section-Code
                   MOVE Tx-Scan-Value TO Tx-Section-Label
               WHEN "TRANSFER"
                   MOVE "SECTION"     TO Tx-Slot-Type
                   MOVE Tx-Scan-Code  TO Tx-Section-Code
                   MOVE SPACES        TO Tx-Section-Label
               WHEN "COURSE"
                   MOVE Tx-Scan-Code  TO Tx-Course-Code
               WHEN "SEMESTER"
                   MOVE Tx-Scan-Code (1:5) TO Tx-Term-Code
               WHEN "DROP"
                   MOVE 'Y' TO Tx-Dropped-Sw
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      *================================================================
      * 3500-TAKE-TARGET-SEAT -- THE TARGET MUST BE ON FILE, ACTIVE,
      *   AND HAVE A SEAT UNDER SC-MAX-SEATS.  THE SEAT IS TAKEN
      *   HERE, BEFORE ANYTHING ELSE CHANGES, SO IT CANNOT BE LOST
      *   TO ANOTHER COUNTER WHILE THE OLD SEAT IS BEING RELEASED.
      *================================================================
       3500-TAKE-TARGET-SEAT.
           MOVE 'N' TO Tx-Seat-Taken-Sw
           MOVE Tx-Target-Section TO SC-Section-Code
           READ Section-Capacity-File
               INVALID KEY
                   DISPLAY " "
                   DISPLAY X"1B" & "[31m"
                       "Section " Tx-Target-Section
                       " is not on the capacity file."
                   DISPLAY X"1B" & "[0m"
                   GO TO 3500-EXIT
           END-READ
           IF SC-Inactive
               DISPLAY " "
               DISPLAY X"1B" & "[31m"
                   "Section " Tx-Target-Section " is inactive -- "
                   "the transfer was refused."
               DISPLAY X"1B" & "[0m"
               GO TO 3500-EXIT
           END-IF
           IF SC-Seats-Taken NOT < SC-Max-Seats
               DISPLAY " "
               DISPLAY X"1B" & "[31m"
                   "Section " SC-Section-Label " is full ("
                   SC-Seats-Taken " of " SC-Max-Seats
                   " seats taken) -- the transfer was refused."
               DISPLAY X"1B" & "[0m"
               GO TO 3500-EXIT
           END-IF
           MOVE SC-Section-Label TO Tx-Target-Label
           ADD 1 TO SC-Seats-Taken
           REWRITE SECTION-CAPACITY-RECORD
           IF Tx-Sectcap-Status NOT = "00"
               DISPLAY " "
               DISPLAY X"1B" & "[31m"
                   "The target seat could not be saved (status "
                   Tx-Sectcap-Status ") -- nothing was transferred."
               DISPLAY X"1B" & "[0m"
               GO TO 3500-EXIT
           END-IF
           MOVE 'Y' TO Tx-Seat-Taken-Sw.
       3500-EXIT.
           EXIT.

      *================================================================
      * 3600-GIVE-BACK-TARGET-SEAT -- THE TRANSFER LINE COULD NOT BE
      *   JOURNALED, SO THE SEAT TAKEN IN 3500 IS RETURNED AND THE
      *   ENROLLMENT STAYS WHERE IT WAS
      *================================================================
       3600-GIVE-BACK-TARGET-SEAT.
           MOVE Tx-Target-Section TO SC-Section-Code
           READ Section-Capacity-File
               INVALID KEY
                   GO TO 3600-EXIT
           END-READ
           IF SC-Seats-Taken > ZERO
               SUBTRACT 1 FROM SC-Seats-Taken
           END-IF
           REWRITE SECTION-CAPACITY-RECORD
           DISPLAY " "
           DISPLAY X"1B" & "[31m"
               "The transfer was NOT made -- the enrollment is "
               "still in section " Tx-Section-Code "."
           DISPLAY X"1B" & "[0m".
       3600-EXIT.
           EXIT.

      *================================================================
      * 4000-WRITE-TRANSFER-LINE -- APPEND THE TRANSFER TO THE ROSTER.
      *   REGI-CODE CARRIES THE NEW SECTION; REGI-VALUE CARRIES THE
      *   SECTION LEFT AND THE KIND OF SLOT IT HELD THERE, SO THE
      *   BATCH JOBS CAN MOVE THE HEAD FROM THE RIGHT COUNT.
      *================================================================
       4000-WRITE-TRANSFER-LINE.
           ACCEPT Tx-Current-Date FROM DATE YYYYMMDD
           ACCEPT Tx-Current-Time FROM TIME
           MOVE SPACES TO Tx-Timestamp
           STRING Tx-Cdt-Yyyy Tx-Cdt-Mm Tx-Cdt-Dd
                  Tx-Cdt-Hh Tx-Cdt-Min Tx-Cdt-Ss
               DELIMITED BY SIZE INTO Tx-Timestamp
           OPEN EXTEND Regi-Form
           IF Tx-Regi-Status NOT = "00"
               DISPLAY " "
               DISPLAY X"1B" & "[31m"
                   "The roster could not be opened (status "
                   Tx-Regi-Status ")."
               DISPLAY X"1B" & "[0m"
               GO TO 4000-EXIT
           END-IF
           MOVE Tx-Control-Number  TO Regi-Control-No
           MOVE Tx-Student-Id      TO Regi-Student-Id
           MOVE Tx-Timestamp       TO Regi-Timestamp
           MOVE "TRANSFER"         TO Regi-Type
           MOVE Tx-Target-Section  TO Regi-Code
           MOVE SPACES             TO Regi-Value
           MOVE Tx-Section-Code    TO Regi-Value (1:10)
           MOVE Tx-Slot-Type       TO Regi-Value (11:10)
           WRITE Regi-Info
           IF Tx-Regi-Status NOT = "00"
               MOVE Tx-Regi-Status TO Tx-Fail-Status
               CLOSE Regi-Form
               MOVE Tx-Fail-Status TO Tx-Regi-Status
               DISPLAY " "
               DISPLAY X"1B" & "[31m"
                   "The transfer line could not be written "
                   "(status " Tx-Fail-Status ")."
               DISPLAY X"1B" & "[0m"
               GO TO 4000-EXIT
           END-IF
           CLOSE Regi-Form.
       4000-EXIT.
           EXIT.

      *================================================================
      * 4500-UPDATE-MASTER-SECTION -- MOVE THE ENROLLMENT'S ROW ON THE
      *   KEYED MASTER TO THE NEW SECTION, SEATED.  THE ROW IS LEFT
      *   ALONE WHEN IT BELONGS TO A NEWER TRANSACTION; THE REBUILD
      *   UTILITY RECONCILES THE MASTER WITH THE JOURNAL WHENEVER THE
      *   TWO FALL OUT OF STEP.
      *================================================================
       4500-UPDATE-MASTER-SECTION.
           MOVE Tx-Student-Id    TO EM-Student-Id
           MOVE Tx-Course-Code   TO EM-Course-Code
           MOVE Tx-Term-Code     TO EM-Term
           READ Enrollment-Master-File
               INVALID KEY
                   DISPLAY " "
                   DISPLAY X"1B" & "[31m"
                       "WARNING: no enrollment master row for this "
                       "transaction -- run the rebuild utility."
                   DISPLAY X"1B" & "[0m"
               NOT INVALID KEY
                   IF EM-Control-No = Tx-Control-Number
                       MOVE Tx-Target-Section TO EM-Section-Code
                       MOVE "SECTION"         TO EM-Slot-Type
                       REWRITE ENROLLMENT-MASTER-RECORD
                       IF Tx-Enrlmast-Status NOT = "00"
                           DISPLAY " "
                           DISPLAY X"1B" & "[31m"
                               "WARNING: the enrollment master row "
                               "could not be moved to the new "
                               "section (status " Tx-Enrlmast-Status
                               ")"
                           DISPLAY X"1B" & "[0m"
                       END-IF
                   END-IF
           END-READ.
       4500-EXIT.
           EXIT.

      *================================================================
      * 5000-RELEASE-OLD-SEAT -- GIVE THE OLD SEAT OR WAITLIST SLOT
      *   BACK TO THE SECTION THE STUDENT LEFT
      *================================================================
       5000-RELEASE-OLD-SEAT.
           MOVE Tx-Section-Code TO SC-Section-Code
           READ Section-Capacity-File
               INVALID KEY
                   DISPLAY " "
                   DISPLAY X"1B" & "[31m"
                       "WARNING: section " Tx-Section-Code
                       " is not on the capacity file -- seat count "
                       "not adjusted."
                   DISPLAY X"1B" & "[0m"
               NOT INVALID KEY
                   MOVE SC-Section-Label TO Tx-Section-Label
                   IF Tx-Slot-Waitlist
                       IF SC-Waitlist-Count > ZERO
                           SUBTRACT 1 FROM SC-Waitlist-Count
                       END-IF
                   ELSE
                       IF SC-Seats-Taken > ZERO
                           SUBTRACT 1 FROM SC-Seats-Taken
                       END-IF
                   END-IF
                   REWRITE SECTION-CAPACITY-RECORD
                   IF Tx-Sectcap-Status NOT = "00"
                       DISPLAY " "
                       DISPLAY X"1B" & "[31m"
                           "WARNING: the old seat release could not "
                           "be saved (status " Tx-Sectcap-Status ")"
                       DISPLAY X"1B" & "[0m"
                   END-IF
           END-READ.
       5000-EXIT.
           EXIT.

      *================================================================
      * 5500-CANCEL-WAITLIST-ENTRY -- A WAITLISTED ENROLLMENT WAS
      *   TRANSFERRED INTO AN OPEN SEAT ELSEWHERE: FLAG ITS OLD QUEUE
      *   ROW CANCELLED SO PROMOTION SKIPS IT
      *================================================================
       5500-CANCEL-WAITLIST-ENTRY.
           MOVE 'N' TO Tx-Queue-Done-Sw
           MOVE Tx-Section-Code TO WL-Section-Code
           MOVE ZERO TO WL-Position
           START Waitlist-File KEY IS NOT LESS THAN WL-Key
               INVALID KEY
                   MOVE 'Y' TO Tx-Queue-Done-Sw
           END-START
           PERFORM 5510-SCAN-FOR-ENTRY THRU 5510-EXIT
               UNTIL Tx-Queue-Done.
       5500-EXIT.
           EXIT.

       5510-SCAN-FOR-ENTRY.
           READ Waitlist-File NEXT
               AT END
                   MOVE 'Y' TO Tx-Queue-Done-Sw
                   GO TO 5510-EXIT
           END-READ
           IF WL-Section-Code NOT = Tx-Section-Code
               MOVE 'Y' TO Tx-Queue-Done-Sw
               GO TO 5510-EXIT
           END-IF
           IF WL-Status-Active
              AND WL-Student-Id = Tx-Student-Id
              AND WL-Control-No = Tx-Control-Number
               MOVE "C" TO WL-Status
               REWRITE WAITLIST-RECORD
               IF Tx-Waitl-Status NOT = "00"
                   DISPLAY " "
                   DISPLAY X"1B" & "[31m"
                       "WARNING: the waitlist row could not be "
                       "cancelled (status " Tx-Waitl-Status ")"
                   DISPLAY X"1B" & "[0m"
               END-IF
               MOVE 'Y' TO Tx-Queue-Done-Sw
           END-IF.
       5510-EXIT.
           EXIT.

      *================================================================
      * 6000-PROMOTE-FROM-WAITLIST -- THE OLD SEAT JUST CAME FREE:
      *   MOVE THE FIRST ACTIVE STUDENT IN THAT SECTION'S QUEUE INTO
      *   IT, EXACTLY AS A DROP DOES.  THE QUEUE ROW IS FLAGGED
      *   PROMOTED, THE SEAT AND WAITLIST COUNTS ARE ADJUSTED, THE
      *   STUDENT'S ROSTER LINE IS FLIPPED FROM WAITLIST TO SECTION,
      *   AND A NOTICE IS PRINTED.
      *================================================================
       6000-PROMOTE-FROM-WAITLIST.
           MOVE 'N' TO Tx-Promote-Sw
           MOVE 'N' TO Tx-Queue-Done-Sw
           MOVE Tx-Section-Code TO WL-Section-Code
           MOVE ZERO TO WL-Position
           START Waitlist-File KEY IS NOT LESS THAN WL-Key
               INVALID KEY
                   MOVE 'Y' TO Tx-Queue-Done-Sw
           END-START
           PERFORM 6010-SCAN-FOR-PROMOTEE THRU 6010-EXIT
               UNTIL Tx-Queue-Done
           IF NOT Tx-Promotee-Found
               GO TO 6000-EXIT
           END-IF
           MOVE "P" TO WL-Status
           REWRITE WAITLIST-RECORD
           IF Tx-Waitl-Status NOT = "00"
               DISPLAY " "
               DISPLAY X"1B" & "[31m"
                   "WARNING: the waitlist row could not be flagged "
                   "promoted (status " Tx-Waitl-Status ")"
               DISPLAY X"1B" & "[0m"
           END-IF
           PERFORM 6100-TAKE-PROMOTED-SEAT THRU 6100-EXIT
           PERFORM 6200-FLIP-ROSTER-LINE THRU 6200-EXIT
           IF Tx-Flip-Ok
               PERFORM 6250-UPDATE-PROMOTED-MASTER THRU 6250-EXIT
           END-IF
           PERFORM 6300-PRINT-PROMOTION-NOTICE THRU 6300-EXIT
           MOVE "PROMOTE"  TO Tx-Audit-Action
           MOVE "WAITLIST" TO Tx-Audit-File
           MOVE SPACES     TO Tx-Audit-Key
           STRING Tx-Promo-Student-Id " " Tx-Section-Code
               DELIMITED BY SIZE INTO Tx-Audit-Key
           MOVE "WAITLIST" TO Tx-Audit-Before
           MOVE SPACES     TO Tx-Audit-After
           STRING "SECTION CTL " Tx-Promo-Control-No
               DELIMITED BY SIZE INTO Tx-Audit-After
           PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT
           DISPLAY " "
           DISPLAY X"1B" & "[32m" "Waitlisted student "
               Tx-Promo-Student-Id " has been promoted into section "
               Tx-Section-Label "."
           DISPLAY X"1B" & "[0m".
       6000-EXIT.
           EXIT.

       6010-SCAN-FOR-PROMOTEE.
           READ Waitlist-File NEXT
               AT END
                   MOVE 'Y' TO Tx-Queue-Done-Sw
                   GO TO 6010-EXIT
           END-READ
           IF WL-Section-Code NOT = Tx-Section-Code
               MOVE 'Y' TO Tx-Queue-Done-Sw
               GO TO 6010-EXIT
           END-IF
           IF WL-Status-Active
               MOVE 'Y' TO Tx-Promote-Sw
               MOVE 'Y' TO Tx-Queue-Done-Sw
               MOVE WL-Student-Id TO Tx-Promo-Student-Id
               MOVE WL-Control-No TO Tx-Promo-Control-No
               MOVE WL-Position   TO Tx-Promo-Position
           END-IF.
       6010-EXIT.
           EXIT.

      *================================================================
      * 6100-TAKE-PROMOTED-SEAT -- THE PROMOTED STUDENT CONSUMES THE
      *   SEAT THE TRANSFER JUST FREED AND LEAVES THE WAITLIST COUNT
      *================================================================
       6100-TAKE-PROMOTED-SEAT.
           MOVE Tx-Section-Code TO SC-Section-Code
           READ Section-Capacity-File
               INVALID KEY
                   GO TO 6100-EXIT
           END-READ
           ADD 1 TO SC-Seats-Taken
           IF SC-Waitlist-Count > ZERO
               SUBTRACT 1 FROM SC-Waitlist-Count
           END-IF
           REWRITE SECTION-CAPACITY-RECORD
           IF Tx-Sectcap-Status NOT = "00"
               DISPLAY " "
               DISPLAY X"1B" & "[31m"
                   "WARNING: the promoted seat could not be saved "
                   "(status " Tx-Sectcap-Status ")"
               DISPLAY X"1B" & "[0m"
           END-IF.
       6100-EXIT.
           EXIT.

      *================================================================
      * 6200-FLIP-ROSTER-LINE -- REWRITE THE ROSTER THROUGH A WORK
      *   FILE, CHANGING THE PROMOTED STUDENT'S WAITLIST LINE TO A
      *   SECTION LINE.  LINE SEQUENTIAL FILES CANNOT BE REWRITTEN IN
      *   PLACE, SO THE WHOLE FILE IS COPIED OUT AND BACK.  THE
      *   ROSTER IS ONLY TRUNCATED FOR THE COPY-BACK AFTER EVERY
      *   WORK-FILE WRITE HAS BEEN VERIFIED.
      *================================================================
       6200-FLIP-ROSTER-LINE.
           MOVE 'Y' TO Tx-Flip-Ok-Sw
           MOVE 'N' TO Tx-Line-Flipped-Sw
           MOVE 'N' TO Tx-Scan-Eof-Sw
           OPEN INPUT Regi-Form
           IF Tx-Regi-Status NOT = "00"
               MOVE 'N' TO Tx-Flip-Ok-Sw
               GO TO 6200-WARN
           END-IF
           OPEN OUTPUT Regi-Work
           IF Tx-Work-Status NOT = "00"
               CLOSE Regi-Form
               MOVE 'N' TO Tx-Flip-Ok-Sw
               GO TO 6200-WARN
           END-IF
           PERFORM 6210-COPY-OUT-ONE-LINE THRU 6210-EXIT
               UNTIL Tx-Scan-Eof
           CLOSE Regi-Form
           CLOSE Regi-Work
           IF NOT Tx-Flip-Ok
               GO TO 6200-WARN
           END-IF
           MOVE 'N' TO Tx-Scan-Eof-Sw
           OPEN INPUT Regi-Work
           IF Tx-Work-Status NOT = "00"
               MOVE 'N' TO Tx-Flip-Ok-Sw
               GO TO 6200-WARN
           END-IF
           OPEN OUTPUT Regi-Form
           IF Tx-Regi-Status NOT = "00"
               MOVE Tx-Regi-Status TO Tx-Fail-Status
               CLOSE Regi-Work
               MOVE 'N' TO Tx-Flip-Ok-Sw
               GO TO 6200-COPYBACK-WARN
           END-IF
           PERFORM 6220-COPY-BACK-ONE-LINE THRU 6220-EXIT
               UNTIL Tx-Scan-Eof
           CLOSE Regi-Work
           CLOSE Regi-Form
           IF NOT Tx-Flip-Ok
               GO TO 6200-COPYBACK-WARN
           END-IF
      *THE COPY SUCCEEDED BUT NO WAITLIST LINE FOR THE PROMOTED
      *TRANSACTION WAS EVER SEEN -- REPORT THE FLIP AS FAILED SO THE
      *MASTER ROW IS LEFT ALONE FOR THE REBUILD UTILITY TO SETTLE.
           IF NOT Tx-Line-Flipped
               MOVE 'N' TO Tx-Flip-Ok-Sw
               DISPLAY " "
               DISPLAY X"1B" & "[31m"
                   "WARNING: no WAITLIST roster line was found for "
                   "the promoted student's transaction -- the "
                   "roster is unchanged.  Check the term archives "
                   "and run the rebuild utility."
               DISPLAY X"1B" & "[0m"
           END-IF
           GO TO 6200-EXIT.
      *THE SPLIT SUCCEEDED BUT THE COPY BACK INTO REGICARD.TXT DID
      *NOT -- POINT THE OPERATOR AT THE INTACT WORK COPY.  THE
      *FAILING STATUS WAS SAVED BEFORE THE CLOSES.
       6200-COPYBACK-WARN.
           DISPLAY " "
           DISPLAY X"1B" & "[31m"
               "SEVERE: the roster copy-back failed (status "
               Tx-Fail-Status ") -- REGICARD.TXT MAY BE INCOMPLETE."
           DISPLAY "The full roster is intact in regiwork.txt -- "
               "restore it over regicard.txt before doing anything "
               "else."
           DISPLAY X"1B" & "[0m"
           GO TO 6200-EXIT.
       6200-WARN.
           DISPLAY " "
           DISPLAY X"1B" & "[31m"
               "WARNING: the roster line could not be flipped to "
               "SECTION (work file status " Tx-Work-Status
               ", roster status " Tx-Regi-Status ") -- "
               "the roster still shows the student as WAITLIST."
           DISPLAY X"1B" & "[0m".
       6200-EXIT.
           EXIT.

       6210-COPY-OUT-ONE-LINE.
           READ Regi-Form INTO Tx-Scan-Record
               AT END
                   MOVE 'Y' TO Tx-Scan-Eof-Sw
                   GO TO 6210-EXIT
           END-READ
           IF Tx-Scan-Control-No = Tx-Promo-Control-No
              AND Tx-Scan-Student-Id = Tx-Promo-Student-Id
               IF Tx-Scan-Type = "WAITLIST"
                   MOVE "SECTION" TO Tx-Scan-Type
                   MOVE 'Y' TO Tx-Line-Flipped-Sw
               END-IF
               IF Tx-Scan-Type = "COURSE"
                   MOVE Tx-Scan-Code TO Tx-Promo-Course-Code
               END-IF
               IF Tx-Scan-Type = "SEMESTER"
                   MOVE Tx-Scan-Code (1:5) TO Tx-Promo-Term-Code
               END-IF
           END-IF
           WRITE Work-Info FROM Tx-Scan-Record
           IF Tx-Work-Status NOT = "00"
               MOVE 'N' TO Tx-Flip-Ok-Sw
               MOVE 'Y' TO Tx-Scan-Eof-Sw
           END-IF.
       6210-EXIT.
           EXIT.

       6220-COPY-BACK-ONE-LINE.
           READ Regi-Work INTO Tx-Scan-Record
               AT END
                   MOVE 'Y' TO Tx-Scan-Eof-Sw
                   GO TO 6220-EXIT
           END-READ
           WRITE Regi-Info FROM Tx-Scan-Record
           IF Tx-Regi-Status NOT = "00"
               MOVE Tx-Regi-Status TO Tx-Fail-Status
               MOVE 'N' TO Tx-Flip-Ok-Sw
               MOVE 'Y' TO Tx-Scan-Eof-Sw
           END-IF.
       6220-EXIT.
           EXIT.

      *================================================================
      * 6250-UPDATE-PROMOTED-MASTER -- THE ROSTER LINE WAS FLIPPED,
      *   SO FLIP THE PROMOTED STUDENT'S ROW ON THE KEYED MASTER
      *   FROM WAITLIST TO SECTION AS WELL
      *================================================================
       6250-UPDATE-PROMOTED-MASTER.
           IF Tx-Promo-Course-Code = SPACES
              OR Tx-Promo-Term-Code = SPACES
               GO TO 6250-EXIT
           END-IF
           MOVE Tx-Promo-Student-Id    TO EM-Student-Id
           MOVE Tx-Promo-Course-Code   TO EM-Course-Code
           MOVE Tx-Promo-Term-Code     TO EM-Term
           READ Enrollment-Master-File
               INVALID KEY
                   GO TO 6250-EXIT
           END-READ
           IF EM-Control-No NOT = Tx-Promo-Control-No
               GO TO 6250-EXIT
           END-IF
           MOVE "SECTION" TO EM-Slot-Type
           REWRITE ENROLLMENT-MASTER-RECORD
           IF Tx-Enrlmast-Status NOT = "00"
               DISPLAY " "
               DISPLAY X"1B" & "[31m"
                   "WARNING: the promoted student's master row could "
                   "not be updated (status " Tx-Enrlmast-Status ")"
               DISPLAY X"1B" & "[0m"
           END-IF.
       6250-EXIT.
           EXIT.

      *================================================================
      * 6300-PRINT-PROMOTION-NOTICE -- APPEND A NOTICE THE OFFICE CAN
      *   HAND TO THE PROMOTED STUDENT
      *================================================================
       6300-PRINT-PROMOTION-NOTICE.
           MOVE SPACES TO Tx-Promo-Student-Name
           MOVE Tx-Promo-Student-Id TO SM-Student-Id
           OPEN INPUT Student-Master-File
           IF Tx-Stumast-Status = "00"
               READ Student-Master-File
                   INVALID KEY
                       MOVE SPACES TO Tx-Promo-Student-Name
                   NOT INVALID KEY
                       MOVE SM-Student-Name TO Tx-Promo-Student-Name
               END-READ
               CLOSE Student-Master-File
           END-IF
           MOVE SPACES TO Tx-Promo-Date-Display
           STRING Tx-Cdt-Mm "/" Tx-Cdt-Dd "/" Tx-Cdt-Yyyy
               DELIMITED BY SIZE INTO Tx-Promo-Date-Display
           OPEN EXTEND Promo-Notice
           IF Tx-Promo-Status = "35"
               OPEN OUTPUT Promo-Notice
               CLOSE Promo-Notice
               OPEN EXTEND Promo-Notice
           END-IF
           MOVE "====================================================
      -    "============"                        TO Promo-Line
           WRITE Promo-Line
           MOVE SPACES TO Promo-Line
           STRING "WAITLIST PROMOTION NOTICE" DELIMITED BY SIZE
               INTO Promo-Line
           WRITE Promo-Line
           MOVE SPACES TO Promo-Line
           STRING "Date         : " Tx-Promo-Date-Display
               DELIMITED BY SIZE INTO Promo-Line
           WRITE Promo-Line
           MOVE SPACES TO Promo-Line
           STRING "Student ID   : " Tx-Promo-Student-Id
               DELIMITED BY SIZE INTO Promo-Line
           WRITE Promo-Line
           MOVE SPACES TO Promo-Line
           STRING "Student Name : " Tx-Promo-Student-Name
               DELIMITED BY SIZE INTO Promo-Line
           WRITE Promo-Line
           MOVE SPACES TO Promo-Line
           STRING "Control No.  : " Tx-Promo-Control-No
               DELIMITED BY SIZE INTO Promo-Line
           WRITE Promo-Line
           MOVE SPACES TO Promo-Line
           STRING "Section      : " Tx-Section-Label
               DELIMITED BY SIZE INTO Promo-Line
           WRITE Promo-Line
           MOVE SPACES TO Promo-Line
           STRING "Queue Pos.   : " Tx-Promo-Position
               DELIMITED BY SIZE INTO Promo-Line
           WRITE Promo-Line
           MOVE SPACES TO Promo-Line
           STRING "A seat has opened and you are now ENROLLED in "
               "this section." DELIMITED BY SIZE INTO Promo-Line
           WRITE Promo-Line
           MOVE "====================================================
      -    "============"                        TO Promo-Line
           WRITE Promo-Line
           CLOSE Promo-Notice.
       6300-EXIT.
           EXIT.

      *================================================================
      * 7000-QUEUE-FOR-REEXPORT -- THE SIS ALREADY HOLDS THIS
      *   ENROLLMENT UNDER ITS OLD SECTION AND THE CONTROL NUMBER IS
      *   BEHIND THE EXPORT CHECKPOINT, SO QUEUE IT FOR THE NEXT SIS
      *   EXPORT TO SEND AGAIN WITH THE NEW SECTION
      *================================================================
       7000-QUEUE-FOR-REEXPORT.
           OPEN EXTEND Reexport-Queue
           IF Tx-Queue-Status = "35"
               OPEN OUTPUT Reexport-Queue
               CLOSE Reexport-Queue
               OPEN EXTEND Reexport-Queue
           END-IF
           IF Tx-Queue-Status NOT = "00"
               DISPLAY " "
               DISPLAY X"1B" & "[31m"
                   "WARNING: the SIS re-export queue could not be "
                   "opened (status " Tx-Queue-Status ") -- send the "
                   "change with a FULL export."
               DISPLAY X"1B" & "[0m"
               GO TO 7000-EXIT
           END-IF
           MOVE Tx-Control-Number TO RQ-Control-No
           MOVE Tx-Student-Id     TO RQ-Student-Id
           WRITE Queue-Record
           CLOSE Reexport-Queue.
       7000-EXIT.
           EXIT.

      *================================================================
      * 8800-WRITE-AUDIT -- APPEND ONE ACTION TO THE AUDIT JOURNAL.
      *   THE CALLER FILLS THE ACTION, FILE, KEY, AND BEFORE/AFTER
      *   FIELDS FIRST.  THE JOURNAL IS OPENED AND CLOSED PER LINE
      *   SO A CRASH NEVER LOSES MORE THAN THE LINE BEING WRITTEN.
      *================================================================
       8800-WRITE-AUDIT.
           ACCEPT Tx-Audit-Date FROM DATE YYYYMMDD
           ACCEPT Tx-Audit-Time FROM TIME
           OPEN EXTEND Audit-File
           IF Tx-Audit-Status = "35"
               OPEN OUTPUT Audit-File
               CLOSE Audit-File
               OPEN EXTEND Audit-File
           END-IF
           IF Tx-Audit-Status NOT = "00"
               DISPLAY "WARNING: the audit journal could not be "
                   "opened (status " Tx-Audit-Status ") -- this "
                   "action was NOT journaled."
               GO TO 8800-EXIT
           END-IF
           MOVE SPACES TO AU-Timestamp
           STRING Tx-Audit-Date Tx-Audit-Time (1:6)
               DELIMITED BY SIZE INTO AU-Timestamp
           MOVE Tx-Operator-Id  TO AU-Operator-Id
           MOVE Tx-Office-Code  TO AU-Office-Code
           MOVE "SECTXFER"      TO AU-Program-Id
           MOVE Tx-Audit-Action TO AU-Action
           MOVE Tx-Audit-File   TO AU-File-Name
           MOVE Tx-Audit-Key    TO AU-Record-Key
           MOVE Tx-Audit-Before TO AU-Before-Image
           MOVE Tx-Audit-After  TO AU-After-Image
           WRITE AUDIT-RECORD
           CLOSE Audit-File
           MOVE SPACES TO Tx-Audit-Key
           MOVE SPACES TO Tx-Audit-Before
           MOVE SPACES TO Tx-Audit-After.
       8800-EXIT.
           EXIT.

      *================================================================
      * 9999-TERMINATE -- CLOSE THE MASTER FILES AND STOP THE RUN
      *================================================================
       9999-TERMINATE.
           CLOSE Section-Capacity-File
           CLOSE Waitlist-File
           CLOSE Enrollment-Master-File
           STOP RUN.
       9999-EXIT.
           EXIT.
