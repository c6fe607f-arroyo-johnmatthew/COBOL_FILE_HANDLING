      *================================================================
      * ACADEMIC-STANDING
      *   TERM-END BATCH JOB -- WORKS OUT EVERY STUDENT'S TERM AND
      *   CUMULATIVE AVERAGE FROM THE RECORDED FINAL GRADES
      *   (GRADEMAST.DAT) AND CLASSIFIES THEM DEAN'S LIST, GOOD
      *   STANDING, PROBATION, OR DISMISSAL BY THE REGISTRAR'S
      *   STANDING RULES (STNDRULE.TXT).  PROBATION AND DISMISSAL
      *   PLACE A REGR HOLD (REASON PROB OR DISM) ON HOLDMAST.DAT;
      *   A STUDENT BACK IN GOOD STANDING HAS IT RELEASED.  A REGR
      *   HOLD THE REGISTRAR KEYED BY HAND FOR ANY OTHER REASON IS
      *   NEVER TOUCHED -- ONLY PROB AND DISM HOLDS BELONG TO THIS
      *   JOB.  PRINTS THE DEAN'S LIST (DEANLIST.TXT) AND THE
      *   STANDING REPORT PER COURSE (STNDRPT.TXT).  RUN AFTER THE
      *   TERM'S GRADES ARE POSTED; A RERUN RE-EVALUATES THE SAME
      *   TERM AND LEAVES HOLDS ALREADY IN PLACE AS THEY ARE.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Academic-Standing.
       AUTHOR. REGISTRAR-SYSTEMS-UNIT.
       INSTALLATION. CAMPUS-REGISTRAR-OFFICE.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   DATE       BY   DESCRIPTION
      *   ---------- ---- --------------------------------------------
      *   10-15-2026 JRA  FIRST VERSION -- TERM AND CUMULATIVE
      *                   AVERAGES, STANDING CLASSIFICATION, REGR
      *                   HOLD SYNC, DEAN'S LIST, AND THE STANDING
      *                   REPORT PER COURSE.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *RECORDED FINAL GRADES, KEYED BY STUDENT + COURSE + TERM
           SELECT Grade-Master-File ASSIGN TO "grademast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-Key
               FILE STATUS IS As-Grademast-Status.
      *REGISTRATION HOLDS, KEYED BY STUDENT ID AND OFFICE CODE
           SELECT Hold-File ASSIGN TO "holdmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-Key
               FILE STATUS IS As-Hold-Status.
      *STUDENT MASTER, KEYED BY STUDENT ID (FOR NAMES)
           SELECT Student-Master-File ASSIGN TO "studmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-Student-Id
               FILE STATUS IS As-Stumast-Status.
      *COURSE MASTER, KEYED BY COURSE CODE (FOR COURSE NAMES)
           SELECT Course-Master-File ASSIGN TO "crsemast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-Course-Code
               FILE STATUS IS As-Crsemast-Status.
      *ACADEMIC TERM CALENDAR, KEYED BY SCHOOL YEAR + SEMESTER
           SELECT Term-Calendar-File ASSIGN TO "termcal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-Term-Code
               FILE STATUS IS As-Termcal-Status.
      *ACADEMIC STANDING RULES -- ONE RECORD OF THRESHOLDS
           SELECT Standing-Rules-File ASSIGN TO "stndrule.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS As-Stndrule-Status.
      *STANDING REPORT -- EVERY STUDENT EVALUATED, BY COURSE
           SELECT Standing-Report ASSIGN TO "stndrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS As-Report-Status.
      *DEAN'S LIST, BY COURSE
           SELECT Deans-List-Report ASSIGN TO "deanlist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS As-Deans-Status.
      *APPEND-ONLY AUDIT JOURNAL OF EVERY MASTER CHANGE
           SELECT Audit-File ASSIGN TO "auditlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS As-Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Grade-Master-File.
           COPY GRADEREC.
       FD  Hold-File.
           COPY HOLDREC.
       FD  Student-Master-File.
           COPY STUMAST.
       FD  Course-Master-File.
           COPY CRSEMAST.
       FD  Term-Calendar-File.
           COPY TERMCAL.
       FD  Standing-Rules-File.
           COPY STNDRULE.
       FD  Standing-Report.
       01  Standing-Line               PIC X(80).
       FD  Deans-List-Report.
       01  Deans-Line                  PIC X(80).
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
       01  As-Grademast-Status         PIC X(02) VALUE SPACES.
       01  As-Hold-Status              PIC X(02) VALUE SPACES.
       01  As-Stumast-Status           PIC X(02) VALUE SPACES.
       01  As-Crsemast-Status          PIC X(02) VALUE SPACES.
       01  As-Termcal-Status           PIC X(02) VALUE SPACES.
       01  As-Stndrule-Status          PIC X(02) VALUE SPACES.
       01  As-Report-Status            PIC X(02) VALUE SPACES.
       01  As-Deans-Status             PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------
      * SWITCHES
      *----------------------------------------------------------------
       01  As-Eof-Sw                   PIC X VALUE 'N'.
           88  As-Eof                      VALUE 'Y'.
       01  As-Overflow-Sw              PIC X VALUE 'N'.
           88  As-Table-Overflow           VALUE 'Y'.
       01  As-Rules-Sw                 PIC X VALUE 'N'.
           88  As-Rules-On-File            VALUE 'Y'.
       01  As-Stumast-Open-Sw          PIC X VALUE 'N'.
           88  As-Stumast-Open             VALUE 'Y'.
       01  As-Crsemast-Open-Sw         PIC X VALUE 'N'.
           88  As-Crsemast-Open            VALUE 'Y'.

      *----------------------------------------------------------------
      * RUN CONTROL AND THE STANDING RULES IN FORCE
      *----------------------------------------------------------------
       01  As-Today                    PIC 9(08) VALUE ZERO.
       01  As-Term-In                  PIC X(05) VALUE SPACES.
       01  As-Deans-List-Min           PIC 9(03) VALUE ZERO.
       01  As-Deans-Grade-Min          PIC 9(03) VALUE ZERO.
       01  As-Probation-Below          PIC 9(03) VALUE ZERO.
       01  As-Dismissal-Below          PIC 9(03) VALUE ZERO.

      *----------------------------------------------------------------
      * THE STUDENT BEING ACCUMULATED OFF THE GRADE MASTER.  THE
      * MASTER IS KEYED BY STUDENT FIRST, SO EACH STUDENT'S ROWS
      * ARRIVE TOGETHER.  ROWS FOR LATER TERMS ARE IGNORED, SO A
      * RERUN FOR AN OLDER TERM GIVES THE SAME CUMULATIVE AS BEFORE.
      *----------------------------------------------------------------
       01  As-Cur-Id                   PIC X(10) VALUE SPACES.
       01  As-Cur-Course               PIC X(02) VALUE SPACES.
       01  As-Cur-Term-Total           PIC 9(07) VALUE ZERO.
       01  As-Cur-Term-Count           PIC 9(03) VALUE ZERO.
       01  As-Cur-Term-Low             PIC 9(03) VALUE ZERO.
       01  As-Cur-Cum-Total            PIC 9(07) VALUE ZERO.
       01  As-Cur-Cum-Count            PIC 9(04) VALUE ZERO.

      *----------------------------------------------------------------
      * ONE ENTRY PER STUDENT WITH GRADES IN THE TERM -- EVALUATED,
      * THEN PRINTED BY COURSE
      *----------------------------------------------------------------
       01  As-Stu-Count                PIC 9(04) VALUE ZERO.
       01  As-Stu-Sub                  PIC 9(04) VALUE ZERO.
       01  As-Stu-Table.
           05  As-Stu-Entry OCCURS 2000 TIMES.
               10  As-St-Id            PIC X(10).
               10  As-St-Course        PIC X(02).
               10  As-St-Term-Avg      PIC 9(03)V99.
               10  As-St-Cum-Avg       PIC 9(03)V99.
               10  As-St-Term-Low      PIC 9(03).
               10  As-St-Standing      PIC X(01).
                   88  As-St-Deans-List    VALUE "L".
                   88  As-St-Good          VALUE "G".
                   88  As-St-Probation     VALUE "P".
                   88  As-St-Dismissal     VALUE "X".
               10  As-St-Hold-Action   PIC X(10).

      *----------------------------------------------------------------
      * THE COURSES SEEN, KEPT IN COURSE CODE ORDER AS THEY ARE
      * FOUND, WITH THE STANDING COUNTS FOR EACH
      *----------------------------------------------------------------
       01  As-Crs-Count                PIC 9(03) VALUE ZERO.
       01  As-Crs-Sub                  PIC 9(03) VALUE ZERO.
       01  As-Crs-Pos                  PIC 9(03) VALUE ZERO.
       01  As-Crs-Shift                PIC S9(04) VALUE ZERO.
       01  As-Crs-Table.
           05  As-Crs-Entry OCCURS 100 TIMES.
               10  As-Cr-Code          PIC X(02).
               10  As-Cr-Deans         PIC 9(05).
               10  As-Cr-Good          PIC 9(05).
               10  As-Cr-Probation     PIC 9(05).
               10  As-Cr-Dismissal     PIC 9(05).

      *----------------------------------------------------------------
      * HOLD AND PRINT WORK FIELDS
      *----------------------------------------------------------------
       01  As-Reason-Code              PIC X(04) VALUE SPACES.
       01  As-Reason-Text              PIC X(30) VALUE SPACES.
       01  As-Standing-Name            PIC X(13) VALUE SPACES.
       01  As-Student-Name             PIC X(30) VALUE SPACES.
       01  As-Course-Name              PIC X(20) VALUE SPACES.
       01  As-Term-Display             PIC ZZ9.99.
       01  As-Cum-Display              PIC ZZ9.99.
       01  As-Crs-Deans-Printed        PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------
      * RUN TOTALS
      *----------------------------------------------------------------
       01  As-Deans-Count              PIC 9(05) VALUE ZERO.
       01  As-Good-Count               PIC 9(05) VALUE ZERO.
       01  As-Probation-Count          PIC 9(05) VALUE ZERO.
       01  As-Dismissal-Count          PIC 9(05) VALUE ZERO.
       01  As-Placed-Count             PIC 9(05) VALUE ZERO.
       01  As-Changed-Count            PIC 9(05) VALUE ZERO.
       01  As-Released-Count           PIC 9(05) VALUE ZERO.
       01  As-Standing-Count           PIC 9(05) VALUE ZERO.
       01  As-Manual-Count             PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------
      * AUDIT JOURNAL WORK AREA -- THIS IS A BATCH JOB, SO THE LINES
      * CARRY OPERATOR "BATCH" INSTEAD OF A SIGN-ON.
      *----------------------------------------------------------------
       01  As-Audit-Status             PIC X(02) VALUE SPACES.
       01  As-Audit-Action             PIC X(10) VALUE SPACES.
       01  As-Audit-Before             PIC X(40) VALUE SPACES.
       01  As-Audit-After              PIC X(40) VALUE SPACES.
       01  As-Audit-Date               PIC 9(08) VALUE ZERO.
       01  As-Audit-Time               PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-COLLECT-STUDENTS THRU 2000-EXIT.
           PERFORM 3000-EVALUATE-ONE-STUDENT THRU 3000-EXIT
               VARYING As-Stu-Sub FROM 1 BY 1
               UNTIL As-Stu-Sub > As-Stu-Count.
           PERFORM 4000-PRINT-BY-COURSE THRU 4000-EXIT
               VARYING As-Crs-Sub FROM 1 BY 1
               UNTIL As-Crs-Sub > As-Crs-Count.
           PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

      *================================================================
      * 1000-INITIALIZE -- ASK FOR THE TERM JUST ENDED, PICK UP THE
      *   STANDING RULES, AND OPEN THE FILES.  WITHOUT THE RULES OR
      *   THE RECORDED GRADES NOTHING CAN BE CLASSIFIED, SO THE JOB
      *   REFUSES TO RUN.
      *================================================================
       1000-INITIALIZE.
           ACCEPT As-Today FROM DATE YYYYMMDD
           DISPLAY X"1B" & "[2J"
           DISPLAY X"1B" & "[H"
           DISPLAY X"1B" & "[32m" "***TERM-END ACADEMIC STANDING***"
           DISPLAY X"1B" & "[0m"
               "Enter the term just ended (YYYYS, e.g. 20261): "
               WITH NO ADVANCING
           ACCEPT As-Term-In
           IF As-Term-In = SPACES
               DISPLAY "Nothing entered -- standing was not run."
               STOP RUN
           END-IF
           OPEN INPUT Term-Calendar-File
           IF As-Termcal-Status NOT = "00"
               DISPLAY "The term calendar could not be opened (status "
                   As-Termcal-Status ") -- standing was not run."
               STOP RUN
           END-IF
           MOVE As-Term-In TO TC-Term-Code
           READ Term-Calendar-File
               INVALID KEY
                   DISPLAY "Term " As-Term-In " is not on the term "
                       "calendar -- standing was not run."
                   CLOSE Term-Calendar-File
                   STOP RUN
           END-READ
           CLOSE Term-Calendar-File
           PERFORM 1100-READ-RULES THRU 1100-EXIT
           IF NOT As-Rules-On-File
               DISPLAY "No academic standing rules on file -- key "
                   "them on the course/section maintenance screen.  "
                   "Standing was not run."
               STOP RUN
           END-IF
           OPEN INPUT Grade-Master-File
           IF As-Grademast-Status NOT = "00"
               DISPLAY "The grade master could not be opened (status "
                   As-Grademast-Status ") -- post the term's grades "
                   "first.  Standing was not run."
               STOP RUN
           END-IF
           DISPLAY "Dean's List " As-Deans-List-Min " (no grade "
               "below " As-Deans-Grade-Min "), probation below "
               As-Probation-Below ", dismissal below "
               As-Dismissal-Below " cumulative."
           DISPLAY "Proceed? (Y/N): " WITH NO ADVANCING
           ACCEPT User-Choice
           IF User-Choice NOT = "Y" AND User-Choice NOT = "y"
               DISPLAY "Standing was not run."
               CLOSE Grade-Master-File
               STOP RUN
           END-IF
           OPEN I-O Hold-File
           IF As-Hold-Status = "35"
               OPEN OUTPUT Hold-File
               CLOSE Hold-File
               OPEN I-O Hold-File
           END-IF
           IF As-Hold-Status NOT = "00"
               DISPLAY "Unable to open the hold file (status "
                   As-Hold-Status ") -- standing was not run."
               CLOSE Grade-Master-File
               STOP RUN
           END-IF
           OPEN INPUT Student-Master-File
           IF As-Stumast-Status = "00"
               MOVE 'Y' TO As-Stumast-Open-Sw
           END-IF
           OPEN INPUT Course-Master-File
           IF As-Crsemast-Status = "00"
               MOVE 'Y' TO As-Crsemast-Open-Sw
           END-IF
           OPEN OUTPUT Standing-Report
           MOVE SPACES TO Standing-Line
           STRING "ACADEMIC STANDING - TERM " As-Term-In
                  " - RUN " As-Today
               DELIMITED BY SIZE INTO Standing-Line
           WRITE Standing-Line
           MOVE SPACES TO Standing-Line
           STRING "RULES: DEAN'S LIST " As-Deans-List-Min
                  " (NO GRADE BELOW " As-Deans-Grade-Min
                  ")  PROBATION BELOW " As-Probation-Below
                  "  DISMISSAL BELOW " As-Dismissal-Below
               DELIMITED BY SIZE INTO Standing-Line
           WRITE Standing-Line
           MOVE "================================================"
               TO Standing-Line
           WRITE Standing-Line
           OPEN OUTPUT Deans-List-Report
           MOVE SPACES TO Deans-Line
           STRING "DEAN'S LIST - TERM " As-Term-In
                  " - RUN " As-Today
               DELIMITED BY SIZE INTO Deans-Line
           WRITE Deans-Line
           MOVE "================================================"
               TO Deans-Line
           WRITE Deans-Line.
       1000-EXIT.
           EXIT.

      *THE RULES ARE CAPTURED WHILE THE FILE IS STILL OPEN -- THE
      *RECORD AREA IS NOT RELIABLE AFTER CLOSE.
       1100-READ-RULES.
           MOVE 'N' TO As-Rules-Sw
           OPEN INPUT Standing-Rules-File
           IF As-Stndrule-Status NOT = "00"
               GO TO 1100-EXIT
           END-IF
           READ Standing-Rules-File
               AT END
                   CONTINUE
               NOT AT END
                   IF SR-Deans-List-Min IS NUMERIC
                      AND SR-Deans-Grade-Min IS NUMERIC
                      AND SR-Probation-Below IS NUMERIC
                      AND SR-Dismissal-Below IS NUMERIC
                       MOVE SR-Deans-List-Min  TO As-Deans-List-Min
                       MOVE SR-Deans-Grade-Min TO As-Deans-Grade-Min
                       MOVE SR-Probation-Below TO As-Probation-Below
                       MOVE SR-Dismissal-Below TO As-Dismissal-Below
                       MOVE 'Y' TO As-Rules-Sw
                   END-IF
           END-READ
           CLOSE Standing-Rules-File.
       1100-EXIT.
           EXIT.

      *================================================================
      * 2000-COLLECT-STUDENTS -- ONE PASS OVER THE GRADE MASTER,
      *   ACCUMULATING EACH STUDENT'S TERM AND CUMULATIVE GRADES.  A
      *   STUDENT WITH NO GRADE IN THE TERM IS NOT EVALUATED.
      *================================================================
       2000-COLLECT-STUDENTS.
           MOVE 'N' TO As-Eof-Sw
           MOVE SPACES TO As-Cur-Id
           MOVE LOW-VALUES TO GR-Key
           START Grade-Master-File KEY IS NOT LESS THAN GR-Key
               INVALID KEY
                   MOVE 'Y' TO As-Eof-Sw
           END-START
           PERFORM 2100-READ-ONE-GRADE THRU 2100-EXIT
               UNTIL As-Eof
           PERFORM 2200-CLOSE-STUDENT THRU 2200-EXIT
           IF As-Table-Overflow
               MOVE "*** MORE THAN 2000 STUDENTS FOR THE TERM -- THE RE
      -            "ST WERE NOT EVALUATED ***"   TO Standing-Line
               WRITE Standing-Line
           END-IF.
       2000-EXIT.
           EXIT.

       2100-READ-ONE-GRADE.
           READ Grade-Master-File NEXT
               AT END
                   MOVE 'Y' TO As-Eof-Sw
                   GO TO 2100-EXIT
           END-READ
           IF GR-Student-Id NOT = As-Cur-Id
               PERFORM 2200-CLOSE-STUDENT THRU 2200-EXIT
               MOVE GR-Student-Id TO As-Cur-Id
               MOVE SPACES TO As-Cur-Course
               MOVE ZERO   TO As-Cur-Term-Total
               MOVE ZERO   TO As-Cur-Term-Count
               MOVE 999    TO As-Cur-Term-Low
               MOVE ZERO   TO As-Cur-Cum-Total
               MOVE ZERO   TO As-Cur-Cum-Count
           END-IF
           IF GR-Term > As-Term-In
               GO TO 2100-EXIT
           END-IF
           ADD GR-Final-Grade TO As-Cur-Cum-Total
           ADD 1 TO As-Cur-Cum-Count
           IF GR-Term NOT = As-Term-In
               GO TO 2100-EXIT
           END-IF
           ADD GR-Final-Grade TO As-Cur-Term-Total
           ADD 1 TO As-Cur-Term-Count
           IF GR-Final-Grade < As-Cur-Term-Low
               MOVE GR-Final-Grade TO As-Cur-Term-Low
           END-IF
           IF As-Cur-Course = SPACES
               MOVE GR-Course-Code TO As-Cur-Course
           END-IF.
       2100-EXIT.
           EXIT.

       2200-CLOSE-STUDENT.
           IF As-Cur-Id = SPACES OR As-Cur-Term-Count = ZERO
               GO TO 2200-EXIT
           END-IF
           IF As-Stu-Count NOT < 2000
               MOVE 'Y' TO As-Overflow-Sw
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO As-Stu-Count
           MOVE As-Cur-Id      TO As-St-Id (As-Stu-Count)
           MOVE As-Cur-Course  TO As-St-Course (As-Stu-Count)
           MOVE As-Cur-Term-Low TO As-St-Term-Low (As-Stu-Count)
           COMPUTE As-St-Term-Avg (As-Stu-Count) ROUNDED =
               As-Cur-Term-Total / As-Cur-Term-Count
           COMPUTE As-St-Cum-Avg (As-Stu-Count) ROUNDED =
               As-Cur-Cum-Total / As-Cur-Cum-Count
           MOVE SPACES TO As-St-Standing (As-Stu-Count)
           MOVE SPACES TO As-St-Hold-Action (As-Stu-Count)
           PERFORM 2300-ADD-COURSE THRU 2300-EXIT.
       2200-EXIT.
           EXIT.

      *A NEW COURSE IS SLOTTED IN AHEAD OF THE FIRST HIGHER COURSE
      *CODE, SO THE REPORTS PRINT BY COURSE WITHOUT A SORT STEP.  A
      *FULL TABLE ALREADY HOLDS EVERY COURSE IT CAN PRINT.
       2300-ADD-COURSE.
           IF As-Crs-Count NOT < 100
               GO TO 2300-EXIT
           END-IF
           PERFORM 2310-FIND-SLOT THRU 2310-EXIT
               VARYING As-Crs-Pos FROM 1 BY 1
               UNTIL As-Crs-Pos > As-Crs-Count
                  OR As-Cr-Code (As-Crs-Pos) NOT < As-Cur-Course
           IF As-Crs-Pos NOT > As-Crs-Count
               IF As-Cr-Code (As-Crs-Pos) = As-Cur-Course
                   GO TO 2300-EXIT
               END-IF
           END-IF
           PERFORM 2320-SHIFT-ONE-DOWN THRU 2320-EXIT
               VARYING As-Crs-Shift FROM As-Crs-Count BY -1
               UNTIL As-Crs-Shift < As-Crs-Pos
           ADD 1 TO As-Crs-Count
           MOVE As-Cur-Course TO As-Cr-Code (As-Crs-Pos)
           MOVE ZERO TO As-Cr-Deans (As-Crs-Pos)
           MOVE ZERO TO As-Cr-Good (As-Crs-Pos)
           MOVE ZERO TO As-Cr-Probation (As-Crs-Pos)
           MOVE ZERO TO As-Cr-Dismissal (As-Crs-Pos).
       2300-EXIT.
           EXIT.

       2310-FIND-SLOT.
           CONTINUE.
       2310-EXIT.
           EXIT.

       2320-SHIFT-ONE-DOWN.
           MOVE As-Crs-Entry (As-Crs-Shift)
               TO As-Crs-Entry (As-Crs-Shift + 1).
       2320-EXIT.
           EXIT.

      *================================================================
      * 3000-EVALUATE-ONE-STUDENT -- CLASSIFY THE STUDENT, THEN KEEP
      *   THE REGR HOLD IN STEP: PROBATION PLACES A PROB HOLD,
      *   DISMISSAL A DISM HOLD, AND GOOD STANDING OR DEAN'S LIST
      *   RELEASES WHICHEVER OF THE TWO IS STILL ACTIVE.
      *================================================================
       3000-EVALUATE-ONE-STUDENT.
           IF As-St-Cum-Avg (As-Stu-Sub) < As-Dismissal-Below
               MOVE "X" TO As-St-Standing (As-Stu-Sub)
               ADD 1 TO As-Dismissal-Count
               MOVE "DISM" TO As-Reason-Code
               MOVE "Academic dismissal - Registrar" TO As-Reason-Text
               PERFORM 3100-PLACE-REGR-HOLD THRU 3100-EXIT
               GO TO 3000-EXIT
           END-IF
           IF As-St-Term-Avg (As-Stu-Sub) < As-Probation-Below
              OR As-St-Cum-Avg (As-Stu-Sub) < As-Probation-Below
               MOVE "P" TO As-St-Standing (As-Stu-Sub)
               ADD 1 TO As-Probation-Count
               MOVE "PROB" TO As-Reason-Code
               MOVE "Academic probation - Registrar" TO As-Reason-Text
               PERFORM 3100-PLACE-REGR-HOLD THRU 3100-EXIT
               GO TO 3000-EXIT
           END-IF
           IF As-St-Term-Avg (As-Stu-Sub) NOT < As-Deans-List-Min
              AND As-St-Term-Low (As-Stu-Sub) NOT < As-Deans-Grade-Min
               MOVE "L" TO As-St-Standing (As-Stu-Sub)
               ADD 1 TO As-Deans-Count
           ELSE
               MOVE "G" TO As-St-Standing (As-Stu-Sub)
               ADD 1 TO As-Good-Count
           END-IF
           PERFORM 3200-RELEASE-REGR-HOLD THRU 3200-EXIT.
       3000-EXIT.
           EXIT.

      *================================================================
      * 3100-PLACE-REGR-HOLD -- PLACE (OR RE-PLACE) THE STANDING HOLD.
      *   A STUDENT MOVING BETWEEN PROBATION AND DISMISSAL HAS THE
      *   REASON CHANGED ON THE SAME ROW.  A REGR HOLD KEYED BY HAND
      *   FOR ANOTHER REASON ALREADY STOPS THE STUDENT AND IS LEFT
      *   AS THE REGISTRAR KEYED IT.
      *================================================================
       3100-PLACE-REGR-HOLD.
           MOVE As-St-Id (As-Stu-Sub) TO HD-Student-Id
           MOVE "REGR" TO HD-Office-Code
           READ Hold-File
               INVALID KEY
                   MOVE As-St-Id (As-Stu-Sub) TO HD-Student-Id
                   MOVE "REGR" TO HD-Office-Code
                   PERFORM 3150-FILL-HOLD THRU 3150-EXIT
                   MOVE SPACES TO As-Audit-Before
                   WRITE HOLD-RECORD
                   MOVE "PLACED" TO As-St-Hold-Action (As-Stu-Sub)
                   PERFORM 3180-REPORT-HOLD THRU 3180-EXIT
                   GO TO 3100-EXIT
           END-READ
           IF HD-Active AND HD-Reason-Code = As-Reason-Code
               ADD 1 TO As-Standing-Count
               MOVE "HELD" TO As-St-Hold-Action (As-Stu-Sub)
               GO TO 3100-EXIT
           END-IF
           IF HD-Active
              AND HD-Reason-Code NOT = "PROB"
              AND HD-Reason-Code NOT = "DISM"
               ADD 1 TO As-Manual-Count
               MOVE "MANUAL" TO As-St-Hold-Action (As-Stu-Sub)
               GO TO 3100-EXIT
           END-IF
           MOVE SPACES TO As-Audit-Before
           IF HD-Active
               MOVE "CHANGED" TO As-St-Hold-Action (As-Stu-Sub)
               MOVE HD-Reason-Code TO As-Audit-Before
           ELSE
               MOVE "PLACED" TO As-St-Hold-Action (As-Stu-Sub)
           END-IF
           PERFORM 3150-FILL-HOLD THRU 3150-EXIT
           REWRITE HOLD-RECORD
           PERFORM 3180-REPORT-HOLD THRU 3180-EXIT.
       3100-EXIT.
           EXIT.

       3150-FILL-HOLD.
           MOVE As-Reason-Code TO HD-Reason-Code
           MOVE As-Reason-Text TO HD-Reason-Text
           MOVE As-Today       TO HD-Placed-Date
           MOVE ZERO           TO HD-Released-Date
           MOVE "A"            TO HD-Status.
       3150-EXIT.
           EXIT.

       3180-REPORT-HOLD.
           IF As-Hold-Status NOT = "00"
               DISPLAY "WARNING: the REGR hold for "
                   As-St-Id (As-Stu-Sub) " could not be saved "
                   "(status " As-Hold-Status ")"
               MOVE "NOT SAVED" TO As-St-Hold-Action (As-Stu-Sub)
               GO TO 3180-EXIT
           END-IF
           IF As-St-Hold-Action (As-Stu-Sub) = "CHANGED"
               ADD 1 TO As-Changed-Count
               MOVE "CHANGE" TO As-Audit-Action
           ELSE
               ADD 1 TO As-Placed-Count
               MOVE "PLACE"  TO As-Audit-Action
           END-IF
           MOVE As-St-Term-Avg (As-Stu-Sub) TO As-Term-Display
           MOVE As-St-Cum-Avg (As-Stu-Sub)  TO As-Cum-Display
           MOVE SPACES TO As-Audit-After
           STRING As-Reason-Code " TERM " As-Term-In
                  " AVG " As-Term-Display " CUM " As-Cum-Display
               DELIMITED BY SIZE INTO As-Audit-After
           PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT.
       3180-EXIT.
           EXIT.

       3200-RELEASE-REGR-HOLD.
           MOVE As-St-Id (As-Stu-Sub) TO HD-Student-Id
           MOVE "REGR" TO HD-Office-Code
           READ Hold-File
               INVALID KEY
                   GO TO 3200-EXIT
           END-READ
           IF NOT HD-Active
               GO TO 3200-EXIT
           END-IF
           IF HD-Reason-Code NOT = "PROB"
              AND HD-Reason-Code NOT = "DISM"
               GO TO 3200-EXIT
           END-IF
           MOVE HD-Reason-Code TO As-Audit-Before
           MOVE As-Today TO HD-Released-Date
           MOVE "R"      TO HD-Status
           REWRITE HOLD-RECORD
           IF As-Hold-Status NOT = "00"
               DISPLAY "WARNING: the REGR hold for "
                   As-St-Id (As-Stu-Sub) " could not be released "
                   "(status " As-Hold-Status ")"
               MOVE "NOT SAVED" TO As-St-Hold-Action (As-Stu-Sub)
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO As-Released-Count
           MOVE "RELEASED" TO As-St-Hold-Action (As-Stu-Sub)
           MOVE "RELEASE"  TO As-Audit-Action
           MOVE SPACES     TO As-Audit-After
           STRING "GOOD STANDING TERM " As-Term-In
               DELIMITED BY SIZE INTO As-Audit-After
           PERFORM 8800-WRITE-AUDIT THRU 8800-EXIT.
       3200-EXIT.
           EXIT.

      *================================================================
      * 4000-PRINT-BY-COURSE -- ONE COURSE'S STUDENTS ON THE STANDING
      *   REPORT, AND ITS DEAN'S LIST STUDENTS ON THE DEAN'S LIST
      *================================================================
       4000-PRINT-BY-COURSE.
           MOVE SPACES TO As-Course-Name
           IF As-Crsemast-Open
               MOVE As-Cr-Code (As-Crs-Sub) TO CM-Course-Code
               READ Course-Master-File
                   INVALID KEY
                       MOVE SPACES TO As-Course-Name
                   NOT INVALID KEY
                       MOVE CM-Course-Name TO As-Course-Name
               END-READ
           END-IF
           MOVE SPACES TO Standing-Line
           WRITE Standing-Line
           MOVE SPACES TO Standing-Line
           STRING "COURSE " As-Cr-Code (As-Crs-Sub) " "
                  As-Course-Name
               DELIMITED BY SIZE INTO Standing-Line
           WRITE Standing-Line
           MOVE "STUDENT ID NAME                       TERM     CUM  ST
      -        "ANDING      HOLD"                  TO Standing-Line
           WRITE Standing-Line
           MOVE ZERO TO As-Crs-Deans-Printed
           PERFORM 4100-PRINT-ONE-STUDENT THRU 4100-EXIT
               VARYING As-Stu-Sub FROM 1 BY 1
               UNTIL As-Stu-Sub > As-Stu-Count
           MOVE SPACES TO Standing-Line
           STRING "  DEAN'S LIST " As-Cr-Deans (As-Crs-Sub)
                  "  GOOD " As-Cr-Good (As-Crs-Sub)
                  "  PROBATION " As-Cr-Probation (As-Crs-Sub)
                  "  DISMISSAL " As-Cr-Dismissal (As-Crs-Sub)
               DELIMITED BY SIZE INTO Standing-Line
           WRITE Standing-Line.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-STUDENT.
           IF As-St-Course (As-Stu-Sub) NOT = As-Cr-Code (As-Crs-Sub)
               GO TO 4100-EXIT
           END-IF
           MOVE SPACES TO As-Student-Name
           IF As-Stumast-Open
               MOVE As-St-Id (As-Stu-Sub) TO SM-Student-Id
               READ Student-Master-File
                   INVALID KEY
                       MOVE SPACES TO As-Student-Name
                   NOT INVALID KEY
                       MOVE SM-Student-Name TO As-Student-Name
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN As-St-Deans-List (As-Stu-Sub)
                   MOVE "DEAN'S LIST"   TO As-Standing-Name
                   ADD 1 TO As-Cr-Deans (As-Crs-Sub)
               WHEN As-St-Good (As-Stu-Sub)
                   MOVE "GOOD STANDING" TO As-Standing-Name
                   ADD 1 TO As-Cr-Good (As-Crs-Sub)
               WHEN As-St-Probation (As-Stu-Sub)
                   MOVE "PROBATION"     TO As-Standing-Name
                   ADD 1 TO As-Cr-Probation (As-Crs-Sub)
               WHEN OTHER
                   MOVE "DISMISSAL"     TO As-Standing-Name
                   ADD 1 TO As-Cr-Dismissal (As-Crs-Sub)
           END-EVALUATE
           MOVE As-St-Term-Avg (As-Stu-Sub) TO As-Term-Display
           MOVE As-St-Cum-Avg (As-Stu-Sub)  TO As-Cum-Display
           MOVE SPACES TO Standing-Line
           STRING As-St-Id (As-Stu-Sub) " " As-Student-Name (1:24)
                  " " As-Term-Display " " As-Cum-Display "  "
                  As-Standing-Name " " As-St-Hold-Action (As-Stu-Sub)
               DELIMITED BY SIZE INTO Standing-Line
           WRITE Standing-Line
           IF NOT As-St-Deans-List (As-Stu-Sub)
               GO TO 4100-EXIT
           END-IF
           IF As-Crs-Deans-Printed = ZERO
               MOVE SPACES TO Deans-Line
               WRITE Deans-Line
               MOVE SPACES TO Deans-Line
               STRING "COURSE " As-Cr-Code (As-Crs-Sub) " "
                      As-Course-Name
                   DELIMITED BY SIZE INTO Deans-Line
               WRITE Deans-Line
           END-IF
           ADD 1 TO As-Crs-Deans-Printed
           MOVE SPACES TO Deans-Line
           STRING "  " As-St-Id (As-Stu-Sub) "  " As-Student-Name
                  "  " As-Term-Display
               DELIMITED BY SIZE INTO Deans-Line
           WRITE Deans-Line.
       4100-EXIT.
           EXIT.

      *================================================================
      * 5000-PRINT-TOTALS -- CLOSE BOTH REPORTS WITH THE RUN COUNTS
      *================================================================
       5000-PRINT-TOTALS.
           MOVE SPACES TO Standing-Line
           WRITE Standing-Line
           MOVE "================================================"
               TO Standing-Line
           WRITE Standing-Line
           MOVE SPACES TO Standing-Line
           STRING "STUDENTS EVALUATED : " As-Stu-Count
               DELIMITED BY SIZE INTO Standing-Line
           WRITE Standing-Line
           MOVE SPACES TO Standing-Line
           STRING "DEAN'S LIST        : " As-Deans-Count
               DELIMITED BY SIZE INTO Standing-Line
           WRITE Standing-Line
           MOVE SPACES TO Standing-Line
           STRING "GOOD STANDING      : " As-Good-Count
               DELIMITED BY SIZE INTO Standing-Line
           WRITE Standing-Line
           MOVE SPACES TO Standing-Line
           STRING "PROBATION          : " As-Probation-Count
               DELIMITED BY SIZE INTO Standing-Line
           WRITE Standing-Line
           MOVE SPACES TO Standing-Line
           STRING "DISMISSAL          : " As-Dismissal-Count
               DELIMITED BY SIZE INTO Standing-Line
           WRITE Standing-Line
           MOVE SPACES TO Standing-Line
           STRING "REGR HOLDS PLACED  : " As-Placed-Count
               DELIMITED BY SIZE INTO Standing-Line
           WRITE Standing-Line
           MOVE SPACES TO Standing-Line
           STRING "REGR HOLDS CHANGED : " As-Changed-Count
               DELIMITED BY SIZE INTO Standing-Line
           WRITE Standing-Line
           MOVE SPACES TO Standing-Line
           STRING "REGR HOLDS RELEASED: " As-Released-Count
               DELIMITED BY SIZE INTO Standing-Line
           WRITE Standing-Line
           MOVE SPACES TO Standing-Line
           STRING "STILL HELD         : " As-Standing-Count
               DELIMITED BY SIZE INTO Standing-Line
           WRITE Standing-Line
           IF As-Manual-Count > ZERO
               MOVE SPACES TO Standing-Line
               STRING "MANUAL REGR HOLD KEPT (NOT CHANGED): "
                      As-Manual-Count
                   DELIMITED BY SIZE INTO Standing-Line
               WRITE Standing-Line
           END-IF
           MOVE SPACES TO Deans-Line
           WRITE Deans-Line
           MOVE SPACES TO Deans-Line
           STRING "STUDENTS ON THE DEAN'S LIST: " As-Deans-Count
               DELIMITED BY SIZE INTO Deans-Line
           WRITE Deans-Line
           DISPLAY "Standing complete for term " As-Term-In ": "
               As-Deans-Count " Dean's List, " As-Probation-Count
               " probation, " As-Dismissal-Count " dismissal."
           DISPLAY "Reports written to stndrpt.txt and deanlist.txt".
       5000-EXIT.
           EXIT.

      *================================================================
      * 8800-WRITE-AUDIT -- APPEND ONE HOLD ACTION TO THE AUDIT
      *   JOURNAL UNDER OPERATOR "BATCH".  THE JOURNAL IS OPENED AND
      *   CLOSED PER LINE SO A CRASH NEVER LOSES MORE THAN THE LINE
      *   BEING WRITTEN.
      *================================================================
       8800-WRITE-AUDIT.
           ACCEPT As-Audit-Date FROM DATE YYYYMMDD
           ACCEPT As-Audit-Time FROM TIME
           OPEN EXTEND Audit-File
           IF As-Audit-Status = "35"
               OPEN OUTPUT Audit-File
               CLOSE Audit-File
               OPEN EXTEND Audit-File
           END-IF
           IF As-Audit-Status NOT = "00"
               DISPLAY "WARNING: the audit journal could not be "
                   "opened (status " As-Audit-Status ") -- this "
                   "action was NOT journaled."
               GO TO 8800-EXIT
           END-IF
           MOVE SPACES TO AU-Timestamp
           STRING As-Audit-Date As-Audit-Time (1:6)
               DELIMITED BY SIZE INTO AU-Timestamp
           MOVE "BATCH"          TO AU-Operator-Id
           MOVE "REGR"           TO AU-Office-Code
           MOVE "ACADSTND"       TO AU-Program-Id
           MOVE As-Audit-Action  TO AU-Action
           MOVE "HOLDMAST"       TO AU-File-Name
           MOVE SPACES           TO AU-Record-Key
           STRING As-St-Id (As-Stu-Sub) " REGR"
               DELIMITED BY SIZE INTO AU-Record-Key
           MOVE As-Audit-Before  TO AU-Before-Image
           MOVE As-Audit-After   TO AU-After-Image
           WRITE AUDIT-RECORD
           CLOSE Audit-File
           MOVE SPACES TO As-Audit-Before
           MOVE SPACES TO As-Audit-After.
       8800-EXIT.
           EXIT.

      *================================================================
      * 9999-TERMINATE -- CLOSE THE FILES AND STOP THE RUN
      *================================================================
       9999-TERMINATE.
           CLOSE Grade-Master-File
           CLOSE Hold-File
           IF As-Stumast-Open
               CLOSE Student-Master-File
           END-IF
           IF As-Crsemast-Open
               CLOSE Course-Master-File
           END-IF
           CLOSE Standing-Report
           CLOSE Deans-List-Report
           STOP RUN.
       9999-EXIT.
           EXIT.
