      *================================================================
      * GRANTMST.CPY -- SCHOLARSHIP AND DISCOUNT GRANT RECORD LAYOUT
      *   ONE ROW PER STUDENT AND TERM ON GRANTMST.DAT, KEYED BY
      *   STUDENT ID + THE FIVE-CHARACTER TERM CODE, MAINTAINED BY
      *   THE BUSINESS OFFICE FROM THE CASHIER POSTING PROGRAM.  THE
      *   REGISTRATION PROGRAM APPLIES THE GRANT WHEN IT ASSESSES
      *   EACH ENROLLMENT FOR THE TERM AND PRINTS IT AS ITS OWN LINE
      *   ON THE STATEMENT OF ACCOUNT; EM-ASSESSED-AMT CARRIES THE
      *   AMOUNT NET OF THE GRANT.
      *   A PERCENTAGE GRANT TAKES GT-PERCENT OF EACH ENROLLMENT'S
      *   TUITION (COVERAGE "T") OR TUITION PLUS MISCELLANEOUS FEES
      *   (COVERAGE "A").  A FIXED GRANT IS A TERM ALLOWANCE:
      *   GT-AMOUNT-USED RUNS UP AS ENROLLMENTS ARE ASSESSED, AND NO
      *   ENROLLMENT IS DISCOUNTED PAST WHAT IS LEFT OF GT-FIXED-AMT.
      *   AN ACADEMIC SCHOLAR'S GRANT CARRIES THE MINIMUM TERM
      *   AVERAGE THE TERM-END RENEWAL JOB CHECKS THE STUDENT'S
      *   RECORDED GRADES AGAINST BEFORE CARRYING IT TO THE NEXT
      *   TERM.  A LAPSED GRANT ("L") IS KEPT FOR THE RECORD AND IS
      *   NEVER APPLIED.
      *================================================================
       01  GRANT-RECORD.
           05  GT-KEY.
               10  GT-STUDENT-ID       PIC X(10).
               10  GT-TERM             PIC X(05).
           05  GT-GRANT-TYPE           PIC X(01).
               88  GT-ACADEMIC-SCHOLAR     VALUE "S".
               88  GT-EMPLOYEE-DEPENDENT   VALUE "E".
               88  GT-SIBLING-DISCOUNT     VALUE "B".
               88  GT-OTHER-GRANT          VALUE "O".
           05  GT-GRANT-NAME           PIC X(15).
           05  GT-BASIS                PIC X(01).
               88  GT-PERCENTAGE           VALUE "P".
               88  GT-FIXED-AMOUNT         VALUE "F".
           05  GT-PERCENT              PIC 9(03).
           05  GT-FIXED-AMT            PIC 9(07)V99.
           05  GT-AMOUNT-USED          PIC 9(07)V99.
           05  GT-COVERAGE             PIC X(01).
               88  GT-TUITION-ONLY         VALUE "T".
               88  GT-TUITION-AND-FEES     VALUE "A".
           05  GT-MIN-AVERAGE          PIC 9(03).
           05  GT-STATUS               PIC X(01).
               88  GT-ACTIVE               VALUE "A".
               88  GT-LAPSED               VALUE "L".
           05  GT-UPDATED-BY           PIC X(08).
           05  GT-UPDATED-DATE         PIC 9(08).
