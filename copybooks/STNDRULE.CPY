      *================================================================
      * STNDRULE.CPY -- ACADEMIC STANDING RULES RECORD LAYOUT
      *   ONE-RECORD FILE (STNDRULE.TXT) HOLDING THE THRESHOLDS THE
      *   TERM-END STANDING JOB CLASSIFIES STUDENTS BY, MAINTAINED BY
      *   THE REGISTRAR FROM THE COURSE/SECTION MAINTENANCE PROGRAM.
      *   AVERAGES ARE ON THE SAME 0-100 SCALE AS GR-FINAL-GRADE.
      *     DEAN'S LIST  TERM AVERAGE AT OR ABOVE SR-DEANS-LIST-MIN
      *                  WITH NO TERM GRADE BELOW SR-DEANS-GRADE-MIN
      *     DISMISSAL    CUMULATIVE AVERAGE BELOW SR-DISMISSAL-BELOW
      *     PROBATION    TERM OR CUMULATIVE AVERAGE BELOW
      *                  SR-PROBATION-BELOW
      *     GOOD STANDING  EVERYONE ELSE
      *   THE STANDING JOB WILL NOT RUN WITHOUT THIS RECORD -- A
      *   HOLD IS NEVER PLACED ON A GUESSED THRESHOLD.
      *================================================================
       01  STANDING-RULES-RECORD.
           05  SR-DEANS-LIST-MIN       PIC 9(03).
           05  SR-DEANS-GRADE-MIN      PIC 9(03).
           05  SR-PROBATION-BELOW      PIC 9(03).
           05  SR-DISMISSAL-BELOW      PIC 9(03).
           05  SR-UPDATED-BY           PIC X(08).
           05  SR-UPDATED-DATE         PIC 9(08).
