      *================================================================
      * ADMITREC.CPY -- ADMISSIONS BLOCK ENROLLMENT RECORD LAYOUT
      *   ONE LINE PER ADMITTED STUDENT AND COURSE ON THE FILE THE
      *   ADMISSIONS OFFICE HANDS OVER EACH FIRST SEMESTER (LINE
      *   SEQUENTIAL), NAMING THE PROGRAM AND BLOCK SECTION ALREADY
      *   DECIDED FOR THE STUDENT.  THE BLOCK ENROLLMENT JOB COMMITS
      *   EACH LINE UNDER THE SAME RULES AS THE ONLINE REGISTRATION
      *   PROGRAM.  THE TERM IS THE FULL SCHOOL YEAR + SEMESTER CODE
      *   (E.G. 20261) AS ON THE TERM CALENDAR.
      *================================================================
       01  ADMISSIONS-RECORD.
           05  AD-STUDENT-ID           PIC X(10).
           05  AD-COURSE-CODE          PIC X(02).
           05  AD-SECTION-CODE         PIC X(10).
           05  AD-TERM.
               10  AD-SCHOOL-YEAR      PIC X(04).
               10  AD-SEMESTER-CODE    PIC X(01).
