      *================================================================
      * FACMAST.CPY -- FACULTY MASTER RECORD LAYOUT
      *   ONE ROW PER INSTRUCTOR ON FACMAST.DAT, KEYED BY FACULTY
      *   ID, MAINTAINED FROM THE COURSE/SECTION MAINTENANCE
      *   PROGRAM.  FM-MAX-LOAD IS THE INSTRUCTOR'S REGULAR LOAD IN
      *   WEEKLY CONTACT HOURS; THE FACULTY LOAD REPORT FLAGS ANY
      *   TERM LOAD ABOVE IT AS OVERLOAD.  A DEACTIVATED INSTRUCTOR
      *   STAYS ON FILE (OLD ASSIGNMENTS STILL NAME THEM) BUT CAN NO
      *   LONGER BE ASSIGNED A SECTION.
      *================================================================
       01  FACULTY-MASTER-RECORD.
           05  FM-FACULTY-ID           PIC X(08).
           05  FM-FACULTY-NAME         PIC X(30).
           05  FM-DEPARTMENT           PIC X(10).
           05  FM-MAX-LOAD             PIC 9(02).
           05  FM-STATUS               PIC X(01).
               88  FM-ACTIVE               VALUE "A".
               88  FM-INACTIVE             VALUE "I".
