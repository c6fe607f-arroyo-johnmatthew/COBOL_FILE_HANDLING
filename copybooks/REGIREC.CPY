      *   REGI-CODE, AND IN REGI-VALUE THE KIND OF SLOT RELEASED
      *   ("SECTION" OR "WAITLIST") SO THE BATCH JOBS CAN NET THE
      *   DROP AGAINST THE RIGHT HEADCOUNT.
      *   THE COMMIT INTEGRITY CHECK BACKS OUT A HALF-WRITTEN
      *   COMMIT WITH THE SAME KIND OF DROP LINE, THE SLOT KIND IN
      *   POSITIONS 1-10 OF REGI-VALUE AND "BACKED OUT" IN POSITIONS
      *   11-20 (REGI-CODE IS BLANK WHEN THE SECTION WAS NEVER
      *   JOURNALED).
      *   A SEMESTER LINE'S REGI-CODE CARRIES THE FULL FIVE-
      *   CHARACTER TERM (SCHOOL YEAR + SEMESTER DIGIT, E.G.
      *   "20261") FROM THE TERM CALENDAR, SO THE ARCHIVE SELECTION
      *   IT CARRIES THE COURSE CODE IN REGI-CODE AND, IN THE FIRST
      *   NINE POSITIONS OF REGI-VALUE, THE TOTAL TUITION AND FEES
      *   ASSESSED IN CENTAVOS (ZONED, NO DECIMAL POINT) SO THE
      *   MASTER REBUILD CAN RESTORE EM-ASSESSED-AMT.  THE TOTAL IS
      *   NET OF ANY SCHOLARSHIP OR DISCOUNT GRANT; POSITIONS 10-18
      *   CARRY THE GRANT DEDUCTED, ALSO IN CENTAVOS, AND POSITION
      *   19 THE GRANT TYPE (BLANK WHEN NO GRANT APPLIED).  THE BATCH
      *   JOBS IGNORE THIS LINE TYPE WHEN COUNTING HEADS.
      *   A SISACCEPT OR SISREJECT LINE IS APPENDED WHEN THE SIS
      *   ACKNOWLEDGMENT FOR THE TRANSACTION IS PROCESSED.  IT
      *   PROCESSING TIMESTAMP, AND THE SIS REASON TEXT IN
      *   REGI-VALUE.  THE BATCH JOBS IGNORE THESE LINE TYPES WHEN
      *   COUNTING HEADS OR REBUILDING TRANSACTIONS.
      *   A TRANSFER LINE IS APPENDED WHEN STAFF MOVE AN ENROLLMENT
      *   TO ANOTHER SECTION WITHOUT A DROP AND RE-ENROLL.  IT
      *   CARRIES THE ORIGINAL CONTROL NUMBER AND STUDENT ID, THE
      *   TRANSFER TIMESTAMP, THE NEW SECTION CODE IN REGI-CODE, AND
      *   IN REGI-VALUE THE SECTION LEFT (POSITIONS 1-10) AND THE
      *   KIND OF SLOT IT HELD THERE ("SECTION" OR "WAITLIST",
      *   POSITIONS 11-20).  THE STUDENT ALWAYS LANDS SEATED IN THE
      *   NEW SECTION.  A LATER TRANSFER OF THE SAME TRANSACTION
      *   SUPERSEDES AN EARLIER ONE, SO THE LAST TRANSFER LINE NAMES
      *   THE CURRENT SECTION.
      *================================================================
       01  REGI-INFO.
           05  REGI-CONTROL-NO         PIC 9(14).
               88  REGI-TYPE-ASSESS        VALUE "ASSESS".
               88  REGI-TYPE-SISACCEPT     VALUE "SISACCEPT".
               88  REGI-TYPE-SISREJECT     VALUE "SISREJECT".
               88  REGI-TYPE-TRANSFER      VALUE "TRANSFER".
           05  REGI-CODE               PIC X(10).
           05  REGI-VALUE              PIC X(30).
