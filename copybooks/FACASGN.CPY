      *================================================================
      * FACASGN.CPY -- INSTRUCTOR-TO-SECTION ASSIGNMENT RECORD LAYOUT
      *   ONE ROW PER TERM AND SECTION ON SECTASGN.DAT, KEYED BY THE
      *   FIVE-CHARACTER TERM CODE + SECTION CODE, NAMING THE
      *   INSTRUCTOR WHO TEACHES THE SECTION THAT TERM.  MAINTAINED
      *   FROM THE COURSE/SECTION MAINTENANCE PROGRAM, WHOSE EDIT
      *   REFUSES TO PUT ONE INSTRUCTOR IN TWO SECTIONS THAT MEET AT
      *   OVERLAPPING TIMES ON A SHARED DAY (THE SAME TEST THE ROOM
      *   CLASH CHECK MAKES ON SECTSCHD.DAT).  THE CLASS LIST PRINTS
      *   THE CURRENT TERM'S INSTRUCTOR; THE FACULTY LOAD REPORT
      *   TOTALS EACH INSTRUCTOR'S SECTIONS FOR A TERM.
      *================================================================
       01  SECTION-ASSIGNMENT-RECORD.
           05  FA-KEY.
               10  FA-TERM             PIC X(05).
               10  FA-SECTION-CODE     PIC X(10).
           05  FA-FACULTY-ID           PIC X(08).
           05  FA-ASSIGNED-BY          PIC X(08).
           05  FA-ASSIGNED-DATE        PIC 9(08).
