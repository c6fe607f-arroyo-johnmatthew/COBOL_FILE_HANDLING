      *                   WIDENED ENROLLMENT MASTER KEY -- SO A
      *                   SLIPPED CUTOVER CAN NO LONGER SWEEP UP A
      *                   NEW YEAR'S SEMESTER 1 WITH THE OLD ONE.
      *   10-15-2026 JRA  SECTION TRANSFER LINES GET THEIR OWN
      *                   BALANCING SLOT.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      *----------------------------------------------------------------
      * BALANCING COUNTS -- READ / ARCHIVED / RETAINED, IN TOTAL AND
      * PER REGI-TYPE (THE LAST SLOT CATCHES UNRECOGNIZED TYPES)
      *----------------------------------------------------------------
       01  Ta-Read-Count               PIC 9(06) VALUE ZERO.
       01  Ta-Arch-Count               PIC 9(06) VALUE ZERO.
           05  FILLER PIC X(10) VALUE "SISACCEPT".
           05  FILLER PIC X(10) VALUE "SISREJECT".
           05  FILLER PIC X(10) VALUE "ASSESS".
           05  FILLER PIC X(10) VALUE "TRANSFER".
           05  FILLER PIC X(10) VALUE "(OTHER)".
       01  Ta-Type-Name-Table REDEFINES Ta-Type-Names.
           05  Ta-Type-Name OCCURS 12 TIMES PIC X(10).
       01  Ta-Type-Counts.
           05  Ta-Type-Count-Entry OCCURS 12 TIMES.
               10  Ta-Type-Arch        PIC 9(06) VALUE ZERO.
               10  Ta-Type-Kept        PIC 9(06) VALUE ZERO.

               WHEN Regi-Type-Sisaccept  MOVE 8  TO Ta-Type-Sub
               WHEN Regi-Type-Sisreject  MOVE 9  TO Ta-Type-Sub
               WHEN Regi-Type-Assess     MOVE 10 TO Ta-Type-Sub
               WHEN Regi-Type-Transfer   MOVE 11 TO Ta-Type-Sub
               WHEN OTHER                MOVE 12 TO Ta-Type-Sub
           END-EVALUATE.
       4200-EXIT.
           EXIT.
           WRITE Bal-Line
           PERFORM 7100-PRINT-TYPE-LINE THRU 7100-EXIT
               VARYING Ta-Type-Sub FROM 1 BY 1
               UNTIL Ta-Type-Sub > 12
           MOVE SPACES TO Bal-Line
           WRITE Bal-Line
           MOVE Ta-Read-Count TO Ta-Count-Display
