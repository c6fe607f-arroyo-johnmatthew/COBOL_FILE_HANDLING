      * SEAT-RECONCILIATION
      *   NIGHTLY BATCH JOB -- RECOMPUTES EACH SECTION'S TRUE SEATED
      *   AND WAITLISTED HEADCOUNT FROM THE ROSTER (SECTION AND
      *   WAITLIST LINES, MOVED BY TRANSFERS, NET OF DROPS) AND
      *   COMPARES THEM TO THE SC-SEATS-TAKEN / SC-WAITLIST-COUNT
      *   COUNTERS ON SECTCAP.DAT.
      *   THE COUNTERS ARE ONLY EVER INCREMENTED BY THE REGISTRATION
      *   PROGRAM, AND A FAILED REWRITE THERE ONLY DISPLAYS A WARNING
      *   AND MOVES ON, SO AFTER A CRASH OR BAD WRITE THEY DRIFT FROM
      *                   EXCEPTION REPORT OF EVERY COUNTER
      *                   DISCREPANCY, AND AN OPTIONAL CORRECTION
      *                   MODE THAT REPAIRS THE COUNTERS.
      *   10-15-2026 JRA  SECTION TRANSFER LINES ARE NOW COUNTED: THE
      *                   HEAD MOVES FROM THE SECTION LEFT (SEATED OR
      *                   WAITLIST, AS THE LINE SAYS) TO A SEAT IN THE
      *                   NEW SECTION.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88  Sr-Line-Dropped             VALUE 'Y'.
       01  Sr-Sec-Found-Sw             PIC X VALUE 'N'.
           88  Sr-Sec-Found                VALUE 'Y'.
       01  Sr-Xfer-Found-Sw            PIC X VALUE 'N'.
           88  Sr-Xfer-Found               VALUE 'Y'.
       01  Sr-Correct-Sw               PIC X VALUE 'N'.
           88  Sr-Correct-Mode             VALUE 'Y'.

      *----------------------------------------------------------------
       01  Sr-Command-Line             PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------
      * SECTION LEFT AND SLOT HELD THERE, FROM A TRANSFER LINE
      *----------------------------------------------------------------
       01  Sr-Xfer-From-Code           PIC X(10) VALUE SPACES.
       01  Sr-Xfer-From-Slot           PIC X(10) VALUE SPACES.
           88  Sr-Xfer-From-Waitlist       VALUE "WAITLIST".

      *----------------------------------------------------------------
      * SECTION TABLE -- ONE ROW PER SECTCAP.DAT RECORD, WITH THE
      * FILE'S COUNTERS AND THE ROSTER'S RECOUNTED TRUTH SIDE BY SIDE
                       MOVE 'Y' TO Sr-Eof-Sw
                   NOT AT END
                       IF Regi-Type-Section OR Regi-Type-Waitlist
                          OR Regi-Type-Transfer
                           PERFORM 3100-TALLY-ROSTER-LINE
                               THRU 3100-EXIT
                       END-IF
           IF Sr-Line-Dropped
               GO TO 3100-EXIT
           END-IF
           IF Regi-Type-Transfer
               PERFORM 3400-TALLY-TRANSFER THRU 3400-EXIT
           END-IF
           MOVE 'N' TO Sr-Sec-Found-Sw
           PERFORM 3300-TALLY-SECTION-MATCH THRU 3300-EXIT
               VARYING Sr-Sec-Sub FROM 1 BY 1
       3300-EXIT.
           EXIT.

      *================================================================
      * 3400-TALLY-TRANSFER -- A TRANSFER TAKES THE HEAD OUT OF THE
      *   SECTION LEFT, FROM THE SLOT NAMED IN REGI-VALUE.  THE SEAT
      *   IN THE NEW SECTION (REGI-CODE) IS THEN COUNTED BY 3300
      *   LIKE ANY SECTION LINE.  THE TRANSFER LINE ALWAYS FOLLOWS
      *   THE LINE IT SUPERSEDES, SO THE OLD HEAD IS ALREADY COUNTED.
      *================================================================
       3400-TALLY-TRANSFER.
           MOVE Regi-Value (1:10)  TO Sr-Xfer-From-Code
           MOVE Regi-Value (11:10) TO Sr-Xfer-From-Slot
           MOVE 'N' TO Sr-Xfer-Found-Sw
           PERFORM 3410-UNTALLY-SECTION-LEFT THRU 3410-EXIT
               VARYING Sr-Sec-Sub FROM 1 BY 1
               UNTIL Sr-Sec-Sub > Sr-Sec-Count OR Sr-Xfer-Found.
       3400-EXIT.
           EXIT.

       3410-UNTALLY-SECTION-LEFT.
           IF Sr-Sec-Code (Sr-Sec-Sub) = Sr-Xfer-From-Code
               MOVE 'Y' TO Sr-Xfer-Found-Sw
               IF Sr-Xfer-From-Waitlist
                   IF Sr-True-Waitl (Sr-Sec-Sub) > ZERO
                       SUBTRACT 1 FROM Sr-True-Waitl (Sr-Sec-Sub)
                   END-IF
               ELSE
                   IF Sr-True-Seated (Sr-Sec-Sub) > ZERO
                       SUBTRACT 1 FROM Sr-True-Seated (Sr-Sec-Sub)
                   END-IF
               END-IF
           END-IF.
       3410-EXIT.
           EXIT.

      *================================================================
      * 4000-COMPARE-AND-REPORT -- PRINT THE EXCEPTION REPORT AND, IN
      *   CORRECTION MODE, REWRITE EVERY DISCREPANT COUNTER PAIR
