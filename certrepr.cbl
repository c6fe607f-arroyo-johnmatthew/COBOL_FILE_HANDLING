      *                   END-OF-DAY BATCH MODE WITHOUT THE MENU
      *                   PROMPT, SO THE NIGHTLY BATCH DRIVER CAN
      *                   RUN THIS PROGRAM UNATTENDED.
      *   10-15-2026 JRA  A SECTION TRANSFER LINE REPLACES THE
      *                   CERTIFICATE'S SECTION WITH THE NEW SECTION
      *                   CODE, MARKED TRANSFERRED; LIKE A DROP, IT
      *                   NEVER OPENS A CERTIFICATE OF ITS OWN.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               VARYING Cp-Trans-Sub FROM 1 BY 1
               UNTIL Cp-Trans-Sub > Cp-Trans-Count OR Cp-Trans-Found
           IF NOT Cp-Trans-Found
      *A DROP OR TRANSFER LINE ONLY FLAGS OR AMENDS A CERTIFICATE
      *ALREADY BEING REPRINTED; IT NEVER OPENS ONE OF ITS OWN (IN
      *BATCH MODE A DROP OR TRANSFER OF AN OLDER ENROLLMENT WOULD
      *OTHERWISE PRINT AN EMPTY CERTIFICATE).
               IF Regi-Type-Drop OR Regi-Type-Transfer
                   GO TO 3100-EXIT
               END-IF
               IF Cp-Trans-Count < 200
                   MOVE Regi-Value TO Cp-Tr-Course (Cp-Hit-Sub)
               WHEN Regi-Type-Section OR Regi-Type-Waitlist
                   MOVE Regi-Value TO Cp-Tr-Section (Cp-Hit-Sub)
               WHEN Regi-Type-Transfer
                   MOVE SPACES TO Cp-Tr-Section (Cp-Hit-Sub)
                   STRING Regi-Code DELIMITED BY SPACE
                          " - TRANSFERRED" DELIMITED BY SIZE
                       INTO Cp-Tr-Section (Cp-Hit-Sub)
               WHEN Regi-Type-Semester
                   MOVE Regi-Value TO Cp-Tr-Semester (Cp-Hit-Sub)
               WHEN Regi-Type-Qualified
