      *                   CHARACTER TERM AND THE MASTER IS KEYED BY
      *                   IT, SO THE FOLD CAPTURES THE TERM INSTEAD
      *                   OF THE SINGLE SEMESTER DIGIT.
      *   10-15-2026 JRA  A SECTION TRANSFER LINE MOVES THE REBUILT
      *                   ROW TO THE NEW SECTION, SEATED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               WHEN Regi-Type-Waitlist
                   MOVE Regi-Code TO Eb-Tr-Section (Eb-Hit-Sub)
                   MOVE "WAITLIST" TO Eb-Tr-Slot (Eb-Hit-Sub)
               WHEN Regi-Type-Transfer
                   MOVE Regi-Code TO Eb-Tr-Section (Eb-Hit-Sub)
                   MOVE "SECTION" TO Eb-Tr-Slot (Eb-Hit-Sub)
               WHEN Regi-Type-Semester
                   MOVE Regi-Code (1:5) TO Eb-Tr-Term (Eb-Hit-Sub)
               WHEN Regi-Type-Qualified
