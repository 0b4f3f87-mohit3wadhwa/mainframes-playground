      *                     AUDIT TRAIL THE EXTERNAL AUDITORS ASK      *
      *                     FOR - THE AUDITLOG ONLY SHOWS PLAYTAB2     *
      *                     LISTING RUNS                               *
      *    2026-10-14  RSM  EACH CHANGE LINE NOW SHOWS WHO KEYED AND   *
      *                     WHO APPROVED THE CARD (MNTHREC GREW TO     *
      *                     350 BYTES).  BLANK IDS ARE CHANGES MADE    *
      *                     BEFORE KEYER/APPROVER CONTROL              *
      *    2026-10-14  RSM  PRINTS THE NEW REINSTATE ACTION (R) AS     *
      *                     REINST                                     *
      *    2026-10-15  RSM  PRINTS THE NEW MERGE / RENUMBER ACTION (M) *
      *                     AS MERGE, WITH THE SURVIVOR CODE THE       *
      *                     COMPANY WAS MERGED INTO ON THE END OF THE  *
      *                     CHANGE LINE                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
       FD  MAINT-HISTORY
           RECORDING MODE IS F
           RECORD CONTAINS 350 CHARACTERS.
           COPY MNTHREC.

       FD  HISTORY-REQUEST
               10  CL-RT-SS            PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CL-ACTION               PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE 'KEYED BY '.
           05  CL-KEYER-ID             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'APPROVED BY '.
           05  CL-APPROVER-ID          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CL-MERGE-NOTE.
               10  CL-MERGE-TAG        PIC X(12).
               10  CL-SURVIVOR-CODE    PIC X(06).

       01  WS-IMAGE-LINE.
           05  FILLER                  PIC X(09) VALUE SPACES.
           MOVE MH-RUN-TIME(1:2) TO CL-RT-HH
           MOVE MH-RUN-TIME(3:2) TO CL-RT-MM
           MOVE MH-RUN-TIME(5:2) TO CL-RT-SS
           MOVE MH-KEYER-ID      TO CL-KEYER-ID
           MOVE MH-APPROVER-ID   TO CL-APPROVER-ID
           MOVE SPACES           TO CL-MERGE-NOTE
           EVALUATE TRUE
               WHEN MH-ACTION-ADD
                   MOVE 'ADD'     TO CL-ACTION
                   MOVE 'CHANGE'  TO CL-ACTION
               WHEN MH-ACTION-DELETE
                   MOVE 'DELETE'  TO CL-ACTION
               WHEN MH-ACTION-REINSTATE
                   MOVE 'REINST'  TO CL-ACTION
               WHEN MH-ACTION-MERGE
                   MOVE 'MERGE'   TO CL-ACTION
                   MOVE 'MERGED INTO '   TO CL-MERGE-TAG
                   MOVE MH-SURVIVOR-CODE TO CL-SURVIVOR-CODE
               WHEN OTHER
                   MOVE MH-ACTION-CD TO CL-ACTION
           END-EVALUATE
