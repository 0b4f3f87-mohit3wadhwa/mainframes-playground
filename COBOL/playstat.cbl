      *                     ITS INPUT.  EACH STREAM GETS AN IN         *
      *                     BALANCE / OUT OF BALANCE VERDICT AND ANY   *
      *                     BAD VERDICT ENDS THE RUN RC=8              *
      *    2026-10-15  RSM  THE STATUS PAGE IS DATED WITH THE BUSINESS *
      *                     PROCESSING DATE (PDATREC/PDATEWS/PDATPROC  *
      *                     COPYBOOKS, DD PROCDATE), THE DATE THE      *
      *                     STEPS NOW STAMP ON THE RUN LOG. A CLEAN    *
      *                     VERDICT IS WHAT LETS THE PLAYDATE ROLL     *
      *                     THAT FOLLOWS IN PLAYSTAJ MOVE THE DATE ON  *
      *    2026-10-15  RSM  PLAYBALP, THE NIGHTLY BALANCE POSTING STEP *
      *                     OF PLAYRECJ, ADDED TO THE EXPECTED STEPS - *
      *                     IT WRITES THE RUN LOG BUT A FAILED POSTING *
      *                     NEVER SHOWED ON THE MORNING STATUS         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-RP-FILE-STATUS.

           SELECT PROC-DATE-FILE     ASSIGN TO PROCDATE
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-PD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG
           RECORDING MODE IS F.
       01  STATUS-REPORT-LINE          PIC X(80).

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
           COPY PDATREC.

       WORKING-STORAGE SECTION.
           COPY PDATEWS.

       01  WS-FILE-STATUSES.
           05  WS-RL-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-RP-FILE-STATUS       PIC XX VALUE '00'.
           05  FILLER                  PIC X(09) VALUE 'PLAYTAB2'.
           05  FILLER                  PIC X(09) VALUE 'PLAYAUDC'.
           05  FILLER                  PIC X(09) VALUE 'PLAYRECN'.
           05  FILLER                  PIC X(09) VALUE 'PLAYBALP'.
       01  FILLER REDEFINES WS-EXPECTED-VALUES.
           05  WS-EXPECTED-ID          PIC X(09) OCCURS 8 TIMES.

       01  WS-SUB                      PIC 9(03) VALUE ZERO.
       01  WS-FIND-ID                  PIC X(09) VALUE SPACES.
           .

       1000-INITIALIZE.
           MOVE 'PLAYSTAT' TO WS-PD-PROGRAM-ID
           PERFORM READ-PROCESSING-DATE
           MOVE WS-PD-BUS-DATE TO WS-RUN-DATE
           OPEN INPUT  RUN-LOG
           IF WS-RL-FILE-STATUS NOT = '00'
               MOVE 'RUN-LOG'            TO WS-ABEND-FILE-ID
           WRITE STATUS-REPORT-LINE FROM WS-STEP-HEADING
           PERFORM 2100-REPORT-ONE-STEP THRU 2100-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 8
           MOVE SPACES TO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-LINE
           .
           .
       9999-EXIT.
           EXIT.

           COPY PDATPROC.
