      *                     WEEKLY SCHEDULER SURFACES IT.  FIX THE     *
      *                     WORST FINDINGS WITH COMPTRAN CHANGE        *
      *                     CARDS THROUGH THE NORMAL MAINTENANCE RUN   *
      *    2026-10-15  RSM  THE DQ01 EXPIRY CHECK NOW COMPARES AGAINST *
      *                     THE BUSINESS PROCESSING DATE               *
      *                     (PDATREC/PDATEWS/PDATPROC COPYBOOKS, DD    *
      *                     PROCDATE) RATHER THAN THE MACHINE DATE     *
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
       FD  COMPANY-MASTER
           RECORDING MODE IS F.
       01  QUALITY-REPORT-LINE         PIC X(132).

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
           COPY PDATREC.

       WORKING-STORAGE SECTION.
           COPY PDATEWS.

       01  WS-FILE-STATUSES.
           05  WS-CM-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-RP-FILE-STATUS       PIC XX VALUE '00'.
           .

       1000-INITIALIZE.
           MOVE 'PLAYQUAL' TO WS-PD-PROGRAM-ID
           PERFORM READ-PROCESSING-DATE
           MOVE WS-PD-BUS-DATE TO WS-RUN-DATE
           OPEN INPUT  COMPANY-MASTER
           IF WS-CM-FILE-STATUS NOT = '00'
               MOVE 'COMPANY-MASTER' TO WS-ABEND-FILE-ID
           .
       9800-EXIT.
           EXIT.

           COPY PDATPROC.
