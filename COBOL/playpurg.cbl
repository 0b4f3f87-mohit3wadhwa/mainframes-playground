      *                     REWRITTEN MASTER'S CONTROL RECORDS WRITE  *
      *                     IT ZERO AND THE CONTROL FILLER NARROWED   *
      *                     FROM 119 TO 106 BYTES                     *
      *    2026-10-15  RSM  THE RETENTION AGE IS MEASURED UP TO THE    *
      *                     BUSINESS PROCESSING DATE                   *
      *                     (PDATREC/PDATEWS/PDATPROC COPYBOOKS, DD    *
      *                     PROCDATE) RATHER THAN THE MACHINE DATE.    *
      *                     RETENTION STAYS IN CALENDAR DAYS           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-PR-FILE-STATUS.

           SELECT PROC-DATE-FILE      ASSIGN TO PROCDATE
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-PD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-MASTER
           RECORDING MODE IS F.
       01  PURGE-REPORT-LINE           PIC X(80).

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
           COPY PDATREC.

       WORKING-STORAGE SECTION.
           COPY PDATEWS.
           COPY DATESER.

       01  WS-FILE-STATUSES.
           .

       1000-INITIALIZE.
           MOVE 'PLAYPURG' TO WS-PD-PROGRAM-ID
           PERFORM READ-PROCESSING-DATE
           MOVE WS-PD-BUS-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-DS-DATE
           PERFORM CALC-DAY-SERIAL
           MOVE WS-DS-SERIAL TO WS-TODAY-SERIAL
           EXIT.

           COPY DATECALC.

           COPY PDATPROC.
