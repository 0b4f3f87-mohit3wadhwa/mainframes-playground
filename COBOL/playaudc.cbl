      *                     RUNLOGWS/RUNLPROC COPYBOOKS) SO THE       *
      *                     PLAYSTAT MORNING STATUS SEES THE STEP     *
      *                     RAN AND WITH WHAT RETURN CODE             *
      *    2026-10-15  RSM  READS THE BUSINESS PROCESSING DATE         *
      *                     (PDATREC/PDATEWS/PDATPROC COPYBOOKS, DD    *
      *                     PROCDATE) BEFORE ITS START RECORD, SO THE  *
      *                     RUN LOG CARRIES THE DATE OF THE NIGHT      *
      *                     BEING PROCESSED RATHER THAN THE MACHINE    *
      *                     DATE                                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-RUNLOG-STATUS.

           SELECT PROC-DATE-FILE      ASSIGN TO PROCDATE
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-PD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-CURRENT
           RECORDING MODE IS F.
           COPY RUNLREC.

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
           COPY PDATREC.

       WORKING-STORAGE SECTION.
           COPY RUNLOGWS.
           COPY PDATEWS.

       01  WS-FILE-STATUSES.
           05  WS-AC-FILE-STATUS       PIC XX VALUE '00'.
      *    0000-MAINLINE                                                *
      ******************************************************************
       0000-MAINLINE.
           MOVE 'PLAYAUDC' TO WS-PD-PROGRAM-ID
           PERFORM READ-PROCESSING-DATE
           MOVE 'PLAYAUDC' TO WS-RUNLOG-PROGRAM-ID
           PERFORM WRITE-RUN-LOG-START
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           EXIT.

           COPY RUNLPROC.

           COPY PDATPROC.
