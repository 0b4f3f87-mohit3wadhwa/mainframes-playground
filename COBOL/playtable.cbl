      *                     PLAYSTAT MORNING STATUS SEES THE STEP     *
      *                     RAN - NO FILES FLOW THROUGH HERE, SO      *
      *                     THE COUNTS ARE ZERO                       *
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

           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-PD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARMS
           RECORDING MODE IS F.
           COPY RUNLREC.

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
           COPY PDATREC.

       WORKING-STORAGE SECTION.
           COPY FISCTAB.
           COPY RUNPARM.
           COPY RUNLOGWS.
           COPY PDATEWS.

       01 WS-COUNT     PIC 99 VALUE 00.
       01 WS-EOF-STA   PIC X.
           88 WS-N-EOF VALUE 'N'.

       PROCEDURE DIVISION.
           MOVE 'PLAYTABLE' TO WS-PD-PROGRAM-ID
           PERFORM READ-PROCESSING-DATE
           MOVE 'PLAYTABLE' TO WS-RUNLOG-PROGRAM-ID
           PERFORM WRITE-RUN-LOG-START
           MOVE 'PLAYTABLE' TO WS-PARM-PROGRAM-ID
           COPY PARMPROC.

           COPY RUNLPROC.

           COPY PDATPROC.
