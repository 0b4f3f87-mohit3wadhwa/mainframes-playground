      *                     RUNLOGWS/RUNLPROC COPYBOOKS) WITH THE     *
      *                     MASTER-RECORDS-READ AND COMPANIES-LISTED  *
      *                     COUNTS FOR THE PLAYSTAT MORNING STATUS    *
      *    2026-10-15  RSM  READS THE BUSINESS PROCESSING DATE         *
      *                     (PDATREC/PDATEWS/PDATPROC COPYBOOKS, DD    *
      *                     PROCDATE) BEFORE ITS START RECORD. THE RUN *
      *                     LOG, THE LISTING HEADING AND THE AUDIT LOG *
      *                     RUN DATE ARE NOW THE DATE OF THE NIGHT     *
      *                     BEING PROCESSED RATHER THAN THE MACHINE    *
      *                     DATE; THE TIME STAYS THE MACHINE TIME      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-RUNLOG-STATUS.

           SELECT PROC-DATE-FILE  ASSIGN TO PROCDATE
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-PD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-MASTER
           RECORDING MODE IS F.
           COPY RUNLREC.

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
           COPY PDATREC.

       WORKING-STORAGE SECTION.
           COPY COMPTAB.
           COPY RUNPARM.
           COPY RUNLOGWS.
           COPY PDATEWS.

       01  WS-COUNT                        PIC 9(03) VALUE ZERO.
       01  WS-EOF-STA                      PIC X VALUE 'N'.
           05  TL-TOTAL-COUNT              PIC ZZ9.

       PROCEDURE DIVISION.
           MOVE 'PLAYTAB2' TO WS-PD-PROGRAM-ID
           PERFORM READ-PROCESSING-DATE
           MOVE 'PLAYTAB2' TO WS-RUNLOG-PROGRAM-ID
           PERFORM WRITE-RUN-LOG-START
           MOVE 'PLAYTAB2' TO WS-PARM-PROGRAM-ID
           .

       PREPARE-RUN-DATE-TIME.
           MOVE WS-PD-BUS-DATE TO WS-CURR-DATE
           ACCEPT WS-CURR-TIME FROM TIME
           MOVE WS-CD-MM   TO WS-RD-MM
           MOVE WS-CD-DD   TO WS-RD-DD
           COPY PARMPROC.

           COPY RUNLPROC.

           COPY PDATPROC.
