      ******************************************************************
      *    COPYBOOK NAME          : PDATPROC                           *
      *    DESCRIPTION            : PROCEDURE DIVISION PARAGRAPHS      *
      *                             THAT READ THE BUSINESS PROCESSING  *
      *                             DATE FROM DD PROCDATE INTO         *
      *                             WS-PD-BUS-DATE.  THE CALLING       *
      *                             PROGRAM MUST ALSO COPY PDATEWS     *
      *                             INTO WORKING-STORAGE AND DECLARE   *
      *                             THE PROC-DATE-FILE - SEE THE       *
      *                             PDATEWS COPYBOOK HEADER            *
      *    USED BY                : PLAYTABLE, PLAYTAB2, PLAYAUDC,     *
      *                             PLAYPEND, PLAYEDIT, PLAYMNT,       *
      *                             PLAYRECN, PLAYBALP, PLAYBALY,      *
      *                             PLAYPURG, PLAYQUAL, PLAYSTAT,      *
      *                             PLAYSUMM, PLAYICMT, PLAYROLL       *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
      *    2026-10-15  RSM  INITIAL VERSION - UNLIKE RUNPARM THERE IS  *
      *                     NO COMPILED DEFAULT TO FALL BACK ON: A     *
      *                     MISSING, EMPTY OR DAMAGED PROCDATE RECORD  *
      *                     ABENDS THE STEP RC=16 RATHER THAN LET A    *
      *                     NIGHT RUN ON A GUESSED DATE                *
      ******************************************************************
       READ-PROCESSING-DATE.
           OPEN INPUT PROC-DATE-FILE
           IF WS-PD-STATUS NOT = '00'
               DISPLAY WS-PD-PROGRAM-ID
                       ' - UNABLE TO OPEN PROCESSING DATE FILE - '
                       'FILE STATUS = ' WS-PD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PROC-DATE-FILE
               AT END
                   MOVE 'PROCDATE FILE IS EMPTY' TO WS-PD-ERROR-MSG
                   PERFORM PROCESSING-DATE-ERROR
           END-READ
           IF NOT PD-RECORD-ID-OK
               MOVE 'RECORD ID IS NOT PROCDATE' TO WS-PD-ERROR-MSG
               PERFORM PROCESSING-DATE-ERROR
           END-IF
           IF PD-BUSINESS-DATE NOT NUMERIC
                   OR PD-PRIOR-BUS-DATE NOT NUMERIC
                   OR PD-NEXT-BUS-DATE NOT NUMERIC
               MOVE 'DATES NOT NUMERIC' TO WS-PD-ERROR-MSG
               PERFORM PROCESSING-DATE-ERROR
           END-IF
           IF PD-BUSINESS-DATE = ZERO
                   OR PD-NEXT-BUS-DATE NOT > PD-BUSINESS-DATE
               MOVE 'NEXT BUSINESS DATE NOT AFTER CURRENT'
                       TO WS-PD-ERROR-MSG
               PERFORM PROCESSING-DATE-ERROR
           END-IF
           MOVE PD-BUSINESS-DATE  TO WS-PD-BUS-DATE
           MOVE PD-PRIOR-BUS-DATE TO WS-PD-PRIOR-DATE
           MOVE PD-NEXT-BUS-DATE  TO WS-PD-NEXT-DATE
           CLOSE PROC-DATE-FILE
           DISPLAY WS-PD-PROGRAM-ID ' - PROCESSING DATE '
                   WS-PD-BUS-DATE ' - NEXT BUSINESS DATE '
                   WS-PD-NEXT-DATE
           .

       PROCESSING-DATE-ERROR.
           DISPLAY WS-PD-PROGRAM-ID ' - PROCDATE ERROR - '
                   WS-PD-ERROR-MSG
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
