      *                             AND DECLARE THE RUN-PARMS FILE -   *
      *                             SEE THE RUNPARM COPYBOOK HEADER    *
      *    USED BY                : PLAYTABLE, PLAYTAB2, PLAYMNT,      *
      *                             PLAYRECN, PLAYSUMM, PLAYBALP,      *
      *                             PLAYBALY, PLAYICMT                 *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
      *    2026-08-22  RSM  INITIAL VERSION                            *
      *    2026-09-02  RSM  ADDED THE RECON-MATCH-MODE KEYWORD         *
      *                     (RANDOM/SORTED) FOR PLAYRECN               *
      *    2026-10-15  RSM  ADDED THE IC-AMOUNT-TOLERANCE AND IC-DATE- *
      *                     TOLERANCE KEYWORDS FOR PLAYICMT            *
      ******************************************************************
       PROCESS-RUN-PARMS.
           OPEN INPUT RUN-PARMS
                       END-IF
                       MOVE WS-PARM-VALUE(1:6)
                               TO WS-PARM-RECON-MODE
                   WHEN 'IC-AMOUNT-TOLERANCE'
                       PERFORM PARSE-PARM-NUMBER
                       IF WS-PARM-NUM-BAD
                           PERFORM RUN-PARM-VALUE-ERROR
                       END-IF
                       MOVE WS-PARM-NUM-VALUE TO WS-PARM-IC-AMT-TOL
                   WHEN 'IC-DATE-TOLERANCE'
                       PERFORM PARSE-PARM-NUMBER
                       IF WS-PARM-NUM-BAD
                               OR WS-PARM-NUM-VALUE > 999
                           PERFORM RUN-PARM-VALUE-ERROR
                       END-IF
                       MOVE WS-PARM-NUM-VALUE TO WS-PARM-IC-DATE-TOL
                   WHEN OTHER
                       DISPLAY WS-PARM-PROGRAM-ID
                               ' - INVALID RUN PARM KEYWORD: '
                       DISPLAY 'VALID KEYWORDS: PAGE-SIZE '
                               'TABLE-LIMIT FISCAL-START-MONTH '
                               'SUSPENSE-CUTOFF-DAYS REPORT-TITLE '
                               'RECON-MATCH-MODE IC-AMOUNT-TOLERANCE '
                               'IC-DATE-TOLERANCE'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
