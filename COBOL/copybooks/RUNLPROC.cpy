      *                             RUNLOGWS COPYBOOK HEADER           *
      *    USED BY                : PLAYTABLE, PLAYTAB2, PLAYAUDC,     *
      *                             PLAYPEND, PLAYEDIT, PLAYMNT,       *
      *                             PLAYRECN, PLAYBALP, PLAYBALY       *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
      *                     FOR PLAYSTAT TO FLAG.  A LOG THAT CANNOT  *
      *                     BE OPENED ABENDS THE STEP - A NIGHT       *
      *                     WITHOUT ITS LOG CANNOT BE BALANCED        *
      *    2026-10-15  RSM  THE LOG RECORD'S RUN DATE IS NOW THE       *
      *                     BUSINESS PROCESSING DATE (WS-PD-BUS-DATE   *
      *                     FROM PDATEWS/PDATPROC) RATHER THAN THE     *
      *                     MACHINE DATE, SO A NIGHT RERUN THE NEXT    *
      *                     MORNING LOGS AS THE NIGHT IT IS. THE TIME  *
      *                     STAYS THE MACHINE TIME                     *
      ******************************************************************
       WRITE-RUN-LOG-START.
           MOVE 'S' TO WS-RUNLOG-ENTRY-TYPE-X
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PD-BUS-DATE TO WS-RUNLOG-DATE
           ACCEPT WS-RUNLOG-TIME FROM TIME
           MOVE SPACES                 TO RUN-LOG-RECORD
           MOVE WS-RUNLOG-PROGRAM-ID   TO RL-PROGRAM-ID
