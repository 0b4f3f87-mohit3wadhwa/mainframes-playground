      *                             MEANS THE STEP DIED MID-FLIGHT     *
      *    USED BY                : PLAYTABLE, PLAYTAB2, PLAYAUDC,     *
      *                             PLAYPEND, PLAYEDIT, PLAYMNT,       *
      *                             PLAYRECN, PLAYSTAT, PLAYBALP,      *
      *                             PLAYBALY                           *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
      *                     RECORDS READ, PLAYRECN IN = TRANS PLUS     *
      *                     RECYCLED SUSPENSE AND OUT = MATCHED PLUS   *
      *                     CLEARED PLUS CARRIED PLUS STALE            *
      *    2026-10-15  RSM  RL-RUN-DATE IS NOW THE BUSINESS PROCESSING *
      *                     DATE FROM PROCDATE (SEE PDATREC) - THE     *
      *                     NIGHT THE RUN BELONGS TO - RATHER THAN THE *
      *                     MACHINE DATE; RL-RUN-TIME STAYS THE        *
      *                     MACHINE TIME                               *
      ******************************************************************
       01  RUN-LOG-RECORD.
           05  RL-PROGRAM-ID               PIC X(09).
