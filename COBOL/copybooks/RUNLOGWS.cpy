      *                             JUST BEFORE STOP RUN               *
      *    USED BY                : PLAYTABLE, PLAYTAB2, PLAYAUDC,     *
      *                             PLAYPEND, PLAYEDIT, PLAYMNT,       *
      *                             PLAYRECN, PLAYBALP, PLAYBALY       *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
      *    2026-09-02  RSM  INITIAL VERSION                            *
      *    2026-10-15  RSM  A CALLER MUST NOW ALSO COPY                *
      *                     PDATEWS/PDATPROC, DECLARE THE PROC-DATE-   *
      *                     FILE AND PERFORM READ-PROCESSING-DATE      *
      *                     BEFORE WRITE-RUN-LOG-START - THE LOG IS    *
      *                     STAMPED WITH THE PROCESSING DATE           *
      ******************************************************************
       01  WS-RUNLOG-PROGRAM-ID        PIC X(09) VALUE SPACES.
       01  WS-RUNLOG-STATUS            PIC XX    VALUE '00'.
