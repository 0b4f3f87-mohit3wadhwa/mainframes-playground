      ******************************************************************
      *    COPYBOOK NAME          : PDATEWS                            *
      *    DESCRIPTION            : WORKING FIELDS FOR THE BUSINESS    *
      *                             PROCESSING-DATE READER IN          *
      *                             PDATPROC.  BUILT IN THE RUNPARM/   *
      *                             PARMPROC MOULD: COPY THIS INTO     *
      *                             WORKING-STORAGE AND PDATPROC INTO  *
      *                             THE PROCEDURE DIVISION.  THE       *
      *                             CALLER MUST ALSO DECLARE THE       *
      *                             PROC-DATE-FILE (SELECT ... ASSIGN  *
      *                             TO PROCDATE, FILE STATUS           *
      *                             WS-PD-STATUS, FD COPYING PDATREC), *
      *                             MOVE ITS PROGRAM NAME TO           *
      *                             WS-PD-PROGRAM-ID AND PERFORM       *
      *                             READ-PROCESSING-DATE BEFORE ANY    *
      *                             OTHER WORK - INCLUDING THE         *
      *                             WRITE-RUN-LOG-START, WHICH STAMPS  *
      *                             THE LOG WITH WS-PD-BUS-DATE        *
      *    USED BY                : PLAYTABLE, PLAYTAB2, PLAYAUDC,     *
      *                             PLAYPEND, PLAYEDIT, PLAYMNT,       *
      *                             PLAYRECN, PLAYBALP, PLAYBALY,      *
      *                             PLAYPURG, PLAYQUAL, PLAYSTAT,      *
      *                             PLAYSUMM, PLAYICMT, PLAYROLL       *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
      *    2026-10-15  RSM  INITIAL VERSION                            *
      ******************************************************************
       01  WS-PD-PROGRAM-ID            PIC X(09) VALUE SPACES.
       01  WS-PD-STATUS                PIC XX    VALUE '00'.
       01  WS-PD-BUS-DATE              PIC 9(08) VALUE ZERO.
       01  WS-PD-PRIOR-DATE            PIC 9(08) VALUE ZERO.
       01  WS-PD-NEXT-DATE             PIC 9(08) VALUE ZERO.
       01  WS-PD-ERROR-MSG             PIC X(40) VALUE SPACES.
