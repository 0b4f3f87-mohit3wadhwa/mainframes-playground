      ******************************************************************
      *    COPYBOOK NAME          : OPERREC                            *
      *    DESCRIPTION            : OPERATOR AUTHORITY RECORD - ONE    *
      *                             RECORD PER OPERATOR ID ALLOWED TO  *
      *                             KEY OR APPROVE COMPANY             *
      *                             MAINTENANCE CARDS, WITH THE        *
      *                             OPERATOR'S AUTHORITY LEVEL.  THE   *
      *                             FILE IS SEQUENTIAL WITH CTLREC     *
      *                             HEADER/TRAILER CONTROL RECORDS     *
      *                             (FILE ID OPERAUTH); THE 80-BYTE    *
      *                             LRECL COPIES THE CONTROL RECORD    *
      *                             WITH REPLACING ==X(01)== BY        *
      *                             ==X(36)==.  OPERATOR IDS ARE NOT   *
      *                             NUMERIC, SO ONLY THE RECORD COUNT  *
      *                             BALANCES (HASH ZERO), AND AN ID    *
      *                             MUST START WITH A LETTER SO IT     *
      *                             CANNOT LOOK LIKE A 000000 OR       *
      *                             999999 CONTROL KEY                 *
      *    USED BY                : PLAYEDIT                           *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
      *    2026-10-14  RSM  INITIAL VERSION - AUTHORITY LEVEL C MAY    *
      *                     KEY ANY CARD AND APPROVE ADDS AND          *
      *                     ORDINARY CHANGES; LEVEL S (SUPERVISOR)     *
      *                     MAY ALSO APPROVE DELETES AND PARENT OR     *
      *                     CURRENCY CHANGES.  A REVOKED OPERATOR      *
      *                     STAYS ON FILE (STATUS R) SO THE ID IS      *
      *                     NEVER REISSUED TO SOMEONE ELSE             *
      ******************************************************************
       01  OPERATOR-RECORD.
           05  OP-OPERATOR-ID              PIC X(08).
           05  OP-OPERATOR-NAME            PIC X(30).
           05  OP-AUTH-LEVEL               PIC X(01).
               88  OP-LEVEL-CLERK          VALUE 'C'.
               88  OP-LEVEL-SUPERVISOR     VALUE 'S'.
           05  OP-STATUS-CD                PIC X(01).
               88  OP-STAT-ACTIVE          VALUE 'A'.
               88  OP-STAT-REVOKED         VALUE 'R'.
           05  FILLER                      PIC X(40).
