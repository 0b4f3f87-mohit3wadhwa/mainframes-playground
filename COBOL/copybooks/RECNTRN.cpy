      *    DESCRIPTION            : COMPANY ACTIVITY TRANSACTION       *
      *                             LAYOUT USED TO RECONCILE COMPANY   *
      *                             CODES AGAINST THE COMPANY MASTER   *
      *    USED BY                : PLAYRECN, PLAYSUMM, PLAYROLL,      *
      *                             PLAYBALP, PLAYICMT                 *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
      *                     45 BYTES TO CARRY IT AND TO MATCH THE      *
      *                     WIDENED CTLREC CONTROL RECORD - SEE THE    *
      *                     CTLREC HEADER FOR THE RECORD LENGTH RULE   *
      *    2026-10-15  RSM  ADDED RT-COUNTERPARTY-CODE, TAKEN FROM     *
      *                     FILLER - THE GROUP COMPANY ON THE OTHER    *
      *                     SIDE OF AN INTERCOMPANY TRANSACTION.       *
      *                     BLANK OR ZERO (RT-NO-COUNTERPARTY) FOR     *
      *                     TRADE WITH AN OUTSIDE PARTY, SO EXISTING   *
      *                     FEEDS NEED NO CHANGE.  PLAYICMT PAIRS EACH *
      *                     SIDE WITH THE COUNTERPARTY'S OFFSETTING    *
      *                     ITEM AND PLAYROLL ELIMINATES THE MATCHED   *
      *                     PAIRS                                      *
      *    2026-10-15  RSM  RT-TRANS-ID IS NOW ALSO LOOKED UP ON THE   *
      *                     RECNREG REGISTER BY PLAYSUMM, PLAYICMT AND *
      *                     PLAYROLL - AN ID PLAYRECN FIRST REGISTERED *
      *                     ON AN EARLIER NIGHT MARKS A RE-SENT ITEM,  *
      *                     WHICH THEY SKIP.  A FEEDING SYSTEM MUST    *
      *                     NEVER REUSE A TRANSACTION ID               *
      ******************************************************************
       01  RECON-TRANS-RECORD.
           05  RT-TRANS-ID                 PIC 9(08).
           05  RT-COMPANY-CODE             PIC 9(06).
           05  RT-TRANS-DATE               PIC 9(08).
           05  RT-TRANS-AMOUNT             PIC S9(09)V99.
           05  RT-COUNTERPARTY-CODE        PIC 9(06).
           05  RT-COUNTERPARTY-CODE-X REDEFINES RT-COUNTERPARTY-CODE
                                           PIC X(06).
               88  RT-NO-COUNTERPARTY       VALUE SPACES '000000'.
           05  FILLER                      PIC X(06).
