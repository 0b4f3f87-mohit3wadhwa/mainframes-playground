      ******************************************************************
      *    COPYBOOK NAME          : ICMTREC                            *
      *    DESCRIPTION            : INTERCOMPANY MATCHED-PAIR RECORD - *
      *                             ONE RECORD PER PAIR OF OFFSETTING  *
      *                             RECNTRAN ITEMS THAT PLAYICMT HAS   *
      *                             MATCHED, BOTH SIDES AT THEIR       *
      *                             ORIGINAL (UNRESTATED) AMOUNTS.     *
      *                             THE FILE IS SEQUENTIAL WITH CTLREC *
      *                             HEADER/TRAILER CONTROL RECORDS     *
      *                             (FILE ID ICMATCH); THE 80-BYTE     *
      *                             LRECL COPIES THE CONTROL RECORD    *
      *                             WITH REPLACING ==X(01)== BY        *
      *                             ==X(36)==.  THE TRAILER HASH IS    *
      *                             THE SUM OF IM-COMPANY-CODE AND     *
      *                             THE AMOUNT TOTAL THE SUM OF BOTH   *
      *                             SIDES' AMOUNTS                     *
      *    USED BY                : PLAYICMT, PLAYROLL                 *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
      *    2026-10-15  RSM  INITIAL VERSION                            *
      ******************************************************************
       01  IC-MATCH-RECORD.
           05  IM-COMPANY-CODE             PIC 9(06).
           05  IM-TRANS-ID                 PIC 9(08).
           05  IM-TRANS-DATE               PIC 9(08).
           05  IM-TRANS-AMOUNT             PIC S9(09)V99.
           05  IM-CPTY-CODE                PIC 9(06).
           05  IM-CPTY-TRANS-ID            PIC 9(08).
           05  IM-CPTY-TRANS-DATE          PIC 9(08).
           05  IM-CPTY-AMOUNT              PIC S9(09)V99.
           05  FILLER                      PIC X(14).
