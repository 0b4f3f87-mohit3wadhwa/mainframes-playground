      ******************************************************************
      *    COPYBOOK NAME          : RECNREG                            *
      *    DESCRIPTION            : RECONCILED TRANSACTION REGISTER -  *
      *                             ONE RECORD PER TRANSACTION ID      *
      *                             PLAYRECN HAS EVER MATCHED,         *
      *                             CLEARED FROM SUSPENSE, CARRIED ON  *
      *                             SUSPENSE OR DROPPED AS STALE.      *
      *                             HELD ON A CUMULATIVE VSAM KSDS     *
      *                             KEYED ON RG-TRANS-ID SO A          *
      *                             RESUBMITTED TRANSACTION IS CAUGHT  *
      *                             ON ANY LATER NIGHT                 *
      *    USED BY                : PLAYRECN, PLAYSUMM, PLAYICMT,      *
      *                             PLAYROLL                           *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
      *    2026-10-14  RSM  INITIAL VERSION - 50-BYTE RECORD.          *
      *                     RG-PROC-DATE IS THE RUN DATE OF THE NIGHT  *
      *                     THE ID WAS FIRST RECONCILED AND RG-ORIGIN  *
      *                     SAYS WHETHER IT MATCHED AS A FRESH         *
      *                     TRANSACTION OR CLEARED OUT OF SUSPENSE     *
      *    2026-10-15  RSM  UNMATCHED ITEMS ARE REGISTERED TOO -       *
      *                     ORIGIN S WHILE CARRIED ON SUSPENSE, D ONCE *
      *                     DROPPED TO THE STALE REPORT - SO A         *
      *                     REPEATED ID CANNOT REACH SUSPOUT TWICE.    *
      *                     RG-PROC-DATE IS NOW THE NIGHT THE ID WAS   *
      *                     FIRST REGISTERED AND IS KEPT WHEN THE      *
      *                     ENTRY IS REWRITTEN, EXCEPT THAT A STALE    *
      *                     DROP (D) RE-KEYED ON A LATER NIGHT         *
      *                     RESTARTS ON THAT NIGHT'S DATE.  THE NEW    *
      *                     RG-LAST-PROC-DATE (FROM FILLER) IS THE     *
      *                     NIGHT PLAYRECN LAST UPDATED THE ENTRY.     *
      *                     PLAYSUMM, PLAYICMT AND PLAYROLL READ THE   *
      *                     REGISTER TO SKIP A RECNTRAN ITEM WHOSE ID  *
      *                     WAS FIRST REGISTERED ON AN EARLIER NIGHT   *
      ******************************************************************
       01  RECON-REGISTER-RECORD.
           05  RG-TRANS-ID                 PIC 9(08).
           05  RG-COMPANY-CODE             PIC 9(06).
           05  RG-TRANS-DATE               PIC 9(08).
           05  RG-TRANS-AMOUNT             PIC S9(09)V99.
           05  RG-PROC-DATE                PIC 9(08).
           05  RG-ORIGIN                   PIC X(01).
               88  RG-ORIGIN-MATCHED       VALUE 'M'.
               88  RG-ORIGIN-CLEARED       VALUE 'C'.
               88  RG-ORIGIN-SUSPENSE      VALUE 'S'.
               88  RG-ORIGIN-DROPPED       VALUE 'D'.
               88  RG-ORIGIN-RECONCILED    VALUE 'M' 'C'.
           05  RG-LAST-PROC-DATE           PIC 9(08).
