      *                             NIGHT'S RECONCILIATION SO IT       *
      *                             CLEARS AUTOMATICALLY ONCE ITS      *
      *                             COMPANY EXISTS ON THE MASTER       *
      *    USED BY                : PLAYRECN, PLAYINTG                 *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
