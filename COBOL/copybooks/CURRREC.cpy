      *                             WITH REPLACING ==X(01)== BY        *
      *                             ==X(36)==                          *
      *    USED BY                : PLAYCURM, PLAYEDIT, PLAYSUMM,      *
      *                             PLAYROLL, PLAYICMT                 *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
