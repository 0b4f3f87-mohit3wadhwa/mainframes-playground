      *                             FILES.  COPIED UNDER EACH FD AS A  *
      *                             SECOND 01 OVER THE DATA RECORD     *
      *    USED BY                : PLAYMNT, PLAYEDIT, PLAYTAB2,       *
      *                             PLAYRECN, PLAYSUMM, PLAYINQ,       *
      *                             PLAYBALP, PLAYBALY, PLAYMASS,      *
      *                             PLAYBACK, PLAYDATE, PLAYREGC,      *
      *                             PLAYICMT, PLAYINTG                 *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
