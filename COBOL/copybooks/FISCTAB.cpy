      *                             DAYS-IN-MONTH TABLE, PLUS THE      *
      *                             WORKING FIELDS FOR THE FISCLKUP    *
      *                             LOOKUP PARAGRAPHS                  *
      *    USED BY                : PLAYTABLE, PLAYSUMM, PLAYBALP      *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
