      *                             DATE INTO A SERIAL DAY NUMBER SO   *
      *                             TWO DATES CAN BE DIFFERENCED IN    *
      *                             DAYS                               *
      *    USED BY                : PLAYPURG, PLAYRECN, PLAYDATE,      *
      *                             PLAYICMT                           *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
