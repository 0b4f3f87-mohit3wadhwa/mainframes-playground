      *                             NUMBER IN WS-DS-SERIAL.  THE       *
      *                             CALLING PROGRAM MUST ALSO COPY     *
      *                             DATESER INTO WORKING-STORAGE       *
      *    USED BY                : PLAYPURG, PLAYRECN, PLAYDATE,      *
      *                             PLAYICMT                           *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
