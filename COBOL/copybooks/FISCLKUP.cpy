      *    DESCRIPTION            : PROCEDURE DIVISION PARAGRAPHS FOR  *
      *                             FISCAL PERIOD / LEAP-YEAR LOOKUPS  *
      *                             AGAINST THE FISCTAB TABLE          *
      *    USED BY                : PLAYTABLE, PLAYSUMM, PLAYBALP      *
      *    NOTE                   : THE CALLING PROGRAM MUST ALSO      *
      *                             COPY FISCTAB INTO WORKING-STORAGE  *
      *                             AND LOAD WS-YEAR BEFORE PERFORMING *
