      ******************************************************************
      *    COPYBOOK NAME          : BUSDAYWS                           *
      *    DESCRIPTION            : WORKING FIELDS AND HOLIDAY TABLE   *
      *                             FOR THE BUSINESS-DAY PARAGRAPHS    *
      *                             IN BUSDPROC.  BUILT IN THE         *
      *                             DATESER/DATECALC MOULD AND LAYERED *
      *                             ON IT: THE CALLER COPIES DATESER   *
      *                             AND THIS INTO WORKING-STORAGE AND  *
      *                             DATECALC AND BUSDPROC INTO THE     *
      *                             PROCEDURE DIVISION.  THE CALLER    *
      *                             MUST ALSO DECLARE THE HOLIDAY-     *
      *                             CALENDAR FILE (SELECT ... ASSIGN   *
      *                             TO HOLICAL, FILE STATUS            *
      *                             WS-BD-STATUS, FD COPYING HOLIREC   *
      *                             AND CTLREC REPLACING               *
      *                             ==CONTROL-RECORD== BY              *
      *                             ==HOLIDAY-CONTROL-RECORD==,        *
      *                             LEADING ==CTL-== BY ==HK-== AND    *
      *                             ==X(01)== BY ==X(36)==), MOVE ITS  *
      *                             PROGRAM NAME TO WS-BD-PROGRAM-ID   *
      *                             AND PERFORM LOAD-HOLIDAY-CALENDAR  *
      *                             ONCE AT START-UP                   *
      *    USED BY                : PLAYDATE, PLAYRECN                 *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
      *    2026-10-15  RSM  INITIAL VERSION                            *
      ******************************************************************
      *    CALLER PROTOCOL - MOVE A YYYYMMDD DATE TO WS-DS-DATE AND:   *
      *      PERFORM TEST-BUSINESS-DAY - WS-BD-BUSINESS-DAY OR         *
      *        WS-BD-NON-BUSINESS-DAY IS SET, WITH THE REASON          *
      *        (SATURDAY, SUNDAY OR THE HOLIDAY DESCRIPTION) IN        *
      *        WS-BD-REASON                                            *
      *      PERFORM CALC-BUSINESS-DAY-NO - A BUSINESS-DAY SERIAL      *
      *        COMES BACK IN WS-BD-DAY-NO.  LIKE THE DATECALC SERIAL   *
      *        THE EPOCH IS ARBITRARY: THE DIFFERENCE BETWEEN TWO      *
      *        DATES' NUMBERS IS THE COUNT OF BUSINESS DAYS AFTER THE  *
      *        FIRST UP TO AND INCLUDING THE SECOND                    *
      *    BOTH ALSO LEAVE THE DATECALC SERIAL IN WS-DS-SERIAL AND    *
      *    THE DAY OF THE WEEK IN WS-BD-WEEKDAY (0 = MONDAY)          *
      ******************************************************************
       01  WS-BD-PROGRAM-ID            PIC X(09) VALUE SPACES.
       01  WS-BD-STATUS                PIC XX    VALUE '00'.

       01  WS-BD-EOF-SW                PIC X VALUE 'N'.
           88  WS-BD-EOF                VALUE 'Y'.
           88  WS-BD-N-EOF              VALUE 'N'.
       01  WS-BD-HDR-SEEN-SW           PIC X VALUE 'N'.
           88  WS-BD-HDR-SEEN           VALUE 'Y'.
           88  WS-BD-HDR-NOT-SEEN       VALUE 'N'.
       01  WS-BD-TRL-SEEN-SW           PIC X VALUE 'N'.
           88  WS-BD-TRL-SEEN           VALUE 'Y'.
           88  WS-BD-TRL-NOT-SEEN       VALUE 'N'.
       01  WS-BD-ACT-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-BD-ACT-HASH              PIC 9(10) VALUE ZERO.
       01  WS-BD-EXP-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-BD-EXP-HASH              PIC 9(10) VALUE ZERO.
       01  WS-BD-CTL-MSG               PIC X(40) VALUE SPACES.

      ******************************************************************
      *    THE HOLIDAY CALENDAR, IN THE FILE'S ASCENDING DATE ORDER.   *
      *    A HOLIDAY THAT FALLS ON A WEEKEND IS TABLED FOR ITS         *
      *    DESCRIPTION BUT NOT COUNTED TWICE.  WS-BD-LAST-DATE IS THE  *
      *    LATEST DATE ON THE CALENDAR - HOW FAR AHEAD IT IS KEPT      *
      ******************************************************************
       01  WS-BD-LAST-DATE             PIC 9(08) VALUE ZERO.
       01  WS-BD-LAST-DATE-PARTS REDEFINES WS-BD-LAST-DATE.
           05  WS-BD-LAST-YYYY         PIC 9(04).
           05  FILLER                  PIC 9(04).

       01  WS-BD-HOL-TABLE.
           05  WS-BD-HOL-COUNT         PIC 9(03) VALUE ZERO.
           05  WS-BD-HOL-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-BD-HOL-COUNT
                       ASCENDING KEY IS WS-BD-HOL-DATE
                       INDEXED BY WS-BD-HOL-NDX.
               10  WS-BD-HOL-DATE      PIC 9(08).
               10  WS-BD-HOL-SERIAL    PIC 9(08).
               10  WS-BD-HOL-WEEKDAY   PIC 9(01).
               10  WS-BD-HOL-DESC      PIC X(30).

       01  WS-BD-SUB                   PIC 9(03) VALUE ZERO.
       01  WS-BD-WORK                  PIC 9(08) VALUE ZERO.
       01  WS-BD-WEEK-QUOT             PIC 9(08) VALUE ZERO.
       01  WS-BD-WEEKDAY               PIC 9(01) VALUE ZERO.
           88  WS-BD-SATURDAY           VALUE 5.
           88  WS-BD-SUNDAY             VALUE 6.
           88  WS-BD-WEEKEND            VALUE 5 6.
       01  WS-BD-WEEKEND-DAYS          PIC 9(08) VALUE ZERO.
       01  WS-BD-HOL-BEFORE            PIC 9(03) VALUE ZERO.
       01  WS-BD-DAY-NO                PIC 9(08) VALUE ZERO.

       01  WS-BD-DAY-SW                PIC X VALUE 'B'.
           88  WS-BD-BUSINESS-DAY       VALUE 'B'.
           88  WS-BD-NON-BUSINESS-DAY   VALUE 'N'.
       01  WS-BD-REASON                PIC X(30) VALUE SPACES.
