      *                             AT START-UP.  THE PARSING          *
      *                             PARAGRAPHS LIVE IN PARMPROC        *
      *    USED BY                : PLAYTABLE, PLAYTAB2, PLAYMNT,      *
      *                             PLAYRECN, PLAYSUMM, PLAYBALP,      *
      *                             PLAYBALY, PLAYICMT                 *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
      *    2026-10-15  RSM  ADDED IC-AMOUNT-TOLERANCE AND              *
      *                     IC-DATE-TOLERANCE FOR THE PLAYICMT         *
      *                     INTERCOMPANY MATCH                         *
      *    2026-10-15  RSM  SUSPENSE-CUTOFF-DAYS NOW COUNTS BUSINESS   *
      *                     DAYS - PLAYRECN AGES SUSPENSE AGAINST THE  *
      *                     HOLICAL CALENDAR                           *
      *    2026-09-02  RSM  ADDED RECON-MATCH-MODE (RANDOM/SORTED)     *
      *                     FOR THE PLAYRECN HIGH-VOLUME SEQUENTIAL-   *
      *                     MATCH MODE                                 *
      *        PAGE-SIZE=NN             LISTING LINES PER PAGE (1-99) *
      *        TABLE-LIMIT=NNN          IN-MEMORY TABLE CEILING       *
      *        FISCAL-START-MONTH=NN    FISCAL YEAR START (1-12)      *
      *        SUSPENSE-CUTOFF-DAYS=NNN STALE CUTOFF, BUSINESS DAYS   *
      *        REPORT-TITLE=TEXT        MAIN REPORT TITLE OVERRIDE    *
      *        RECON-MATCH-MODE=RANDOM  PLAYRECN MASTER LOOKUP MODE - *
      *          OR RECON-MATCH-MODE=SORTED SORTS THE COMBINED        *
      *          SUSPENSE-PLUS-RECNTRAN INPUT BY COMPANY CODE AND     *
      *          RECONCILES IT AGAINST ONE SEQUENTIAL BROWSE OF THE   *
      *          MASTER, FOR HIGH-VOLUME MONTH-END NIGHTS             *
      *        IC-AMOUNT-TOLERANCE=NNNNN PLAYICMT - LARGEST           *
      *          DIFFERENCE, IN WHOLE BASE-CURRENCY UNITS, BETWEEN    *
      *          THE TWO SIDES OF AN INTERCOMPANY PAIR (0-99999)      *
      *        IC-DATE-TOLERANCE=NNN    PLAYICMT - LARGEST GAP IN     *
      *          CALENDAR DAYS BETWEEN THE TWO SIDES' DATES (0-999)   *
      ******************************************************************
       01  WS-PARM-PROGRAM-ID          PIC X(09) VALUE SPACES.
       01  WS-RUNPARM-STATUS           PIC XX    VALUE '00'.
       01  WS-PARM-RECON-MODE          PIC X(06) VALUE 'RANDOM'.
           88  WS-PARM-RECON-RANDOM     VALUE 'RANDOM'.
           88  WS-PARM-RECON-SORTED     VALUE 'SORTED'.
       01  WS-PARM-IC-AMT-TOL          PIC 9(05) VALUE 1.
       01  WS-PARM-IC-DATE-TOL         PIC 9(03) VALUE 5.

      ******************************************************************
      *    PARSING WORK FIELDS FOR THE PARMPROC PARAGRAPHS            *
