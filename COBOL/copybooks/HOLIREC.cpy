      ******************************************************************
      *    COPYBOOK NAME          : HOLIREC                            *
      *    DESCRIPTION            : HOLIDAY CALENDAR RECORD - ONE      *
      *                             RECORD PER NON-BUSINESS DATE       *
      *                             OTHER THAN A SATURDAY OR SUNDAY    *
      *                             (WEEKENDS ARE NEVER BUSINESS DAYS  *
      *                             AND NEED NO RECORD).  THE FILE IS  *
      *                             SEQUENTIAL, IN ASCENDING DATE      *
      *                             ORDER, WITH CTLREC HEADER/TRAILER  *
      *                             CONTROL RECORDS (FILE ID HOLICAL); *
      *                             THE 80-BYTE LRECL COPIES THE       *
      *                             CONTROL RECORD WITH REPLACING      *
      *                             ==X(01)== BY ==X(36)==.  THE       *
      *                             TRAILER HASH IS THE SUM OF THE     *
      *                             HOLIDAY DATES.  KEY THE DATE IN    *
      *                             COLS 1-8 AND THE DESCRIPTION IN    *
      *                             COLS 10-39                         *
      *    USED BY                : PLAYDATE, PLAYRECN                 *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
      *    2026-10-15  RSM  INITIAL VERSION                            *
      ******************************************************************
       01  HOLIDAY-RECORD.
           05  HC-HOLIDAY-DATE             PIC 9(08).
           05  HC-HOLIDAY-DATE-PARTS REDEFINES HC-HOLIDAY-DATE.
               10  HC-HOLIDAY-YYYY         PIC 9(04).
               10  HC-HOLIDAY-MM           PIC 9(02).
               10  HC-HOLIDAY-DD           PIC 9(02).
           05  FILLER                      PIC X(01).
           05  HC-DESCRIPTION              PIC X(30).
           05  FILLER                      PIC X(41).
