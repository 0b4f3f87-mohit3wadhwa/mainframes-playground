      ******************************************************************
      *    COPYBOOK NAME          : COMPBAL                            *
      *    DESCRIPTION            : COMPANY FISCAL-PERIOD BALANCE      *
      *                             RECORD - ONE PER COMPANY, HELD ON  *
      *                             A VSAM KSDS KEYED ON THE COMPANY   *
      *                             CODE.  TWELVE PERIOD BUCKETS OF    *
      *                             RECONCILED VALUE AND ITEM COUNT    *
      *                             FOR THE OPEN FISCAL YEAR, PLUS AN  *
      *                             OTHER-YEAR BUCKET FOR ITEMS DATED  *
      *                             OUTSIDE IT.  THE RECORD AT KEY     *
      *                             000000 IS THE FILE CONTROL RECORD  *
      *                             CARRYING THE OPEN FISCAL YEAR      *
      *    USED BY                : PLAYBALP, PLAYBALY                 *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
      *    2026-10-14  RSM  INITIAL VERSION - 300-BYTE RECORD.         *
      *                     BL-FISCAL-YEAR IS THE CALENDAR YEAR IN     *
      *                     WHICH THE FISCAL YEAR STARTS AND           *
      *                     BL-PERIOD-BUCKET(1) IS ITS FIRST FISCAL    *
      *                     PERIOD (FISCTAB/FISCLKUP NUMBERING).  THE  *
      *                     START MONTH IN FORCE FOR THE YEAR IS KEPT  *
      *                     ON THE CONTROL RECORD SO A RUNPARM CHANGE  *
      *                     ONLY TAKES EFFECT AT THE NEXT YEAR-END     *
      *                     CLOSE.  COMPANY CODE 000000 IS ALREADY     *
      *                     RESERVED (SEE CTLREC)                      *
      ******************************************************************
       01  COMPANY-BALANCE-RECORD.
           05  BL-COMPANY-CODE             PIC 9(06).
           05  BL-FISCAL-YEAR              PIC 9(04).
           05  BL-FISCAL-START-MONTH       PIC 9(02).
           05  BL-PERIOD-BUCKET OCCURS 12 TIMES.
               10  BL-PERIOD-AMT           PIC S9(11)V99.
               10  BL-PERIOD-CNT           PIC 9(07).
           05  BL-OTHER-YEAR-AMT           PIC S9(11)V99.
           05  BL-OTHER-YEAR-CNT           PIC 9(07).
           05  BL-LAST-POST-DATE           PIC 9(08).
           05  FILLER                      PIC X(20).

      ******************************************************************
      *    CONTROL RECORD AT KEY 000000 - WRITTEN BY THE FIRST NIGHT'S *
      *    POSTING RUN AND MOVED ON ONE YEAR BY EACH YEAR-END CLOSE    *
      ******************************************************************
       01  BALANCE-CONTROL-RECORD.
           05  BC-CONTROL-KEY              PIC 9(06).
           05  BC-FILE-ID                  PIC X(08).
           05  BC-OPEN-FISCAL-YEAR         PIC 9(04).
           05  BC-FISCAL-START-MONTH       PIC 9(02).
           05  BC-LAST-POST-DATE           PIC 9(08).
           05  BC-LAST-CLOSE-DATE          PIC 9(08).
           05  BC-LAST-CLOSED-YEAR         PIC 9(04).
           05  FILLER                      PIC X(260).
