      ******************************************************************
      *        PROGRAM NAME            : PLAYDATE                      *
      *        DESCRIPTION             : BUSINESS PROCESSING-DATE      *
      *                                  ROLL - MOVES THE PROCDATE     *
      *                                  CONTROL RECORD ON TO THE      *
      *                                  NEXT BUSINESS DAY AT THE END  *
      *                                  OF A CLEAN NIGHT, SKIPPING    *
      *                                  WEEKENDS AND THE HOLIDAYS ON  *
      *                                  THE HOLICAL CALENDAR          *
      *        CREDITS                 : EDUCATORS AND TRAINERS        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PLAYDATE.
       AUTHOR.         R S MEHTA.
       INSTALLATION.   BATCH SYSTEMS.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.  2026-10-15.
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
      *    2026-10-15  RSM  INITIAL VERSION - EVERY BATCH STEP USED    *
      *                     TO TAKE ITS RUN DATE FROM THE MACHINE      *
      *                     CLOCK, SO A NIGHT MISSED AND RERUN THE     *
      *                     NEXT MORNING RELEASED PENDING CARDS A DAY  *
      *                     LATE, AGED SUSPENSE ITEMS A DAY TOO FAR    *
      *                     AND STAMPED THE RUN LOG WITH THE WRONG     *
      *                     DATE.  THE STEPS NOW READ THE BUSINESS     *
      *                     DATE FROM THE PROCDATE RECORD (PDATREC)    *
      *                     AND THIS PROGRAM, RUN ONLY AFTER PLAYSTAT  *
      *                     HAS PASSED THE NIGHT, IS THE ONE PLACE IT  *
      *                     MOVES ON.  A NIGHT THAT FAILS LEAVES THE   *
      *                     DATE WHERE IT WAS, SO ITS RERUN PROCESSES  *
      *                     AS THAT NIGHT.  THE NEW DATE IS THE FIRST  *
      *                     BUSINESS DAY AFTER THE OLD ONE, AND THE    *
      *                     BUSINESS DAY AFTER THAT IS STORED AS THE   *
      *                     NEXT BUSINESS DATE FOR PLAYPEND.  AN       *
      *                     OPTIONAL DATEPARM CARD CARRYING A DATE IN  *
      *                     COLS 1-8 SETS THE PROCESSING DATE INSTEAD  *
      *                     OF ROLLING IT - HOW THE RECORD IS FIRST    *
      *                     SEEDED, OR PUT RIGHT BY OPERATIONS.  THE   *
      *                     REPORT LISTS EVERY NON-BUSINESS DAY        *
      *                     STEPPED OVER, AND THE RUN ENDS RC=4 WHEN   *
      *                     THE CALENDAR DOES NOT YET REACH THE YEAR   *
      *                     OF THE NEXT BUSINESS DATE (OR, IN          *
      *                     DECEMBER, THE COMING YEAR) SO THE          *
      *                     HOLIDAYS ARE KEYED BEFORE THEY ARE NEEDED  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROC-DATE-FILE     ASSIGN TO PROCDATE
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-PD-FILE-STATUS.

           SELECT HOLIDAY-CALENDAR   ASSIGN TO HOLICAL
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-BD-STATUS.

           SELECT DATE-PARM          ASSIGN TO DATEPARM
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-DP-FILE-STATUS.

           SELECT DATE-REPORT        ASSIGN TO DATERPT
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-RP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROC-DATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY PDATREC.

       FD  HOLIDAY-CALENDAR
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY HOLIREC.
           COPY CTLREC REPLACING
                   ==CONTROL-RECORD==    BY ==HOLIDAY-CONTROL-RECORD==,
                   LEADING ==CTL-==      BY ==HK-==,
                   ==X(01)==        BY ==X(36)==.

       FD  DATE-PARM
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  DATE-PARM-RECORD.
           05  DP-SET-DATE-X           PIC X(08).
           05  DP-SET-DATE REDEFINES DP-SET-DATE-X
                                       PIC 9(08).
           05  FILLER                  PIC X(72).

       FD  DATE-REPORT
           RECORDING MODE IS F.
       01  DATE-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
           COPY DATESER.
           COPY BUSDAYWS.

       01  WS-FILE-STATUSES.
           05  WS-PD-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-DP-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-RP-FILE-STATUS       PIC XX VALUE '00'.

       01  WS-ABEND-FILE-ID            PIC X(20) VALUE SPACES.
       01  WS-ABEND-FILE-STATUS        PIC XX    VALUE SPACES.
       01  WS-DATE-ABEND-MSG           PIC X(50) VALUE SPACES.

       01  WS-MODE-SW                  PIC X VALUE 'R'.
           88  WS-MODE-ROLL             VALUE 'R'.
           88  WS-MODE-SET              VALUE 'S'.

       01  WS-OLD-REC-SW               PIC X VALUE 'N'.
           88  WS-OLD-REC-FOUND         VALUE 'Y'.
           88  WS-OLD-REC-MISSING       VALUE 'N'.

       01  WS-OLD-BUS-DATE             PIC 9(08) VALUE ZERO.
       01  WS-NEW-PRIOR-DATE           PIC 9(08) VALUE ZERO.
       01  WS-NEW-BUS-DATE             PIC 9(08) VALUE ZERO.
       01  WS-NEW-BUS-PARTS REDEFINES WS-NEW-BUS-DATE.
           05  WS-NEW-BUS-YYYY         PIC 9(04).
           05  WS-NEW-BUS-MM           PIC 9(02).
           05  WS-NEW-BUS-DD           PIC 9(02).
       01  WS-NEW-NEXT-DATE            PIC 9(08) VALUE ZERO.
       01  WS-NEW-NEXT-PARTS REDEFINES WS-NEW-NEXT-DATE.
           05  WS-NEW-NEXT-YYYY        PIC 9(04).
           05  FILLER                  PIC 9(04).

      ******************************************************************
      *    THE DATE BEING STEPPED FORWARD A DAY AT A TIME, AND THE     *
      *    DAYS IN EACH MONTH OF A NON-LEAP YEAR.  THE LEAP-YEAR TEST  *
      *    IS THE ONE CALC-DAY-SERIAL ALREADY MAKES                    *
      ******************************************************************
       01  WS-STEP-DATE.
           05  WS-STEP-YYYY            PIC 9(04).
           05  WS-STEP-MM              PIC 9(02).
           05  WS-STEP-DD              PIC 9(02).
       01  WS-STEP-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-MONTH-DAYS               PIC 9(02) VALUE ZERO.

       01  WS-MONTH-DAYS-VALUES.
           05  FILLER                  PIC X(24)
                   VALUE '312831303130313130313031'.
       01  FILLER REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-DAYS-IN-MONTH        PIC 9(02) OCCURS 12 TIMES.

       01  WS-NEED-YYYY                PIC 9(04) VALUE ZERO.
       01  WS-SKIP-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-SKIP-NOTE                PIC X(26) VALUE SPACES.

       01  WS-WARNING-SW               PIC X VALUE 'N'.
           88  WS-CALENDAR-SHORT        VALUE 'Y'.
           88  WS-CALENDAR-OK           VALUE 'N'.

       01  WS-SYS-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-SYS-TIME                 PIC 9(08) VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(40)
                   VALUE 'BUSINESS PROCESSING-DATE ROLL'.
           05  HL1-MODE                PIC X(12).

       01  WS-HEADING-LINE-2.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'DATE'.
           05  FILLER                  PIC X(32)
                   VALUE 'NON-BUSINESS DAY'.
           05  FILLER                  PIC X(26) VALUE 'STEPPED OVER'.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  DL-DATE                 PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-REASON               PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-NOTE                 PIC X(26).
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'PREVIOUS PROCESSING DATE: '.
           05  TL1-PRIOR-DATE          PIC 9(08).
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'NEW PROCESSING DATE     : '.
           05  TL2-BUS-DATE            PIC 9(08).
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  WS-TRAILER-LINE-3.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'NEXT BUSINESS DATE      : '.
           05  TL3-NEXT-DATE           PIC 9(08).
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  WS-TRAILER-LINE-4.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'NON-BUSINESS DAYS LISTED: '.
           05  TL4-SKIP-COUNT          PIC ZZ9.
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  WS-TRAILER-LINE-5.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'HOLIDAY CALENDAR ENDS   : '.
           05  TL5-LAST-DATE           PIC 9(08).
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  WS-WARNING-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(42)
                   VALUE '*** HOLIDAY CALENDAR HAS NO DATES FOR YEAR'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WL-NEED-YYYY            PIC 9(04).
           05  FILLER                  PIC X(28)
                   VALUE ' - KEY THEM INTO HOLICAL ***'.

       PROCEDURE DIVISION.

      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-MODE-SET
               PERFORM 2500-SET-DATE THRU 2500-EXIT
           ELSE
               PERFORM 2000-ROLL-DATE THRU 2000-EXIT
           END-IF
           PERFORM 2800-FIND-NEXT-DATE THRU 2800-EXIT
           PERFORM 2900-CHECK-CALENDAR-REACH THRU 2900-EXIT
           PERFORM 3000-WRITE-PROCDATE THRU 3000-EXIT
           PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           IF WS-CALENDAR-SHORT
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       1000-INITIALIZE.
           OPEN OUTPUT DATE-REPORT
           IF WS-RP-FILE-STATUS NOT = '00'
               MOVE 'DATE-REPORT'        TO WS-ABEND-FILE-ID
               MOVE WS-RP-FILE-STATUS    TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           MOVE 'PLAYDATE' TO WS-BD-PROGRAM-ID
           PERFORM LOAD-HOLIDAY-CALENDAR
           PERFORM 1100-READ-PARM THRU 1100-EXIT
           PERFORM 1200-READ-CURRENT THRU 1200-EXIT
           IF WS-MODE-SET
               MOVE 'SET DATE'     TO HL1-MODE
           ELSE
               MOVE 'NIGHTLY ROLL' TO HL1-MODE
           END-IF
           DISPLAY WS-HEADING-LINE-1
           WRITE DATE-REPORT-LINE FROM WS-HEADING-LINE-1
           MOVE SPACES TO DATE-REPORT-LINE
           WRITE DATE-REPORT-LINE
           WRITE DATE-REPORT-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO DATE-REPORT-LINE
           WRITE DATE-REPORT-LINE
           .
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1100-READ-PARM - THE DATEPARM CARD IS OPTIONAL.  NO DD, NO  *
      *    CARD OR A BLANK DATE MEANS THE NORMAL NIGHTLY ROLL; A DATE  *
      *    IN COLS 1-8 SETS THE PROCESSING DATE TO IT                  *
      ******************************************************************
       1100-READ-PARM.
           SET WS-MODE-ROLL TO TRUE
           OPEN INPUT DATE-PARM
           IF WS-DP-FILE-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF
           READ DATE-PARM
               AT END
                   MOVE SPACES TO DP-SET-DATE-X
           END-READ
           CLOSE DATE-PARM
           IF DP-SET-DATE-X = SPACES
               GO TO 1100-EXIT
           END-IF
           IF DP-SET-DATE-X NOT NUMERIC
               MOVE 'DATEPARM SET DATE IN COLS 1-8 IS NOT NUMERIC'
                       TO WS-DATE-ABEND-MSG
               PERFORM 9700-DATE-ABEND THRU 9700-EXIT
           END-IF
           SET WS-MODE-SET TO TRUE
           .
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    1200-READ-CURRENT - THE DATE NOW IN FORCE.  A ROLL NEEDS A  *
      *    GOOD RECORD TO ROLL FROM; A SET MAY FIND NONE (THE FIRST    *
      *    SEEDING OF THE FILE) AND JUST REPLACES WHATEVER IS THERE    *
      ******************************************************************
       1200-READ-CURRENT.
           SET WS-OLD-REC-MISSING TO TRUE
           OPEN INPUT PROC-DATE-FILE
           IF WS-PD-FILE-STATUS NOT = '00'
               IF WS-MODE-SET
                   GO TO 1200-EXIT
               END-IF
               MOVE 'PROC-DATE-FILE'     TO WS-ABEND-FILE-ID
               MOVE WS-PD-FILE-STATUS    TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           READ PROC-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PD-RECORD-ID-OK
                           AND PD-BUSINESS-DATE NUMERIC
                           AND PD-BUSINESS-DATE > ZERO
                       SET WS-OLD-REC-FOUND TO TRUE
                       MOVE PD-BUSINESS-DATE TO WS-OLD-BUS-DATE
                   END-IF
           END-READ
           CLOSE PROC-DATE-FILE
           IF WS-OLD-REC-MISSING AND WS-MODE-ROLL
               MOVE 'NO GOOD PROCDATE RECORD TO ROLL - SET ONE'
                       TO WS-DATE-ABEND-MSG
               PERFORM 9700-DATE-ABEND THRU 9700-EXIT
           END-IF
           .
       1200-EXIT.
           EXIT.

      ******************************************************************
      *    2000-ROLL-DATE - TONIGHT'S DATE BECOMES THE PRIOR DATE AND  *
      *    THE FIRST BUSINESS DAY AFTER IT THE NEW PROCESSING DATE.    *
      *    THE CALENDAR IS CONSULTED AFRESH RATHER THAN TRUSTING THE   *
      *    NEXT DATE STORED AT THE LAST ROLL, SO A HOLIDAY KEYED SINCE *
      *    THEN IS STILL HONOURED                                      *
      ******************************************************************
       2000-ROLL-DATE.
           MOVE WS-OLD-BUS-DATE TO WS-NEW-PRIOR-DATE
           MOVE WS-OLD-BUS-DATE TO WS-STEP-DATE
           MOVE 'SKIPPED BY THIS ROLL' TO WS-SKIP-NOTE
           PERFORM 2100-STEP-TO-BUSINESS-DAY THRU 2100-EXIT
           MOVE WS-STEP-DATE TO WS-NEW-BUS-DATE
           .
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    2100-STEP-TO-BUSINESS-DAY - MOVE WS-STEP-DATE FORWARD TO    *
      *    THE FIRST BUSINESS DAY AFTER IT, LISTING EACH NON-BUSINESS  *
      *    DAY PASSED.  A MONTH WITHOUT ONE MEANS A BROKEN CALENDAR    *
      ******************************************************************
       2100-STEP-TO-BUSINESS-DAY.
           MOVE ZERO TO WS-STEP-COUNT
           SET WS-BD-NON-BUSINESS-DAY TO TRUE
           PERFORM 2200-STEP-ONE-DAY THRU 2200-EXIT
                   UNTIL WS-BD-BUSINESS-DAY
           .
       2100-EXIT.
           EXIT.

       2200-STEP-ONE-DAY.
           ADD 1 TO WS-STEP-COUNT
           IF WS-STEP-COUNT > 31
               MOVE 'NO BUSINESS DAY IN 31 DAYS - CHECK HOLICAL'
                       TO WS-DATE-ABEND-MSG
               PERFORM 9700-DATE-ABEND THRU 9700-EXIT
           END-IF
           PERFORM 2300-ADD-ONE-DAY THRU 2300-EXIT
           MOVE WS-STEP-DATE TO WS-DS-DATE
           PERFORM TEST-BUSINESS-DAY
           IF WS-BD-NON-BUSINESS-DAY
               PERFORM 2400-PRINT-SKIPPED THRU 2400-EXIT
           END-IF
           .
       2200-EXIT.
           EXIT.

       2300-ADD-ONE-DAY.
           MOVE WS-STEP-DATE TO WS-DS-DATE
           PERFORM CALC-DAY-SERIAL
           MOVE WS-DAYS-IN-MONTH(WS-STEP-MM) TO WS-MONTH-DAYS
           IF WS-STEP-MM = 2 AND WS-DS-LEAP-YEAR
               ADD 1 TO WS-MONTH-DAYS
           END-IF
           ADD 1 TO WS-STEP-DD
           IF WS-STEP-DD > WS-MONTH-DAYS
               MOVE 1 TO WS-STEP-DD
               ADD 1 TO WS-STEP-MM
               IF WS-STEP-MM > 12
                   MOVE 1 TO WS-STEP-MM
                   ADD 1 TO WS-STEP-YYYY
               END-IF
           END-IF
           .
       2300-EXIT.
           EXIT.

       2400-PRINT-SKIPPED.
           ADD 1 TO WS-SKIP-COUNT
           MOVE WS-STEP-DATE  TO DL-DATE
           MOVE WS-BD-REASON  TO DL-REASON
           MOVE WS-SKIP-NOTE  TO DL-NOTE
           DISPLAY WS-DETAIL-LINE
           WRITE DATE-REPORT-LINE FROM WS-DETAIL-LINE
           .
       2400-EXIT.
           EXIT.

      ******************************************************************
      *    2500-SET-DATE - THE DATEPARM DATE MUST BE A REAL DATE AND   *
      *    A BUSINESS DAY.  THE DATE IT REPLACES, IF ANY, IS KEPT AS   *
      *    THE PRIOR DATE FOR THE AUDIT TRAIL                          *
      ******************************************************************
       2500-SET-DATE.
           MOVE DP-SET-DATE TO WS-STEP-DATE
           IF WS-STEP-MM < 1 OR WS-STEP-MM > 12
               MOVE 'DATEPARM SET DATE HAS AN INVALID MONTH'
                       TO WS-DATE-ABEND-MSG
               PERFORM 9700-DATE-ABEND THRU 9700-EXIT
           END-IF
           MOVE WS-STEP-DATE TO WS-DS-DATE
           PERFORM CALC-DAY-SERIAL
           MOVE WS-DAYS-IN-MONTH(WS-STEP-MM) TO WS-MONTH-DAYS
           IF WS-STEP-MM = 2 AND WS-DS-LEAP-YEAR
               ADD 1 TO WS-MONTH-DAYS
           END-IF
           IF WS-STEP-DD < 1 OR WS-STEP-DD > WS-MONTH-DAYS
               MOVE 'DATEPARM SET DATE HAS AN INVALID DAY'
                       TO WS-DATE-ABEND-MSG
               PERFORM 9700-DATE-ABEND THRU 9700-EXIT
           END-IF
           PERFORM TEST-BUSINESS-DAY
           IF WS-BD-NON-BUSINESS-DAY
               STRING 'DATEPARM SET DATE IS A NON-BUSINESS DAY - '
                       DELIMITED BY SIZE
                       WS-BD-REASON DELIMITED BY SIZE
                       INTO WS-DATE-ABEND-MSG
               END-STRING
               PERFORM 9700-DATE-ABEND THRU 9700-EXIT
           END-IF
           IF WS-OLD-REC-FOUND
               MOVE WS-OLD-BUS-DATE TO WS-NEW-PRIOR-DATE
           ELSE
               MOVE ZERO TO WS-NEW-PRIOR-DATE
           END-IF
           MOVE DP-SET-DATE TO WS-NEW-BUS-DATE
           .
       2500-EXIT.
           EXIT.

      ******************************************************************
      *    2800-FIND-NEXT-DATE - THE BUSINESS DAY AFTER THE NEW DATE.  *
      *    THE NON-BUSINESS DAYS IN BETWEEN ARE THE ONES TONIGHT'S     *
      *    PLAYPEND RUN COVERS, SO THEY ARE LISTED TOO                 *
      ******************************************************************
       2800-FIND-NEXT-DATE.
           MOVE WS-NEW-BUS-DATE TO WS-STEP-DATE
           MOVE 'BEFORE NEXT BUSINESS DATE' TO WS-SKIP-NOTE
           PERFORM 2100-STEP-TO-BUSINESS-DAY THRU 2100-EXIT
           MOVE WS-STEP-DATE TO WS-NEW-NEXT-DATE
           .
       2800-EXIT.
           EXIT.

      ******************************************************************
      *    2900-CHECK-CALENDAR-REACH - THE CALENDAR MUST COVER THE     *
      *    YEAR OF THE NEXT BUSINESS DATE, AND FROM DECEMBER ON THE    *
      *    COMING YEAR AS WELL.  A SHORT CALENDAR DOES NOT STOP THE    *
      *    ROLL - WEEKENDS ARE STILL SKIPPED - BUT ENDS THE RUN RC=4   *
      ******************************************************************
       2900-CHECK-CALENDAR-REACH.
           MOVE WS-NEW-NEXT-YYYY TO WS-NEED-YYYY
           IF WS-NEW-BUS-MM = 12
                   AND WS-NEED-YYYY NOT > WS-NEW-BUS-YYYY
               COMPUTE WS-NEED-YYYY = WS-NEW-BUS-YYYY + 1
           END-IF
           IF WS-BD-LAST-YYYY < WS-NEED-YYYY
               SET WS-CALENDAR-SHORT TO TRUE
           END-IF
           .
       2900-EXIT.
           EXIT.

      ******************************************************************
      *    3000-WRITE-PROCDATE - REPLACE THE ONE CONTROL RECORD.  THE  *
      *    MACHINE DATE AND TIME ARE RECORDED ONLY AS THE AUDIT STAMP  *
      *    OF WHEN THE ROLL OR SET WAS DONE                            *
      ******************************************************************
       3000-WRITE-PROCDATE.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYS-TIME FROM TIME
           OPEN OUTPUT PROC-DATE-FILE
           IF WS-PD-FILE-STATUS NOT = '00'
               MOVE 'PROC-DATE-FILE'     TO WS-ABEND-FILE-ID
               MOVE WS-PD-FILE-STATUS    TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           MOVE SPACES            TO PROC-DATE-RECORD
           MOVE 'PROCDATE'        TO PD-RECORD-ID
           MOVE WS-NEW-BUS-DATE   TO PD-BUSINESS-DATE
           MOVE WS-NEW-PRIOR-DATE TO PD-PRIOR-BUS-DATE
           MOVE WS-NEW-NEXT-DATE  TO PD-NEXT-BUS-DATE
           MOVE WS-SYS-DATE       TO PD-ROLLED-DATE
           MOVE WS-SYS-TIME       TO PD-ROLLED-TIME
           IF WS-MODE-SET
               SET PD-LAST-SET    TO TRUE
           ELSE
               SET PD-LAST-ROLLED TO TRUE
           END-IF
           WRITE PROC-DATE-RECORD
           CLOSE PROC-DATE-FILE
           .
       3000-EXIT.
           EXIT.

       4000-PRINT-TOTALS.
           MOVE WS-NEW-PRIOR-DATE TO TL1-PRIOR-DATE
           MOVE WS-NEW-BUS-DATE   TO TL2-BUS-DATE
           MOVE WS-NEW-NEXT-DATE  TO TL3-NEXT-DATE
           MOVE WS-SKIP-COUNT     TO TL4-SKIP-COUNT
           MOVE WS-BD-LAST-DATE   TO TL5-LAST-DATE
           MOVE SPACES TO DATE-REPORT-LINE
           WRITE DATE-REPORT-LINE
           DISPLAY WS-TRAILER-LINE-1
           DISPLAY WS-TRAILER-LINE-2
           DISPLAY WS-TRAILER-LINE-3
           DISPLAY WS-TRAILER-LINE-4
           DISPLAY WS-TRAILER-LINE-5
           WRITE DATE-REPORT-LINE FROM WS-TRAILER-LINE-1
           WRITE DATE-REPORT-LINE FROM WS-TRAILER-LINE-2
           WRITE DATE-REPORT-LINE FROM WS-TRAILER-LINE-3
           WRITE DATE-REPORT-LINE FROM WS-TRAILER-LINE-4
           WRITE DATE-REPORT-LINE FROM WS-TRAILER-LINE-5
           IF WS-CALENDAR-SHORT
               MOVE WS-NEED-YYYY TO WL-NEED-YYYY
               DISPLAY WS-WARNING-LINE
               MOVE SPACES TO DATE-REPORT-LINE
               WRITE DATE-REPORT-LINE
               WRITE DATE-REPORT-LINE FROM WS-WARNING-LINE
           END-IF
           .
       4000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE DATE-REPORT
           .
       9000-EXIT.
           EXIT.

      ******************************************************************
      *    9999-ABEND - FILE COULD NOT BE OPENED                       *
      ******************************************************************
       9999-ABEND.
           DISPLAY 'PLAYDATE - UNABLE TO OPEN ' WS-ABEND-FILE-ID
                   ' - FILE STATUS = ' WS-ABEND-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9999-EXIT.
           EXIT.

      ******************************************************************
      *    9700-DATE-ABEND - NO SAFE DATE CAN BE WRITTEN.  THE         *
      *    PROCDATE RECORD IS ONLY REWRITTEN AFTER EVERY CHECK HAS     *
      *    PASSED, SO IT IS LEFT EXACTLY AS IT WAS                     *
      ******************************************************************
       9700-DATE-ABEND.
           DISPLAY 'PLAYDATE - ' WS-DATE-ABEND-MSG
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9700-EXIT.
           EXIT.

           COPY DATECALC.
           COPY BUSDPROC.
