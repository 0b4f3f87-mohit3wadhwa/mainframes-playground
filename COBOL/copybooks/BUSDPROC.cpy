      ******************************************************************
      *    COPYBOOK NAME          : BUSDPROC                           *
      *    DESCRIPTION            : PROCEDURE DIVISION PARAGRAPHS      *
      *                             THAT LOAD THE HOLICAL HOLIDAY      *
      *                             CALENDAR AND WORK IN BUSINESS      *
      *                             DAYS - MONDAY TO FRIDAY LESS THE   *
      *                             CALENDAR'S HOLIDAYS.  THE CALLING  *
      *                             PROGRAM MUST ALSO COPY DATESER,    *
      *                             BUSDAYWS AND DATECALC AND DECLARE  *
      *                             THE HOLIDAY-CALENDAR FILE - SEE    *
      *                             THE BUSDAYWS COPYBOOK HEADER       *
      *    USED BY                : PLAYDATE, PLAYRECN                 *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
      *    2026-10-15  RSM  INITIAL VERSION - THE DAY OF THE WEEK      *
      *                     COMES FROM THE DATECALC SERIAL, WHICH      *
      *                     LANDS ON A MONDAY WHEN (SERIAL + 5) IS A   *
      *                     WHOLE NUMBER OF WEEKS.  A CALENDAR THAT    *
      *                     CANNOT BE OPENED OR FAILS ITS CONTROL      *
      *                     CHECK ABENDS THE STEP RC=16 - BUSINESS     *
      *                     DAYS COUNTED AGAINST A SHORT CALENDAR      *
      *                     WOULD BE SILENTLY WRONG                    *
      ******************************************************************
       LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT HOLIDAY-CALENDAR
           IF WS-BD-STATUS NOT = '00'
               DISPLAY WS-BD-PROGRAM-ID
                       ' - UNABLE TO OPEN HOLIDAY CALENDAR - '
                       'FILE STATUS = ' WS-BD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-HOLIDAY-RECORD
           PERFORM POST-HOLIDAY-RECORD UNTIL WS-BD-EOF
           IF WS-BD-TRL-NOT-SEEN
               MOVE 'NO TRAILER RECORD ON HOLICAL' TO WS-BD-CTL-MSG
               PERFORM HOLIDAY-CONTROL-ABEND
           END-IF
           CLOSE HOLIDAY-CALENDAR
           DISPLAY WS-BD-PROGRAM-ID ' - HOLIDAY CALENDAR LOADED - '
                   WS-BD-HOL-COUNT ' DATES TO ' WS-BD-LAST-DATE
           .

       READ-HOLIDAY-RECORD.
           READ HOLIDAY-CALENDAR
               AT END
                   SET WS-BD-EOF TO TRUE
           END-READ
           .

      ******************************************************************
      *    POST-HOLIDAY-RECORD - CHECK ONE CALENDAR RECORD AND TABLE   *
      *    IT.  THE DATES MUST BE REAL AND STRICTLY ASCENDING, SO A    *
      *    MISKEYED OR REPEATED DATE IS CAUGHT HERE RATHER THAN        *
      *    MISCOUNTED LATER                                            *
      ******************************************************************
       POST-HOLIDAY-RECORD.
           EVALUATE TRUE
               WHEN HK-HEADER-REC
                   IF WS-BD-HDR-SEEN
                       MOVE 'DUPLICATE HEADER RECORD' TO WS-BD-CTL-MSG
                       PERFORM HOLIDAY-CONTROL-ABEND
                   END-IF
                   IF HK-FILE-ID NOT = 'HOLICAL'
                       MOVE 'HEADER FILE ID IS NOT HOLICAL'
                               TO WS-BD-CTL-MSG
                       PERFORM HOLIDAY-CONTROL-ABEND
                   END-IF
                   SET WS-BD-HDR-SEEN TO TRUE
               WHEN HK-TRAILER-REC
                   IF WS-BD-TRL-SEEN
                       MOVE 'DUPLICATE TRAILER RECORD' TO WS-BD-CTL-MSG
                       PERFORM HOLIDAY-CONTROL-ABEND
                   END-IF
                   IF HK-RECORD-COUNT NOT NUMERIC
                           OR HK-HASH-TOTAL NOT NUMERIC
                       MOVE 'TRAILER TOTALS NOT NUMERIC'
                               TO WS-BD-CTL-MSG
                       PERFORM HOLIDAY-CONTROL-ABEND
                   END-IF
                   MOVE HK-RECORD-COUNT TO WS-BD-EXP-COUNT
                   MOVE HK-HASH-TOTAL   TO WS-BD-EXP-HASH
                   IF WS-BD-EXP-COUNT NOT = WS-BD-ACT-COUNT
                       MOVE 'RECORD COUNT OUT OF BALANCE'
                               TO WS-BD-CTL-MSG
                       PERFORM HOLIDAY-CONTROL-ABEND
                   END-IF
                   IF WS-BD-EXP-HASH NOT = WS-BD-ACT-HASH
                       MOVE 'DATE HASH OUT OF BALANCE' TO WS-BD-CTL-MSG
                       PERFORM HOLIDAY-CONTROL-ABEND
                   END-IF
                   SET WS-BD-TRL-SEEN TO TRUE
               WHEN OTHER
                   IF WS-BD-HDR-NOT-SEEN
                       MOVE 'DATA RECORD BEFORE HEADER' TO WS-BD-CTL-MSG
                       PERFORM HOLIDAY-CONTROL-ABEND
                   END-IF
                   IF WS-BD-TRL-SEEN
                       MOVE 'DATA RECORD AFTER TRAILER' TO WS-BD-CTL-MSG
                       PERFORM HOLIDAY-CONTROL-ABEND
                   END-IF
                   IF HC-HOLIDAY-DATE NOT NUMERIC
                           OR HC-HOLIDAY-MM < 1 OR HC-HOLIDAY-MM > 12
                           OR HC-HOLIDAY-DD < 1 OR HC-HOLIDAY-DD > 31
                       MOVE 'HOLIDAY DATE IS NOT A VALID DATE'
                               TO WS-BD-CTL-MSG
                       PERFORM HOLIDAY-CONTROL-ABEND
                   END-IF
                   IF HC-HOLIDAY-DATE NOT > WS-BD-LAST-DATE
                       MOVE 'HOLIDAY DATES NOT IN ASCENDING ORDER'
                               TO WS-BD-CTL-MSG
                       PERFORM HOLIDAY-CONTROL-ABEND
                   END-IF
                   IF WS-BD-HOL-COUNT NOT < 500
                       DISPLAY WS-BD-PROGRAM-ID
                               ' - HOLIDAY TABLE FULL AT 500 DATES - '
                               'RAISE THE WS-BD-HOL-ENTRY CEILING '
                               'AND RECOMPILE'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-BD-ACT-COUNT
                   ADD HC-HOLIDAY-DATE TO WS-BD-ACT-HASH
                   MOVE HC-HOLIDAY-DATE TO WS-BD-LAST-DATE
                   MOVE HC-HOLIDAY-DATE TO WS-DS-DATE
                   PERFORM CALC-DAY-SERIAL
                   PERFORM CALC-WEEKDAY
                   ADD 1 TO WS-BD-HOL-COUNT
                   MOVE HC-HOLIDAY-DATE
                           TO WS-BD-HOL-DATE(WS-BD-HOL-COUNT)
                   MOVE WS-DS-SERIAL
                           TO WS-BD-HOL-SERIAL(WS-BD-HOL-COUNT)
                   MOVE WS-BD-WEEKDAY
                           TO WS-BD-HOL-WEEKDAY(WS-BD-HOL-COUNT)
                   MOVE HC-DESCRIPTION
                           TO WS-BD-HOL-DESC(WS-BD-HOL-COUNT)
           END-EVALUATE
           PERFORM READ-HOLIDAY-RECORD
           .

      ******************************************************************
      *    CALC-WEEKDAY - DAY OF THE WEEK OF THE SERIAL IN             *
      *    WS-DS-SERIAL, 0 = MONDAY TO 6 = SUNDAY.  THE QUOTIENT IS    *
      *    THE WHOLE WEEKS SINCE THE EPOCH, WHICH CALC-BUSINESS-DAY-NO *
      *    ALSO NEEDS                                                  *
      ******************************************************************
       CALC-WEEKDAY.
           COMPUTE WS-BD-WORK = WS-DS-SERIAL + 5
           DIVIDE WS-BD-WORK BY 7 GIVING WS-BD-WEEK-QUOT
                   REMAINDER WS-BD-WEEKDAY
           .

       TEST-BUSINESS-DAY.
           PERFORM CALC-DAY-SERIAL
           PERFORM CALC-WEEKDAY
           SET WS-BD-BUSINESS-DAY TO TRUE
           MOVE SPACES TO WS-BD-REASON
           EVALUATE TRUE
               WHEN WS-BD-SATURDAY
                   SET WS-BD-NON-BUSINESS-DAY TO TRUE
                   MOVE 'SATURDAY' TO WS-BD-REASON
               WHEN WS-BD-SUNDAY
                   SET WS-BD-NON-BUSINESS-DAY TO TRUE
                   MOVE 'SUNDAY'   TO WS-BD-REASON
               WHEN WS-BD-HOL-COUNT > ZERO
                   SEARCH ALL WS-BD-HOL-ENTRY
                       WHEN WS-BD-HOL-DATE(WS-BD-HOL-NDX) = WS-DS-DATE
                           SET WS-BD-NON-BUSINESS-DAY TO TRUE
                           MOVE WS-BD-HOL-DESC(WS-BD-HOL-NDX)
                                   TO WS-BD-REASON
                   END-SEARCH
           END-EVALUATE
           .

      ******************************************************************
      *    CALC-BUSINESS-DAY-NO - THE DATECALC SERIAL LESS THE         *
      *    WEEKEND DAYS AND WEEKDAY HOLIDAYS UP TO AND INCLUDING THE   *
      *    DATE.  TWO WEEKEND DAYS PER WHOLE WEEK, PLUS ONE FOR A      *
      *    SATURDAY OR TWO FOR A SUNDAY IN THE PART WEEK               *
      ******************************************************************
       CALC-BUSINESS-DAY-NO.
           PERFORM CALC-DAY-SERIAL
           PERFORM CALC-WEEKDAY
           COMPUTE WS-BD-WEEKEND-DAYS = WS-BD-WEEK-QUOT * 2
           IF WS-BD-WEEKEND
               COMPUTE WS-BD-WEEKEND-DAYS =
                       WS-BD-WEEKEND-DAYS + WS-BD-WEEKDAY - 4
           END-IF
           MOVE ZERO TO WS-BD-HOL-BEFORE
           PERFORM COUNT-HOLIDAY-BEFORE
                   VARYING WS-BD-SUB FROM 1 BY 1
                   UNTIL WS-BD-SUB > WS-BD-HOL-COUNT
           COMPUTE WS-BD-DAY-NO = WS-DS-SERIAL
                   - WS-BD-WEEKEND-DAYS - WS-BD-HOL-BEFORE
           .

       COUNT-HOLIDAY-BEFORE.
           IF WS-BD-HOL-SERIAL(WS-BD-SUB) NOT > WS-DS-SERIAL
                   AND WS-BD-HOL-WEEKDAY(WS-BD-SUB) < 5
               ADD 1 TO WS-BD-HOL-BEFORE
           END-IF
           .

       HOLIDAY-CONTROL-ABEND.
           DISPLAY WS-BD-PROGRAM-ID ' - HOLICAL CONTROL ERROR - '
                   WS-BD-CTL-MSG
           DISPLAY 'EXPECTED COUNT : ' WS-BD-EXP-COUNT
                   '  ACTUAL COUNT : ' WS-BD-ACT-COUNT
           DISPLAY 'EXPECTED HASH  : ' WS-BD-EXP-HASH
                   '  ACTUAL HASH  : ' WS-BD-ACT-HASH
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
