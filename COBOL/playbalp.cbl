      ******************************************************************
      *        PROGRAM NAME            : PLAYBALP                      *
      *        DESCRIPTION             : COMPANY BALANCE POSTING -     *
      *                                  POSTS THE NIGHT'S MATCHED AND *
      *                                  CLEARED ITEMS TO THE COMPANY  *
      *                                  FISCAL-PERIOD BALANCE FILE    *
      *        CREDITS                 : EDUCATORS AND TRAINERS        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PLAYBALP.
       AUTHOR.         R S MEHTA.
       INSTALLATION.   BATCH SYSTEMS.
       DATE-WRITTEN.   2026-10-14.
       DATE-COMPILED.  2026-10-14.
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
      *    2026-10-14  RSM  INITIAL VERSION - READS THE RECNPOST       *
      *                     EXTRACT PLAYRECN WRITES FOR EVERY ITEM IT  *
      *                     MATCHED OR CLEARED (CTLREC BALANCED) AND   *
      *                     ADDS EACH ITEM'S AMOUNT AND A COUNT OF ONE *
      *                     TO ITS COMPANY'S RECORD ON THE COMPBAL     *
      *                     BALANCE KSDS, IN THE FISCAL PERIOD OF THE  *
      *                     TRANSACTION DATE (FISCTAB/FISCLKUP).  AN   *
      *                     ITEM DATED OUTSIDE THE OPEN FISCAL YEAR,   *
      *                     OR WITH AN UNUSABLE DATE, POSTS TO THE     *
      *                     OTHER-YEAR BUCKET AND IS LISTED ON THE     *
      *                     BALPRPT POSTING REPORT.  A COMPANY'S FIRST *
      *                     ITEM CREATES ITS BALANCE RECORD; THE VERY  *
      *                     FIRST RUN CREATES THE CONTROL RECORD,      *
      *                     OPENING THE FISCAL YEAR OF THE RUN DATE    *
      *    2026-10-15  RSM  THE POSTING RUN DATE - THE LAST-POSTED     *
      *                     DATES AND THE FISCAL YEAR OPENED BY THE    *
      *                     FIRST RUN - IS NOW THE BUSINESS PROCESSING *
      *                     DATE (PDATREC/PDATEWS/PDATPROC COPYBOOKS,  *
      *                     DD PROCDATE) RATHER THAN THE MACHINE DATE  *
      *    2026-10-15  RSM  REFUSES TO POST (RC 16, NOTHING CHANGED)   *
      *                     WHEN THE CONTROL RECORD'S LAST-POSTED DATE *
      *                     IS NOT EARLIER THAN THE RUN DATE, SO A     *
      *                     SECOND RUN FOR THE SAME NIGHT CANNOT POST  *
      *                     ITS ITEMS TWICE                            *
      *    2026-10-15  RSM  REFUSES TO POST (RC 16, NOTHING CHANGED)   *
      *                     WHEN THE RUN DATE FALLS IN A FISCAL YEAR   *
      *                     LATER THAN THE ONE OPEN ON THE CONTROL     *
      *                     RECORD, SO THE NEW YEAR'S FIRST NIGHT      *
      *                     CANNOT POST INTO THE OLD YEAR'S BALANCES   *
      *                     BEFORE PLAYBALJ HAS TAKEN THE YEAR-END     *
      *                     CLOSE                                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECON-POSTING      ASSIGN TO RECNPOST
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-RP-FILE-STATUS.

           SELECT COMPANY-BALANCE    ASSIGN TO COMPBAL
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS BL-COMPANY-CODE
                   FILE STATUS  IS WS-BL-FILE-STATUS.

           SELECT POSTING-REPORT     ASSIGN TO BALPRPT
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-PR-FILE-STATUS.

           SELECT RUN-PARMS          ASSIGN TO RUNPARM
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-RUNPARM-STATUS.

           SELECT RUN-LOG            ASSIGN TO RUNLOG
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-RUNLOG-STATUS.

           SELECT PROC-DATE-FILE     ASSIGN TO PROCDATE
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-PD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECON-POSTING
           RECORDING MODE IS F
           RECORD CONTAINS 45 CHARACTERS.
           COPY RECNTRN REPLACING
                   ==RECON-TRANS-RECORD== BY ==RECON-POST-RECORD==,
                   LEADING ==RT-==       BY ==RP-==.
           COPY CTLREC REPLACING
                   ==CONTROL-RECORD==    BY ==POST-CONTROL-RECORD==,
                   LEADING ==CTL-==      BY ==RPC-==.

       FD  COMPANY-BALANCE
           RECORD CONTAINS 300 CHARACTERS.
           COPY COMPBAL.

       FD  POSTING-REPORT
           RECORDING MODE IS F.
       01  POSTING-REPORT-LINE         PIC X(80).

       FD  RUN-PARMS
           RECORDING MODE IS F.
       01  RUN-PARM-RECORD             PIC X(80).

       FD  RUN-LOG
           RECORDING MODE IS F.
           COPY RUNLREC.

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
           COPY PDATREC.

       WORKING-STORAGE SECTION.
           COPY FISCTAB.
           COPY RUNPARM.
           COPY RUNLOGWS.
           COPY PDATEWS.

       01  WS-FILE-STATUSES.
           05  WS-RP-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-BL-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-PR-FILE-STATUS       PIC XX VALUE '00'.

       01  WS-ABEND-FILE-ID            PIC X(20) VALUE SPACES.
       01  WS-ABEND-FILE-STATUS        PIC XX    VALUE SPACES.

       01  WS-RP-EOF-STA               PIC X VALUE 'N'.
           88  WS-RP-EOF                VALUE 'Y'.
           88  WS-RP-N-EOF              VALUE 'N'.

       01  WS-BAL-FOUND-SW             PIC X VALUE 'N'.
           88  WS-BAL-FOUND             VALUE 'Y'.
           88  WS-BAL-NOT-FOUND         VALUE 'N'.

       01  WS-IN-YEAR-SW               PIC X VALUE 'N'.
           88  WS-IN-OPEN-YEAR          VALUE 'Y'.
           88  WS-NOT-IN-OPEN-YEAR      VALUE 'N'.

       01  WS-READ-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-POSTED-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-OTHER-YEAR-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-NEW-BAL-COUNT            PIC 9(06) VALUE ZERO.

       01  WS-POSTED-AMT               PIC S9(11)V99 VALUE ZERO.
       01  WS-OTHER-YEAR-AMT           PIC S9(11)V99 VALUE ZERO.
       01  WS-EDIT-AMT                 PIC ZZZZZZZZZZ9.99-.

      ******************************************************************
      *    THE OPEN FISCAL YEAR AND ITS START MONTH, TAKEN FROM THE    *
      *    BALANCE FILE CONTROL RECORD AT START-UP                     *
      ******************************************************************
       01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-OPEN-FISCAL-YEAR         PIC 9(04) VALUE ZERO.
       01  WS-OPEN-START-MONTH         PIC 9(02) VALUE ZERO.

      ******************************************************************
      *    FISCAL YEAR DERIVATION - THE CALLER MOVES A CALENDAR DATE   *
      *    TO WS-FY-DATE; 2100-DERIVE-FISCAL-YEAR RETURNS THE YEAR IN  *
      *    WHICH ITS FISCAL YEAR STARTS IN WS-FY-YEAR                  *
      ******************************************************************
       01  WS-FY-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-FY-DATE-PARTS REDEFINES WS-FY-DATE.
           05  WS-FY-CCYY              PIC 9(04).
           05  WS-FY-MM                PIC 9(02).
           05  WS-FY-DD                PIC 9(02).
       01  WS-FY-YEAR                  PIC 9(04) VALUE ZERO.

      ******************************************************************
      *    BATCH BALANCING FIELDS - RECNPOST'S TRAILER CARRIES THE     *
      *    EXPECTED ITEM COUNT, COMPANY CODE HASH AND NET AMOUNT       *
      ******************************************************************
       01  WS-HDR-SEEN-SW              PIC X VALUE 'N'.
           88  WS-HDR-SEEN              VALUE 'Y'.
           88  WS-HDR-NOT-SEEN          VALUE 'N'.

       01  WS-TRL-SEEN-SW              PIC X VALUE 'N'.
           88  WS-TRL-SEEN              VALUE 'Y'.
           88  WS-TRL-NOT-SEEN          VALUE 'N'.

       01  WS-CTL-EXP-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-CTL-EXP-HASH             PIC 9(10) VALUE ZERO.
       01  WS-CTL-EXP-AMT              PIC S9(11)V99 VALUE ZERO.
       01  WS-CTL-ACT-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-CTL-ACT-HASH             PIC 9(10) VALUE ZERO.
       01  WS-CTL-ACT-AMT              PIC S9(11)V99 VALUE ZERO.
       01  WS-CTL-ABEND-MSG            PIC X(40) VALUE SPACES.

       01  WS-HEADING-LINE-1.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(45)
                   VALUE 'COMPANY BALANCE POSTING - OTHER-YEAR ITEMS'.

       01  WS-YEAR-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'OPEN FISCAL YEAR        : '.
           05  YL-FISCAL-YEAR           PIC 9(04).
           05  FILLER                  PIC X(16)
                   VALUE '  START MONTH : '.
           05  YL-START-MONTH           PIC 9(02).
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'TRANS ID'.
           05  FILLER                  PIC X(08) VALUE 'COMPANY'.
           05  FILLER                  PIC X(08) VALUE 'TRANS DT'.
           05  FILLER                  PIC X(13) VALUE '       AMOUNT'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE 'REASON'.

       01  WS-OTHER-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  OL-TRANS-ID             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OL-COMPANY-CODE         PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OL-TRANS-DATE           PIC X(08).
           05  OL-TRANS-AMOUNT         PIC ZZZZZZZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OL-REASON               PIC X(20).
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'ITEMS POSTED            : '.
           05  TL1-POSTED-COUNT         PIC ZZZZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'VALUE POSTED            : '.
           05  TL2-POSTED-AMT           PIC ZZZZZZZZZZ9.99-.
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-TRAILER-LINE-3.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE '  TO OTHER-YEAR BUCKET  : '.
           05  TL3-OTHER-COUNT          PIC ZZZZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-TRAILER-LINE-4.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE '  OTHER-YEAR VALUE      : '.
           05  TL4-OTHER-AMT            PIC ZZZZZZZZZZ9.99-.
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-TRAILER-LINE-5.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'NEW BALANCE RECORDS     : '.
           05  TL5-NEW-BAL-COUNT        PIC ZZZZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           MOVE 'PLAYBALP' TO WS-PD-PROGRAM-ID
           PERFORM READ-PROCESSING-DATE
           MOVE 'PLAYBALP' TO WS-RUNLOG-PROGRAM-ID
           PERFORM WRITE-RUN-LOG-START
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-POST-ITEM THRU 2000-EXIT
                   UNTIL WS-RP-EOF
           PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-READ-COUNT   TO WS-RUNLOG-RECS-IN
           MOVE WS-POSTED-COUNT TO WS-RUNLOG-RECS-OUT
           MOVE RETURN-CODE TO WS-RUNLOG-RC
           PERFORM WRITE-RUN-LOG-END
           STOP RUN
           .

       1000-INITIALIZE.
           MOVE 'PLAYBALP' TO WS-PARM-PROGRAM-ID
           PERFORM PROCESS-RUN-PARMS
           MOVE WS-PD-BUS-DATE TO WS-RUN-DATE
           MOVE 'JAN10431FEB11428MAR12431APR01130MAY02131JUN03130JUL0423
      -    '1AUG05231SEP06230OCT07331NOV08330DEC09331' TO WS-YEAR
           OPEN INPUT  RECON-POSTING
           IF WS-RP-FILE-STATUS NOT = '00'
               MOVE 'RECON-POSTING' TO WS-ABEND-FILE-ID
               MOVE WS-RP-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
      *    THE BALANCE FILE IS CUMULATIVE - IT IS DEFINED ONCE AND    *
      *    EVERY NIGHT ADDS TO IT, SO IT MUST ALWAYS BE THERE TO OPEN *
           OPEN I-O    COMPANY-BALANCE
           IF WS-BL-FILE-STATUS NOT = '00'
               MOVE 'COMPANY-BALANCE' TO WS-ABEND-FILE-ID
               MOVE WS-BL-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           OPEN OUTPUT POSTING-REPORT
           IF WS-PR-FILE-STATUS NOT = '00'
               MOVE 'POSTING-REPORT' TO WS-ABEND-FILE-ID
               MOVE WS-PR-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 1100-READ-CONTROL THRU 1100-EXIT
           MOVE WS-OPEN-START-MONTH TO WS-FISCAL-START-MONTH
           PERFORM BUILD-FISCAL-PERIODS
           MOVE WS-OPEN-FISCAL-YEAR TO YL-FISCAL-YEAR
           MOVE WS-OPEN-START-MONTH TO YL-START-MONTH
           DISPLAY WS-HEADING-LINE-1
           DISPLAY WS-YEAR-LINE
           DISPLAY WS-HEADING-LINE-2
           WRITE POSTING-REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE POSTING-REPORT-LINE FROM WS-YEAR-LINE
           WRITE POSTING-REPORT-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO POSTING-REPORT-LINE
           WRITE POSTING-REPORT-LINE
           PERFORM 1200-READ-POSTING THRU 1200-EXIT
           .
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1100-READ-CONTROL - THE CONTROL RECORD AT KEY 000000 SAYS   *
      *    WHICH FISCAL YEAR IS OPEN AND ITS START MONTH.  ON THE      *
      *    FIRST NIGHT THERE IS NONE YET, SO THE YEAR THE RUN DATE     *
      *    FALLS IN IS OPENED UNDER THE RUNPARM FISCAL-START-MONTH.    *
      *    LATER, A DIFFERENT RUNPARM START MONTH IS ONLY A WARNING -  *
      *    THE OPEN YEAR KEEPS ITS OWN UNTIL THE YEAR-END CLOSE.  A    *
      *    RUN DATE IN A LATER FISCAL YEAR THAN THE OPEN ONE STOPS THE *
      *    RUN UNTIL THAT CLOSE HAS BEEN TAKEN                         *
      ******************************************************************
       1100-READ-CONTROL.
           MOVE ZERO TO BC-CONTROL-KEY
           READ COMPANY-BALANCE
               INVALID KEY
                   PERFORM 1150-CREATE-CONTROL THRU 1150-EXIT
                   GO TO 1100-EXIT
           END-READ
           IF WS-BL-FILE-STATUS NOT = '00'
               DISPLAY 'PLAYBALP - COMPANY-BALANCE READ FAILED - '
                       'FILE STATUS = ' WS-BL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF
           IF BC-FILE-ID NOT = 'COMPBAL'
               MOVE 'CONTROL FILE ID IS NOT COMPBAL' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
      *    THE CONTROL RECORD IS ONLY STAMPED ONCE THE WHOLE NIGHT HAS *
      *    POSTED, SO A STAMP NOT EARLIER THAN THE RUN DATE MEANS THIS *
      *    NIGHT IS ALREADY ON THE FILE - POSTING IT AGAIN WOULD COUNT *
      *    EVERY ITEM TWICE                                            *
           IF BC-LAST-POST-DATE NOT < WS-RUN-DATE
               DISPLAY 'PLAYBALP - BALANCES ALREADY POSTED FOR '
                       BC-LAST-POST-DATE ' - RUN DATE IS '
                       WS-RUN-DATE ' - NOTHING POSTED'
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF
           MOVE BC-OPEN-FISCAL-YEAR   TO WS-OPEN-FISCAL-YEAR
           MOVE BC-FISCAL-START-MONTH TO WS-OPEN-START-MONTH
      *    A RUN DATE PAST THE END OF THE OPEN YEAR MEANS PLAYSTAJ     *
      *    HAS ROLLED THE BUSINESS DATE INTO A NEW FISCAL YEAR BUT     *
      *    PLAYBALJ HAS NOT YET CLOSED THE OLD ONE - POSTING NOW WOULD *
      *    PUT THE NEW YEAR'S ITEMS INTO THE OLD YEAR'S BALANCES       *
           MOVE WS-RUN-DATE TO WS-FY-DATE
           PERFORM 2100-DERIVE-FISCAL-YEAR THRU 2100-EXIT
           IF WS-FY-YEAR > WS-OPEN-FISCAL-YEAR
               DISPLAY 'PLAYBALP - YEAR-END CLOSE NOT TAKEN FOR FISCAL '
                       'YEAR ' WS-OPEN-FISCAL-YEAR ' - RUN DATE IS '
                       WS-RUN-DATE ' - NOTHING POSTED'
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF
           IF WS-PARM-FISCAL-START NOT = WS-OPEN-START-MONTH
               DISPLAY 'PLAYBALP - RUNPARM FISCAL-START-MONTH '
                       WS-PARM-FISCAL-START ' DIFFERS FROM OPEN '
                       'YEAR START MONTH ' WS-OPEN-START-MONTH
                       ' - TAKES EFFECT AT YEAR-END CLOSE'
           END-IF
           .
       1100-EXIT.
           EXIT.

       1150-CREATE-CONTROL.
           MOVE WS-PARM-FISCAL-START TO WS-OPEN-START-MONTH
           MOVE WS-RUN-DATE TO WS-FY-DATE
           PERFORM 2100-DERIVE-FISCAL-YEAR THRU 2100-EXIT
           MOVE WS-FY-YEAR TO WS-OPEN-FISCAL-YEAR
           MOVE SPACES               TO BALANCE-CONTROL-RECORD
           MOVE ZERO                 TO BC-CONTROL-KEY
           MOVE 'COMPBAL'            TO BC-FILE-ID
           MOVE WS-OPEN-FISCAL-YEAR  TO BC-OPEN-FISCAL-YEAR
           MOVE WS-OPEN-START-MONTH  TO BC-FISCAL-START-MONTH
           MOVE ZERO                 TO BC-LAST-POST-DATE
           MOVE ZERO                 TO BC-LAST-CLOSE-DATE
           MOVE ZERO                 TO BC-LAST-CLOSED-YEAR
           WRITE BALANCE-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'PLAYBALP - COMPANY-BALANCE CONTROL WRITE '
                           'FAILED - FILE STATUS = ' WS-BL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-TERMINATE THRU 9000-EXIT
                   STOP RUN
           END-WRITE
           DISPLAY 'PLAYBALP - NO BALANCE CONTROL RECORD - FISCAL '
                   'YEAR ' WS-OPEN-FISCAL-YEAR ' OPENED'
           .
       1150-EXIT.
           EXIT.

      ******************************************************************
      *    1200-READ-POSTING - READS THE NEXT RECNPOST ITEM, PEELING   *
      *    OFF AND VERIFYING THE CONTROL RECORDS SO THE POSTING ONLY   *
      *    EVER SEES DATA; AT END OF FILE THE TRAILER MUST HAVE BEEN   *
      *    SEEN OR THE FILE IS TRUNCATED AND THE RUN ABENDS            *
      ******************************************************************
       1200-READ-POSTING.
           READ RECON-POSTING
               AT END
                   IF WS-TRL-NOT-SEEN
                       MOVE 'NO TRAILER RECORD ON FILE'
                               TO WS-CTL-ABEND-MSG
                       PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
                   END-IF
                   SET WS-RP-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN RPC-HEADER-REC
                               AND RPC-FILE-ID = 'RECNPOST'
                           PERFORM 1210-CHECK-HEADER THRU 1210-EXIT
                           GO TO 1200-READ-POSTING
                       WHEN RPC-TRAILER-REC
                               AND RPC-FILE-ID = 'RECNPOST'
                           PERFORM 1220-VERIFY-TRAILER THRU 1220-EXIT
                           GO TO 1200-READ-POSTING
                       WHEN OTHER
                           IF WS-HDR-NOT-SEEN
                               MOVE 'DATA RECORD BEFORE HEADER'
                                       TO WS-CTL-ABEND-MSG
                               PERFORM 9800-CONTROL-ABEND
                                       THRU 9800-EXIT
                           END-IF
                           IF WS-TRL-SEEN
                               MOVE 'DATA RECORD AFTER TRAILER'
                                       TO WS-CTL-ABEND-MSG
                               PERFORM 9800-CONTROL-ABEND
                                       THRU 9800-EXIT
                           END-IF
                           SET WS-RP-N-EOF TO TRUE
                           ADD 1 TO WS-READ-COUNT
                           ADD 1 TO WS-CTL-ACT-COUNT
                           ADD RP-COMPANY-CODE TO WS-CTL-ACT-HASH
                           ADD RP-TRANS-AMOUNT TO WS-CTL-ACT-AMT
                   END-EVALUATE
           END-READ
           .
       1200-EXIT.
           EXIT.

       1210-CHECK-HEADER.
           IF WS-HDR-SEEN
               MOVE 'DUPLICATE HEADER RECORD' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           SET WS-HDR-SEEN TO TRUE
           .
       1210-EXIT.
           EXIT.

       1220-VERIFY-TRAILER.
           IF WS-TRL-SEEN
               MOVE 'DUPLICATE TRAILER RECORD' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           IF RPC-RECORD-COUNT NOT NUMERIC
                   OR RPC-HASH-TOTAL NOT NUMERIC
                   OR RPC-AMOUNT-TOTAL NOT NUMERIC
               MOVE 'TRAILER TOTALS NOT NUMERIC' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           MOVE RPC-RECORD-COUNT TO WS-CTL-EXP-COUNT
           MOVE RPC-HASH-TOTAL   TO WS-CTL-EXP-HASH
           MOVE RPC-AMOUNT-TOTAL TO WS-CTL-EXP-AMT
           IF WS-CTL-EXP-COUNT NOT = WS-CTL-ACT-COUNT
               MOVE 'RECORD COUNT OUT OF BALANCE' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           IF WS-CTL-EXP-HASH NOT = WS-CTL-ACT-HASH
               MOVE 'HASH TOTAL OUT OF BALANCE' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           IF WS-CTL-EXP-AMT NOT = WS-CTL-ACT-AMT
               MOVE 'AMOUNT TOTAL OUT OF BALANCE' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           SET WS-TRL-SEEN TO TRUE
           .
       1220-EXIT.
           EXIT.

      ******************************************************************
      *    2000-POST-ITEM - FETCH (OR START) THE COMPANY'S BALANCE     *
      *    RECORD AND ADD THE ITEM TO THE FISCAL PERIOD OF ITS         *
      *    TRANSACTION DATE.  AN ITEM DATED OUTSIDE THE OPEN YEAR, OR  *
      *    WHOSE DATE CANNOT BE PLACED IN A PERIOD, GOES TO THE        *
      *    OTHER-YEAR BUCKET SO NO RECONCILED VALUE IS EVER LOST       *
      ******************************************************************
       2000-POST-ITEM.
           PERFORM 2200-FETCH-BALANCE THRU 2200-EXIT
           SET WS-NOT-IN-OPEN-YEAR TO TRUE
           MOVE SPACES TO OL-REASON
           IF RP-TRANS-DATE NUMERIC
                   AND RP-TRANS-DATE > ZERO
               MOVE RP-TRANS-DATE TO WS-FY-DATE
               IF WS-FY-MM < 01 OR WS-FY-MM > 12
                   MOVE 'BAD TRANS DATE' TO OL-REASON
               ELSE
                   PERFORM 2100-DERIVE-FISCAL-YEAR THRU 2100-EXIT
                   IF WS-FY-YEAR = WS-OPEN-FISCAL-YEAR
                       SET WS-IN-OPEN-YEAR TO TRUE
                   ELSE
                       MOVE 'OUTSIDE OPEN YEAR' TO OL-REASON
                   END-IF
               END-IF
           ELSE
               MOVE 'BAD TRANS DATE' TO OL-REASON
           END-IF
           IF WS-IN-OPEN-YEAR
               MOVE WS-FY-MM TO WS-LOOKUP-MONTH-NBR
               PERFORM LOOKUP-FISCAL-PERIOD
               ADD RP-TRANS-AMOUNT
                       TO BL-PERIOD-AMT(WS-LOOKUP-FISCAL-PERIOD)
               ADD 1 TO BL-PERIOD-CNT(WS-LOOKUP-FISCAL-PERIOD)
           ELSE
               ADD RP-TRANS-AMOUNT TO BL-OTHER-YEAR-AMT
               ADD 1 TO BL-OTHER-YEAR-CNT
               PERFORM 2400-PRINT-OTHER-YEAR THRU 2400-EXIT
           END-IF
           MOVE WS-RUN-DATE TO BL-LAST-POST-DATE
           PERFORM 2300-STORE-BALANCE THRU 2300-EXIT
           ADD 1 TO WS-POSTED-COUNT
           ADD RP-TRANS-AMOUNT TO WS-POSTED-AMT
           PERFORM 1200-READ-POSTING THRU 1200-EXIT
           .
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    2100-DERIVE-FISCAL-YEAR - A MONTH BEFORE THE START MONTH    *
      *    BELONGS TO THE FISCAL YEAR THAT STARTED THE CALENDAR YEAR   *
      *    BEFORE                                                      *
      ******************************************************************
       2100-DERIVE-FISCAL-YEAR.
           IF WS-FY-MM < WS-OPEN-START-MONTH
               COMPUTE WS-FY-YEAR = WS-FY-CCYY - 1
           ELSE
               MOVE WS-FY-CCYY TO WS-FY-YEAR
           END-IF
           .
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    2200-FETCH-BALANCE - KEYED READ OF THE COMPANY'S BALANCE    *
      *    RECORD.  A COMPANY WITH NO RECORD YET GETS A ZEROED ONE FOR *
      *    THE OPEN YEAR, WRITTEN (NOT REWRITTEN) BY 2300              *
      ******************************************************************
       2200-FETCH-BALANCE.
           SET WS-BAL-FOUND TO TRUE
           MOVE RP-COMPANY-CODE TO BL-COMPANY-CODE
           READ COMPANY-BALANCE
               INVALID KEY
                   SET WS-BAL-NOT-FOUND TO TRUE
           END-READ
           IF WS-BL-FILE-STATUS NOT = '00' AND '23'
               DISPLAY 'PLAYBALP - COMPANY-BALANCE READ FAILED - '
                       'FILE STATUS = ' WS-BL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF
           IF WS-BAL-NOT-FOUND
               MOVE SPACES TO COMPANY-BALANCE-RECORD
               INITIALIZE COMPANY-BALANCE-RECORD
               MOVE RP-COMPANY-CODE     TO BL-COMPANY-CODE
               MOVE WS-OPEN-FISCAL-YEAR TO BL-FISCAL-YEAR
               MOVE WS-OPEN-START-MONTH TO BL-FISCAL-START-MONTH
           END-IF
           .
       2200-EXIT.
           EXIT.

       2300-STORE-BALANCE.
           IF WS-BAL-FOUND
               REWRITE COMPANY-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY 'PLAYBALP - COMPANY-BALANCE REWRITE '
                               'FAILED FOR ' BL-COMPANY-CODE
                               ' - FILE STATUS = ' WS-BL-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       PERFORM 9000-TERMINATE THRU 9000-EXIT
                       STOP RUN
               END-REWRITE
           ELSE
               WRITE COMPANY-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY 'PLAYBALP - COMPANY-BALANCE WRITE '
                               'FAILED FOR ' BL-COMPANY-CODE
                               ' - FILE STATUS = ' WS-BL-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       PERFORM 9000-TERMINATE THRU 9000-EXIT
                       STOP RUN
               END-WRITE
               ADD 1 TO WS-NEW-BAL-COUNT
           END-IF
           .
       2300-EXIT.
           EXIT.

       2400-PRINT-OTHER-YEAR.
           ADD 1 TO WS-OTHER-YEAR-COUNT
           ADD RP-TRANS-AMOUNT     TO WS-OTHER-YEAR-AMT
           MOVE RP-TRANS-ID        TO OL-TRANS-ID
           MOVE RP-COMPANY-CODE    TO OL-COMPANY-CODE
           MOVE RP-TRANS-DATE      TO OL-TRANS-DATE
           MOVE RP-TRANS-AMOUNT    TO OL-TRANS-AMOUNT
           DISPLAY WS-OTHER-LINE
           MOVE SPACES        TO POSTING-REPORT-LINE
           MOVE WS-OTHER-LINE TO POSTING-REPORT-LINE
           WRITE POSTING-REPORT-LINE
           .
       2400-EXIT.
           EXIT.

      ******************************************************************
      *    3000-PRINT-TOTALS - STAMPS THE NIGHT ON THE CONTROL RECORD  *
      *    AND PRINTS THE POSTING TOTALS.  VALUE POSTED MUST EQUAL     *
      *    PLAYRECN'S MATCHED VALUE FOR THE SAME NIGHT                 *
      ******************************************************************
       3000-PRINT-TOTALS.
           MOVE ZERO TO BC-CONTROL-KEY
           READ COMPANY-BALANCE
               INVALID KEY
                   MOVE 'CONTROL RECORD HAS GONE MISSING'
                           TO WS-CTL-ABEND-MSG
                   PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-READ
           MOVE WS-RUN-DATE TO BC-LAST-POST-DATE
           REWRITE BALANCE-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'PLAYBALP - COMPANY-BALANCE CONTROL '
                           'REWRITE FAILED - FILE STATUS = '
                           WS-BL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-TERMINATE THRU 9000-EXIT
                   STOP RUN
           END-REWRITE
           MOVE SPACES TO POSTING-REPORT-LINE
           WRITE POSTING-REPORT-LINE
           MOVE WS-POSTED-COUNT TO TL1-POSTED-COUNT
           WRITE POSTING-REPORT-LINE FROM WS-TRAILER-LINE-1
           MOVE WS-POSTED-AMT TO TL2-POSTED-AMT
           WRITE POSTING-REPORT-LINE FROM WS-TRAILER-LINE-2
           MOVE WS-OTHER-YEAR-COUNT TO TL3-OTHER-COUNT
           WRITE POSTING-REPORT-LINE FROM WS-TRAILER-LINE-3
           MOVE WS-OTHER-YEAR-AMT TO TL4-OTHER-AMT
           WRITE POSTING-REPORT-LINE FROM WS-TRAILER-LINE-4
           MOVE WS-NEW-BAL-COUNT TO TL5-NEW-BAL-COUNT
           WRITE POSTING-REPORT-LINE FROM WS-TRAILER-LINE-5
           DISPLAY 'COMPANY BALANCE POSTING RUN COMPLETE'
           DISPLAY 'ITEMS READ              : ' WS-READ-COUNT
           DISPLAY 'ITEMS POSTED            : ' WS-POSTED-COUNT
           DISPLAY '  TO OTHER-YEAR BUCKET  : ' WS-OTHER-YEAR-COUNT
           DISPLAY 'NEW BALANCE RECORDS     : ' WS-NEW-BAL-COUNT
           MOVE WS-POSTED-AMT TO WS-EDIT-AMT
           DISPLAY 'VALUE POSTED            : ' WS-EDIT-AMT
           MOVE WS-OTHER-YEAR-AMT TO WS-EDIT-AMT
           DISPLAY '  OTHER-YEAR VALUE      : ' WS-EDIT-AMT
           .
       3000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE RECON-POSTING
           CLOSE COMPANY-BALANCE
           CLOSE POSTING-REPORT
           .
       9000-EXIT.
           EXIT.

      ******************************************************************
      *    9999-ABEND - AN INPUT OR OUTPUT FILE FAILED TO OPEN.  THE   *
      *    FILE NAME AND ITS FILE STATUS ARE DISPLAYED SO THE FAILURE  *
      *    CAN BE DIAGNOSED FROM THE JOB LOG                           *
      ******************************************************************
       9999-ABEND.
           DISPLAY 'PLAYBALP - UNABLE TO OPEN ' WS-ABEND-FILE-ID
                   ' - FILE STATUS = ' WS-ABEND-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9999-EXIT.
           EXIT.

      ******************************************************************
      *    9800-CONTROL-ABEND - AN INPUT FILE FAILED BATCH BALANCING.  *
      *    THE REASON AND THE EXPECTED-VERSUS-ACTUAL TOTALS GO TO THE  *
      *    LOG AND THE RUN ABENDS BEFORE ANY RESULT IS TRUSTED         *
      ******************************************************************
       9800-CONTROL-ABEND.
           DISPLAY 'PLAYBALP - CONTROL ERROR - ' WS-CTL-ABEND-MSG
           DISPLAY 'EXPECTED COUNT : ' WS-CTL-EXP-COUNT
                   '  ACTUAL COUNT : ' WS-CTL-ACT-COUNT
           DISPLAY 'EXPECTED HASH  : ' WS-CTL-EXP-HASH
                   '  ACTUAL HASH  : ' WS-CTL-ACT-HASH
           MOVE WS-CTL-EXP-AMT TO WS-EDIT-AMT
           DISPLAY 'EXPECTED AMT   : ' WS-EDIT-AMT
           MOVE WS-CTL-ACT-AMT TO WS-EDIT-AMT
           DISPLAY '  ACTUAL AMT   : ' WS-EDIT-AMT
           MOVE 16 TO RETURN-CODE
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN
           .
       9800-EXIT.
           EXIT.

           COPY FISCLKUP.

           COPY PARMPROC.

           COPY RUNLPROC.

           COPY PDATPROC.
