      ******************************************************************
      *        PROGRAM NAME            : PLAYBALY                      *
      *        DESCRIPTION             : COMPANY BALANCE YEAR-END      *
      *                                  CLOSE - CARRIES THE CLOSING   *
      *                                  FISCAL YEAR TO A HISTORY      *
      *                                  GENERATION AND OPENS THE NEW  *
      *                                  YEAR AT ZERO                  *
      *        CREDITS                 : EDUCATORS AND TRAINERS        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PLAYBALY.
       AUTHOR.         R S MEHTA.
       INSTALLATION.   BATCH SYSTEMS.
       DATE-WRITTEN.   2026-10-14.
       DATE-COMPILED.  2026-10-14.
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
      *    2026-10-14  RSM  INITIAL VERSION - RUN ONCE AFTER THE LAST  *
      *                     NIGHT OF THE FISCAL YEAR.  EVERY COMPANY   *
      *                     RECORD ON THE COMPBAL BALANCE KSDS IS      *
      *                     COPIED AS IT STANDS TO THE BALHIST HISTORY *
      *                     GENERATION (CTLREC BALANCED ON COUNT, CODE *
      *                     HASH AND NET VALUE) AND LISTED ON THE      *
      *                     BALYRPT CLOSING REPORT, THEN REWRITTEN     *
      *                     WITH EVERY BUCKET ZERO FOR THE NEW YEAR.   *
      *                     THE CONTROL RECORD MOVES ON ONE YEAR.  THE *
      *                     CLOSE REFUSES TO RUN WHILE THE RUN DATE IS *
      *                     STILL INSIDE THE OPEN YEAR, SO AN EARLY OR *
      *                     REPEATED SUBMISSION CANNOT WIPE A LIVE     *
      *                     YEAR.  THE NEW YEAR TAKES THE RUNPARM      *
      *                     FISCAL-START-MONTH IN FORCE AT THE CLOSE   *
      *    2026-10-15  RSM  THE CLOSE NOW TESTS THE OPEN FISCAL YEAR   *
      *                     AGAINST THE BUSINESS PROCESSING DATE       *
      *                     (PDATREC/PDATEWS/PDATPROC COPYBOOKS, DD    *
      *                     PROCDATE) RATHER THAN THE MACHINE DATE     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANY-BALANCE    ASSIGN TO COMPBAL
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS BL-COMPANY-CODE
                   FILE STATUS  IS WS-BL-FILE-STATUS.

           SELECT BALANCE-HISTORY    ASSIGN TO BALHIST
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-BH-FILE-STATUS.

           SELECT CLOSE-REPORT       ASSIGN TO BALYRPT
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-YR-FILE-STATUS.

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
       FD  COMPANY-BALANCE
           RECORD CONTAINS 300 CHARACTERS.
           COPY COMPBAL.

       FD  BALANCE-HISTORY
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       01  BALANCE-HISTORY-RECORD      PIC X(300).
           COPY CTLREC REPLACING
                   ==CONTROL-RECORD==    BY ==HIST-CONTROL-RECORD==,
                   LEADING ==CTL-==      BY ==BHC-==,
                   ==X(01)==        BY ==X(256)==.

       FD  CLOSE-REPORT
           RECORDING MODE IS F.
       01  CLOSE-REPORT-LINE           PIC X(80).

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
           COPY RUNPARM.
           COPY RUNLOGWS.
           COPY PDATEWS.

       01  WS-FILE-STATUSES.
           05  WS-BL-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-BH-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-YR-FILE-STATUS       PIC XX VALUE '00'.

       01  WS-ABEND-FILE-ID            PIC X(20) VALUE SPACES.
       01  WS-ABEND-FILE-STATUS        PIC XX    VALUE SPACES.

       01  WS-BL-EOF-STA               PIC X VALUE 'N'.
           88  WS-BL-EOF                VALUE 'Y'.
           88  WS-BL-N-EOF              VALUE 'N'.

       01  WS-READ-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-CLOSED-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-PERIOD-SUB               PIC 9(02) VALUE ZERO.

       01  WS-YEAR-CNT                 PIC 9(08) VALUE ZERO.
       01  WS-YEAR-AMT                 PIC S9(11)V99 VALUE ZERO.
       01  WS-CLOSED-AMT               PIC S9(11)V99 VALUE ZERO.
       01  WS-OTHER-YEAR-AMT           PIC S9(11)V99 VALUE ZERO.
       01  WS-BH-HASH-TOTAL            PIC 9(10) VALUE ZERO.
       01  WS-BH-AMT-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01  WS-EDIT-AMT                 PIC ZZZZZZZZZZ9.99-.

      ******************************************************************
      *    THE YEAR BEING CLOSED AND THE YEAR BEING OPENED, FROM THE   *
      *    BALANCE FILE CONTROL RECORD AND THE RUNPARM START MONTH     *
      ******************************************************************
       01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-CCYY             PIC 9(04).
           05  WS-RUN-MM               PIC 9(02).
           05  WS-RUN-DD               PIC 9(02).
       01  WS-RUN-FISCAL-YEAR          PIC 9(04) VALUE ZERO.
       01  WS-CLOSING-YEAR             PIC 9(04) VALUE ZERO.
       01  WS-CLOSING-START-MONTH      PIC 9(02) VALUE ZERO.
       01  WS-NEW-YEAR                 PIC 9(04) VALUE ZERO.
       01  WS-NEW-START-MONTH          PIC 9(02) VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(45)
                   VALUE 'COMPANY BALANCE YEAR-END CLOSE'.

       01  WS-YEAR-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'FISCAL YEAR CLOSED      : '.
           05  YL-CLOSING-YEAR          PIC 9(04).
           05  FILLER                  PIC X(16)
                   VALUE '  NEW YEAR    : '.
           05  YL-NEW-YEAR              PIC 9(04).
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'COMPANY'.
           05  FILLER                  PIC X(06) VALUE 'YEAR'.
           05  FILLER                  PIC X(09) VALUE '    ITEMS'.
           05  FILLER                  PIC X(17)
                   VALUE '       YEAR VALUE'.
           05  FILLER                  PIC X(17)
                   VALUE ' OTHER-YEAR VALUE'.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  DL-COMPANY-CODE         PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-FISCAL-YEAR          PIC 9(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-YEAR-CNT             PIC ZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-YEAR-AMT             PIC ZZZZZZZZZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-OTHER-YEAR-AMT       PIC ZZZZZZZZZZ9.99-.
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'COMPANIES CLOSED        : '.
           05  TL1-CLOSED-COUNT         PIC ZZZZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'YEAR VALUE CLOSED       : '.
           05  TL2-CLOSED-AMT           PIC ZZZZZZZZZZ9.99-.
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-TRAILER-LINE-3.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'OTHER-YEAR VALUE CLOSED : '.
           05  TL3-OTHER-YEAR-AMT       PIC ZZZZZZZZZZ9.99-.
           05  FILLER                  PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      *    0000-MAINLINE                                               *
      ******************************************************************
       0000-MAINLINE.
           MOVE 'PLAYBALY' TO WS-PD-PROGRAM-ID
           PERFORM READ-PROCESSING-DATE
           MOVE 'PLAYBALY' TO WS-RUNLOG-PROGRAM-ID
           PERFORM WRITE-RUN-LOG-START
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CLOSE-COMPANY THRU 2000-EXIT
                   UNTIL WS-BL-EOF
           PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-READ-COUNT   TO WS-RUNLOG-RECS-IN
           MOVE WS-CLOSED-COUNT TO WS-RUNLOG-RECS-OUT
           MOVE RETURN-CODE TO WS-RUNLOG-RC
           PERFORM WRITE-RUN-LOG-END
           STOP RUN
           .

       1000-INITIALIZE.
           MOVE 'PLAYBALY' TO WS-PARM-PROGRAM-ID
           PERFORM PROCESS-RUN-PARMS
           MOVE WS-PARM-FISCAL-START TO WS-NEW-START-MONTH
           MOVE WS-PD-BUS-DATE TO WS-RUN-DATE
           OPEN I-O    COMPANY-BALANCE
           IF WS-BL-FILE-STATUS NOT = '00'
               MOVE 'COMPANY-BALANCE' TO WS-ABEND-FILE-ID
               MOVE WS-BL-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           OPEN OUTPUT BALANCE-HISTORY
           IF WS-BH-FILE-STATUS NOT = '00'
               MOVE 'BALANCE-HISTORY' TO WS-ABEND-FILE-ID
               MOVE WS-BH-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           OPEN OUTPUT CLOSE-REPORT
           IF WS-YR-FILE-STATUS NOT = '00'
               MOVE 'CLOSE-REPORT' TO WS-ABEND-FILE-ID
               MOVE WS-YR-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 1100-CHECK-CONTROL THRU 1100-EXIT
           MOVE SPACES     TO BALANCE-HISTORY-RECORD
           MOVE '000000'   TO BHC-CONTROL-KEY
           MOVE 'BALHIST'  TO BHC-FILE-ID
           MOVE ZERO       TO BHC-RECORD-COUNT
           MOVE ZERO       TO BHC-HASH-TOTAL
           MOVE ZERO       TO BHC-AMOUNT-TOTAL
           WRITE HIST-CONTROL-RECORD
           MOVE WS-CLOSING-YEAR TO YL-CLOSING-YEAR
           MOVE WS-NEW-YEAR     TO YL-NEW-YEAR
           DISPLAY WS-HEADING-LINE-1
           DISPLAY WS-YEAR-LINE
           DISPLAY WS-HEADING-LINE-2
           WRITE CLOSE-REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE CLOSE-REPORT-LINE FROM WS-YEAR-LINE
           WRITE CLOSE-REPORT-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           PERFORM 1200-START-BROWSE THRU 1200-EXIT
           .
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1100-CHECK-CONTROL - THE CONTROL RECORD NAMES THE OPEN      *
      *    YEAR.  THE RUN DATE MUST ALREADY FALL IN A LATER FISCAL     *
      *    YEAR (UNDER THE OPEN YEAR'S OWN START MONTH) OR THE YEAR    *
      *    HAS NOT ENDED AND NOTHING IS TOUCHED                        *
      ******************************************************************
       1100-CHECK-CONTROL.
           MOVE ZERO TO BC-CONTROL-KEY
           READ COMPANY-BALANCE
               INVALID KEY
                   DISPLAY 'PLAYBALY - NO BALANCE CONTROL RECORD - '
                           'NOTHING HAS BEEN POSTED TO CLOSE'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-TERMINATE THRU 9000-EXIT
                   STOP RUN
           END-READ
           IF WS-BL-FILE-STATUS NOT = '00'
               DISPLAY 'PLAYBALY - COMPANY-BALANCE READ FAILED - '
                       'FILE STATUS = ' WS-BL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF
           IF BC-FILE-ID NOT = 'COMPBAL'
               DISPLAY 'PLAYBALY - CONTROL FILE ID IS NOT COMPBAL'
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF
           MOVE BC-OPEN-FISCAL-YEAR   TO WS-CLOSING-YEAR
           MOVE BC-FISCAL-START-MONTH TO WS-CLOSING-START-MONTH
           COMPUTE WS-NEW-YEAR = WS-CLOSING-YEAR + 1
           IF WS-RUN-MM < WS-CLOSING-START-MONTH
               COMPUTE WS-RUN-FISCAL-YEAR = WS-RUN-CCYY - 1
           ELSE
               MOVE WS-RUN-CCYY TO WS-RUN-FISCAL-YEAR
           END-IF
           IF WS-RUN-FISCAL-YEAR NOT > WS-CLOSING-YEAR
               DISPLAY 'PLAYBALY - FISCAL YEAR ' WS-CLOSING-YEAR
                       ' HAS NOT ENDED AT RUN DATE ' WS-RUN-DATE
                       ' - NO CLOSE TAKEN'
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF
           IF WS-NEW-START-MONTH NOT = WS-CLOSING-START-MONTH
               DISPLAY 'PLAYBALY - FISCAL START MONTH CHANGES FROM '
                       WS-CLOSING-START-MONTH ' TO '
                       WS-NEW-START-MONTH ' FOR YEAR ' WS-NEW-YEAR
           END-IF
           .
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    1200-START-BROWSE - POSITION PAST THE CONTROL RECORD AT     *
      *    KEY 000000 AND READ THE FIRST COMPANY                       *
      ******************************************************************
       1200-START-BROWSE.
           MOVE ZERO TO BL-COMPANY-CODE
           START COMPANY-BALANCE KEY > BL-COMPANY-CODE
               INVALID KEY
                   SET WS-BL-EOF TO TRUE
           END-START
           IF WS-BL-N-EOF
               PERFORM 1300-READ-NEXT-BALANCE THRU 1300-EXIT
           END-IF
           .
       1200-EXIT.
           EXIT.

       1300-READ-NEXT-BALANCE.
           READ COMPANY-BALANCE NEXT RECORD
               AT END
                   SET WS-BL-EOF TO TRUE
               NOT AT END
                   SET WS-BL-N-EOF TO TRUE
                   ADD 1 TO WS-READ-COUNT
           END-READ
           .
       1300-EXIT.
           EXIT.

      ******************************************************************
      *    2000-CLOSE-COMPANY - HISTORY FIRST, EXACTLY AS THE RECORD   *
      *    STANDS, THEN THE LIVE RECORD IS ZEROED FOR THE NEW YEAR     *
      ******************************************************************
       2000-CLOSE-COMPANY.
           MOVE ZERO TO WS-YEAR-CNT
           MOVE ZERO TO WS-YEAR-AMT
           PERFORM 2100-SUM-PERIOD THRU 2100-EXIT
                   VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > 12
           WRITE BALANCE-HISTORY-RECORD FROM COMPANY-BALANCE-RECORD
           ADD 1 TO WS-CLOSED-COUNT
           ADD BL-COMPANY-CODE TO WS-BH-HASH-TOTAL
           ADD WS-YEAR-AMT TO WS-CLOSED-AMT
           ADD WS-YEAR-AMT TO WS-BH-AMT-TOTAL
           ADD BL-OTHER-YEAR-AMT TO WS-OTHER-YEAR-AMT
           ADD BL-OTHER-YEAR-AMT TO WS-BH-AMT-TOTAL
           MOVE BL-COMPANY-CODE   TO DL-COMPANY-CODE
           MOVE BL-FISCAL-YEAR    TO DL-FISCAL-YEAR
           MOVE WS-YEAR-CNT       TO DL-YEAR-CNT
           MOVE WS-YEAR-AMT       TO DL-YEAR-AMT
           MOVE BL-OTHER-YEAR-AMT TO DL-OTHER-YEAR-AMT
           DISPLAY WS-DETAIL-LINE
           MOVE SPACES         TO CLOSE-REPORT-LINE
           MOVE WS-DETAIL-LINE TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           PERFORM 2200-OPEN-NEW-YEAR THRU 2200-EXIT
           PERFORM 1300-READ-NEXT-BALANCE THRU 1300-EXIT
           .
       2000-EXIT.
           EXIT.

       2100-SUM-PERIOD.
           ADD BL-PERIOD-CNT(WS-PERIOD-SUB) TO WS-YEAR-CNT
           ADD BL-PERIOD-AMT(WS-PERIOD-SUB) TO WS-YEAR-AMT
           .
       2100-EXIT.
           EXIT.

       2200-OPEN-NEW-YEAR.
           PERFORM 2210-ZERO-PERIOD THRU 2210-EXIT
                   VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > 12
           MOVE ZERO               TO BL-OTHER-YEAR-AMT
           MOVE ZERO               TO BL-OTHER-YEAR-CNT
           MOVE WS-NEW-YEAR        TO BL-FISCAL-YEAR
           MOVE WS-NEW-START-MONTH TO BL-FISCAL-START-MONTH
           REWRITE COMPANY-BALANCE-RECORD
               INVALID KEY
                   DISPLAY 'PLAYBALY - COMPANY-BALANCE REWRITE '
                           'FAILED FOR ' BL-COMPANY-CODE
                           ' - FILE STATUS = ' WS-BL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-TERMINATE THRU 9000-EXIT
                   STOP RUN
           END-REWRITE
           .
       2200-EXIT.
           EXIT.

       2210-ZERO-PERIOD.
           MOVE ZERO TO BL-PERIOD-AMT(WS-PERIOD-SUB)
           MOVE ZERO TO BL-PERIOD-CNT(WS-PERIOD-SUB)
           .
       2210-EXIT.
           EXIT.

      ******************************************************************
      *    3000-PRINT-TOTALS - MOVE THE CONTROL RECORD ON TO THE NEW   *
      *    YEAR, CLOSE OFF THE HISTORY GENERATION WITH ITS TRAILER     *
      *    AND PRINT THE CLOSING TOTALS                                *
      ******************************************************************
       3000-PRINT-TOTALS.
           MOVE ZERO TO BC-CONTROL-KEY
           READ COMPANY-BALANCE
               INVALID KEY
                   DISPLAY 'PLAYBALY - CONTROL RECORD HAS GONE MISSING'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-TERMINATE THRU 9000-EXIT
                   STOP RUN
           END-READ
           MOVE WS-NEW-YEAR        TO BC-OPEN-FISCAL-YEAR
           MOVE WS-NEW-START-MONTH TO BC-FISCAL-START-MONTH
           MOVE WS-RUN-DATE        TO BC-LAST-CLOSE-DATE
           MOVE WS-CLOSING-YEAR    TO BC-LAST-CLOSED-YEAR
           REWRITE BALANCE-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'PLAYBALY - COMPANY-BALANCE CONTROL '
                           'REWRITE FAILED - FILE STATUS = '
                           WS-BL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-TERMINATE THRU 9000-EXIT
                   STOP RUN
           END-REWRITE
           MOVE SPACES           TO BALANCE-HISTORY-RECORD
           MOVE '999999'         TO BHC-CONTROL-KEY
           MOVE 'BALHIST'        TO BHC-FILE-ID
           MOVE WS-CLOSED-COUNT  TO BHC-RECORD-COUNT
           MOVE WS-BH-HASH-TOTAL TO BHC-HASH-TOTAL
           MOVE WS-BH-AMT-TOTAL  TO BHC-AMOUNT-TOTAL
           WRITE HIST-CONTROL-RECORD
           MOVE SPACES TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           MOVE WS-CLOSED-COUNT TO TL1-CLOSED-COUNT
           WRITE CLOSE-REPORT-LINE FROM WS-TRAILER-LINE-1
           MOVE WS-CLOSED-AMT TO TL2-CLOSED-AMT
           WRITE CLOSE-REPORT-LINE FROM WS-TRAILER-LINE-2
           MOVE WS-OTHER-YEAR-AMT TO TL3-OTHER-YEAR-AMT
           WRITE CLOSE-REPORT-LINE FROM WS-TRAILER-LINE-3
           DISPLAY 'COMPANY BALANCE YEAR-END CLOSE COMPLETE'
           DISPLAY 'FISCAL YEAR CLOSED      : ' WS-CLOSING-YEAR
           DISPLAY 'FISCAL YEAR OPENED      : ' WS-NEW-YEAR
           DISPLAY 'COMPANIES CLOSED        : ' WS-CLOSED-COUNT
           MOVE WS-CLOSED-AMT TO WS-EDIT-AMT
           DISPLAY 'YEAR VALUE CLOSED       : ' WS-EDIT-AMT
           MOVE WS-OTHER-YEAR-AMT TO WS-EDIT-AMT
           DISPLAY 'OTHER-YEAR VALUE CLOSED : ' WS-EDIT-AMT
           .
       3000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE COMPANY-BALANCE
           CLOSE BALANCE-HISTORY
           CLOSE CLOSE-REPORT
           .
       9000-EXIT.
           EXIT.

      ******************************************************************
      *    9999-ABEND - AN INPUT OR OUTPUT FILE FAILED TO OPEN.  THE   *
      *    FILE NAME AND ITS FILE STATUS ARE DISPLAYED SO THE FAILURE  *
      *    CAN BE DIAGNOSED FROM THE JOB LOG                           *
      ******************************************************************
       9999-ABEND.
           DISPLAY 'PLAYBALY - UNABLE TO OPEN ' WS-ABEND-FILE-ID
                   ' - FILE STATUS = ' WS-ABEND-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9999-EXIT.
           EXIT.

           COPY PARMPROC.

           COPY RUNLPROC.

           COPY PDATPROC.
