      *                     ADDED TOGETHER.  A COMPANY WITH A BLANK   *
      *                     OR UNLISTED CURRENCY RESTATES AT PAR AND  *
      *                     IS COUNTED ON THE RUN TOTALS              *
      *    2026-10-15  RSM  ACTIVITY UNDER A COMPANY CODE SINCE MERGED *
      *                     OR RENUMBERED IS BUCKETED UNDER THE        *
      *                     SURVIVOR THROUGH THE CODEXREF CROSS-       *
      *                     REFERENCE (CODXREC, CODXWS AND CODXPROC    *
      *                     COPYBOOKS) AND THE NUMBER REDIRECTED IS    *
      *                     SHOWN ON THE RUN TOTALS.  THE RECNTRAN     *
      *                     HASH STAYS ON THE CODES AS RECEIVED        *
      *    2026-10-15  RSM  A TRANSACTION WHOSE ID PLAYRECN FIRST      *
      *                     REGISTERED ON AN EARLIER NIGHT (RECNREG,   *
      *                     KEYED READ) IS A RE-SENT COPY OF A FEED    *
      *                     ALREADY SUMMARISED AND IS SKIPPED, AS IS A *
      *                     SECOND COPY OF AN ID ALREADY TAKEN IN THE  *
      *                     SAME RUN, SO A RE-SENT OR REPEATED         *
      *                     RECNTRAN ITEM NO LONGER DOUBLES THE        *
      *                     BUCKETS.  THE NUMBER SKIPPED IS SHOWN ON   *
      *                     THE RUN TOTALS.  TODAY'S BUSINESS DATE     *
      *                     COMES FROM PROCDATE (PDATREC, PDATEWS AND  *
      *                     PDATPROC COPYBOOKS).  RECNTRAN BALANCING   *
      *                     STAYS ON THE FILE AS RECEIVED              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-CU-FILE-STATUS.

           SELECT CODE-XREF-FILE     ASSIGN TO CODEXREF
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-XR-STATUS.

           SELECT RECON-REGISTER     ASSIGN TO RECNREG
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS RG-TRANS-ID
                   FILE STATUS  IS WS-RG-FILE-STATUS.

           SELECT PROC-DATE-FILE     ASSIGN TO PROCDATE
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-PD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-MASTER
                   LEADING ==CTL-==      BY ==UC-==,
                   ==X(01)==        BY ==X(36)==.

       FD  CODE-XREF-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY CODXREC.

       FD  RECON-REGISTER
           RECORD CONTAINS 50 CHARACTERS.
           COPY RECNREG.

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
           COPY PDATREC.

       WORKING-STORAGE SECTION.
           COPY FISCTAB.
           COPY RUNPARM.
           COPY CODXWS.
           COPY PDATEWS.

       01  WS-FILE-STATUSES.
           05  WS-CM-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-TR-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-SR-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-CU-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-RG-FILE-STATUS       PIC XX VALUE '00'.

       01  WS-ABEND-FILE-ID            PIC X(20) VALUE SPACES.
       01  WS-ABEND-FILE-STATUS        PIC XX    VALUE SPACES.
           88  WS-MATCH-FOUND           VALUE 'Y'.
           88  WS-MATCH-NOT-FOUND       VALUE 'N'.

       01  WS-RESENT-SW                PIC X VALUE 'N'.
           88  WS-RESENT-ITEM           VALUE 'Y'.
           88  WS-NOT-RESENT            VALUE 'N'.

      ******************************************************************
      *    THE TRANSACTION IDS TAKEN SO FAR THIS RUN, SO A SECOND COPY *
      *    OF AN ID IN THE SAME RECNTRAN IS SKIPPED AS PLAYRECN SENDS  *
      *    IT TO DUPRPT - THE REGISTER SHOWS BOTH COPIES AS TONIGHT'S  *
      ******************************************************************
       01  WS-TAKEN-TABLE.
           05  WS-TAKEN-COUNT          PIC 9(03) VALUE ZERO.
           05  WS-TAKEN-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-TAKEN-COUNT
                       INDEXED BY WS-TAKEN-NDX.
               10  WS-TAKEN-ID         PIC 9(08).

      ******************************************************************
      *    PER-COMPANY ACCUMULATORS - ONE ROW PER ACTIVE COMPANY ON    *
      *    THE MASTER, LOADED IN KEY ORDER SO THE REPORT COMES OUT     *
       01  WS-MATCHED-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-UNMATCHED-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-BAD-DATE-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-REDIRECT-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-RESENT-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-MATCHED-AMT              PIC S9(11)V99 VALUE ZERO.
       01  WS-RESTATED-AMT             PIC S9(11)V99 VALUE ZERO.
       01  WS-EDIT-AMT                 PIC ZZZZZZZZZZ9.99-.
           .

       1000-INITIALIZE.
           MOVE 'PLAYSUMM' TO WS-PD-PROGRAM-ID
           PERFORM READ-PROCESSING-DATE
           MOVE 'PLAYSUMM' TO WS-PARM-PROGRAM-ID
           PERFORM PROCESS-RUN-PARMS
      *    THE SAME FISCAL CALENDAR LITERAL PLAYTABLE LOADS, THEN THE *
      -    '1AUG05231SEP06230OCT07331NOV08330DEC09331' TO WS-YEAR
           MOVE WS-PARM-FISCAL-START TO WS-FISCAL-START-MONTH
           PERFORM BUILD-FISCAL-PERIODS
           MOVE 'PLAYSUMM' TO WS-XR-PROGRAM-ID
           PERFORM LOAD-CODE-XREF
           OPEN INPUT  COMPANY-MASTER
           IF WS-CM-FILE-STATUS NOT = '00'
               MOVE 'COMPANY-MASTER' TO WS-ABEND-FILE-ID
               MOVE WS-SR-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           OPEN INPUT  RECON-REGISTER
           IF WS-RG-FILE-STATUS NOT = '00'
               MOVE 'RECON-REGISTER' TO WS-ABEND-FILE-ID
               MOVE WS-RG-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           OPEN INPUT  CURRENCY-FILE
           IF WS-CU-FILE-STATUS NOT = '00'
               MOVE 'CURRENCY-FILE' TO WS-ABEND-FILE-ID
      *    COUNTS FOR THE FISCAL PERIOD OF THE TRANSACTION MONTH.  A   *
      *    TRANSACTION WITH NO ACTIVE MASTER MATCH, OR WITH A MONTH    *
      *    OUTSIDE 01-12, IS COUNTED BUT NOT BUCKETED - EXCEPTIONS     *
      *    ARE PLAYRECN'S JOB, NOT THIS REPORT'S.  ACTIVITY UNDER A    *
      *    CODE SINCE MERGED OR RENUMBERED IS BUCKETED UNDER THE       *
      *    SURVIVOR.  A TRANSACTION PLAYRECN FIRST REGISTERED ON AN    *
      *    EARLIER NIGHT IS A RE-SENT COPY, ALREADY COUNTED WITH THE   *
      *    FEED IT FIRST CAME IN ON, AND IS COUNTED AND SKIPPED        *
      ******************************************************************
       2000-PROCESS-TRANS.
           PERFORM 2050-CHECK-REGISTER THRU 2050-EXIT
           IF WS-RESENT-ITEM
               ADD 1 TO WS-RESENT-COUNT
               PERFORM 1200-READ-TRANS THRU 1200-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE RT-COMPANY-CODE TO WS-XR-LOOKUP-CODE
           PERFORM TRANSLATE-COMPANY-CODE
           IF WS-XR-REDIRECTED
               ADD 1 TO WS-REDIRECT-COUNT
           END-IF
           SET WS-MATCH-NOT-FOUND TO TRUE
           SET WS-SUMM-NDX TO 1
           IF WS-SUMM-COUNT > ZERO
               SEARCH WS-SUMM-ENTRY
                   AT END
                       SET WS-MATCH-NOT-FOUND TO TRUE
                   WHEN WS-SUMM-CODE(WS-SUMM-NDX) = WS-XR-RESULT-CODE
                       SET WS-MATCH-FOUND TO TRUE
               END-SEARCH
           END-IF
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    2050-CHECK-REGISTER - KEYED READ OF THE RECONCILIATION      *
      *    REGISTER ON THE TRANSACTION ID.  AN ID ON FILE WITH A FIRST *
      *    PROCESSING DATE BEFORE TODAY'S BUSINESS DATE CAME IN ON AN  *
      *    EARLIER NIGHT'S FEED, SO THIS COPY IS A RE-SEND.  AN ID NOT *
      *    ON FILE, OR FIRST REGISTERED TONIGHT, IS THIS FEED'S OWN -  *
      *    UNLESS IT WAS ALREADY TAKEN EARLIER IN THIS RUN, WHEN IT IS *
      *    A SECOND COPY AND IS SKIPPED THE SAME WAY.  THIS RUN MUST   *
      *    SHARE ITS BUSINESS DATE WITH THE PLAYRECN RUN THAT          *
      *    RECONCILED THE SAME RECNTRAN                                *
      ******************************************************************
       2050-CHECK-REGISTER.
           SET WS-NOT-RESENT TO TRUE
           MOVE RT-TRANS-ID TO RG-TRANS-ID
           READ RECON-REGISTER
               INVALID KEY
                   SET WS-NOT-RESENT TO TRUE
               NOT INVALID KEY
                   IF RG-PROC-DATE < WS-PD-BUS-DATE
                       SET WS-RESENT-ITEM TO TRUE
                   END-IF
           END-READ
           IF WS-RG-FILE-STATUS NOT = '00' AND '23'
               DISPLAY 'PLAYSUMM - RECON-REGISTER READ FAILED - '
                       'FILE STATUS = ' WS-RG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF
           IF WS-RESENT-ITEM
               GO TO 2050-EXIT
           END-IF
           SET WS-TAKEN-NDX TO 1
           IF WS-TAKEN-COUNT > ZERO
               SEARCH WS-TAKEN-ENTRY
                   AT END
                       SET WS-NOT-RESENT TO TRUE
                   WHEN WS-TAKEN-ID(WS-TAKEN-NDX) = RT-TRANS-ID
                       SET WS-RESENT-ITEM TO TRUE
               END-SEARCH
           END-IF
           IF WS-RESENT-ITEM
               GO TO 2050-EXIT
           END-IF
           IF WS-TAKEN-COUNT NOT < 500
               DISPLAY 'PLAYSUMM - TAKEN-ID TABLE FULL AT 500 '
                       'ENTRIES - RAISE THE WS-TAKEN-ENTRY CEILING '
                       'AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF
           ADD 1 TO WS-TAKEN-COUNT
           MOVE RT-TRANS-ID TO WS-TAKEN-ID(WS-TAKEN-COUNT)
           .
       2050-EXIT.
           EXIT.

       2100-BUCKET-TRANS.
           IF RT-TRANS-DATE NOT NUMERIC
               ADD 1 TO WS-BAD-DATE-COUNT
           DISPLAY 'TRANSACTIONS BUCKETED   : ' WS-MATCHED-COUNT
           DISPLAY 'TRANSACTIONS UNMATCHED  : ' WS-UNMATCHED-COUNT
           DISPLAY 'TRANSACTIONS BAD DATE   : ' WS-BAD-DATE-COUNT
           DISPLAY 'TRANSACTIONS REDIRECTED : ' WS-REDIRECT-COUNT
           DISPLAY 'TRANSACTIONS RE-SENT    : ' WS-RESENT-COUNT
           MOVE WS-MATCHED-AMT TO WS-EDIT-AMT
           DISPLAY 'BASE VALUE BUCKETED     : ' WS-EDIT-AMT
           DISPLAY 'COMPANIES AT PAR RATE   : ' WS-PAR-RATE-COUNT
           CLOSE COMPANY-MASTER
           CLOSE RECON-TRANS
           CLOSE SUMMARY-REPORT
           CLOSE RECON-REGISTER
           .
       9000-EXIT.
           EXIT.
           COPY FISCLKUP.

           COPY PARMPROC.

           COPY CODXPROC.

           COPY PDATPROC.
