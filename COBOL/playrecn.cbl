      *                     MATCHED PLUS CLEARED PLUS CARRIED PLUS    *
      *                     STALE, SO PLAYSTAT CAN PROVE EVERY ITEM   *
      *                     IS ACCOUNTED FOR                          *
      *    2026-10-14  RSM  DUPLICATE TRANSACTION PROTECTION - EVERY  *
      *                     ID MATCHED OR CLEARED IS NOW WRITTEN TO   *
      *                     THE CUMULATIVE RECNREG REGISTER KSDS      *
      *                     (RECNREG COPYBOOK) WITH ITS PROCESSING    *
      *                     DATE AND AMOUNT, AND EVERY ITEM IN BOTH   *
      *                     MODES IS LOOKED UP THERE BEFORE IT IS     *
      *                     MATCHED.  AN ID ALREADY ON THE REGISTER   *
      *                     (A RESUBMITTED FEED, OR THE SAME ID TWICE *
      *                     IN ONE NIGHT) IS KEPT OUT OF THE MATCHED  *
      *                     COUNTS AND OFF SUSPOUT AND LISTED ON THE  *
      *                     NEW DUPRPT REPORT BESIDE THE ORIGINAL     *
      *                     PROCESSING DATE AND AMOUNT.  DUPLICATES   *
      *                     COUNT IN THE RUN LOG OUT TOTAL SO THE     *
      *                     ITEMS-ACCOUNTED TIE STILL HOLDS           *
      *    2026-10-14  RSM  EVERY ITEM MATCHED OR CLEARED (AND SO     *
      *                     REGISTERED - DUPLICATES NEVER ARE) IS     *
      *                     ALSO WRITTEN TO THE NEW RECNPOST POSTING  *
      *                     EXTRACT, A RECNTRN-LAYOUT FILE WITH ITS   *
      *                     OWN CTLREC HEADER AND TRAILER, WHICH      *
      *                     PLAYBALP POSTS TO THE COMPANY FISCAL-     *
      *                     PERIOD BALANCE FILE                       *
      *    2026-10-15  RSM  THE RUN DATE IS NOW THE BUSINESS           *
      *                     PROCESSING DATE (PDATREC/PDATEWS/PDATPROC  *
      *                     COPYBOOKS, DD PROCDATE), AND UNMATCHED     *
      *                     ITEMS AGE IN BUSINESS DAYS AGAINST THE     *
      *                     HOLICAL HOLIDAY CALENDAR                   *
      *                     (HOLIREC/BUSDAYWS/BUSDPROC COPYBOOKS).     *
      *                     SUSPENSE-CUTOFF-DAYS AND THE STALE REPORT  *
      *                     AGE COLUMN ARE NOW BUSINESS DAYS           *
      *    2026-10-15  RSM  A TRANSACTION OR RECYCLED SUSPENSE ITEM    *
      *                     UNDER A COMPANY CODE SINCE MERGED OR       *
      *                     RENUMBERED IS MOVED ONTO THE SURVIVOR CODE *
      *                     BEFORE MATCHING (CODXREC, CODXWS AND       *
      *                     CODXPROC COPYBOOKS, DD CODEXREF), IN BOTH  *
      *                     MODES, SO IT MATCHES, POSTS AND IS CARRIED *
      *                     UNDER THE SURVIVOR.  INPUT CONTROL TOTALS  *
      *                     STAY ON THE CODES AS RECEIVED.  THE NUMBER *
      *                     REDIRECTED IS DISPLAYED AND PRINTED AT THE *
      *                     FOOT OF RECNRPT                            *
      *    2026-10-15  RSM  AN UNMATCHED ITEM IS NOW REGISTERED TOO -  *
      *                     ORIGIN S WHEN CARRIED ON SUSPOUT, D WHEN   *
      *                     DROPPED TO STALERPT - SO A REPEATED ID (A  *
      *                     RE-SENT FEED WHILE ITS ITEMS SIT IN        *
      *                     SUSPENSE, A RE-KEYED ORIGINAL BESIDE ITS   *
      *                     RECYCLED COPY, OR TWO COPIES IN ONE RUN)   *
      *                     IS NOW A DUPLICATE INSTEAD OF A SECOND     *
      *                     SUSPENSE OR STALE ITEM.  ONLY THE RECYCLED *
      *                     COPY OF A SUSPENSE ENTRY CARRIES ON; A     *
      *                     STALE DROP MAY BE RE-KEYED ON A LATER      *
      *                     NIGHT.  ENTRIES ARE REWRITTEN IN PLACE     *
      *                     KEEPING THE NIGHT FIRST REGISTERED         *
      *                     (RG-LAST-PROC-DATE IS NEW), EXCEPT THAT A  *
      *                     RE-KEYED STALE DROP RESTARTS ON TONIGHT'S  *
      *                     DATE SO THE SUMMARY, INTERCOMPANY MATCH    *
      *                     AND ROLLUP TAKE IT WITH TONIGHT'S FEED.    *
      *                     ONLY MATCHED OR CLEARED ITEMS GO TO        *
      *                     RECNPOST                                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-SR-FILE-STATUS.

           SELECT RECON-REGISTER     ASSIGN TO RECNREG
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS RG-TRANS-ID
                   FILE STATUS  IS WS-RG-FILE-STATUS.

           SELECT DUP-REPORT         ASSIGN TO DUPRPT
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-DR-FILE-STATUS.

           SELECT RECON-POSTING      ASSIGN TO RECNPOST
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-RP-FILE-STATUS.

           SELECT RUN-PARMS          ASSIGN TO RUNPARM
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-RUNPARM-STATUS.
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-RUNLOG-STATUS.

           SELECT PROC-DATE-FILE     ASSIGN TO PROCDATE
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-PD-STATUS.

           SELECT HOLIDAY-CALENDAR   ASSIGN TO HOLICAL
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-BD-STATUS.

           SELECT CODE-XREF-FILE     ASSIGN TO CODEXREF
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-XR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-MASTER
           RECORDING MODE IS F.
       01  STALE-REPORT-LINE           PIC X(80).

       FD  RECON-REGISTER
           RECORD CONTAINS 50 CHARACTERS.
           COPY RECNREG.

       FD  DUP-REPORT
           RECORDING MODE IS F.
       01  DUP-REPORT-LINE             PIC X(80).

       FD  RECON-POSTING
           RECORDING MODE IS F
           RECORD CONTAINS 45 CHARACTERS.
           COPY RECNTRN REPLACING
                   ==RECON-TRANS-RECORD== BY ==RECON-POST-RECORD==,
                   LEADING ==RT-==       BY ==RP-==.
           COPY CTLREC REPLACING
                   ==CONTROL-RECORD==    BY ==POST-CONTROL-RECORD==,
                   LEADING ==CTL-==      BY ==RPC-==.

       FD  RUN-PARMS
           RECORDING MODE IS F.
       01  RUN-PARM-RECORD             PIC X(80).
           RECORDING MODE IS F.
           COPY RUNLREC.

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
           COPY PDATREC.

       FD  HOLIDAY-CALENDAR
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY HOLIREC.
           COPY CTLREC REPLACING
                   ==CONTROL-RECORD==    BY ==HOLIDAY-CONTROL-RECORD==,
                   LEADING ==CTL-==      BY ==HK-==,
                   ==X(01)==        BY ==X(36)==.

       FD  CODE-XREF-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY CODXREC.

      ******************************************************************
      *    THE SORT RECORD FOR SORTED MODE - ONE ITEM FROM EITHER     *
      *    INPUT STREAM, KEYED ON THE COMPANY CODE, WITH THE ORIGIN   *

       WORKING-STORAGE SECTION.
           COPY DATESER.
           COPY BUSDAYWS.
           COPY RUNPARM.
           COPY RUNLOGWS.
           COPY PDATEWS.
           COPY CODXWS.

       01  WS-FILE-STATUSES.
           05  WS-CM-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-SI-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-SO-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-SR-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-RG-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-DR-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-RP-FILE-STATUS       PIC XX VALUE '00'.

       01  WS-ABEND-FILE-ID            PIC X(20) VALUE SPACES.
       01  WS-ABEND-FILE-STATUS        PIC XX    VALUE SPACES.
       01  WS-RECYCLE-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-CARRIED-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-STALE-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-DUP-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-REDIRECT-COUNT           PIC 9(06) VALUE ZERO.

      ******************************************************************
      *    SET BY THE REGISTER LOOKUP - THE ITEM IN HAND CARRIES A     *
      *    TRANSACTION ID THAT HAS ALREADY BEEN RECONCILED, OR THAT IS *
      *    ALREADY ON SUSPENSE OR THE STALE REPORT UNDER ANOTHER COPY. *
      *    WS-REG-FOUND-SW SAYS WHETHER THE ID HAS A REGISTER ENTRY AT *
      *    ALL, SO 2030 KNOWS TO REWRITE IT RATHER THAN ADD ONE        *
      ******************************************************************
       01  WS-DUP-SW                   PIC X VALUE 'N'.
           88  WS-DUPLICATE-ITEM        VALUE 'Y'.
           88  WS-NOT-DUPLICATE         VALUE 'N'.
       01  WS-REG-FOUND-SW             PIC X VALUE 'N'.
           88  WS-REG-ON-FILE           VALUE 'Y'.
           88  WS-REG-NOT-ON-FILE       VALUE 'N'.
       01  WS-REG-ORIGIN               PIC X VALUE SPACES.
       01  WS-REG-FIRST-DATE           PIC 9(08) VALUE ZERO.

      ******************************************************************
      *    VALUE TOTALS - THE NET TRANSACTION AMOUNT DOWN EACH PATH,   *
       01  WS-MATCHED-AMT              PIC S9(11)V99 VALUE ZERO.
       01  WS-CARRIED-AMT              PIC S9(11)V99 VALUE ZERO.
       01  WS-STALE-AMT                PIC S9(11)V99 VALUE ZERO.
       01  WS-DUP-AMT                  PIC S9(11)V99 VALUE ZERO.
       01  WS-EDIT-AMT                 PIC ZZZZZZZZZZ9.99-.

      ******************************************************************
       01  WS-ITEM-COMPANY-CODE        PIC 9(06) VALUE ZERO.
       01  WS-ITEM-TRANS-DATE          PIC 9(08) VALUE ZERO.
       01  WS-ITEM-TRANS-AMOUNT        PIC S9(09)V99 VALUE ZERO.
       01  WS-ITEM-ORIGIN              PIC X VALUE SPACES.
           88  WS-ITEM-FROM-SUSP        VALUE 'S'.
           88  WS-ITEM-FROM-TRANS       VALUE 'T'.

       01  WS-STALE-CUTOFF-DAYS        PIC 9(03) VALUE 30.
       01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-TODAY-BUS-DAY-NO         PIC 9(08) VALUE ZERO.
       01  WS-AGE-DAYS                 PIC S9(08) VALUE ZERO.
       01  WS-SO-HASH-TOTAL            PIC 9(10) VALUE ZERO.
       01  WS-SO-AMT-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01  WS-POSTED-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-RP-HASH-TOTAL            PIC 9(10) VALUE ZERO.
       01  WS-RP-AMT-TOTAL             PIC S9(11)V99 VALUE ZERO.

      ******************************************************************
      *    BATCH BALANCING FIELDS - RECNTRAN'S TRAILER CARRIES THE    *
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE 'TRANS DT '.
           05  FILLER                  PIC X(12) VALUE '      AMOUNT'.
           05  FILLER                  PIC X(10) VALUE '  BUS DAYS'.

       01  WS-STALE-TRAILER.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  ST-STALE-AMT             PIC ZZZZZZZZZZ9.99-.
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-RECON-TRAILER.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'ITEMS CODE-REDIRECTED   : '.
           05  RX-REDIRECT-COUNT        PIC ZZZZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-DUP-HEADING-1.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(45)
                   VALUE 'RECONCILIATION DUPLICATE TRANSACTIONS'.

       01  WS-DUP-HEADING-2.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'TRANS ID'.
           05  FILLER                  PIC X(08) VALUE 'COMPANY'.
           05  FILLER                  PIC X(08) VALUE 'TRANS DT'.
           05  FILLER                  PIC X(13) VALUE '       AMOUNT'.
           05  FILLER                  PIC X(10) VALUE '  ORIG RUN'.
           05  FILLER                  PIC X(13) VALUE '  ORIG AMOUNT'.

       01  WS-DUP-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  DL-TRANS-ID             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-COMPANY-CODE         PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-TRANS-DATE           PIC 9(08).
           05  DL-TRANS-AMOUNT         PIC ZZZZZZZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-ORIG-PROC-DATE       PIC 9(08).
           05  DL-ORIG-AMOUNT          PIC ZZZZZZZZ9.99-.
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-DUP-TRAILER.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'DUPLICATE ITEMS EXCLUDED: '.
           05  DT-DUP-COUNT             PIC ZZZZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-DUP-VALUE-TRAILER.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'DUPLICATE VALUE EXCLUDED: '.
           05  DT-DUP-AMT               PIC ZZZZZZZZZZ9.99-.
           05  FILLER                  PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      *    0000-MAINLINE                                                *
      ******************************************************************
       0000-MAINLINE.
           MOVE 'PLAYRECN' TO WS-PD-PROGRAM-ID
           PERFORM READ-PROCESSING-DATE
           MOVE 'PLAYRECN' TO WS-RUNLOG-PROGRAM-ID
           PERFORM WRITE-RUN-LOG-START
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           COMPUTE WS-RUNLOG-RECS-OUT =
                   WS-MATCH-COUNT + WS-RECYCLE-COUNT
                   + WS-CARRIED-COUNT + WS-STALE-COUNT
                   + WS-DUP-COUNT
           MOVE RETURN-CODE TO WS-RUNLOG-RC
           PERFORM WRITE-RUN-LOG-END
           STOP RUN
           MOVE 'PLAYRECN' TO WS-PARM-PROGRAM-ID
           PERFORM PROCESS-RUN-PARMS
           MOVE WS-PARM-SUSP-CUTOFF TO WS-STALE-CUTOFF-DAYS
           MOVE WS-PD-BUS-DATE TO WS-RUN-DATE
           MOVE 'PLAYRECN' TO WS-BD-PROGRAM-ID
           PERFORM LOAD-HOLIDAY-CALENDAR
           MOVE 'PLAYRECN' TO WS-XR-PROGRAM-ID
           PERFORM LOAD-CODE-XREF
           MOVE WS-RUN-DATE TO WS-DS-DATE
           PERFORM CALC-BUSINESS-DAY-NO
           MOVE WS-BD-DAY-NO TO WS-TODAY-BUS-DAY-NO
           OPEN INPUT  COMPANY-MASTER
           IF WS-CM-FILE-STATUS NOT = '00'
               MOVE 'COMPANY-MASTER' TO WS-ABEND-FILE-ID
           WRITE STALE-REPORT-LINE FROM WS-STALE-HEADING-2
           MOVE SPACES TO STALE-REPORT-LINE
           WRITE STALE-REPORT-LINE
      *    THE REGISTER IS CUMULATIVE - IT IS DEFINED ONCE AND EVERY   *
      *    NIGHT ADDS TO IT, SO IT MUST ALWAYS BE THERE TO OPEN        *
           OPEN I-O    RECON-REGISTER
           IF WS-RG-FILE-STATUS NOT = '00'
               MOVE 'RECON-REGISTER' TO WS-ABEND-FILE-ID
               MOVE WS-RG-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           OPEN OUTPUT DUP-REPORT
           IF WS-DR-FILE-STATUS NOT = '00'
               MOVE 'DUP-REPORT' TO WS-ABEND-FILE-ID
               MOVE WS-DR-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           WRITE DUP-REPORT-LINE FROM WS-DUP-HEADING-1
           WRITE DUP-REPORT-LINE FROM WS-DUP-HEADING-2
           MOVE SPACES TO DUP-REPORT-LINE
           WRITE DUP-REPORT-LINE
           OPEN OUTPUT RECON-POSTING
           IF WS-RP-FILE-STATUS NOT = '00'
               MOVE 'RECON-POSTING' TO WS-ABEND-FILE-ID
               MOVE WS-RP-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           MOVE SPACES     TO RECON-POST-RECORD
           MOVE '000000'   TO RPC-CONTROL-KEY
           MOVE 'RECNPOST' TO RPC-FILE-ID
           MOVE ZERO       TO RPC-RECORD-COUNT
           MOVE ZERO       TO RPC-HASH-TOTAL
           MOVE ZERO       TO RPC-AMOUNT-TOTAL
           WRITE POST-CONTROL-RECORD
      *    LAST NIGHT'S SUSPENSE IS OPTIONAL - THE VERY FIRST RUN     *
      *    HAS NO GENERATION TO RECYCLE, SO A MISSING SUSPIN JUST     *
      *    MEANS NOTHING TO RE-DRIVE                                  *
      ******************************************************************
      *    2000-PROCESS-TRANS - A FRESH RECNTRAN TRANSACTION.  THE     *
      *    MASTER LOOKUP AND THE UNMATCHED ROUTING (SUSPENSE OR STALE) *
      *    ARE SHARED WITH THE RECYCLED SUSPENSE STREAM.  AN ID THE    *
      *    REGISTER SHOWS AS ALREADY SEEN (SEE 2020) GOES TO THE       *
      *    DUPLICATE REPORT AND NOWHERE ELSE                           *
      ******************************************************************
       2000-PROCESS-TRANS.
           MOVE 'T'             TO WS-ITEM-ORIGIN
           MOVE RT-TRANS-ID     TO WS-ITEM-TRANS-ID
           MOVE RT-COMPANY-CODE TO WS-ITEM-COMPANY-CODE
           MOVE RT-TRANS-DATE   TO WS-ITEM-TRANS-DATE
           MOVE RT-TRANS-AMOUNT TO WS-ITEM-TRANS-AMOUNT
           PERFORM 2010-REDIRECT-ITEM THRU 2010-EXIT
           PERFORM 2020-CHECK-REGISTER THRU 2020-EXIT
           IF WS-DUPLICATE-ITEM
               PERFORM 2040-PRINT-DUPLICATE THRU 2040-EXIT
               GO TO 2000-NEXT
           END-IF
           PERFORM 2050-MATCH-ITEM THRU 2050-EXIT
           IF WS-MATCH-FOUND
               ADD 1 TO WS-MATCH-COUNT
               ADD WS-ITEM-TRANS-AMOUNT TO WS-MATCHED-AMT
               MOVE 'M' TO WS-REG-ORIGIN
               PERFORM 2030-REGISTER-ITEM THRU 2030-EXIT
           ELSE
               MOVE 'NO COMPANY MASTER MATCH' TO EL-MESSAGE
               PERFORM 2100-PRINT-EXCEPTION THRU 2100-EXIT
               PERFORM 2700-ROUTE-UNMATCHED THRU 2700-EXIT
           END-IF
           .
       2000-NEXT.
           PERFORM 1200-READ-TRANS THRU 1200-EXIT
           .
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    2010-REDIRECT-ITEM - AN ITEM CARRYING A COMPANY CODE THAT   *
      *    HAS BEEN MERGED OR RENUMBERED AWAY IS MOVED ONTO THE        *
      *    SURVIVOR'S CODE BEFORE IT IS MATCHED, SO IT MATCHES,        *
      *    POSTS AND (IF STILL UNMATCHED) IS CARRIED ON SUSPENSE UNDER *
      *    THE SURVIVOR.  THE INPUT CONTROL TOTALS STAY ON THE CODES   *
      *    AS RECEIVED                                                 *
      ******************************************************************
       2010-REDIRECT-ITEM.
           MOVE WS-ITEM-COMPANY-CODE TO WS-XR-LOOKUP-CODE
           PERFORM TRANSLATE-COMPANY-CODE
           IF WS-XR-REDIRECTED
               MOVE WS-XR-RESULT-CODE TO WS-ITEM-COMPANY-CODE
               ADD 1 TO WS-REDIRECT-COUNT
           END-IF
           .
       2010-EXIT.
           EXIT.

      ******************************************************************
      *    2020-CHECK-REGISTER - KEYED READ OF THE RECONCILED          *
      *    TRANSACTION REGISTER FOR THE ITEM IN HAND.  THE ITEM IS A   *
      *    DUPLICATE WHEN ITS ID:                                      *
      *      - WAS MATCHED OR CLEARED, ON ANY NIGHT;                   *
      *      - WAS CARRIED OR DROPPED EARLIER TONIGHT (A SECOND COPY   *
      *        IN THE SAME RUN);                                       *
      *      - IS ON SUSPENSE FROM AN EARLIER NIGHT AND THE ITEM IN    *
      *        HAND IS A FRESH TRANSACTION (A RE-SENT FEED) - ONLY THE *
      *        RECYCLED SUSPENSE COPY ITSELF MAY CARRY ON.             *
      *    AN ID DROPPED STALE ON AN EARLIER NIGHT MAY BE RE-KEYED     *
      *    AFTER FOLLOW-UP AND IS TAKEN AGAIN.  ON A HIT THE REGISTER  *
      *    RECORD, WITH ITS FIRST PROCESSING DATE AND AMOUNT, IS LEFT  *
      *    IN THE FD FOR THE DUPLICATE REPORT                          *
      ******************************************************************
       2020-CHECK-REGISTER.
           SET WS-NOT-DUPLICATE TO TRUE
           MOVE WS-ITEM-TRANS-ID TO RG-TRANS-ID
           READ RECON-REGISTER
               INVALID KEY
                   SET WS-REG-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   SET WS-REG-ON-FILE TO TRUE
           END-READ
           IF WS-RG-FILE-STATUS NOT = '00' AND '23'
               DISPLAY 'PLAYRECN - RECON-REGISTER READ FAILED - '
                       'FILE STATUS = ' WS-RG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF
           IF WS-REG-NOT-ON-FILE
               GO TO 2020-EXIT
           END-IF
           EVALUATE TRUE
               WHEN RG-ORIGIN-RECONCILED
                   SET WS-DUPLICATE-ITEM TO TRUE
               WHEN RG-LAST-PROC-DATE = WS-RUN-DATE
                   SET WS-DUPLICATE-ITEM TO TRUE
               WHEN RG-ORIGIN-DROPPED
                   SET WS-NOT-DUPLICATE TO TRUE
               WHEN RG-ORIGIN-SUSPENSE AND WS-ITEM-FROM-SUSP
                   SET WS-NOT-DUPLICATE TO TRUE
               WHEN OTHER
                   SET WS-DUPLICATE-ITEM TO TRUE
           END-EVALUATE
           .
       2020-EXIT.
           EXIT.

      ******************************************************************
      *    2030-REGISTER-ITEM - RECORD THE ITEM IN HAND ON THE         *
      *    REGISTER.  THE CALLER SETS WS-REG-ORIGIN FIRST: M MATCHED,  *
      *    C CLEARED FROM SUSPENSE, S CARRIED ON SUSPENSE, D DROPPED   *
      *    STALE.  AN ID THE LOOKUP FOUND IS REWRITTEN, ANY OTHER IS   *
      *    ADDED.  A SUSPENSE ENTRY RECYCLED KEEPS THE NIGHT IT WAS    *
      *    FIRST REGISTERED.  A STALE DROP RE-KEYED RESTARTS ON        *
      *    TONIGHT'S DATE - IT NEVER MATCHED BEFORE, AND THE SUMMARY,  *
      *    INTERCOMPANY MATCH AND ROLLUP MUST TAKE IT WITH TONIGHT'S   *
      *    FEED OR IT REACHES COMPBAL BUT NOT THEM.  A FAILED WRITE OR *
      *    REWRITE MEANS THE REGISTER IS DAMAGED AND THE RUN STOPS.    *
      *    ONLY A MATCHED OR CLEARED ITEM GOES TO THE BALANCE POSTING  *
      *    EXTRACT                                                     *
      ******************************************************************
       2030-REGISTER-ITEM.
           IF WS-REG-ON-FILE AND NOT RG-ORIGIN-DROPPED
               MOVE RG-PROC-DATE     TO WS-REG-FIRST-DATE
           ELSE
               MOVE WS-RUN-DATE      TO WS-REG-FIRST-DATE
           END-IF
           MOVE SPACES               TO RECON-REGISTER-RECORD
           MOVE WS-ITEM-TRANS-ID     TO RG-TRANS-ID
           MOVE WS-ITEM-COMPANY-CODE TO RG-COMPANY-CODE
           MOVE WS-ITEM-TRANS-DATE   TO RG-TRANS-DATE
           MOVE WS-ITEM-TRANS-AMOUNT TO RG-TRANS-AMOUNT
           MOVE WS-REG-FIRST-DATE    TO RG-PROC-DATE
           MOVE WS-REG-ORIGIN        TO RG-ORIGIN
           MOVE WS-RUN-DATE          TO RG-LAST-PROC-DATE
           IF WS-REG-ON-FILE
               REWRITE RECON-REGISTER-RECORD
                   INVALID KEY
                       PERFORM 2038-REGISTER-FAILED THRU 2038-EXIT
               END-REWRITE
           ELSE
               WRITE RECON-REGISTER-RECORD
                   INVALID KEY
                       PERFORM 2038-REGISTER-FAILED THRU 2038-EXIT
               END-WRITE
           END-IF
           IF RG-ORIGIN-RECONCILED
               PERFORM 2035-WRITE-POSTING THRU 2035-EXIT
           END-IF
           .
       2030-EXIT.
           EXIT.

       2035-WRITE-POSTING.
           MOVE SPACES               TO RECON-POST-RECORD
           MOVE WS-ITEM-TRANS-ID     TO RP-TRANS-ID
           MOVE WS-ITEM-COMPANY-CODE TO RP-COMPANY-CODE
           MOVE WS-ITEM-TRANS-DATE   TO RP-TRANS-DATE
           MOVE WS-ITEM-TRANS-AMOUNT TO RP-TRANS-AMOUNT
           WRITE RECON-POST-RECORD
           ADD 1 TO WS-POSTED-COUNT
           ADD RP-COMPANY-CODE TO WS-RP-HASH-TOTAL
           ADD WS-ITEM-TRANS-AMOUNT TO WS-RP-AMT-TOTAL
           .
       2035-EXIT.
           EXIT.

       2038-REGISTER-FAILED.
           DISPLAY 'PLAYRECN - RECON-REGISTER WRITE FAILED '
                   'FOR TRANS ID ' RG-TRANS-ID
                   ' - FILE STATUS = ' WS-RG-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN
           .
       2038-EXIT.
           EXIT.

       2040-PRINT-DUPLICATE.
           ADD 1 TO WS-DUP-COUNT
           ADD WS-ITEM-TRANS-AMOUNT  TO WS-DUP-AMT
           MOVE WS-ITEM-TRANS-ID     TO DL-TRANS-ID
           MOVE WS-ITEM-COMPANY-CODE TO DL-COMPANY-CODE
           MOVE WS-ITEM-TRANS-DATE   TO DL-TRANS-DATE
           MOVE WS-ITEM-TRANS-AMOUNT TO DL-TRANS-AMOUNT
           MOVE RG-PROC-DATE         TO DL-ORIG-PROC-DATE
           MOVE RG-TRANS-AMOUNT      TO DL-ORIG-AMOUNT
           DISPLAY WS-DUP-LINE
           MOVE SPACES      TO DUP-REPORT-LINE
           MOVE WS-DUP-LINE TO DUP-REPORT-LINE
           WRITE DUP-REPORT-LINE
           .
       2040-EXIT.
           EXIT.

      ******************************************************************
      *    2050-MATCH-ITEM - KEYED READ OF THE COMPANY MASTER FOR THE  *
      *    ITEM IN HAND; ONLY AN ACTIVE MASTER RECORD COUNTS AS A      *
      *    2500-PROCESS-SUSP - RE-DRIVE A SUSPENSE ITEM CARRIED FROM   *
      *    THE PRIOR RUN.  A MATCH CLEARS IT (AND SAYS SO ON THE       *
      *    REPORT); AN ITEM STILL UNMATCHED GOES BACK THROUGH THE      *
      *    SAME SUSPENSE-OR-STALE ROUTING AS A FRESH EXCEPTION.  AN    *
      *    ITEM WHOSE ID HAS SINCE BEEN RECONCILED IS A DUPLICATE      *
      ******************************************************************
       2500-PROCESS-SUSP.
           MOVE 'S'             TO WS-ITEM-ORIGIN
           MOVE SI-TRANS-ID     TO WS-ITEM-TRANS-ID
           MOVE SI-COMPANY-CODE TO WS-ITEM-COMPANY-CODE
           MOVE SI-TRANS-DATE   TO WS-ITEM-TRANS-DATE
           MOVE SI-TRANS-AMOUNT TO WS-ITEM-TRANS-AMOUNT
           PERFORM 2010-REDIRECT-ITEM THRU 2010-EXIT
           PERFORM 2020-CHECK-REGISTER THRU 2020-EXIT
           IF WS-DUPLICATE-ITEM
               PERFORM 2040-PRINT-DUPLICATE THRU 2040-EXIT
               GO TO 2500-NEXT
           END-IF
           PERFORM 2050-MATCH-ITEM THRU 2050-EXIT
           IF WS-MATCH-FOUND
               ADD 1 TO WS-RECYCLE-COUNT
               ADD WS-ITEM-TRANS-AMOUNT TO WS-MATCHED-AMT
               MOVE 'C' TO WS-REG-ORIGIN
               PERFORM 2030-REGISTER-ITEM THRU 2030-EXIT
               MOVE 'SUSPENSE ITEM CLEARED' TO EL-MESSAGE
               MOVE WS-ITEM-TRANS-ID     TO EL-TRANS-ID
               MOVE WS-ITEM-COMPANY-CODE TO EL-COMPANY-CODE
           ELSE
               PERFORM 2700-ROUTE-UNMATCHED THRU 2700-EXIT
           END-IF
           .
       2500-NEXT.
           PERFORM 1300-READ-SUSP THRU 1300-EXIT
           .
       2500-EXIT.
           EXIT.

      ******************************************************************
      *    2700-ROUTE-UNMATCHED - AGE THE UNMATCHED ITEM IN BUSINESS   *
      *    DAYS FROM ITS ORIGINAL TRANSACTION DATE TO THE PROCESSING   *
      *    DATE, SO A WEEKEND OR HOLIDAY DOES NOT EAT INTO THE TIME    *
      *    LEFT TO CLEAR IT.  PAST THE STALE CUTOFF IT DROPS           *
      *    TO THE STALE-ITEM REPORT FOR MANUAL FOLLOW-UP; OTHERWISE    *
      *    IT IS CARRIED ON THE SUSPENSE FILE FOR THE NEXT RUN.  AN    *
      *    UNUSABLE TRANSACTION DATE CANNOT BE AGED, SO THE ITEM       *
               IF WS-DS-MM < 01 OR WS-DS-MM > 12
                   PERFORM 2720-ROUTE-BAD-DATE THRU 2720-EXIT
               ELSE
                   PERFORM CALC-BUSINESS-DAY-NO
                   COMPUTE WS-AGE-DAYS =
                           WS-TODAY-BUS-DAY-NO - WS-BD-DAY-NO
                   IF WS-AGE-DAYS > WS-STALE-CUTOFF-DAYS
                       PERFORM 2800-PRINT-STALE THRU 2800-EXIT
                   ELSE
           ADD SO-COMPANY-CODE TO WS-SO-HASH-TOTAL
           ADD WS-ITEM-TRANS-AMOUNT TO WS-CARRIED-AMT
           ADD WS-ITEM-TRANS-AMOUNT TO WS-SO-AMT-TOTAL
           MOVE 'S' TO WS-REG-ORIGIN
           PERFORM 2030-REGISTER-ITEM THRU 2030-EXIT
           .
       2750-EXIT.
           EXIT.
           MOVE SPACES        TO STALE-REPORT-LINE
           MOVE WS-STALE-LINE TO STALE-REPORT-LINE
           WRITE STALE-REPORT-LINE
           MOVE 'D' TO WS-REG-ORIGIN
           PERFORM 2030-REGISTER-ITEM THRU 2030-EXIT
           .
       2800-EXIT.
           EXIT.
           MOVE WS-SO-HASH-TOTAL TO SOC-HASH-TOTAL
           MOVE WS-SO-AMT-TOTAL  TO SOC-AMOUNT-TOTAL
           WRITE SUSP-OUT-CONTROL-RECORD
           MOVE SPACES           TO RECON-POST-RECORD
           MOVE '999999'         TO RPC-CONTROL-KEY
           MOVE 'RECNPOST'       TO RPC-FILE-ID
           MOVE WS-POSTED-COUNT  TO RPC-RECORD-COUNT
           MOVE WS-RP-HASH-TOTAL TO RPC-HASH-TOTAL
           MOVE WS-RP-AMT-TOTAL  TO RPC-AMOUNT-TOTAL
           WRITE POST-CONTROL-RECORD
           MOVE SPACES TO STALE-REPORT-LINE
           WRITE STALE-REPORT-LINE
           MOVE WS-STALE-COUNT TO ST-STALE-COUNT
           WRITE STALE-REPORT-LINE FROM WS-STALE-TRAILER
           MOVE WS-STALE-AMT TO ST-STALE-AMT
           WRITE STALE-REPORT-LINE FROM WS-STALE-VALUE-TRAILER
           MOVE SPACES TO DUP-REPORT-LINE
           WRITE DUP-REPORT-LINE
           MOVE WS-DUP-COUNT TO DT-DUP-COUNT
           WRITE DUP-REPORT-LINE FROM WS-DUP-TRAILER
           MOVE WS-DUP-AMT TO DT-DUP-AMT
           WRITE DUP-REPORT-LINE FROM WS-DUP-VALUE-TRAILER
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE WS-REDIRECT-COUNT TO RX-REDIRECT-COUNT
           WRITE RECON-REPORT-LINE FROM WS-RECON-TRAILER
           DISPLAY 'COMPANY CODE RECONCILIATION RUN COMPLETE'
           DISPLAY 'TRANSACTIONS READ       : ' WS-TRANS-COUNT
           DISPLAY 'TRANSACTIONS MATCHED    : ' WS-MATCH-COUNT
           DISPLAY 'SUSPENSE ITEMS CLEARED  : ' WS-RECYCLE-COUNT
           DISPLAY 'SUSPENSE ITEMS CARRIED  : ' WS-CARRIED-COUNT
           DISPLAY 'STALE ITEMS DROPPED     : ' WS-STALE-COUNT
           DISPLAY 'DUPLICATE IDS EXCLUDED  : ' WS-DUP-COUNT
           DISPLAY 'ITEMS CODE-REDIRECTED   : ' WS-REDIRECT-COUNT
           DISPLAY 'ITEMS TO BALANCE POSTING: ' WS-POSTED-COUNT
           MOVE WS-MATCHED-AMT TO WS-EDIT-AMT
           DISPLAY 'MATCHED VALUE           : ' WS-EDIT-AMT
           MOVE WS-CARRIED-AMT TO WS-EDIT-AMT
           DISPLAY 'SUSPENSE VALUE CARRIED  : ' WS-EDIT-AMT
           MOVE WS-STALE-AMT TO WS-EDIT-AMT
           DISPLAY 'STALE VALUE DROPPED     : ' WS-EDIT-AMT
           MOVE WS-DUP-AMT TO WS-EDIT-AMT
           DISPLAY 'DUPLICATE VALUE         : ' WS-EDIT-AMT
           .
       3000-EXIT.
           EXIT.
      ******************************************************************
      *    6100-RELEASE-ITEMS - SORTED MODE INPUT PROCEDURE.  EVERY   *
      *    RECYCLED SUSPENSE ITEM AND EVERY FRESH TRANSACTION GOES    *
      *    TO THE SORT KEYED ON ITS COMPANY CODE (ALREADY MOVED TO    *
      *    THE SURVIVOR IF IT WAS MERGED AWAY); THE EXISTING READ     *
      *    PARAGRAPHS STILL DO ALL THE CONTROL-RECORD BALANCING       *
      ******************************************************************
       6100-RELEASE-ITEMS.
           EXIT.

       6110-RELEASE-SUSP.
           MOVE SI-COMPANY-CODE TO WS-ITEM-COMPANY-CODE
           PERFORM 2010-REDIRECT-ITEM THRU 2010-EXIT
           MOVE WS-ITEM-COMPANY-CODE TO SW-COMPANY-CODE
           MOVE SI-TRANS-ID     TO SW-TRANS-ID
           MOVE SI-TRANS-DATE   TO SW-TRANS-DATE
           MOVE SI-TRANS-AMOUNT TO SW-TRANS-AMOUNT
           EXIT.

       6120-RELEASE-TRANS.
           MOVE RT-COMPANY-CODE TO WS-ITEM-COMPANY-CODE
           PERFORM 2010-REDIRECT-ITEM THRU 2010-EXIT
           MOVE WS-ITEM-COMPANY-CODE TO SW-COMPANY-CODE
           MOVE RT-TRANS-ID     TO SW-TRANS-ID
           MOVE RT-TRANS-DATE   TO SW-TRANS-DATE
           MOVE RT-TRANS-AMOUNT TO SW-TRANS-AMOUNT
           EXIT.

       6220-PROCESS-SORTED-ITEM.
           MOVE SW-ORIGIN       TO WS-ITEM-ORIGIN
           MOVE SW-TRANS-ID     TO WS-ITEM-TRANS-ID
           MOVE SW-COMPANY-CODE TO WS-ITEM-COMPANY-CODE
           MOVE SW-TRANS-DATE   TO WS-ITEM-TRANS-DATE
           MOVE SW-TRANS-AMOUNT TO WS-ITEM-TRANS-AMOUNT
           PERFORM 2020-CHECK-REGISTER THRU 2020-EXIT
           IF WS-DUPLICATE-ITEM
               PERFORM 2040-PRINT-DUPLICATE THRU 2040-EXIT
               GO TO 6220-NEXT
           END-IF
           PERFORM 6300-MATCH-SEQUENTIAL THRU 6300-EXIT
           IF WS-MATCH-FOUND
               IF SW-ORIGIN = 'S'
                   ADD 1 TO WS-RECYCLE-COUNT
                   ADD WS-ITEM-TRANS-AMOUNT TO WS-MATCHED-AMT
                   MOVE 'C' TO WS-REG-ORIGIN
                   PERFORM 2030-REGISTER-ITEM THRU 2030-EXIT
                   MOVE 'SUSPENSE ITEM CLEARED' TO EL-MESSAGE
                   MOVE WS-ITEM-TRANS-ID     TO EL-TRANS-ID
                   MOVE WS-ITEM-COMPANY-CODE TO EL-COMPANY-CODE
               ELSE
                   ADD 1 TO WS-MATCH-COUNT
                   ADD WS-ITEM-TRANS-AMOUNT TO WS-MATCHED-AMT
                   MOVE 'M' TO WS-REG-ORIGIN
                   PERFORM 2030-REGISTER-ITEM THRU 2030-EXIT
               END-IF
           ELSE
               IF SW-ORIGIN = 'T'
               END-IF
               PERFORM 2700-ROUTE-UNMATCHED THRU 2700-EXIT
           END-IF
           .
       6220-NEXT.
           PERFORM 6210-RETURN-ITEM THRU 6210-EXIT
           .
       6220-EXIT.
           END-IF
           CLOSE SUSPENSE-OUT
           CLOSE STALE-REPORT
           CLOSE RECON-REGISTER
           CLOSE DUP-REPORT
           CLOSE RECON-POSTING
           .
       9000-EXIT.
           EXIT.

           COPY DATECALC.

           COPY BUSDPROC.

           COPY PARMPROC.

           COPY RUNLPROC.

           COPY PDATPROC.

           COPY CODXPROC.
