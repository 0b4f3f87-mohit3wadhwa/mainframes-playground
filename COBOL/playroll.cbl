      *                                  WITH ITS SUBSIDIARIES         *
      *                                  INDENTED BENEATH IT AND       *
      *                                  RECNTRAN ACTIVITY COUNTS      *
      *                                  SUMMED UP THE HIERARCHY, WITH *
      *                                  MATCHED INTERCOMPANY VALUE    *
      *                                  ELIMINATED AT THE LOWEST      *
      *                                  COMMON PARENT                 *
      *        CREDITS                 : EDUCATORS AND TRAINERS        *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *                     ONE CURRENCY.  A COMPANY WITH A BLANK OR  *
      *                     UNLISTED CURRENCY RESTATES AT PAR AND IS  *
      *                     COUNTED ON THE RUN TOTALS                 *
      *    2026-10-15  RSM  INTERCOMPANY ELIMINATION - THE MATCHED     *
      *                     PAIRS PLAYICMT WRITES TO ICMATCH (ICMTREC, *
      *                     BALANCED ON ITS CONTROL RECORDS) ARE READ  *
      *                     AFTER THE ROLLUP.  EACH PAIR'S TWO BASE    *
      *                     VALUES ARE TAKEN BACK OUT OF THE ROLLED    *
      *                     VALUE OF THE LOWEST COMMON PARENT OF THE   *
      *                     TWO COMPANIES AND OF EVERY ANCESTOR ABOVE  *
      *                     IT, SO THE GROUP NO LONGER CARRIES BOTH    *
      *                     SIDES OF ITS OWN TRADE.  A COMPANY MARKED  *
      *                     ELIM ON THE DETAIL LINE IS WHERE PAIRS     *
      *                     WERE ELIMINATED; THE PAIRS PRINT GROUPED   *
      *                     BY PARENT IN A NEW ELIMINATIONS SECTION    *
      *                     AND THE TRAILER NOW CARRIES THE ELIMINATED *
      *                     AND CONSOLIDATED VALUE TOTALS.  ACTIVITY   *
      *                     COUNTS ARE NOT ELIMINATED                  *
      *    2026-10-15  RSM  RECNTRAN ACTIVITY UNDER A COMPANY CODE     *
      *                     SINCE MERGED OR RENUMBERED NOW COUNTS FOR  *
      *                     THE SURVIVOR THROUGH THE CODEXREF CROSS-   *
      *                     REFERENCE (CODXREC, CODXWS AND CODXPROC    *
      *                     COPYBOOKS), SO IT ROLLS UP THE SURVIVOR'S  *
      *                     CHAIN.  THE NUMBER REDIRECTED IS DISPLAYED *
      *                     AND PRINTED ON THE TRAILER.  THE RECNTRAN  *
      *                     HASH STAYS ON THE CODES AS RECEIVED        *
      *    2026-10-15  RSM  A TRANSACTION WHOSE ID PLAYRECN FIRST      *
      *                     REGISTERED ON AN EARLIER NIGHT (RECNREG,   *
      *                     KEYED READ) IS A RE-SENT COPY OF A FEED    *
      *                     ALREADY ROLLED UP AND IS SKIPPED, AS IS A  *
      *                     SECOND COPY OF AN ID ALREADY TAKEN IN THE  *
      *                     SAME RUN, SO A RE-SENT OR REPEATED         *
      *                     RECNTRAN ITEM NO LONGER DOUBLES THE        *
      *                     ROLLUP.  THE NUMBER SKIPPED IS DISPLAYED   *
      *                     AND PRINTED AT THE FOOT OF ROLLRPT.        *
      *                     TODAY'S BUSINESS DATE COMES FROM PROCDATE  *
      *                     (PDATREC, PDATEWS AND PDATPROC COPYBOOKS). *
      *                     RECNTRAN BALANCING STAYS ON THE FILE AS    *
      *                     RECEIVED                                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-CU-FILE-STATUS.

           SELECT IC-MATCH-FILE      ASSIGN TO ICMATCH
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-IM-FILE-STATUS.

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

       FD  IC-MATCH-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY ICMTREC.
           COPY CTLREC REPLACING
                   ==CONTROL-RECORD==    BY ==MATCH-CONTROL-RECORD==,
                   LEADING ==CTL-==      BY ==MT-==,
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
           COPY CODXWS.
           COPY PDATEWS.

       01  WS-FILE-STATUSES.
           05  WS-CM-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-TR-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-RP-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-CU-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-IM-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-RG-FILE-STATUS       PIC XX VALUE '00'.

       01  WS-ABEND-FILE-ID            PIC X(20) VALUE SPACES.
       01  WS-ABEND-FILE-STATUS        PIC XX    VALUE SPACES.
           88  WS-TR-EOF                VALUE 'Y'.
           88  WS-TR-N-EOF               VALUE 'N'.

       01  WS-IM-EOF-STA               PIC X VALUE 'N'.
           88  WS-IM-EOF                VALUE 'Y'.
           88  WS-IM-N-EOF               VALUE 'N'.

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
      *    THE COMPANY HIERARCHY TABLE - THE WHOLE MASTER IN KEY       *
      *    ORDER.  WS-ROLL-OWN-CNT IS THE COMPANY'S OWN MATCHED        *
      *    ACTIVITY; WS-ROLL-ROLLED-CNT IS OWN PLUS EVERYTHING         *
      *    ROLLED UP FROM ITS DESCENDANTS.  WS-ROLL-ELIM-AMT IS THE    *
      *    INTERCOMPANY VALUE ELIMINATED WITH THIS COMPANY AS THE      *
      *    LOWEST COMMON PARENT OF THE TWO SIDES                       *
      ******************************************************************
       01  WS-ROLL-TABLE.
           05  WS-ROLL-COUNT           PIC 9(03) VALUE ZERO.
               10  WS-ROLL-OWN-AMT     PIC S9(11)V99.
               10  WS-ROLL-ROLLED-AMT  PIC S9(11)V99.
               10  WS-ROLL-RATE        PIC 9(03)V9(06).
               10  WS-ROLL-ELIM-CNT    PIC 9(05).
               10  WS-ROLL-ELIM-AMT    PIC S9(11)V99.
               10  WS-ROLL-PRINTED     PIC X(01).

      ******************************************************************
      *    ONE SIDE OF AN INTERCOMPANY PAIR AND EVERY ANCESTOR ABOVE   *
      *    IT, NEAREST FIRST.  THE FIRST COMPANY ON THE OTHER SIDE'S   *
      *    CHAIN FOUND HERE IS THE LOWEST COMMON PARENT.  A COMPANY    *
      *    COUNTS AS ITS OWN ANCESTOR, SO A PARENT TRADING WITH ITS    *
      *    OWN SUBSIDIARY ELIMINATES AT THE PARENT                     *
      ******************************************************************
       01  WS-ANCESTOR-LIST.
           05  WS-ANC-COUNT            PIC 9(02) VALUE ZERO.
           05  WS-ANC-SUB              PIC 9(03) OCCURS 16 TIMES.

      ******************************************************************
      *    EVERY ICMATCH PAIR IN FILE ORDER, WITH THE COMMON PARENT    *
      *    IT WAS ELIMINATED AT (ZERO WHEN IT COULD NOT BE) AND THE    *
      *    BASE VALUE TAKEN OUT, FOR THE ELIMINATIONS SECTION          *
      ******************************************************************
       01  WS-ELIM-TABLE.
           05  WS-ELIM-COUNT           PIC 9(03) VALUE ZERO.
           05  WS-ELIM-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-ELIM-COUNT.
               10  WS-ELIM-COMPANY     PIC 9(06).
               10  WS-ELIM-TRANS-ID    PIC 9(08).
               10  WS-ELIM-CPTY        PIC 9(06).
               10  WS-ELIM-CPTY-ID     PIC 9(08).
               10  WS-ELIM-PARENT-SUB  PIC 9(03).
               10  WS-ELIM-AMT         PIC S9(11)V99.
               10  WS-ELIM-REMARK      PIC X(30).

      ******************************************************************
      *    EXPLICIT STACK FOR THE DEPTH-FIRST TREE WALK - ONE LEVEL    *
      *    PER ANCESTOR, EACH REMEMBERING WHERE ITS CHILD SCAN LEFT    *
       01  WS-CUR-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-PRINT-DEPTH              PIC 9(02) VALUE ZERO.
       01  WS-NAME-POS                 PIC 9(02) VALUE ZERO.
       01  WS-SIDE-A-SUB               PIC 9(03) VALUE ZERO.
       01  WS-SIDE-B-SUB               PIC 9(03) VALUE ZERO.
       01  WS-ELIM-CUR-SUB             PIC 9(03) VALUE ZERO.
       01  WS-LCA-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-ANC-IX                   PIC 9(02) VALUE ZERO.
       01  WS-PAIR-AMT                 PIC S9(11)V99 VALUE ZERO.

       01  WS-TRANS-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-MATCHED-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-UNMATCHED-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-REDIRECT-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-RESENT-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-DEEP-CHAIN-COUNT         PIC 9(04) VALUE ZERO.
       01  WS-UNREACHED-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-GRAND-TOTAL              PIC 9(08) VALUE ZERO.
       01  WS-GRAND-AMT-TOTAL          PIC S9(11)V99 VALUE ZERO.
       01  WS-RESTATED-AMT             PIC S9(11)V99 VALUE ZERO.
       01  WS-EDIT-AMT                 PIC ZZZZZZZZZZ9.99-.
       01  WS-PAIR-READ-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-PAIR-ELIM-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-PAIR-NOT-ELIM-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-ELIM-AMT-TOTAL           PIC S9(11)V99 VALUE ZERO.
       01  WS-CONSOL-AMT-TOTAL         PIC S9(11)V99 VALUE ZERO.

      ******************************************************************
      *    THE CURRENCY RATE TABLE, LOADED FROM CURRMAST AT START-UP   *
       01  WS-TR-ACT-HASH              PIC 9(10) VALUE ZERO.
       01  WS-TR-ACT-AMT               PIC S9(11)V99 VALUE ZERO.

       01  WS-IM-HDR-SEEN-SW           PIC X VALUE 'N'.
           88  WS-IM-HDR-SEEN           VALUE 'Y'.
           88  WS-IM-HDR-NOT-SEEN       VALUE 'N'.
       01  WS-IM-TRL-SEEN-SW           PIC X VALUE 'N'.
           88  WS-IM-TRL-SEEN           VALUE 'Y'.
           88  WS-IM-TRL-NOT-SEEN       VALUE 'N'.
       01  WS-IM-ACT-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-IM-ACT-HASH              PIC 9(10) VALUE ZERO.
       01  WS-IM-ACT-AMT               PIC S9(11)V99 VALUE ZERO.

       01  WS-CTL-ABEND-FILE           PIC X(08) VALUE SPACES.
       01  WS-CTL-ABEND-MSG            PIC X(40) VALUE SPACES.
       01  WS-CTL-EXP-COUNT            PIC 9(07) VALUE ZERO.
                   VALUE '      OWN VALUE'.
           05  FILLER                  PIC X(17)
                   VALUE '     ROLLED VALUE'.
           05  FILLER                  PIC X(12) VALUE '        ELIM'.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  DL-OWN-AMT              PIC ZZZZZZZZZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-ROLLED-AMT           PIC ZZZZZZZZZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL-ELIM-MARK            PIC X(05).
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  WS-ELIM-HEADING-1.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(45)
                   VALUE 'INTERCOMPANY ELIMINATIONS'.

       01  WS-ELIM-HEADING-2.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'PARENT'.
           05  FILLER                  PIC X(08) VALUE 'COMPANY'.
           05  FILLER                  PIC X(10) VALUE 'TRANS ID'.
           05  FILLER                  PIC X(08) VALUE 'CPTY'.
           05  FILLER                  PIC X(10) VALUE 'TRANS ID'.
           05  FILLER                  PIC X(17)
                   VALUE '       ELIMINATED'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE 'REMARKS'.

       01  WS-ELIM-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  EL-PARENT-CODE          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EL-COMPANY-CODE         PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EL-TRANS-ID             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EL-CPTY-CODE            PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EL-CPTY-TRANS-ID        PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EL-ELIM-AMT             PIC ZZZZZZZZZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EL-REMARK               PIC X(30).
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-ELIM-TOTAL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(21)
                   VALUE 'TOTAL ELIMINATED AT '.
           05  ET-PARENT-CODE          PIC 9(06).
           05  FILLER                  PIC X(17) VALUE SPACES.
           05  ET-ELIM-AMT             PIC ZZZZZZZZZZ9.99-.
           05  FILLER                  PIC X(68) VALUE SPACES.

       01  WS-CYCLE-HEADING.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  TL2-GRAND-AMT            PIC ZZZZZZZZZZ9.99-.
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-TRAILER-LINE-3.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'ELIMINATED VALUE TOTAL  : '.
           05  TL3-ELIM-AMT             PIC ZZZZZZZZZZ9.99-.
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-TRAILER-LINE-4.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'CONSOLIDATED VALUE TOTAL: '.
           05  TL4-CONSOL-AMT           PIC ZZZZZZZZZZ9.99-.
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-TRAILER-LINE-5.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'TRANSACTIONS REDIRECTED : '.
           05  TL5-REDIRECT-COUNT       PIC ZZZZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-TRAILER-LINE-6.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'TRANSACTIONS RE-SENT    : '.
           05  TL6-RESENT-COUNT         PIC ZZZZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
           PERFORM 2000-COUNT-ACTIVITY THRU 2000-EXIT
                   UNTIL WS-TR-EOF
           PERFORM 3000-ROLL-UP-COUNTS THRU 3000-EXIT
           PERFORM 3500-ELIMINATE-INTERCO THRU 3500-EXIT
                   UNTIL WS-IM-EOF
           PERFORM 4000-PRINT-ROLLUP THRU 4000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN
           .

       1000-INITIALIZE.
           MOVE 'PLAYROLL' TO WS-PD-PROGRAM-ID
           PERFORM READ-PROCESSING-DATE
           MOVE 'PLAYROLL' TO WS-XR-PROGRAM-ID
           PERFORM LOAD-CODE-XREF
           OPEN INPUT  COMPANY-MASTER
           IF WS-CM-FILE-STATUS NOT = '00'
               MOVE 'COMPANY-MASTER' TO WS-ABEND-FILE-ID
               MOVE WS-RP-FILE-STATUS TO WS-ABEND-FILE-STATUS
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
           PERFORM 1050-LOAD-CURRENCY THRU 1050-EXIT
                   UNTIL WS-CU-EOF
           CLOSE CURRENCY-FILE
           OPEN INPUT  IC-MATCH-FILE
           IF WS-IM-FILE-STATUS NOT = '00'
               MOVE 'IC-MATCH-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-IM-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 1100-LOAD-HIERARCHY THRU 1100-EXIT
                   UNTIL WS-CM-EOF
           PERFORM 1200-READ-TRANS THRU 1200-EXIT
           PERFORM 1300-READ-MATCH THRU 1300-EXIT
           .
       1000-EXIT.
           EXIT.
       1240-EXIT.
           EXIT.

      ******************************************************************
      *    1300-READ-MATCH - READS THE NEXT ICMATCH PAIR WRITTEN BY    *
      *    PLAYICMT, PEELING OFF AND VERIFYING THE CONTROL RECORDS.    *
      *    A FILE WITH NO TRAILER (PLAYICMT STOPPED SHORT) ABENDS THE  *
      *    RUN RATHER THAN ELIMINATING HALF THE PAIRS                  *
      ******************************************************************
       1300-READ-MATCH.
           READ IC-MATCH-FILE
               AT END
                   IF WS-IM-TRL-NOT-SEEN
                       MOVE 'ICMATCH' TO WS-CTL-ABEND-FILE
                       MOVE 'NO TRAILER RECORD ON FILE'
                               TO WS-CTL-ABEND-MSG
                       PERFORM 1340-SET-IM-TOTALS THRU 1340-EXIT
                       PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
                   END-IF
                   SET WS-IM-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN MT-HEADER-REC
                           PERFORM 1320-CHECK-IM-HEADER THRU 1320-EXIT
                           GO TO 1300-READ-MATCH
                       WHEN MT-TRAILER-REC
                           PERFORM 1330-VERIFY-IM-TRAILER
                                   THRU 1330-EXIT
                           GO TO 1300-READ-MATCH
                       WHEN OTHER
                           IF WS-IM-HDR-NOT-SEEN
                               MOVE 'ICMATCH' TO WS-CTL-ABEND-FILE
                               MOVE 'DATA RECORD BEFORE HEADER'
                                       TO WS-CTL-ABEND-MSG
                               PERFORM 1340-SET-IM-TOTALS
                                       THRU 1340-EXIT
                               PERFORM 9800-CONTROL-ABEND
                                       THRU 9800-EXIT
                           END-IF
                           IF WS-IM-TRL-SEEN
                               MOVE 'ICMATCH' TO WS-CTL-ABEND-FILE
                               MOVE 'DATA RECORD AFTER TRAILER'
                                       TO WS-CTL-ABEND-MSG
                               PERFORM 1340-SET-IM-TOTALS
                                       THRU 1340-EXIT
                               PERFORM 9800-CONTROL-ABEND
                                       THRU 9800-EXIT
                           END-IF
                           SET WS-IM-N-EOF TO TRUE
                           ADD 1 TO WS-PAIR-READ-COUNT
                           ADD 1 TO WS-IM-ACT-COUNT
                           ADD IM-COMPANY-CODE TO WS-IM-ACT-HASH
                           ADD IM-TRANS-AMOUNT TO WS-IM-ACT-AMT
                           ADD IM-CPTY-AMOUNT  TO WS-IM-ACT-AMT
                   END-EVALUATE
           END-READ
           .
       1300-EXIT.
           EXIT.

       1320-CHECK-IM-HEADER.
           MOVE 'ICMATCH' TO WS-CTL-ABEND-FILE
           PERFORM 1340-SET-IM-TOTALS THRU 1340-EXIT
           IF WS-IM-HDR-SEEN
               MOVE 'DUPLICATE HEADER RECORD' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           IF MT-FILE-ID NOT = 'ICMATCH'
               MOVE 'HEADER FILE ID IS NOT ICMATCH'
                       TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           SET WS-IM-HDR-SEEN TO TRUE
           .
       1320-EXIT.
           EXIT.

       1330-VERIFY-IM-TRAILER.
           MOVE 'ICMATCH' TO WS-CTL-ABEND-FILE
           IF WS-IM-TRL-SEEN
               PERFORM 1340-SET-IM-TOTALS THRU 1340-EXIT
               MOVE 'DUPLICATE TRAILER RECORD' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           IF MT-RECORD-COUNT NOT NUMERIC
                   OR MT-HASH-TOTAL NOT NUMERIC
                   OR MT-AMOUNT-TOTAL NOT NUMERIC
               PERFORM 1340-SET-IM-TOTALS THRU 1340-EXIT
               MOVE 'TRAILER TOTALS NOT NUMERIC' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           PERFORM 1340-SET-IM-TOTALS THRU 1340-EXIT
           MOVE MT-RECORD-COUNT TO WS-CTL-EXP-COUNT
           MOVE MT-HASH-TOTAL   TO WS-CTL-EXP-HASH
           MOVE MT-AMOUNT-TOTAL TO WS-CTL-EXP-AMT
           IF WS-CTL-EXP-COUNT NOT = WS-IM-ACT-COUNT
               MOVE 'RECORD COUNT OUT OF BALANCE' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           IF WS-CTL-EXP-HASH NOT = WS-IM-ACT-HASH
               MOVE 'HASH TOTAL OUT OF BALANCE' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           IF WS-CTL-EXP-AMT NOT = WS-IM-ACT-AMT
               MOVE 'AMOUNT TOTAL OUT OF BALANCE' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           SET WS-IM-TRL-SEEN TO TRUE
           .
       1330-EXIT.
           EXIT.

       1340-SET-IM-TOTALS.
           MOVE WS-IM-ACT-COUNT TO WS-CTL-ACT-COUNT
           MOVE WS-IM-ACT-HASH  TO WS-CTL-ACT-HASH
           MOVE WS-IM-ACT-AMT   TO WS-CTL-ACT-AMT
           .
       1340-EXIT.
           EXIT.

      ******************************************************************
      *    2000-COUNT-ACTIVITY - BUMP THE OWN-ACTIVITY COUNT OF THE    *
      *    TRANSACTION'S COMPANY.  A CODE NOT ON THE MASTER AT ALL IS  *
      *    COUNTED UNMATCHED AND LEFT TO PLAYRECN'S EXCEPTION RUN.     *
      *    ACTIVITY UNDER A CODE SINCE MERGED OR RENUMBERED COUNTS     *
      *    FOR THE SURVIVOR, SO IT ROLLS UP THE SURVIVOR'S CHAIN.  A   *
      *    TRANSACTION PLAYRECN FIRST REGISTERED ON AN EARLIER NIGHT   *
      *    IS A RE-SENT COPY, ALREADY ROLLED UP WITH THE FEED IT FIRST *
      *    CAME IN ON, AND IS COUNTED AND SKIPPED                      *
      ******************************************************************
       2000-COUNT-ACTIVITY.
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
           SET WS-ROLL-NDX TO 1
           SEARCH WS-ROLL-ENTRY
               AT END
                   ADD 1 TO WS-UNMATCHED-COUNT
               WHEN WS-ROLL-CODE(WS-ROLL-NDX) = WS-XR-RESULT-CODE
                   ADD 1 TO WS-MATCHED-COUNT
                   ADD 1 TO WS-ROLL-OWN-CNT(WS-ROLL-NDX)
      *    THE AMOUNT IS RESTATED INTO THE BASE CURRENCY AT THE       *
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
      *    RECONCILED THE SAME RECNTRAN, AND PLAYICMT SKIPS THE SAME   *
      *    ITEMS, SO EVERY ICMATCH PAIR ELIMINATED BELOW WAS ROLLED UP *
      *    HERE                                                        *
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
               DISPLAY 'PLAYROLL - RECON-REGISTER READ FAILED - '
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
               DISPLAY 'PLAYROLL - TAKEN-ID TABLE FULL AT 500 '
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

      ******************************************************************
      *    3000-ROLL-UP-COUNTS - EVERY COMPANY'S OWN COUNT IS ADDED    *
      *    TO ITS OWN ROLLED COUNT AND THEN WALKED UP THE PARENT       *
       3310-EXIT.
           EXIT.

      ******************************************************************
      *    3500-ELIMINATE-INTERCO - ONE MATCHED INTERCOMPANY PAIR.     *
      *    BOTH SIDES ROLLED UP THEIR OWN CHAINS IN 3000, SO FROM THE  *
      *    LOWEST COMMON PARENT UPWARD THE GROUP IS CARRYING BOTH.     *
      *    THE TWO SIDES' BASE VALUES ARE TAKEN BACK OUT OF THE        *
      *    ROLLED VALUE OF THAT PARENT AND EVERY ANCESTOR ABOVE IT.    *
      *    ACTIVITY COUNTS ARE LEFT AS THEY ARE - THE TRANSACTIONS     *
      *    STILL HAPPENED.  A PAIR WITH NO COMMON PARENT SITS IN TWO   *
      *    SEPARATE GROUPS AND IS LISTED BUT NOT ELIMINATED            *
      ******************************************************************
       3500-ELIMINATE-INTERCO.
           IF WS-ELIM-COUNT NOT < 500
               DISPLAY 'PLAYROLL - ELIMINATION TABLE FULL AT 500 '
                       'ENTRIES - RAISE THE WS-ELIM-ENTRY CEILING '
                       'AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF
           ADD 1 TO WS-ELIM-COUNT
           INITIALIZE WS-ELIM-ENTRY(WS-ELIM-COUNT)
           MOVE IM-COMPANY-CODE  TO WS-ELIM-COMPANY(WS-ELIM-COUNT)
           MOVE IM-TRANS-ID      TO WS-ELIM-TRANS-ID(WS-ELIM-COUNT)
           MOVE IM-CPTY-CODE     TO WS-ELIM-CPTY(WS-ELIM-COUNT)
           MOVE IM-CPTY-TRANS-ID TO WS-ELIM-CPTY-ID(WS-ELIM-COUNT)
           MOVE IM-COMPANY-CODE TO WS-CHAIN-CODE
           PERFORM 3300-FIND-COMPANY THRU 3300-EXIT
           MOVE WS-FOUND-SUB    TO WS-SIDE-A-SUB
           MOVE IM-CPTY-CODE    TO WS-CHAIN-CODE
           PERFORM 3300-FIND-COMPANY THRU 3300-EXIT
           MOVE WS-FOUND-SUB    TO WS-SIDE-B-SUB
           IF WS-SIDE-A-SUB = ZERO OR WS-SIDE-B-SUB = ZERO
               MOVE 'COMPANY NOT ON MASTER'
                       TO WS-ELIM-REMARK(WS-ELIM-COUNT)
               ADD 1 TO WS-PAIR-NOT-ELIM-COUNT
               GO TO 3500-READ-NEXT
           END-IF
           COMPUTE WS-RESTATED-AMT ROUNDED =
                   IM-TRANS-AMOUNT * WS-ROLL-RATE(WS-SIDE-A-SUB)
           MOVE WS-RESTATED-AMT TO WS-PAIR-AMT
           COMPUTE WS-RESTATED-AMT ROUNDED =
                   IM-CPTY-AMOUNT * WS-ROLL-RATE(WS-SIDE-B-SUB)
           ADD WS-RESTATED-AMT  TO WS-PAIR-AMT
           MOVE WS-PAIR-AMT     TO WS-ELIM-AMT(WS-ELIM-COUNT)
           PERFORM 3510-LIST-ANCESTORS THRU 3510-EXIT
           PERFORM 3530-FIND-COMMON-PARENT THRU 3530-EXIT
           IF WS-LCA-SUB = ZERO
               MOVE 'NO COMMON PARENT'
                       TO WS-ELIM-REMARK(WS-ELIM-COUNT)
               ADD 1 TO WS-PAIR-NOT-ELIM-COUNT
               GO TO 3500-READ-NEXT
           END-IF
           MOVE WS-LCA-SUB TO WS-ELIM-PARENT-SUB(WS-ELIM-COUNT)
           ADD 1           TO WS-ROLL-ELIM-CNT(WS-LCA-SUB)
           ADD WS-PAIR-AMT TO WS-ROLL-ELIM-AMT(WS-LCA-SUB)
           ADD WS-PAIR-AMT TO WS-ELIM-AMT-TOTAL
           ADD 1           TO WS-PAIR-ELIM-COUNT
           MOVE WS-LCA-SUB TO WS-ELIM-CUR-SUB
           MOVE ZERO       TO WS-CHAIN-DEPTH
           PERFORM 3560-ELIMINATE-UP-CHAIN THRU 3560-EXIT
                   UNTIL WS-ELIM-CUR-SUB = ZERO
                   OR WS-CHAIN-DEPTH > 15
           .
       3500-READ-NEXT.
           PERFORM 1300-READ-MATCH THRU 1300-EXIT
           .
       3500-EXIT.
           EXIT.

      ******************************************************************
      *    3510-LIST-ANCESTORS - SIDE A ITSELF, THEN ITS PARENT CHAIN  *
      *    INTO WS-ANCESTOR-LIST, CUT OFF AT THE SAME FIFTEEN-LEVEL    *
      *    CEILING AS THE ROLLUP                                       *
      ******************************************************************
       3510-LIST-ANCESTORS.
           MOVE 1             TO WS-ANC-COUNT
           MOVE WS-SIDE-A-SUB TO WS-ANC-SUB(1)
           MOVE WS-ROLL-PARENT(WS-SIDE-A-SUB) TO WS-CHAIN-CODE
           PERFORM 3520-ADD-ANCESTOR THRU 3520-EXIT
                   UNTIL WS-CHAIN-CODE = ZERO
                   OR WS-ANC-COUNT NOT < 16
           .
       3510-EXIT.
           EXIT.

       3520-ADD-ANCESTOR.
           PERFORM 3300-FIND-COMPANY THRU 3300-EXIT
           IF WS-FOUND-SUB = ZERO
               MOVE ZERO TO WS-CHAIN-CODE
           ELSE
               ADD 1 TO WS-ANC-COUNT
               MOVE WS-FOUND-SUB TO WS-ANC-SUB(WS-ANC-COUNT)
               MOVE WS-ROLL-PARENT(WS-FOUND-SUB) TO WS-CHAIN-CODE
           END-IF
           .
       3520-EXIT.
           EXIT.

      ******************************************************************
      *    3530-FIND-COMMON-PARENT - WALK UP FROM SIDE B ITSELF; THE   *
      *    FIRST COMPANY ALSO ON SIDE A'S ANCESTOR LIST IS THE LOWEST  *
      *    COMMON PARENT.  ZERO IN WS-LCA-SUB MEANS THERE IS NONE      *
      ******************************************************************
       3530-FIND-COMMON-PARENT.
           MOVE ZERO          TO WS-LCA-SUB
           MOVE WS-SIDE-B-SUB TO WS-ELIM-CUR-SUB
           MOVE ZERO          TO WS-CHAIN-DEPTH
           PERFORM 3540-TEST-ONE-LEVEL THRU 3540-EXIT
                   UNTIL WS-LCA-SUB > ZERO
                   OR WS-ELIM-CUR-SUB = ZERO
                   OR WS-CHAIN-DEPTH > 15
           .
       3530-EXIT.
           EXIT.

       3540-TEST-ONE-LEVEL.
           PERFORM 3550-TEST-ANCESTOR THRU 3550-EXIT
                   VARYING WS-ANC-IX FROM 1 BY 1
                   UNTIL WS-ANC-IX > WS-ANC-COUNT
                   OR WS-LCA-SUB > ZERO
           IF WS-LCA-SUB > ZERO
               GO TO 3540-EXIT
           END-IF
           MOVE WS-ROLL-PARENT(WS-ELIM-CUR-SUB) TO WS-CHAIN-CODE
           MOVE ZERO TO WS-ELIM-CUR-SUB
           IF WS-CHAIN-CODE NOT = ZERO
               PERFORM 3300-FIND-COMPANY THRU 3300-EXIT
               MOVE WS-FOUND-SUB TO WS-ELIM-CUR-SUB
           END-IF
           ADD 1 TO WS-CHAIN-DEPTH
           .
       3540-EXIT.
           EXIT.

       3550-TEST-ANCESTOR.
           IF WS-ANC-SUB(WS-ANC-IX) = WS-ELIM-CUR-SUB
               MOVE WS-ELIM-CUR-SUB TO WS-LCA-SUB
           END-IF
           .
       3550-EXIT.
           EXIT.

      ******************************************************************
      *    3560-ELIMINATE-UP-CHAIN - TAKE THE PAIR'S VALUE OUT OF THE  *
      *    ROLLED VALUE OF WS-ELIM-CUR-SUB AND STEP UP TO ITS PARENT   *
      ******************************************************************
       3560-ELIMINATE-UP-CHAIN.
           SUBTRACT WS-PAIR-AMT
                   FROM WS-ROLL-ROLLED-AMT(WS-ELIM-CUR-SUB)
           MOVE WS-ROLL-PARENT(WS-ELIM-CUR-SUB) TO WS-CHAIN-CODE
           MOVE ZERO TO WS-ELIM-CUR-SUB
           IF WS-CHAIN-CODE NOT = ZERO
               PERFORM 3300-FIND-COMPANY THRU 3300-EXIT
               MOVE WS-FOUND-SUB TO WS-ELIM-CUR-SUB
           END-IF
           ADD 1 TO WS-CHAIN-DEPTH
           .
       3560-EXIT.
           EXIT.

      ******************************************************************
      *    4000-PRINT-ROLLUP - DEPTH-FIRST WALK FROM EACH TOP-LEVEL    *
      *    COMPANY (NO PARENT, OR A PARENT THAT IS NOT ON THE          *
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ROLL-COUNT
           PERFORM 4400-PRINT-UNREACHED THRU 4400-EXIT
           PERFORM 4500-PRINT-ELIMINATIONS THRU 4500-EXIT
           COMPUTE WS-CONSOL-AMT-TOTAL =
                   WS-GRAND-AMT-TOTAL - WS-ELIM-AMT-TOTAL
           DISPLAY 'PARENT COMPANY ROLLUP RUN COMPLETE'
           DISPLAY 'TRANSACTIONS READ       : ' WS-TRANS-COUNT
           DISPLAY 'TRANSACTIONS MATCHED    : ' WS-MATCHED-COUNT
           DISPLAY 'TRANSACTIONS UNMATCHED  : ' WS-UNMATCHED-COUNT
           DISPLAY 'TRANSACTIONS REDIRECTED : ' WS-REDIRECT-COUNT
           DISPLAY 'TRANSACTIONS RE-SENT    : ' WS-RESENT-COUNT
           DISPLAY 'PARENT CHAINS CUT OFF   : ' WS-DEEP-CHAIN-COUNT
           DISPLAY 'COMPANIES NOT REACHED   : ' WS-UNREACHED-COUNT
           MOVE WS-GRAND-AMT-TOTAL TO WS-EDIT-AMT
           DISPLAY 'BASE VALUE TOTAL        : ' WS-EDIT-AMT
           DISPLAY 'COMPANIES AT PAR RATE   : ' WS-PAR-RATE-COUNT
           DISPLAY 'INTERCOMPANY PAIRS READ : ' WS-PAIR-READ-COUNT
           DISPLAY 'PAIRS ELIMINATED        : ' WS-PAIR-ELIM-COUNT
           DISPLAY 'PAIRS NOT ELIMINATED    : ' WS-PAIR-NOT-ELIM-COUNT
           MOVE WS-ELIM-AMT-TOTAL TO WS-EDIT-AMT
           DISPLAY 'ELIMINATED VALUE TOTAL  : ' WS-EDIT-AMT
           MOVE WS-CONSOL-AMT-TOTAL TO WS-EDIT-AMT
           DISPLAY 'CONSOLIDATED VALUE TOTAL: ' WS-EDIT-AMT
           MOVE SPACES TO ROLLUP-REPORT-LINE
           WRITE ROLLUP-REPORT-LINE
           MOVE WS-GRAND-TOTAL TO TL1-GRAND-TOTAL
           WRITE ROLLUP-REPORT-LINE FROM WS-TRAILER-LINE-1
           MOVE WS-GRAND-AMT-TOTAL TO TL2-GRAND-AMT
           WRITE ROLLUP-REPORT-LINE FROM WS-TRAILER-LINE-2
           MOVE WS-ELIM-AMT-TOTAL TO TL3-ELIM-AMT
           WRITE ROLLUP-REPORT-LINE FROM WS-TRAILER-LINE-3
           MOVE WS-CONSOL-AMT-TOTAL TO TL4-CONSOL-AMT
           WRITE ROLLUP-REPORT-LINE FROM WS-TRAILER-LINE-4
           MOVE WS-REDIRECT-COUNT TO TL5-REDIRECT-COUNT
           WRITE ROLLUP-REPORT-LINE FROM WS-TRAILER-LINE-5
           MOVE WS-RESENT-COUNT TO TL6-RESENT-COUNT
           WRITE ROLLUP-REPORT-LINE FROM WS-TRAILER-LINE-6
           .
       4000-EXIT.
           EXIT.
           MOVE WS-ROLL-ROLLED-CNT(WS-CUR-SUB) TO DL-ROLLED-CNT
           MOVE WS-ROLL-OWN-AMT(WS-CUR-SUB)    TO DL-OWN-AMT
           MOVE WS-ROLL-ROLLED-AMT(WS-CUR-SUB) TO DL-ROLLED-AMT
           IF WS-ROLL-ELIM-CNT(WS-CUR-SUB) > ZERO
               MOVE 'ELIM' TO DL-ELIM-MARK
           END-IF
           MOVE 'Y' TO WS-ROLL-PRINTED(WS-CUR-SUB)
           DISPLAY WS-DETAIL-LINE
           MOVE SPACES         TO ROLLUP-REPORT-LINE
       4450-EXIT.
           EXIT.

      ******************************************************************
      *    4500-PRINT-ELIMINATIONS - EVERY ICMATCH PAIR, GROUPED BY    *
      *    THE COMMON PARENT IT WAS ELIMINATED AT (IN HIERARCHY TABLE  *
      *    ORDER) WITH A TOTAL PER PARENT, THEN THE PAIRS THAT COULD   *
      *    NOT BE ELIMINATED.  THE ROLLED VALUE OF A LINE MARKED ELIM  *
      *    ABOVE IS NET OF ITS OWN ELIMINATIONS AND ITS SUBTREE'S      *
      ******************************************************************
       4500-PRINT-ELIMINATIONS.
           IF WS-ELIM-COUNT = ZERO
               GO TO 4500-EXIT
           END-IF
           DISPLAY SPACES
           DISPLAY WS-ELIM-HEADING-1
           DISPLAY WS-ELIM-HEADING-2
           MOVE SPACES TO ROLLUP-REPORT-LINE
           WRITE ROLLUP-REPORT-LINE
           WRITE ROLLUP-REPORT-LINE FROM WS-ELIM-HEADING-1
           WRITE ROLLUP-REPORT-LINE FROM WS-ELIM-HEADING-2
           MOVE SPACES TO ROLLUP-REPORT-LINE
           WRITE ROLLUP-REPORT-LINE
           PERFORM 4510-PRINT-ONE-PARENT THRU 4510-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ROLL-COUNT
           MOVE ZERO TO WS-LCA-SUB
           PERFORM 4520-PRINT-ONE-PAIR THRU 4520-EXIT
                   VARYING WS-CHILD-SUB FROM 1 BY 1
                   UNTIL WS-CHILD-SUB > WS-ELIM-COUNT
           .
       4500-EXIT.
           EXIT.

       4510-PRINT-ONE-PARENT.
           IF WS-ROLL-ELIM-CNT(WS-SUB) = ZERO
               GO TO 4510-EXIT
           END-IF
           MOVE WS-SUB TO WS-LCA-SUB
           PERFORM 4520-PRINT-ONE-PAIR THRU 4520-EXIT
                   VARYING WS-CHILD-SUB FROM 1 BY 1
                   UNTIL WS-CHILD-SUB > WS-ELIM-COUNT
           MOVE WS-ROLL-CODE(WS-SUB)     TO ET-PARENT-CODE
           MOVE WS-ROLL-ELIM-AMT(WS-SUB) TO ET-ELIM-AMT
           DISPLAY WS-ELIM-TOTAL-LINE
           WRITE ROLLUP-REPORT-LINE FROM WS-ELIM-TOTAL-LINE
           MOVE SPACES TO ROLLUP-REPORT-LINE
           WRITE ROLLUP-REPORT-LINE
           .
       4510-EXIT.
           EXIT.

      ******************************************************************
      *    4520-PRINT-ONE-PAIR - PRINT ELIMINATION ENTRY WS-CHILD-SUB  *
      *    WHEN IT BELONGS TO PARENT WS-LCA-SUB (ZERO PICKS OUT THE    *
      *    PAIRS THAT WERE NOT ELIMINATED)                             *
      ******************************************************************
       4520-PRINT-ONE-PAIR.
           IF WS-ELIM-PARENT-SUB(WS-CHILD-SUB) NOT = WS-LCA-SUB
               GO TO 4520-EXIT
           END-IF
           MOVE SPACES TO WS-ELIM-LINE
           IF WS-LCA-SUB > ZERO
               MOVE WS-ROLL-CODE(WS-LCA-SUB) TO EL-PARENT-CODE
           END-IF
           MOVE WS-ELIM-COMPANY(WS-CHILD-SUB)  TO EL-COMPANY-CODE
           MOVE WS-ELIM-TRANS-ID(WS-CHILD-SUB) TO EL-TRANS-ID
           MOVE WS-ELIM-CPTY(WS-CHILD-SUB)     TO EL-CPTY-CODE
           MOVE WS-ELIM-CPTY-ID(WS-CHILD-SUB)  TO EL-CPTY-TRANS-ID
           MOVE WS-ELIM-AMT(WS-CHILD-SUB)      TO EL-ELIM-AMT
           MOVE WS-ELIM-REMARK(WS-CHILD-SUB)   TO EL-REMARK
           DISPLAY WS-ELIM-LINE
           WRITE ROLLUP-REPORT-LINE FROM WS-ELIM-LINE
           .
       4520-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE COMPANY-MASTER
           CLOSE RECON-TRANS
           CLOSE ROLLUP-REPORT
           CLOSE IC-MATCH-FILE
           CLOSE RECON-REGISTER
           .
       9000-EXIT.
           EXIT.
           .
       9800-EXIT.
           EXIT.

           COPY CODXPROC.

           COPY PDATPROC.
