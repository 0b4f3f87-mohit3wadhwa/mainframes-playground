      ******************************************************************
      *        PROGRAM NAME            : PLAYICMT                      *
      *        DESCRIPTION             : INTERCOMPANY COUNTERPARTY     *
      *                                  MATCH - PAIRS EACH RECNTRAN   *
      *                                  ITEM CARRYING A COUNTERPARTY  *
      *                                  CODE WITH THE COUNTERPARTY'S  *
      *                                  OFFSETTING ITEM, WRITES THE   *
      *                                  MATCHED PAIRS FOR THE         *
      *                                  PLAYROLL ELIMINATION AND      *
      *                                  REPORTS EVERY UNMATCHED OR    *
      *                                  MISMATCHED ITEM               *
      *        CREDITS                 : EDUCATORS AND TRAINERS        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PLAYICMT.
       AUTHOR.         R S MEHTA.
       INSTALLATION.   BATCH SYSTEMS.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.  2026-10-15.
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
      *    2026-10-15  RSM  INITIAL VERSION - TWO GROUP COMPANIES      *
      *                     TRADING WITH EACH OTHER EACH BOOK THEIR    *
      *                     OWN SIDE, AND BOTH SIDES WERE ROLLING INTO *
      *                     THE CONSOLIDATED GROUP TOTAL.  EVERY       *
      *                     RECNTRAN ITEM CARRYING A COUNTERPARTY      *
      *                     CODE IS TABLED WITH ITS VALUE RESTATED     *
      *                     INTO THE BASE CURRENCY (CURRMAST), THEN    *
      *                     PAIRED WITH AN ITEM BOOKED BY THE          *
      *                     COUNTERPARTY AGAINST THIS COMPANY WHOSE    *
      *                     BASE VALUE IS THE SAME SIZE WITHIN         *
      *                     IC-AMOUNT-TOLERANCE AND WHOSE DATE IS      *
      *                     WITHIN IC-DATE-TOLERANCE DAYS (RUNPARM).   *
      *                     SIZE, NOT SIGN, IS COMPARED SO THE MATCH   *
      *                     HOLDS WHICHEVER WAY THE TWO LEDGERS SIGN   *
      *                     THEIR SIDES.  MATCHED PAIRS GO TO ICMATCH  *
      *                     FOR PLAYROLL TO ELIMINATE.  A PAIR OUTSIDE *
      *                     TOLERANCE IS REPORTED AS A MISMATCH, AN    *
      *                     ITEM WITH NO OFFSET AT ALL AS UNMATCHED,   *
      *                     AND A BAD DATE OR A COUNTERPARTY THAT IS   *
      *                     NOT ON THE MASTER AS INVALID.  RC=4 WHEN   *
      *                     ANYTHING IS REPORTED                       *
      *    2026-10-15  RSM  THE COMPANY AND COUNTERPARTY CODES ARE     *
      *                     TAKEN ONTO THEIR SURVIVORS THROUGH THE     *
      *                     CODEXREF CROSS-REFERENCE (CODXREC, CODXWS  *
      *                     AND CODXPROC COPYBOOKS) BEFORE AN ITEM IS  *
      *                     TABLED, SO AN ITEM BOOKED UNDER A CODE     *
      *                     SINCE MERGED OR RENUMBERED STILL PAIRS AND *
      *                     REACHES ICMATCH UNDER THE SURVIVOR.  A     *
      *                     PAIR WHOSE TWO SIDES NOW SHARE ONE         *
      *                     SURVIVOR IS REPORTED AS COUNTERPARTY IS    *
      *                     THE COMPANY.  THE CODES REDIRECTED ARE     *
      *                     COUNTED ON THE TRAILER                     *
      *    2026-10-15  RSM  A TRANSACTION WHOSE ID PLAYRECN FIRST      *
      *                     REGISTERED ON AN EARLIER NIGHT (RECNREG,   *
      *                     KEYED READ) IS A RE-SENT COPY OF A FEED    *
      *                     ALREADY PAIRED AND IS SKIPPED BEFORE IT IS *
      *                     TABLED, AS IS A SECOND COPY OF AN ID       *
      *                     ALREADY TAKEN IN THE SAME RUN, SO A        *
      *                     RE-SENT OR REPEATED RECNTRAN ITEM NO       *
      *                     LONGER PUTS A SECOND COPY OF ITS PAIR ON   *
      *                     ICMATCH.  THE NUMBER SKIPPED IS DISPLAYED  *
      *                     AND PRINTED AT THE FOOT OF ICRPT.  TODAY'S *
      *                     BUSINESS DATE COMES FROM PROCDATE          *
      *                     (PDATREC, PDATEWS AND PDATPROC COPYBOOKS). *
      *                     RECNTRAN BALANCING STAYS ON THE FILE AS    *
      *                     RECEIVED                                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANY-MASTER     ASSIGN TO COMPMAST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS CM-COMPANY-CODE
                   FILE STATUS  IS WS-CM-FILE-STATUS.

           SELECT RECON-TRANS        ASSIGN TO RECNTRAN
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-TR-FILE-STATUS.

           SELECT CURRENCY-FILE      ASSIGN TO CURRMAST
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-CU-FILE-STATUS.

           SELECT IC-MATCH-FILE      ASSIGN TO ICMATCH
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-IM-FILE-STATUS.

           SELECT IC-REPORT          ASSIGN TO ICRPT
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-RP-FILE-STATUS.

           SELECT RUN-PARMS          ASSIGN TO RUNPARM
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-RUNPARM-STATUS.

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
           RECORD CONTAINS 150 CHARACTERS.
           COPY COMPREC.
           COPY CTLREC REPLACING
                   ==CONTROL-RECORD==    BY ==MASTER-CONTROL-RECORD==,
                   LEADING ==CTL-==      BY ==MC-==,
                   ==X(01)==        BY ==X(106)==.

       FD  RECON-TRANS
           RECORDING MODE IS F
           RECORD CONTAINS 45 CHARACTERS.
           COPY RECNTRN.
           COPY CTLREC REPLACING
                   ==CONTROL-RECORD==    BY ==TRANS-CONTROL-RECORD==,
                   LEADING ==CTL-==      BY ==TC-==.

       FD  CURRENCY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY CURRREC.
           COPY CTLREC REPLACING
                   ==CONTROL-RECORD==    BY ==CURR-CONTROL-RECORD==,
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

       FD  IC-REPORT
           RECORDING MODE IS F.
       01  IC-REPORT-LINE              PIC X(132).

       FD  RUN-PARMS
           RECORDING MODE IS F.
       01  RUN-PARM-RECORD             PIC X(80).

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
           COPY DATESER.
           COPY RUNPARM.
           COPY CODXWS.
           COPY PDATEWS.

       01  WS-FILE-STATUSES.
           05  WS-CM-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-TR-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-CU-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-IM-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-RP-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-RG-FILE-STATUS       PIC XX VALUE '00'.

       01  WS-ABEND-FILE-ID            PIC X(20) VALUE SPACES.
       01  WS-ABEND-FILE-STATUS        PIC XX    VALUE SPACES.

       01  WS-CM-EOF-STA               PIC X VALUE 'N'.
           88  WS-CM-EOF                VALUE 'Y'.
           88  WS-CM-N-EOF               VALUE 'N'.

       01  WS-TR-EOF-STA               PIC X VALUE 'N'.
           88  WS-TR-EOF                VALUE 'Y'.
           88  WS-TR-N-EOF               VALUE 'N'.

       01  WS-CU-EOF-STA               PIC X VALUE 'N'.
           88  WS-CU-EOF                VALUE 'Y'.
           88  WS-CU-N-EOF               VALUE 'N'.

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
      *    THE COMPANY TABLE - EVERY CODE ON THE MASTER, ACTIVE OR     *
      *    RETIRED, WITH ITS BASE-CURRENCY RATE.  THE MASTER IS READ   *
      *    IN KEY ORDER SO THE TABLE CAN BE BINARY SEARCHED            *
      ******************************************************************
       01  WS-MS-TABLE.
           05  WS-MS-COUNT             PIC 9(03) VALUE ZERO.
           05  WS-MS-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-MS-COUNT
                       ASCENDING KEY IS WS-MS-CODE
                       INDEXED BY WS-MS-NDX.
               10  WS-MS-CODE          PIC 9(06).
               10  WS-MS-RATE          PIC 9(03)V9(06).

      ******************************************************************
      *    THE CURRENCY RATE TABLE, LOADED FROM CURRMAST AT START-UP   *
      ******************************************************************
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT           PIC 9(03) VALUE ZERO.
           05  WS-RATE-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-RATE-COUNT
                       INDEXED BY WS-RATE-NDX.
               10  WS-RATE-CODE        PIC X(03).
               10  WS-RATE-VALUE       PIC 9(03)V9(06).

       01  WS-RATE-LOOKUP-CD           PIC X(03) VALUE SPACES.
       01  WS-FOUND-RATE               PIC 9(03)V9(06) VALUE ZERO.
       01  WS-RATE-FOUND-SW            PIC X VALUE 'N'.
           88  WS-RATE-FOUND            VALUE 'Y'.
           88  WS-RATE-NOT-FOUND        VALUE 'N'.

      ******************************************************************
      *    THE INTERCOMPANY ITEM TABLE - ONE ENTRY PER RECNTRAN ITEM   *
      *    CARRYING A COUNTERPARTY, IN FILE ORDER.  WS-IC-BASE-AMT IS  *
      *    THE SIZE OF THE ITEM RESTATED INTO THE BASE CURRENCY AND    *
      *    WS-IC-PARTNER THE ENTRY IT WAS PAIRED WITH                  *
      ******************************************************************
       01  WS-IC-TABLE.
           05  WS-IC-COUNT             PIC 9(03) VALUE ZERO.
           05  WS-IC-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-IC-COUNT.
               10  WS-IC-TRANS-ID      PIC 9(08).
               10  WS-IC-COMPANY       PIC 9(06).
               10  WS-IC-CPTY          PIC 9(06).
               10  WS-IC-CPTY-X REDEFINES WS-IC-CPTY
                                       PIC X(06).
               10  WS-IC-DATE          PIC 9(08).
               10  WS-IC-SERIAL        PIC 9(08).
               10  WS-IC-AMOUNT        PIC S9(09)V99.
               10  WS-IC-BASE-AMT      PIC S9(11)V99.
               10  WS-IC-STATE         PIC X(01).
                   88  WS-IC-OPEN       VALUE 'O'.
                   88  WS-IC-MATCHED    VALUE 'M'.
                   88  WS-IC-MISMATCHED VALUE 'X'.
                   88  WS-IC-INVALID    VALUE 'I'.
               10  WS-IC-PARTNER       PIC 9(03).
               10  WS-IC-REASON        PIC X(30).

       01  WS-SUB                      PIC 9(03) VALUE ZERO.
       01  WS-CAND-SUB                 PIC 9(03) VALUE ZERO.
       01  WS-FOUND-SUB                PIC 9(03) VALUE ZERO.
       01  WS-RESTATED-AMT             PIC S9(11)V99 VALUE ZERO.
       01  WS-AMT-DIFF                 PIC S9(11)V99 VALUE ZERO.
       01  WS-DAY-DIFF                 PIC S9(08) VALUE ZERO.
       01  WS-EDIT-AMT                 PIC ZZZZZZZZZZ9.99-.

       01  WS-TOLERANCE-SW             PIC X VALUE 'Y'.
           88  WS-WITHIN-TOLERANCE      VALUE 'Y'.
           88  WS-OUTSIDE-TOLERANCE     VALUE 'N'.
       01  WS-AMT-OUT-SW               PIC X VALUE 'N'.
           88  WS-AMT-OUT               VALUE 'Y'.
           88  WS-AMT-IN                VALUE 'N'.
       01  WS-DATE-OUT-SW              PIC X VALUE 'N'.
           88  WS-DATE-OUT              VALUE 'Y'.
           88  WS-DATE-IN               VALUE 'N'.
       01  WS-MISMATCH-REASON          PIC X(30) VALUE SPACES.

       01  WS-TRANS-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-EXTERNAL-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-PAIR-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-MISMATCH-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-UNMATCHED-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-INVALID-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-REDIRECT-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-RESENT-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-IM-HASH-TOTAL            PIC 9(10) VALUE ZERO.
       01  WS-IM-AMT-TOTAL             PIC S9(11)V99 VALUE ZERO.

      ******************************************************************
      *    BATCH BALANCING FIELDS - ONE SET PER CONTROLLED INPUT FILE  *
      ******************************************************************
       01  WS-CM-HDR-SEEN-SW           PIC X VALUE 'N'.
           88  WS-CM-HDR-SEEN           VALUE 'Y'.
           88  WS-CM-HDR-NOT-SEEN       VALUE 'N'.
       01  WS-CM-TRL-SEEN-SW           PIC X VALUE 'N'.
           88  WS-CM-TRL-SEEN           VALUE 'Y'.
           88  WS-CM-TRL-NOT-SEEN       VALUE 'N'.
       01  WS-CM-ACT-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-CM-ACT-HASH              PIC 9(10) VALUE ZERO.

       01  WS-TR-HDR-SEEN-SW           PIC X VALUE 'N'.
           88  WS-TR-HDR-SEEN           VALUE 'Y'.
           88  WS-TR-HDR-NOT-SEEN       VALUE 'N'.
       01  WS-TR-TRL-SEEN-SW           PIC X VALUE 'N'.
           88  WS-TR-TRL-SEEN           VALUE 'Y'.
           88  WS-TR-TRL-NOT-SEEN       VALUE 'N'.
       01  WS-TR-ACT-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-TR-ACT-HASH              PIC 9(10) VALUE ZERO.
       01  WS-TR-ACT-AMT               PIC S9(11)V99 VALUE ZERO.

       01  WS-CU-HDR-SEEN-SW           PIC X VALUE 'N'.
           88  WS-CU-HDR-SEEN           VALUE 'Y'.
           88  WS-CU-HDR-NOT-SEEN       VALUE 'N'.
       01  WS-CU-TRL-SEEN-SW           PIC X VALUE 'N'.
           88  WS-CU-TRL-SEEN           VALUE 'Y'.
           88  WS-CU-TRL-NOT-SEEN       VALUE 'N'.
       01  WS-CU-ACT-COUNT             PIC 9(07) VALUE ZERO.

       01  WS-CTL-ABEND-FILE           PIC X(08) VALUE SPACES.
       01  WS-CTL-ABEND-MSG            PIC X(40) VALUE SPACES.
       01  WS-CTL-EXP-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-CTL-EXP-HASH             PIC 9(10) VALUE ZERO.
       01  WS-CTL-EXP-AMT              PIC S9(11)V99 VALUE ZERO.
       01  WS-CTL-ACT-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-CTL-ACT-HASH             PIC 9(10) VALUE ZERO.
       01  WS-CTL-ACT-AMT              PIC S9(11)V99 VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(45)
                   VALUE 'INTERCOMPANY COUNTERPARTY MATCH EXCEPTIONS'.

       01  WS-TOLERANCE-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(19)
                   VALUE 'AMOUNT TOLERANCE : '.
           05  TOL-AMOUNT              PIC ZZZZ9.
           05  FILLER                  PIC X(14) VALUE ' BASE UNITS'.
           05  FILLER                  PIC X(17)
                   VALUE 'DATE TOLERANCE : '.
           05  TOL-DAYS                PIC ZZ9.
           05  FILLER                  PIC X(69) VALUE ' DAYS'.

       01  WS-HEADING-LINE-2.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'COMPANY'.
           05  FILLER                  PIC X(08) VALUE 'CPTY'.
           05  FILLER                  PIC X(10) VALUE 'TRANS ID'.
           05  FILLER                  PIC X(10) VALUE 'DATE'.
           05  FILLER                  PIC X(15)
                   VALUE '       AMOUNT'.
           05  FILLER                  PIC X(17)
                   VALUE '      BASE VALUE'.
           05  FILLER                  PIC X(32) VALUE 'EXCEPTION'.
           05  FILLER                  PIC X(08) VALUE 'PAIRED'.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  DL-COMPANY-CODE         PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CPTY-CODE            PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-TRANS-ID             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-TRANS-DATE           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-AMOUNT               PIC ZZZZZZZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-BASE-AMT             PIC ZZZZZZZZZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-REASON               PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-PARTNER-ID           PIC X(08).
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'INTERCOMPANY ITEMS READ : '.
           05  TL1-COUNT               PIC ZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'PAIRS MATCHED           : '.
           05  TL2-COUNT               PIC ZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-3.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'ITEMS MISMATCHED        : '.
           05  TL3-COUNT               PIC ZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-4.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'ITEMS UNMATCHED         : '.
           05  TL4-COUNT               PIC ZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-5.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'ITEMS INVALID           : '.
           05  TL5-COUNT               PIC ZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-6.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'CODES REDIRECTED        : '.
           05  TL6-COUNT               PIC ZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-7.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'TRANSACTIONS RE-SENT    : '.
           05  TL7-COUNT               PIC ZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      *    0000-MAINLINE - TABLE THE INTERCOMPANY ITEMS, PAIR THEM     *
      *    WITHIN TOLERANCE, PAIR WHAT IS LEFT REGARDLESS OF           *
      *    TOLERANCE TO SHOW THE MISMATCHES, THEN REPORT EVERYTHING    *
      *    NOT MATCHED.  RC 4 WHEN ANYTHING WAS REPORTED               *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1300-TABLE-ITEM THRU 1300-EXIT
                   UNTIL WS-TR-EOF
           PERFORM 2000-MATCH-ONE-ITEM THRU 2000-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-IC-COUNT
           PERFORM 2500-PAIR-MISMATCH THRU 2500-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-IC-COUNT
           PERFORM 3000-PRINT-EXCEPTIONS THRU 3000-EXIT
           PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           IF WS-MISMATCH-COUNT > ZERO
                   OR WS-UNMATCHED-COUNT > ZERO
                   OR WS-INVALID-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       1000-INITIALIZE.
           MOVE 'PLAYICMT' TO WS-PD-PROGRAM-ID
           PERFORM READ-PROCESSING-DATE
           MOVE 'PLAYICMT' TO WS-PARM-PROGRAM-ID
           PERFORM PROCESS-RUN-PARMS
           MOVE 'PLAYICMT' TO WS-XR-PROGRAM-ID
           PERFORM LOAD-CODE-XREF
           OPEN INPUT  COMPANY-MASTER
           IF WS-CM-FILE-STATUS NOT = '00'
               MOVE 'COMPANY-MASTER' TO WS-ABEND-FILE-ID
               MOVE WS-CM-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           OPEN INPUT  RECON-TRANS
           IF WS-TR-FILE-STATUS NOT = '00'
               MOVE 'RECON-TRANS' TO WS-ABEND-FILE-ID
               MOVE WS-TR-FILE-STATUS TO WS-ABEND-FILE-STATUS
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
               MOVE WS-CU-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           OPEN OUTPUT IC-MATCH-FILE
           IF WS-IM-FILE-STATUS NOT = '00'
               MOVE 'IC-MATCH-FILE' TO WS-ABEND-FILE-ID
               MOVE WS-IM-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           OPEN OUTPUT IC-REPORT
           IF WS-RP-FILE-STATUS NOT = '00'
               MOVE 'IC-REPORT' TO WS-ABEND-FILE-ID
               MOVE WS-RP-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 1050-LOAD-CURRENCY THRU 1050-EXIT
                   UNTIL WS-CU-EOF
           CLOSE CURRENCY-FILE
           PERFORM 1100-LOAD-MASTER THRU 1100-EXIT
                   UNTIL WS-CM-EOF
           MOVE SPACES    TO IC-MATCH-RECORD
           MOVE '000000'  TO MT-CONTROL-KEY
           MOVE 'ICMATCH' TO MT-FILE-ID
           MOVE ZERO      TO MT-RECORD-COUNT
           MOVE ZERO      TO MT-HASH-TOTAL
           MOVE ZERO      TO MT-AMOUNT-TOTAL
           WRITE MATCH-CONTROL-RECORD
           PERFORM 1200-READ-TRANS THRU 1200-EXIT
           .
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1050-LOAD-CURRENCY - LOAD THE CURRENCY RATE TABLE FROM      *
      *    CURRMAST, VERIFYING ITS CONTROL RECORDS.  CURRENCY CODES    *
      *    ARE NOT NUMERIC, SO ONLY THE RECORD COUNT BALANCES ON       *
      *    THIS FILE (SEE PLAYCURM)                                    *
      ******************************************************************
       1050-LOAD-CURRENCY.
           READ CURRENCY-FILE
               AT END
                   IF WS-CU-TRL-NOT-SEEN
                       MOVE 'CURRMAST' TO WS-CTL-ABEND-FILE
                       MOVE 'NO TRAILER RECORD ON FILE'
                               TO WS-CTL-ABEND-MSG
                       MOVE WS-CU-ACT-COUNT TO WS-CTL-ACT-COUNT
                       PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
                   END-IF
                   SET WS-CU-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN UC-HEADER-REC
                           PERFORM 1060-CHECK-CU-HEADER THRU 1060-EXIT
                           GO TO 1050-LOAD-CURRENCY
                       WHEN UC-TRAILER-REC
                           PERFORM 1070-VERIFY-CU-TRAILER
                                   THRU 1070-EXIT
                           GO TO 1050-LOAD-CURRENCY
                       WHEN OTHER
                           PERFORM 1080-TABLE-RATE THRU 1080-EXIT
                   END-EVALUATE
           END-READ
           .
       1050-EXIT.
           EXIT.

       1060-CHECK-CU-HEADER.
           MOVE 'CURRMAST' TO WS-CTL-ABEND-FILE
           MOVE WS-CU-ACT-COUNT TO WS-CTL-ACT-COUNT
           IF WS-CU-HDR-SEEN
               MOVE 'DUPLICATE HEADER RECORD' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           IF UC-FILE-ID NOT = 'CURRMAST'
               MOVE 'HEADER FILE ID IS NOT CURRMAST'
                       TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           SET WS-CU-HDR-SEEN TO TRUE
           .
       1060-EXIT.
           EXIT.

       1070-VERIFY-CU-TRAILER.
           MOVE 'CURRMAST' TO WS-CTL-ABEND-FILE
           MOVE WS-CU-ACT-COUNT TO WS-CTL-ACT-COUNT
           IF WS-CU-TRL-SEEN
               MOVE 'DUPLICATE TRAILER RECORD' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           IF UC-RECORD-COUNT NOT NUMERIC
               MOVE 'TRAILER TOTALS NOT NUMERIC' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           MOVE UC-RECORD-COUNT TO WS-CTL-EXP-COUNT
           IF WS-CTL-EXP-COUNT NOT = WS-CU-ACT-COUNT
               MOVE 'RECORD COUNT OUT OF BALANCE' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           SET WS-CU-TRL-SEEN TO TRUE
           .
       1070-EXIT.
           EXIT.

       1080-TABLE-RATE.
           MOVE 'CURRMAST' TO WS-CTL-ABEND-FILE
           MOVE WS-CU-ACT-COUNT TO WS-CTL-ACT-COUNT
           IF WS-CU-HDR-NOT-SEEN
               MOVE 'DATA RECORD BEFORE HEADER' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           IF WS-CU-TRL-SEEN
               MOVE 'DATA RECORD AFTER TRAILER' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           SET WS-CU-N-EOF TO TRUE
           ADD 1 TO WS-CU-ACT-COUNT
           IF WS-RATE-COUNT NOT < 100
               DISPLAY 'PLAYICMT - CURRENCY TABLE FULL AT 100 '
                       'ENTRIES - RAISE THE WS-RATE-ENTRY CEILING '
                       'AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF
           ADD 1 TO WS-RATE-COUNT
           MOVE CU-CURRENCY-CD TO WS-RATE-CODE(WS-RATE-COUNT)
           IF CU-BASE-RATE NUMERIC
               MOVE CU-BASE-RATE TO WS-RATE-VALUE(WS-RATE-COUNT)
           ELSE
               MOVE 1 TO WS-RATE-VALUE(WS-RATE-COUNT)
           END-IF
           .
       1080-EXIT.
           EXIT.

      ******************************************************************
      *    1090-FIND-RATE - THE BASE-CURRENCY RATE FOR THE CODE IN     *
      *    WS-RATE-LOOKUP-CD.  BLANK OR UNLISTED CODES COME BACK AT    *
      *    PAR, AS IN THE PLAYROLL RESTATEMENT                         *
      ******************************************************************
       1090-FIND-RATE.
           SET WS-RATE-NOT-FOUND TO TRUE
           MOVE 1 TO WS-FOUND-RATE
           IF WS-RATE-LOOKUP-CD NOT = SPACES
                   AND WS-RATE-COUNT > ZERO
               SET WS-RATE-NDX TO 1
               SEARCH WS-RATE-ENTRY
                   AT END
                       SET WS-RATE-NOT-FOUND TO TRUE
                   WHEN WS-RATE-CODE(WS-RATE-NDX) =
                           WS-RATE-LOOKUP-CD
                       SET WS-RATE-FOUND TO TRUE
                       MOVE WS-RATE-VALUE(WS-RATE-NDX)
                               TO WS-FOUND-RATE
               END-SEARCH
           END-IF
           .
       1090-EXIT.
           EXIT.

      ******************************************************************
      *    1100-LOAD-MASTER - BROWSE THE MASTER IN KEY ORDER INTO THE  *
      *    COMPANY TABLE, VERIFYING THE CONTROL RECORDS                *
      ******************************************************************
       1100-LOAD-MASTER.
           READ COMPANY-MASTER
               AT END
                   IF WS-CM-TRL-NOT-SEEN
                       MOVE 'COMPMAST' TO WS-CTL-ABEND-FILE
                       MOVE 'NO TRAILER RECORD ON FILE'
                               TO WS-CTL-ABEND-MSG
                       PERFORM 1140-SET-CM-TOTALS THRU 1140-EXIT
                       PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
                   END-IF
                   SET WS-CM-EOF TO TRUE
               NOT AT END
                   PERFORM 1110-TABLE-MASTER-RECORD THRU 1110-EXIT
           END-READ
           .
       1100-EXIT.
           EXIT.

       1110-TABLE-MASTER-RECORD.
           EVALUATE TRUE
               WHEN MC-HEADER-REC
                   PERFORM 1120-CHECK-CM-HEADER THRU 1120-EXIT
                   GO TO 1110-EXIT
               WHEN MC-TRAILER-REC
                   PERFORM 1130-VERIFY-CM-TRAILER THRU 1130-EXIT
                   GO TO 1110-EXIT
           END-EVALUATE
           IF WS-CM-HDR-NOT-SEEN
               MOVE 'COMPMAST' TO WS-CTL-ABEND-FILE
               MOVE 'DATA RECORD BEFORE HEADER' TO WS-CTL-ABEND-MSG
               PERFORM 1140-SET-CM-TOTALS THRU 1140-EXIT
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           ADD 1 TO WS-CM-ACT-COUNT
           ADD CM-COMPANY-CODE TO WS-CM-ACT-HASH
           IF WS-MS-COUNT NOT < 500
               DISPLAY 'PLAYICMT - COMPANY TABLE FULL AT 500 '
                       'ENTRIES - RAISE THE WS-MS-ENTRY CEILING '
                       'AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF
           ADD 1 TO WS-MS-COUNT
           MOVE CM-COMPANY-CODE TO WS-MS-CODE(WS-MS-COUNT)
           MOVE CM-CURRENCY-CD  TO WS-RATE-LOOKUP-CD
           PERFORM 1090-FIND-RATE THRU 1090-EXIT
           MOVE WS-FOUND-RATE   TO WS-MS-RATE(WS-MS-COUNT)
           .
       1110-EXIT.
           EXIT.

       1120-CHECK-CM-HEADER.
           MOVE 'COMPMAST' TO WS-CTL-ABEND-FILE
           PERFORM 1140-SET-CM-TOTALS THRU 1140-EXIT
           IF WS-CM-HDR-SEEN
               MOVE 'DUPLICATE HEADER RECORD' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           IF MC-FILE-ID NOT = 'COMPMAST'
               MOVE 'HEADER FILE ID IS NOT COMPMAST'
                       TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           SET WS-CM-HDR-SEEN TO TRUE
           .
       1120-EXIT.
           EXIT.

       1130-VERIFY-CM-TRAILER.
           MOVE 'COMPMAST' TO WS-CTL-ABEND-FILE
           PERFORM 1140-SET-CM-TOTALS THRU 1140-EXIT
           IF WS-CM-TRL-SEEN
               MOVE 'DUPLICATE TRAILER RECORD' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           IF MC-RECORD-COUNT NOT NUMERIC
                   OR MC-HASH-TOTAL NOT NUMERIC
               MOVE 'TRAILER TOTALS NOT NUMERIC' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           MOVE MC-RECORD-COUNT TO WS-CTL-EXP-COUNT
           MOVE MC-HASH-TOTAL   TO WS-CTL-EXP-HASH
           IF WS-CTL-EXP-COUNT NOT = WS-CM-ACT-COUNT
               MOVE 'RECORD COUNT OUT OF BALANCE' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           IF WS-CTL-EXP-HASH NOT = WS-CM-ACT-HASH
               MOVE 'HASH TOTAL OUT OF BALANCE' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           SET WS-CM-TRL-SEEN TO TRUE
           .
       1130-EXIT.
           EXIT.

       1140-SET-CM-TOTALS.
           MOVE WS-CM-ACT-COUNT TO WS-CTL-ACT-COUNT
           MOVE WS-CM-ACT-HASH  TO WS-CTL-ACT-HASH
           .
       1140-EXIT.
           EXIT.

      ******************************************************************
      *    1200-READ-TRANS - READS THE NEXT RECNTRAN RECORD, PEELING   *
      *    OFF AND VERIFYING THE CONTROL RECORDS.  THE WHOLE FILE      *
      *    BALANCES, INTERCOMPANY OR NOT                               *
      ******************************************************************
       1200-READ-TRANS.
           READ RECON-TRANS
               AT END
                   IF WS-TR-TRL-NOT-SEEN
                       MOVE 'RECNTRAN' TO WS-CTL-ABEND-FILE
                       MOVE 'NO TRAILER RECORD ON FILE'
                               TO WS-CTL-ABEND-MSG
                       PERFORM 1240-SET-TR-TOTALS THRU 1240-EXIT
                       PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
                   END-IF
                   SET WS-TR-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN TC-HEADER-REC
                               AND TC-FILE-ID = 'RECNTRAN'
                           PERFORM 1220-CHECK-TR-HEADER THRU 1220-EXIT
                           GO TO 1200-READ-TRANS
                       WHEN TC-TRAILER-REC
                               AND TC-FILE-ID = 'RECNTRAN'
                           PERFORM 1230-VERIFY-TR-TRAILER
                                   THRU 1230-EXIT
                           GO TO 1200-READ-TRANS
                       WHEN OTHER
                           IF WS-TR-HDR-NOT-SEEN
                               MOVE 'RECNTRAN' TO WS-CTL-ABEND-FILE
                               MOVE 'DATA RECORD BEFORE HEADER'
                                       TO WS-CTL-ABEND-MSG
                               PERFORM 1240-SET-TR-TOTALS
                                       THRU 1240-EXIT
                               PERFORM 9800-CONTROL-ABEND
                                       THRU 9800-EXIT
                           END-IF
                           IF WS-TR-TRL-SEEN
                               MOVE 'RECNTRAN' TO WS-CTL-ABEND-FILE
                               MOVE 'DATA RECORD AFTER TRAILER'
                                       TO WS-CTL-ABEND-MSG
                               PERFORM 1240-SET-TR-TOTALS
                                       THRU 1240-EXIT
                               PERFORM 9800-CONTROL-ABEND
                                       THRU 9800-EXIT
                           END-IF
                           SET WS-TR-N-EOF TO TRUE
                           ADD 1 TO WS-TRANS-COUNT
                           ADD 1 TO WS-TR-ACT-COUNT
                           ADD RT-COMPANY-CODE TO WS-TR-ACT-HASH
                           ADD RT-TRANS-AMOUNT TO WS-TR-ACT-AMT
                   END-EVALUATE
           END-READ
           .
       1200-EXIT.
           EXIT.

       1220-CHECK-TR-HEADER.
           MOVE 'RECNTRAN' TO WS-CTL-ABEND-FILE
           PERFORM 1240-SET-TR-TOTALS THRU 1240-EXIT
           IF WS-TR-HDR-SEEN
               MOVE 'DUPLICATE HEADER RECORD' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           SET WS-TR-HDR-SEEN TO TRUE
           .
       1220-EXIT.
           EXIT.

       1230-VERIFY-TR-TRAILER.
           MOVE 'RECNTRAN' TO WS-CTL-ABEND-FILE
           PERFORM 1240-SET-TR-TOTALS THRU 1240-EXIT
           IF WS-TR-TRL-SEEN
               MOVE 'DUPLICATE TRAILER RECORD' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           IF TC-RECORD-COUNT NOT NUMERIC
                   OR TC-HASH-TOTAL NOT NUMERIC
                   OR TC-AMOUNT-TOTAL NOT NUMERIC
               MOVE 'TRAILER TOTALS NOT NUMERIC' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           MOVE TC-RECORD-COUNT TO WS-CTL-EXP-COUNT
           MOVE TC-HASH-TOTAL   TO WS-CTL-EXP-HASH
           MOVE TC-AMOUNT-TOTAL TO WS-CTL-EXP-AMT
           IF WS-CTL-EXP-COUNT NOT = WS-TR-ACT-COUNT
               MOVE 'RECORD COUNT OUT OF BALANCE' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           IF WS-CTL-EXP-HASH NOT = WS-TR-ACT-HASH
               MOVE 'HASH TOTAL OUT OF BALANCE' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           IF WS-CTL-EXP-AMT NOT = WS-TR-ACT-AMT
               MOVE 'AMOUNT TOTAL OUT OF BALANCE' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           SET WS-TR-TRL-SEEN TO TRUE
           .
       1230-EXIT.
           EXIT.

       1240-SET-TR-TOTALS.
           MOVE WS-TR-ACT-COUNT TO WS-CTL-ACT-COUNT
           MOVE WS-TR-ACT-HASH  TO WS-CTL-ACT-HASH
           MOVE WS-TR-ACT-AMT   TO WS-CTL-ACT-AMT
           .
       1240-EXIT.
           EXIT.

      ******************************************************************
      *    1300-TABLE-ITEM - AN ITEM WITH NO COUNTERPARTY IS TRADE     *
      *    WITH AN OUTSIDE PARTY AND IS ONLY COUNTED.  AN              *
      *    INTERCOMPANY ITEM IS TABLED; ONE THAT CANNOT BE PAIRED      *
      *    (BAD COUNTERPARTY, BAD DATE, A SIDE NOT ON THE MASTER) IS   *
      *    TABLED AS INVALID SO IT IS REPORTED IN FILE ORDER WITH THE  *
      *    REST.  A TRANSACTION PLAYRECN FIRST REGISTERED ON AN        *
      *    EARLIER NIGHT IS A RE-SENT COPY, ALREADY PAIRED WITH THE    *
      *    FEED IT FIRST CAME IN ON, AND IS COUNTED AND SKIPPED        *
      ******************************************************************
       1300-TABLE-ITEM.
           PERFORM 1310-CHECK-REGISTER THRU 1310-EXIT
           IF WS-RESENT-ITEM
               ADD 1 TO WS-RESENT-COUNT
               GO TO 1300-READ-NEXT
           END-IF
           IF RT-NO-COUNTERPARTY
               ADD 1 TO WS-EXTERNAL-COUNT
               GO TO 1300-READ-NEXT
           END-IF
           IF WS-IC-COUNT NOT < 500
               DISPLAY 'PLAYICMT - INTERCOMPANY TABLE FULL AT 500 '
                       'ENTRIES - RAISE THE WS-IC-ENTRY CEILING '
                       'AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF
           ADD 1 TO WS-IC-COUNT
           MOVE WS-IC-COUNT          TO WS-SUB
           INITIALIZE WS-IC-ENTRY(WS-SUB)
           MOVE RT-TRANS-ID          TO WS-IC-TRANS-ID(WS-SUB)
           MOVE RT-COMPANY-CODE      TO WS-IC-COMPANY(WS-SUB)
           MOVE RT-COUNTERPARTY-CODE-X TO WS-IC-CPTY-X(WS-SUB)
           MOVE RT-TRANS-DATE        TO WS-IC-DATE(WS-SUB)
           MOVE RT-TRANS-AMOUNT      TO WS-IC-AMOUNT(WS-SUB)
           SET WS-IC-OPEN(WS-SUB)    TO TRUE
      *    BOTH SIDES ARE TAKEN ONTO THEIR SURVIVOR CODES FIRST, SO AN *
      *    ITEM BOOKED UNDER A CODE SINCE MERGED OR RENUMBERED STILL   *
      *    FINDS ITS OFFSET AND GOES TO ICMATCH UNDER THE SURVIVOR     *
           MOVE RT-COMPANY-CODE      TO WS-XR-LOOKUP-CODE
           PERFORM TRANSLATE-COMPANY-CODE
           IF WS-XR-REDIRECTED
               MOVE WS-XR-RESULT-CODE TO WS-IC-COMPANY(WS-SUB)
               ADD 1 TO WS-REDIRECT-COUNT
           END-IF
           IF RT-COUNTERPARTY-CODE-X NUMERIC
               MOVE RT-COUNTERPARTY-CODE TO WS-XR-LOOKUP-CODE
               PERFORM TRANSLATE-COMPANY-CODE
               IF WS-XR-REDIRECTED
                   MOVE WS-XR-RESULT-CODE TO WS-IC-CPTY(WS-SUB)
                   ADD 1 TO WS-REDIRECT-COUNT
               END-IF
           END-IF
           MOVE RT-TRANS-DATE        TO WS-DS-DATE
           EVALUATE TRUE
               WHEN RT-COUNTERPARTY-CODE-X NOT NUMERIC
                   MOVE 'COUNTERPARTY CODE NOT NUMERIC'
                           TO WS-IC-REASON(WS-SUB)
               WHEN WS-IC-CPTY(WS-SUB) = WS-IC-COMPANY(WS-SUB)
                   MOVE 'COUNTERPARTY IS THE COMPANY'
                           TO WS-IC-REASON(WS-SUB)
               WHEN RT-TRANS-DATE NOT NUMERIC
                       OR WS-DS-MM < 1 OR WS-DS-MM > 12
                       OR WS-DS-DD < 1 OR WS-DS-DD > 31
                   MOVE 'INVALID TRANSACTION DATE'
                           TO WS-IC-REASON(WS-SUB)
               WHEN OTHER
                   PERFORM 1350-CHECK-SIDES THRU 1350-EXIT
           END-EVALUATE
           IF WS-IC-REASON(WS-SUB) NOT = SPACES
               SET WS-IC-INVALID(WS-SUB) TO TRUE
           END-IF
           .
       1300-READ-NEXT.
           PERFORM 1200-READ-TRANS THRU 1200-EXIT
           .
       1300-EXIT.
           EXIT.

      ******************************************************************
      *    1310-CHECK-REGISTER - KEYED READ OF THE RECONCILIATION      *
      *    REGISTER ON THE TRANSACTION ID.  AN ID ON FILE WITH A FIRST *
      *    PROCESSING DATE BEFORE TODAY'S BUSINESS DATE CAME IN ON AN  *
      *    EARLIER NIGHT'S FEED, SO THIS COPY IS A RE-SEND.  AN ID NOT *
      *    ON FILE, OR FIRST REGISTERED TONIGHT, IS THIS FEED'S OWN -  *
      *    UNLESS IT WAS ALREADY TAKEN EARLIER IN THIS RUN, WHEN IT IS *
      *    A SECOND COPY AND IS SKIPPED THE SAME WAY.  THIS RUN MUST   *
      *    SHARE ITS BUSINESS DATE WITH THE PLAYRECN RUN THAT          *
      *    RECONCILED THE SAME RECNTRAN, AND PLAYROLL SKIPS THE SAME   *
      *    ITEMS, SO NO PAIR WRITTEN TO ICMATCH IS ELIMINATED FROM     *
      *    ACTIVITY IT DID NOT ROLL UP                                 *
      ******************************************************************
       1310-CHECK-REGISTER.
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
               DISPLAY 'PLAYICMT - RECON-REGISTER READ FAILED - '
                       'FILE STATUS = ' WS-RG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF
           IF WS-RESENT-ITEM
               GO TO 1310-EXIT
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
               GO TO 1310-EXIT
           END-IF
           IF WS-TAKEN-COUNT NOT < 500
               DISPLAY 'PLAYICMT - TAKEN-ID TABLE FULL AT 500 '
                       'ENTRIES - RAISE THE WS-TAKEN-ENTRY CEILING '
                       'AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF
           ADD 1 TO WS-TAKEN-COUNT
           MOVE RT-TRANS-ID TO WS-TAKEN-ID(WS-TAKEN-COUNT)
           .
       1310-EXIT.
           EXIT.

      ******************************************************************
      *    1350-CHECK-SIDES - BOTH COMPANIES MUST BE ON THE MASTER.    *
      *    THE ITEM'S SIZE IS RESTATED AT ITS OWN COMPANY'S RATE AND   *
      *    ITS DATE TURNED INTO A DAY SERIAL FOR THE DATE TOLERANCE    *
      ******************************************************************
       1350-CHECK-SIDES.
           SEARCH ALL WS-MS-ENTRY
               AT END
                   MOVE 'COUNTERPARTY NOT ON MASTER'
                           TO WS-IC-REASON(WS-SUB)
                   GO TO 1350-EXIT
               WHEN WS-MS-CODE(WS-MS-NDX) = WS-IC-CPTY(WS-SUB)
                   CONTINUE
           END-SEARCH
           SEARCH ALL WS-MS-ENTRY
               AT END
                   MOVE 'COMPANY NOT ON MASTER'
                           TO WS-IC-REASON(WS-SUB)
                   GO TO 1350-EXIT
               WHEN WS-MS-CODE(WS-MS-NDX) = WS-IC-COMPANY(WS-SUB)
                   COMPUTE WS-RESTATED-AMT ROUNDED =
                           RT-TRANS-AMOUNT * WS-MS-RATE(WS-MS-NDX)
           END-SEARCH
           IF WS-RESTATED-AMT < ZERO
               COMPUTE WS-RESTATED-AMT = ZERO - WS-RESTATED-AMT
           END-IF
           MOVE WS-RESTATED-AMT TO WS-IC-BASE-AMT(WS-SUB)
           PERFORM CALC-DAY-SERIAL
           MOVE WS-DS-SERIAL    TO WS-IC-SERIAL(WS-SUB)
           .
       1350-EXIT.
           EXIT.

      ******************************************************************
      *    2000-MATCH-ONE-ITEM - PAIR AN OPEN ITEM WITH THE FIRST OPEN *
      *    ITEM BOOKED BY ITS COUNTERPARTY AGAINST IT THAT IS WITHIN   *
      *    BOTH TOLERANCES, AND WRITE THE PAIR TO ICMATCH              *
      ******************************************************************
       2000-MATCH-ONE-ITEM.
           IF NOT WS-IC-OPEN(WS-SUB)
               GO TO 2000-EXIT
           END-IF
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM 2100-TEST-CANDIDATE THRU 2100-EXIT
                   VARYING WS-CAND-SUB FROM 1 BY 1
                   UNTIL WS-CAND-SUB > WS-IC-COUNT
                   OR WS-FOUND-SUB > ZERO
           IF WS-FOUND-SUB = ZERO
               GO TO 2000-EXIT
           END-IF
           SET WS-IC-MATCHED(WS-SUB)       TO TRUE
           SET WS-IC-MATCHED(WS-FOUND-SUB) TO TRUE
           MOVE WS-FOUND-SUB TO WS-IC-PARTNER(WS-SUB)
           MOVE WS-SUB       TO WS-IC-PARTNER(WS-FOUND-SUB)
           MOVE SPACES                      TO IC-MATCH-RECORD
           MOVE WS-IC-COMPANY(WS-SUB)       TO IM-COMPANY-CODE
           MOVE WS-IC-TRANS-ID(WS-SUB)      TO IM-TRANS-ID
           MOVE WS-IC-DATE(WS-SUB)          TO IM-TRANS-DATE
           MOVE WS-IC-AMOUNT(WS-SUB)        TO IM-TRANS-AMOUNT
           MOVE WS-IC-COMPANY(WS-FOUND-SUB) TO IM-CPTY-CODE
           MOVE WS-IC-TRANS-ID(WS-FOUND-SUB) TO IM-CPTY-TRANS-ID
           MOVE WS-IC-DATE(WS-FOUND-SUB)    TO IM-CPTY-TRANS-DATE
           MOVE WS-IC-AMOUNT(WS-FOUND-SUB)  TO IM-CPTY-AMOUNT
           WRITE IC-MATCH-RECORD
           ADD 1 TO WS-PAIR-COUNT
           ADD IM-COMPANY-CODE TO WS-IM-HASH-TOTAL
           ADD IM-TRANS-AMOUNT TO WS-IM-AMT-TOTAL
           ADD IM-CPTY-AMOUNT  TO WS-IM-AMT-TOTAL
           .
       2000-EXIT.
           EXIT.

       2100-TEST-CANDIDATE.
           IF WS-CAND-SUB = WS-SUB
                   OR NOT WS-IC-OPEN(WS-CAND-SUB)
                   OR WS-IC-COMPANY(WS-CAND-SUB)
                           NOT = WS-IC-CPTY(WS-SUB)
                   OR WS-IC-CPTY(WS-CAND-SUB)
                           NOT = WS-IC-COMPANY(WS-SUB)
               GO TO 2100-EXIT
           END-IF
           PERFORM 2200-TEST-TOLERANCE THRU 2200-EXIT
           IF WS-WITHIN-TOLERANCE
               MOVE WS-CAND-SUB TO WS-FOUND-SUB
           END-IF
           .
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    2200-TEST-TOLERANCE - COMPARE ENTRY WS-SUB WITH ENTRY       *
      *    WS-CAND-SUB ON BASE-VALUE SIZE AND ON DATE                  *
      ******************************************************************
       2200-TEST-TOLERANCE.
           COMPUTE WS-AMT-DIFF = WS-IC-BASE-AMT(WS-SUB)
                   - WS-IC-BASE-AMT(WS-CAND-SUB)
           IF WS-AMT-DIFF < ZERO
               COMPUTE WS-AMT-DIFF = ZERO - WS-AMT-DIFF
           END-IF
           COMPUTE WS-DAY-DIFF = WS-IC-SERIAL(WS-SUB)
                   - WS-IC-SERIAL(WS-CAND-SUB)
           IF WS-DAY-DIFF < ZERO
               COMPUTE WS-DAY-DIFF = ZERO - WS-DAY-DIFF
           END-IF
           SET WS-AMT-IN  TO TRUE
           SET WS-DATE-IN TO TRUE
           IF WS-AMT-DIFF > WS-PARM-IC-AMT-TOL
               SET WS-AMT-OUT TO TRUE
           END-IF
           IF WS-DAY-DIFF > WS-PARM-IC-DATE-TOL
               SET WS-DATE-OUT TO TRUE
           END-IF
           IF WS-AMT-IN AND WS-DATE-IN
               SET WS-WITHIN-TOLERANCE TO TRUE
           ELSE
               SET WS-OUTSIDE-TOLERANCE TO TRUE
           END-IF
           .
       2200-EXIT.
           EXIT.

      ******************************************************************
      *    2500-PAIR-MISMATCH - AN ITEM STILL OPEN AFTER THE MATCH     *
      *    PASS IS PAIRED WITH ANY OPEN ITEM FROM THE COUNTERPARTY     *
      *    AGAINST IT, SO THE REPORT SHOWS BOTH SIDES AND WHAT IS OUT  *
      *    OF TOLERANCE.  AN ITEM WITH NO SUCH PARTNER IS UNMATCHED    *
      ******************************************************************
       2500-PAIR-MISMATCH.
           IF NOT WS-IC-OPEN(WS-SUB)
               GO TO 2500-EXIT
           END-IF
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM 2510-TEST-ANY-OFFSET THRU 2510-EXIT
                   VARYING WS-CAND-SUB FROM 1 BY 1
                   UNTIL WS-CAND-SUB > WS-IC-COUNT
                   OR WS-FOUND-SUB > ZERO
           IF WS-FOUND-SUB = ZERO
               MOVE 'NO OFFSETTING ITEM FROM CPTY'
                       TO WS-IC-REASON(WS-SUB)
               GO TO 2500-EXIT
           END-IF
           MOVE WS-FOUND-SUB TO WS-CAND-SUB
           PERFORM 2200-TEST-TOLERANCE THRU 2200-EXIT
           EVALUATE TRUE
               WHEN WS-AMT-OUT AND WS-DATE-OUT
                   MOVE 'AMOUNT AND DATE MISMATCH'
                           TO WS-MISMATCH-REASON
               WHEN WS-AMT-OUT
                   MOVE 'AMOUNT MISMATCH' TO WS-MISMATCH-REASON
               WHEN OTHER
                   MOVE 'DATE MISMATCH'   TO WS-MISMATCH-REASON
           END-EVALUATE
           SET WS-IC-MISMATCHED(WS-SUB)       TO TRUE
           SET WS-IC-MISMATCHED(WS-FOUND-SUB) TO TRUE
           MOVE WS-FOUND-SUB TO WS-IC-PARTNER(WS-SUB)
           MOVE WS-SUB       TO WS-IC-PARTNER(WS-FOUND-SUB)
           MOVE WS-MISMATCH-REASON TO WS-IC-REASON(WS-SUB)
           MOVE WS-MISMATCH-REASON TO WS-IC-REASON(WS-FOUND-SUB)
           .
       2500-EXIT.
           EXIT.

       2510-TEST-ANY-OFFSET.
           IF WS-CAND-SUB NOT = WS-SUB
                   AND WS-IC-OPEN(WS-CAND-SUB)
                   AND WS-IC-COMPANY(WS-CAND-SUB) = WS-IC-CPTY(WS-SUB)
                   AND WS-IC-CPTY(WS-CAND-SUB) = WS-IC-COMPANY(WS-SUB)
               MOVE WS-CAND-SUB TO WS-FOUND-SUB
           END-IF
           .
       2510-EXIT.
           EXIT.

      ******************************************************************
      *    3000-PRINT-EXCEPTIONS - EVERY INTERCOMPANY ITEM NOT MATCHED *
      *    WITHIN TOLERANCE, IN RECNTRAN ORDER, WITH THE TRANSACTION   *
      *    ID OF THE ITEM IT WAS PAIRED WITH WHEN IT IS A MISMATCH     *
      ******************************************************************
       3000-PRINT-EXCEPTIONS.
           DISPLAY WS-HEADING-LINE-1
           WRITE IC-REPORT-LINE FROM WS-HEADING-LINE-1
           MOVE WS-PARM-IC-AMT-TOL  TO TOL-AMOUNT
           MOVE WS-PARM-IC-DATE-TOL TO TOL-DAYS
           DISPLAY WS-TOLERANCE-LINE
           WRITE IC-REPORT-LINE FROM WS-TOLERANCE-LINE
           MOVE SPACES TO IC-REPORT-LINE
           WRITE IC-REPORT-LINE
           DISPLAY WS-HEADING-LINE-2
           WRITE IC-REPORT-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO IC-REPORT-LINE
           WRITE IC-REPORT-LINE
           PERFORM 3100-PRINT-ONE-ITEM THRU 3100-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-IC-COUNT
           .
       3000-EXIT.
           EXIT.

       3100-PRINT-ONE-ITEM.
           EVALUATE TRUE
               WHEN WS-IC-MATCHED(WS-SUB)
                   GO TO 3100-EXIT
               WHEN WS-IC-MISMATCHED(WS-SUB)
                   ADD 1 TO WS-MISMATCH-COUNT
               WHEN WS-IC-INVALID(WS-SUB)
                   ADD 1 TO WS-INVALID-COUNT
               WHEN OTHER
                   ADD 1 TO WS-UNMATCHED-COUNT
           END-EVALUATE
           MOVE SPACES                  TO WS-DETAIL-LINE
           MOVE WS-IC-COMPANY(WS-SUB)   TO DL-COMPANY-CODE
           MOVE WS-IC-CPTY-X(WS-SUB)    TO DL-CPTY-CODE
           MOVE WS-IC-TRANS-ID(WS-SUB)  TO DL-TRANS-ID
           MOVE WS-IC-DATE(WS-SUB)      TO DL-TRANS-DATE
           MOVE WS-IC-AMOUNT(WS-SUB)    TO DL-AMOUNT
           MOVE WS-IC-BASE-AMT(WS-SUB)  TO DL-BASE-AMT
           MOVE WS-IC-REASON(WS-SUB)    TO DL-REASON
           IF WS-IC-MISMATCHED(WS-SUB)
               MOVE WS-IC-PARTNER(WS-SUB) TO WS-FOUND-SUB
               MOVE WS-IC-TRANS-ID(WS-FOUND-SUB) TO DL-PARTNER-ID
           END-IF
           DISPLAY WS-DETAIL-LINE
           WRITE IC-REPORT-LINE FROM WS-DETAIL-LINE
           .
       3100-EXIT.
           EXIT.

       4000-PRINT-TOTALS.
           MOVE SPACES          TO IC-MATCH-RECORD
           MOVE '999999'        TO MT-CONTROL-KEY
           MOVE 'ICMATCH'       TO MT-FILE-ID
           MOVE WS-PAIR-COUNT   TO MT-RECORD-COUNT
           MOVE WS-IM-HASH-TOTAL TO MT-HASH-TOTAL
           MOVE WS-IM-AMT-TOTAL TO MT-AMOUNT-TOTAL
           WRITE MATCH-CONTROL-RECORD
           DISPLAY 'INTERCOMPANY MATCH RUN COMPLETE'
           DISPLAY 'TRANSACTIONS READ       : ' WS-TRANS-COUNT
           DISPLAY 'OUTSIDE-PARTY ITEMS     : ' WS-EXTERNAL-COUNT
           DISPLAY 'INTERCOMPANY ITEMS      : ' WS-IC-COUNT
           DISPLAY 'PAIRS MATCHED           : ' WS-PAIR-COUNT
           DISPLAY 'ITEMS MISMATCHED        : ' WS-MISMATCH-COUNT
           DISPLAY 'ITEMS UNMATCHED         : ' WS-UNMATCHED-COUNT
           DISPLAY 'ITEMS INVALID           : ' WS-INVALID-COUNT
           DISPLAY 'CODES REDIRECTED        : ' WS-REDIRECT-COUNT
           DISPLAY 'TRANSACTIONS RE-SENT    : ' WS-RESENT-COUNT
           MOVE SPACES TO IC-REPORT-LINE
           WRITE IC-REPORT-LINE
           MOVE WS-IC-COUNT TO TL1-COUNT
           WRITE IC-REPORT-LINE FROM WS-TRAILER-LINE-1
           MOVE WS-PAIR-COUNT TO TL2-COUNT
           WRITE IC-REPORT-LINE FROM WS-TRAILER-LINE-2
           MOVE WS-MISMATCH-COUNT TO TL3-COUNT
           WRITE IC-REPORT-LINE FROM WS-TRAILER-LINE-3
           MOVE WS-UNMATCHED-COUNT TO TL4-COUNT
           WRITE IC-REPORT-LINE FROM WS-TRAILER-LINE-4
           MOVE WS-INVALID-COUNT TO TL5-COUNT
           WRITE IC-REPORT-LINE FROM WS-TRAILER-LINE-5
           MOVE WS-REDIRECT-COUNT TO TL6-COUNT
           WRITE IC-REPORT-LINE FROM WS-TRAILER-LINE-6
           MOVE WS-RESENT-COUNT TO TL7-COUNT
           WRITE IC-REPORT-LINE FROM WS-TRAILER-LINE-7
           .
       4000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE COMPANY-MASTER
           CLOSE RECON-TRANS
           CLOSE IC-MATCH-FILE
           CLOSE IC-REPORT
           CLOSE RECON-REGISTER
           .
       9000-EXIT.
           EXIT.

      ******************************************************************
      *    9999-ABEND - AN INPUT OR OUTPUT FILE FAILED TO OPEN.  THE   *
      *    FILE NAME AND ITS FILE STATUS ARE DISPLAYED SO THE FAILURE  *
      *    CAN BE DIAGNOSED FROM THE JOB LOG                           *
      ******************************************************************
       9999-ABEND.
           DISPLAY 'PLAYICMT - UNABLE TO OPEN ' WS-ABEND-FILE-ID
                   ' - FILE STATUS = ' WS-ABEND-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9999-EXIT.
           EXIT.

      ******************************************************************
      *    9800-CONTROL-ABEND - AN INPUT FILE FAILED BATCH BALANCING.  *
      *    THE FILE, THE REASON AND THE EXPECTED-VERSUS-ACTUAL TOTALS  *
      *    GO TO THE LOG AND THE RUN ABENDS.  ICMATCH IS LEFT WITHOUT  *
      *    A TRAILER SO PLAYROLL WILL NOT TAKE IT                      *
      ******************************************************************
       9800-CONTROL-ABEND.
           DISPLAY 'PLAYICMT - CONTROL ERROR ON ' WS-CTL-ABEND-FILE
                   ' - ' WS-CTL-ABEND-MSG
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

           COPY DATECALC.

           COPY PARMPROC.

           COPY CODXPROC.

           COPY PDATPROC.
