      ******************************************************************
      *        PROGRAM NAME            : PLAYINTG                      *
      *        DESCRIPTION             : CROSS-FILE INTEGRITY AUDIT -  *
      *                                  READS THE COMPANY MASTER, THE *
      *                                  COMPARCH ARCHIVE, THE MNTHIST *
      *                                  HISTORY AND THE CURRENT       *
      *                                  PENDING AND SUSPENSE          *
      *                                  GENERATIONS TOGETHER AND      *
      *                                  REPORTS EVERY CONTRADICTION   *
      *                                  BETWEEN THEM WITH A REASON    *
      *                                  CODE FOR WEEKLY REVIEW        *
      *        CREDITS                 : EDUCATORS AND TRAINERS        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PLAYINTG.
       AUTHOR.         R S MEHTA.
       INSTALLATION.   BATCH SYSTEMS.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.  2026-10-15.
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
      *    2026-10-15  RSM  INITIAL VERSION - EACH FILE BALANCES TO    *
      *                     ITS OWN CONTROLS BUT NOTHING CHECKED THAT  *
      *                     THE FILES AGREED WITH EACH OTHER.  A       *
      *                     FAILED PURGE PROMOTE LEFT COMPANIES ON     *
      *                     BOTH THE MASTER AND THE ARCHIVE, PENDING   *
      *                     CARDS SAT AGAINST PURGED COMPANIES, AND    *
      *                     THE LAST MNTHIST AFTER-IMAGE DID NOT       *
      *                     ALWAYS MATCH THE LIVE MASTER RECORD.  THE  *
      *                     MASTER (CONTROLS VERIFIED), THE ARCHIVE    *
      *                     AND THE LATEST HISTORY RECORD PER COMPANY  *
      *                     ARE TABLED, THEN THE PENDING AND SUSPENSE  *
      *                     GENERATIONS (CONTROLS VERIFIED) ARE READ   *
      *                     AGAINST THEM:                              *
      *                       XF01 ON MASTER AND ARCHIVE               *
      *                       XF02 ARCHIVED COMPANY NOT RETIRED        *
      *                       XF03 ARCHIVED MORE THAN ONCE             *
      *                       XF04 MASTER DIFFERS FROM LAST HISTORY    *
      *                       XF05 HISTORY CODE NOT ON MASTER/ARCHIVE  *
      *                       XF06 ARCHIVE DIFFERS FROM LAST HISTORY   *
      *                       XF07 PENDING CARD FOR PURGED COMPANY     *
      *                       XF08 PENDING CARD FOR UNKNOWN COMPANY    *
      *                       XF09 PENDING ADD FOR EXISTING CODE       *
      *                       XF10 SUSPENSE ITEM FOR PURGED COMPANY    *
      *                     ANY FINDING ENDS THE RUN RC=8 - THESE ARE  *
      *                     BROKEN FILES, NOT ADVISORIES.  A MISSING   *
      *                     ARCHIVE, HISTORY, PENDING OR SUSPENSE FILE *
      *                     IS NOTED AND THAT FILE'S CHECKS SKIPPED    *
      *    2026-10-15  RSM  NAMES THE NEW MERGE / RENUMBER ACTION (M)  *
      *                     IN THE LAST-RUN DETAIL OF A HISTORY        *
      *                     EXCEPTION                                  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANY-MASTER     ASSIGN TO COMPMAST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS CM-COMPANY-CODE
                   FILE STATUS  IS WS-CM-FILE-STATUS.

           SELECT ARCHIVE-FILE       ASSIGN TO COMPARCH
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-AR-FILE-STATUS.

           SELECT MAINT-HISTORY      ASSIGN TO MNTHIST
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-MH-FILE-STATUS.

           SELECT PENDING-FILE       ASSIGN TO PENDING
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-PN-FILE-STATUS.

           SELECT SUSPENSE-FILE      ASSIGN TO SUSPENSE
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-SP-FILE-STATUS.

           SELECT INTEGRITY-REPORT   ASSIGN TO INTGRPT
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-RP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-MASTER
           RECORD CONTAINS 150 CHARACTERS.
           COPY COMPREC.
           COPY CTLREC REPLACING
                   ==CONTROL-RECORD==    BY ==MASTER-CONTROL-RECORD==,
                   LEADING ==CTL-==      BY ==MC-==,
                   ==X(01)==        BY ==X(106)==.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
           COPY COMPREC REPLACING
                   ==COMPANY-RECORD==    BY ==ARCHIVE-RECORD==,
                   LEADING ==CM-==       BY ==AR-==.

       FD  MAINT-HISTORY
           RECORDING MODE IS F
           RECORD CONTAINS 350 CHARACTERS.
           COPY MNTHREC.

       FD  PENDING-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
           COPY COMPTRN REPLACING
                   ==COMPANY-TRANS-RECORD== BY ==PENDING-RECORD==,
                   LEADING ==CT-==          BY ==PN-==.
           COPY CTLREC REPLACING
                   ==CONTROL-RECORD==       BY ==PEND-CONTROL-RECORD==,
                   LEADING ==CTL-==         BY ==PNC-==,
                   ==X(01)==        BY ==X(106)==.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 45 CHARACTERS.
           COPY SUSPREC.
           COPY CTLREC REPLACING
                   ==CONTROL-RECORD==    BY ==SUSP-CONTROL-RECORD==,
                   LEADING ==CTL-==      BY ==SPC-==.

       FD  INTEGRITY-REPORT
           RECORDING MODE IS F.
       01  INTEGRITY-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
      *    A TABLED RECORD IMAGE, OVERLAID FOR ITS SHORT NAME AND      *
      *    STATUS WHEN AN EXCEPTION LINE IS BUILT                      *
           COPY COMPREC REPLACING
                   ==COMPANY-RECORD==    BY ==AUDIT-IMAGE-RECORD==,
                   LEADING ==CM-==       BY ==AI-==.

       01  WS-FILE-STATUSES.
           05  WS-CM-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-AR-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-MH-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-PN-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-SP-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-RP-FILE-STATUS       PIC XX VALUE '00'.

       01  WS-ABEND-FILE-ID            PIC X(20) VALUE SPACES.
       01  WS-ABEND-FILE-STATUS        PIC XX    VALUE SPACES.

       01  WS-CM-EOF-STA               PIC X VALUE 'N'.
           88  WS-CM-EOF                VALUE 'Y'.
           88  WS-CM-N-EOF               VALUE 'N'.
       01  WS-AR-EOF-STA               PIC X VALUE 'N'.
           88  WS-AR-EOF                VALUE 'Y'.
           88  WS-AR-N-EOF               VALUE 'N'.
       01  WS-MH-EOF-STA               PIC X VALUE 'N'.
           88  WS-MH-EOF                VALUE 'Y'.
           88  WS-MH-N-EOF               VALUE 'N'.
       01  WS-PN-EOF-STA               PIC X VALUE 'N'.
           88  WS-PN-EOF                VALUE 'Y'.
           88  WS-PN-N-EOF               VALUE 'N'.
       01  WS-SP-EOF-STA               PIC X VALUE 'N'.
           88  WS-SP-EOF                VALUE 'Y'.
           88  WS-SP-N-EOF               VALUE 'N'.

      ******************************************************************
      *    THE WHOLE MASTER IN KEY ORDER, ACTIVE AND RETIRED, WITH     *
      *    EACH RECORD'S FULL IMAGE FOR THE HISTORY COMPARE            *
      ******************************************************************
       01  WS-MS-TABLE.
           05  WS-MS-COUNT             PIC 9(03) VALUE ZERO.
           05  WS-MS-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-MS-COUNT
                       ASCENDING KEY IS WS-MS-CODE
                       INDEXED BY WS-MS-NDX.
               10  WS-MS-CODE          PIC 9(06).
               10  WS-MS-IMAGE         PIC X(150).

      ******************************************************************
      *    ONE ENTRY PER COMPANY CODE ON THE ARCHIVE, HOLDING THE      *
      *    IMAGE MOST RECENTLY ARCHIVED AND HOW MANY TIMES THE CODE    *
      *    WAS ARCHIVED.  THE ARCHIVE IS CUMULATIVE AND IN PURGE-RUN   *
      *    ORDER, NOT KEY ORDER, SO IT IS SEARCHED SERIALLY            *
      ******************************************************************
       01  WS-AR-TABLE.
           05  WS-AR-COUNT             PIC 9(04) VALUE ZERO.
           05  WS-AR-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-AR-COUNT.
               10  WS-AR-CODE          PIC 9(06).
               10  WS-AR-TIMES         PIC 9(03).
               10  WS-AR-IMAGE         PIC X(150).

      ******************************************************************
      *    ONE ENTRY PER COMPANY CODE ON MNTHIST, HOLDING ITS LATEST   *
      *    HISTORY RECORD - THE FILE IS CUMULATIVE IN RUN ORDER, SO    *
      *    EACH LATER RECORD FOR A CODE REPLACES THE ONE BEFORE        *
      ******************************************************************
       01  WS-HS-TABLE.
           05  WS-HS-COUNT             PIC 9(04) VALUE ZERO.
           05  WS-HS-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-HS-COUNT.
               10  WS-HS-CODE          PIC 9(06).
               10  WS-HS-RUN-DATE      PIC 9(08).
               10  WS-HS-RUN-TIME      PIC 9(08).
               10  WS-HS-ACTION        PIC X(01).
               10  WS-HS-IMAGE         PIC X(150).

       01  WS-SUB                      PIC 9(04) VALUE ZERO.
       01  WS-SCAN-SUB                 PIC 9(04) VALUE ZERO.
       01  WS-LOOKUP-CODE              PIC 9(06) VALUE ZERO.
       01  WS-MS-FOUND-SUB             PIC 9(03) VALUE ZERO.
       01  WS-AR-FOUND-SUB             PIC 9(04) VALUE ZERO.
       01  WS-HS-FOUND-SUB             PIC 9(04) VALUE ZERO.

       01  WS-ARCHIVE-AVAIL-SW         PIC X VALUE 'N'.
           88  WS-ARCHIVE-AVAILABLE     VALUE 'Y'.
           88  WS-ARCHIVE-MISSING       VALUE 'N'.
       01  WS-HISTORY-AVAIL-SW         PIC X VALUE 'N'.
           88  WS-HISTORY-AVAILABLE     VALUE 'Y'.
           88  WS-HISTORY-MISSING       VALUE 'N'.
       01  WS-PENDING-AVAIL-SW         PIC X VALUE 'N'.
           88  WS-PENDING-AVAILABLE     VALUE 'Y'.
           88  WS-PENDING-MISSING       VALUE 'N'.
       01  WS-SUSPENSE-AVAIL-SW        PIC X VALUE 'N'.
           88  WS-SUSPENSE-AVAILABLE    VALUE 'Y'.
           88  WS-SUSPENSE-MISSING      VALUE 'N'.

       01  WS-MASTER-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-ARCHIVE-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-HISTORY-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-PENDING-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-SUSPENSE-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-EXCEPTION-COUNT          PIC 9(07) VALUE ZERO.

       01  WS-EDIT-AMT                 PIC ZZZZZZZZZZ9.99-.

      ******************************************************************
      *    BATCH BALANCING FIELDS - ONE SET PER CONTROLLED INPUT FILE. *
      *    THE ARCHIVE AND HISTORY FILES ARE CUMULATIVE, EXTENDED      *
      *    EVERY RUN, AND CARRY NO CONTROL RECORDS                     *
      ******************************************************************
       01  WS-CM-HDR-SEEN-SW           PIC X VALUE 'N'.
           88  WS-CM-HDR-SEEN           VALUE 'Y'.
           88  WS-CM-HDR-NOT-SEEN       VALUE 'N'.
       01  WS-CM-TRL-SEEN-SW           PIC X VALUE 'N'.
           88  WS-CM-TRL-SEEN           VALUE 'Y'.
           88  WS-CM-TRL-NOT-SEEN       VALUE 'N'.
       01  WS-CM-ACT-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-CM-ACT-HASH              PIC 9(10) VALUE ZERO.

       01  WS-PN-HDR-SEEN-SW           PIC X VALUE 'N'.
           88  WS-PN-HDR-SEEN           VALUE 'Y'.
           88  WS-PN-HDR-NOT-SEEN       VALUE 'N'.
       01  WS-PN-TRL-SEEN-SW           PIC X VALUE 'N'.
           88  WS-PN-TRL-SEEN           VALUE 'Y'.
           88  WS-PN-TRL-NOT-SEEN       VALUE 'N'.
       01  WS-PN-ACT-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-PN-ACT-HASH              PIC 9(10) VALUE ZERO.

       01  WS-SP-HDR-SEEN-SW           PIC X VALUE 'N'.
           88  WS-SP-HDR-SEEN           VALUE 'Y'.
           88  WS-SP-HDR-NOT-SEEN       VALUE 'N'.
       01  WS-SP-TRL-SEEN-SW           PIC X VALUE 'N'.
           88  WS-SP-TRL-SEEN           VALUE 'Y'.
           88  WS-SP-TRL-NOT-SEEN       VALUE 'N'.
       01  WS-SP-ACT-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-SP-ACT-HASH              PIC 9(10) VALUE ZERO.
       01  WS-SP-ACT-AMT               PIC S9(11)V99 VALUE ZERO.

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
                   VALUE 'CROSS-FILE INTEGRITY EXCEPTIONS'.

       01  WS-HEADING-LINE-2.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'REASON'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'CODE'.
           05  FILLER                  PIC X(12) VALUE 'SHORT NAME'.
           05  FILLER                  PIC X(34)
                   VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(20) VALUE 'DETAIL'.

       01  WS-EXCEPTION-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  XL-REASON-CODE          PIC X(04).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  XL-COMPANY-CODE         PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XL-SHORT-NAME           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XL-DESCRIPTION          PIC X(32).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XL-DETAIL               PIC X(40).
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-DETAIL-WORK.
           05  DW-TEXT                 PIC X(09).
           05  DW-DATE                 PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DW-TIME                 PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DW-ACTION-TEXT          PIC X(08).

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'MASTER RECORDS READ     : '.
           05  TL1-COUNT               PIC ZZZZZZ9.
           05  FILLER                  PIC X(94) VALUE SPACES.

       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'ARCHIVE RECORDS READ    : '.
           05  TL2-COUNT               PIC ZZZZZZ9.
           05  FILLER                  PIC X(94) VALUE SPACES.

       01  WS-TRAILER-LINE-3.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'HISTORY RECORDS READ    : '.
           05  TL3-COUNT               PIC ZZZZZZ9.
           05  FILLER                  PIC X(94) VALUE SPACES.

       01  WS-TRAILER-LINE-4.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'PENDING CARDS READ      : '.
           05  TL4-COUNT               PIC ZZZZZZ9.
           05  FILLER                  PIC X(94) VALUE SPACES.

       01  WS-TRAILER-LINE-5.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'SUSPENSE ITEMS READ     : '.
           05  TL5-COUNT               PIC ZZZZZZ9.
           05  FILLER                  PIC X(94) VALUE SPACES.

       01  WS-TRAILER-LINE-6.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'EXCEPTIONS REPORTED     : '.
           05  TL6-COUNT               PIC ZZZZZZ9.
           05  FILLER                  PIC X(94) VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      *    0000-MAINLINE - TABLE THE MASTER, ARCHIVE AND HISTORY, RUN  *
      *    THE ARCHIVE AND HISTORY CHECKS AGAINST THE TABLES, THEN     *
      *    READ THE PENDING AND SUSPENSE GENERATIONS AGAINST THEM.     *
      *    RC 8 WHEN ANY CONTRADICTION WAS REPORTED                    *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-LOAD-MASTER THRU 1100-EXIT
                   UNTIL WS-CM-EOF
           PERFORM 1200-LOAD-ARCHIVE THRU 1200-EXIT
                   UNTIL WS-AR-EOF
           PERFORM 1300-LOAD-HISTORY THRU 1300-EXIT
                   UNTIL WS-MH-EOF
           PERFORM 2000-AUDIT-ARCHIVE THRU 2000-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-AR-COUNT
           PERFORM 3000-AUDIT-HISTORY THRU 3000-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-HS-COUNT
           PERFORM 4000-AUDIT-PENDING THRU 4000-EXIT
                   UNTIL WS-PN-EOF
           PERFORM 5000-AUDIT-SUSPENSE THRU 5000-EXIT
                   UNTIL WS-SP-EOF
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      ******************************************************************
      *    1000-INITIALIZE - THE MASTER IS REQUIRED.  THE ARCHIVE AND  *
      *    HISTORY DO NOT EXIST UNTIL THE FIRST PURGE AND THE FIRST    *
      *    MAINTENANCE RUN, AND THE PENDING AND SUSPENSE GENERATIONS   *
      *    MAY NOT BE SEEDED YET, SO A MISSING ONE IS NOTED AND ITS    *
      *    CHECKS ARE SKIPPED                                          *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  COMPANY-MASTER
           IF WS-CM-FILE-STATUS NOT = '00'
               MOVE 'COMPANY-MASTER' TO WS-ABEND-FILE-ID
               MOVE WS-CM-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           OPEN OUTPUT INTEGRITY-REPORT
           IF WS-RP-FILE-STATUS NOT = '00'
               MOVE 'INTEGRITY-REPORT' TO WS-ABEND-FILE-ID
               MOVE WS-RP-FILE-STATUS TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           OPEN INPUT  ARCHIVE-FILE
           IF WS-AR-FILE-STATUS = '00'
               SET WS-ARCHIVE-AVAILABLE TO TRUE
           ELSE
               SET WS-ARCHIVE-MISSING TO TRUE
               SET WS-AR-EOF TO TRUE
               DISPLAY 'PLAYINTG - NO ARCHIVE FILE - ARCHIVE '
                       'CHECKS SKIPPED'
           END-IF
           OPEN INPUT  MAINT-HISTORY
           IF WS-MH-FILE-STATUS = '00'
               SET WS-HISTORY-AVAILABLE TO TRUE
           ELSE
               SET WS-HISTORY-MISSING TO TRUE
               SET WS-MH-EOF TO TRUE
               DISPLAY 'PLAYINTG - NO MAINTENANCE HISTORY FILE - '
                       'HISTORY CHECKS SKIPPED'
           END-IF
           OPEN INPUT  PENDING-FILE
           IF WS-PN-FILE-STATUS = '00'
               SET WS-PENDING-AVAILABLE TO TRUE
           ELSE
               SET WS-PENDING-MISSING TO TRUE
               SET WS-PN-EOF TO TRUE
               DISPLAY 'PLAYINTG - NO PENDING GENERATION - '
                       'PENDING CHECKS SKIPPED'
           END-IF
           OPEN INPUT  SUSPENSE-FILE
           IF WS-SP-FILE-STATUS = '00'
               SET WS-SUSPENSE-AVAILABLE TO TRUE
           ELSE
               SET WS-SUSPENSE-MISSING TO TRUE
               SET WS-SP-EOF TO TRUE
               DISPLAY 'PLAYINTG - NO SUSPENSE GENERATION - '
                       'SUSPENSE CHECKS SKIPPED'
           END-IF
           DISPLAY WS-HEADING-LINE-1
           DISPLAY WS-HEADING-LINE-2
           WRITE INTEGRITY-REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE INTEGRITY-REPORT-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           .
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1100-LOAD-MASTER - BROWSE THE MASTER IN KEY ORDER INTO THE  *
      *    MASTER TABLE, VERIFYING THE CONTROL RECORDS                 *
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
           ADD 1 TO WS-MASTER-COUNT
           ADD 1 TO WS-CM-ACT-COUNT
           ADD CM-COMPANY-CODE TO WS-CM-ACT-HASH
           IF WS-MS-COUNT NOT < 500
               DISPLAY 'PLAYINTG - MASTER TABLE FULL AT 500 '
                       'ENTRIES - RAISE THE WS-MS-ENTRY CEILING '
                       'AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF
           ADD 1 TO WS-MS-COUNT
           MOVE CM-COMPANY-CODE TO WS-MS-CODE(WS-MS-COUNT)
           MOVE COMPANY-RECORD  TO WS-MS-IMAGE(WS-MS-COUNT)
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
           MOVE ZERO            TO WS-CTL-EXP-AMT
           MOVE ZERO            TO WS-CTL-ACT-AMT
           .
       1140-EXIT.
           EXIT.

      ******************************************************************
      *    1200-LOAD-ARCHIVE - ONE TABLE ENTRY PER ARCHIVED CODE.  A   *
      *    CODE ARCHIVED AGAIN (A PURGE RERUN AFTER A FAILED PROMOTE)  *
      *    BUMPS ITS COUNT AND TAKES THE LATER IMAGE                   *
      ******************************************************************
       1200-LOAD-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   SET WS-AR-EOF TO TRUE
                   GO TO 1200-EXIT
           END-READ
           ADD 1 TO WS-ARCHIVE-COUNT
           MOVE AR-COMPANY-CODE TO WS-LOOKUP-CODE
           PERFORM 6200-FIND-ARCHIVE THRU 6200-EXIT
           IF WS-AR-FOUND-SUB = ZERO
               IF WS-AR-COUNT NOT < 1000
                   DISPLAY 'PLAYINTG - ARCHIVE TABLE FULL AT 1000 '
                           'ENTRIES - RAISE THE WS-AR-ENTRY CEILING '
                           'AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-TERMINATE THRU 9000-EXIT
                   STOP RUN
               END-IF
               ADD 1 TO WS-AR-COUNT
               MOVE WS-AR-COUNT TO WS-AR-FOUND-SUB
               MOVE AR-COMPANY-CODE TO WS-AR-CODE(WS-AR-FOUND-SUB)
               MOVE ZERO TO WS-AR-TIMES(WS-AR-FOUND-SUB)
           END-IF
           ADD 1 TO WS-AR-TIMES(WS-AR-FOUND-SUB)
           MOVE ARCHIVE-RECORD TO WS-AR-IMAGE(WS-AR-FOUND-SUB)
           .
       1200-EXIT.
           EXIT.

      ******************************************************************
      *    1300-LOAD-HISTORY - KEEP ONLY THE LATEST MNTHIST RECORD FOR *
      *    EACH COMPANY.  THE FILE IS IN RUN ORDER, SO FILE POSITION   *
      *    DECIDES "LATEST" (A RERUN CAN CARRY AN EARLIER STAMP)       *
      ******************************************************************
       1300-LOAD-HISTORY.
           READ MAINT-HISTORY
               AT END
                   SET WS-MH-EOF TO TRUE
                   GO TO 1300-EXIT
           END-READ
           ADD 1 TO WS-HISTORY-COUNT
           MOVE MH-COMPANY-CODE TO WS-LOOKUP-CODE
           PERFORM 6300-FIND-HISTORY THRU 6300-EXIT
           IF WS-HS-FOUND-SUB = ZERO
               IF WS-HS-COUNT NOT < 1000
                   DISPLAY 'PLAYINTG - HISTORY TABLE FULL AT 1000 '
                           'ENTRIES - RAISE THE WS-HS-ENTRY CEILING '
                           'AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-TERMINATE THRU 9000-EXIT
                   STOP RUN
               END-IF
               ADD 1 TO WS-HS-COUNT
               MOVE WS-HS-COUNT TO WS-HS-FOUND-SUB
               MOVE MH-COMPANY-CODE TO WS-HS-CODE(WS-HS-FOUND-SUB)
           END-IF
           MOVE MH-RUN-DATE    TO WS-HS-RUN-DATE(WS-HS-FOUND-SUB)
           MOVE MH-RUN-TIME    TO WS-HS-RUN-TIME(WS-HS-FOUND-SUB)
           MOVE MH-ACTION-CD   TO WS-HS-ACTION(WS-HS-FOUND-SUB)
           MOVE MH-AFTER-IMAGE TO WS-HS-IMAGE(WS-HS-FOUND-SUB)
           .
       1300-EXIT.
           EXIT.

      ******************************************************************
      *    2000-AUDIT-ARCHIVE - AN ARCHIVED CODE MUST BE OFF THE       *
      *    MASTER, MUST HAVE BEEN RETIRED WHEN IT WAS ARCHIVED, AND    *
      *    MUST HAVE BEEN ARCHIVED ONLY ONCE                           *
      ******************************************************************
       2000-AUDIT-ARCHIVE.
           MOVE WS-AR-IMAGE(WS-SUB) TO AUDIT-IMAGE-RECORD
           MOVE WS-AR-CODE(WS-SUB)  TO WS-LOOKUP-CODE
           PERFORM 6100-FIND-MASTER THRU 6100-EXIT
           IF WS-MS-FOUND-SUB > ZERO
               MOVE 'XF01' TO XL-REASON-CODE
               MOVE 'ON MASTER AND ARCHIVE' TO XL-DESCRIPTION
               MOVE WS-MS-IMAGE(WS-MS-FOUND-SUB)
                       TO AUDIT-IMAGE-RECORD
               MOVE SPACES TO XL-DETAIL
               STRING 'MASTER STATUS ' AI-STATUS-CD
                       DELIMITED BY SIZE INTO XL-DETAIL
               PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT
               MOVE WS-AR-IMAGE(WS-SUB) TO AUDIT-IMAGE-RECORD
           END-IF
           IF NOT AI-STAT-RETIRED
               MOVE 'XF02' TO XL-REASON-CODE
               MOVE 'ARCHIVED COMPANY NOT RETIRED' TO XL-DESCRIPTION
               MOVE SPACES TO XL-DETAIL
               STRING 'ARCHIVE STATUS ' AI-STATUS-CD
                       DELIMITED BY SIZE INTO XL-DETAIL
               PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT
           END-IF
           IF WS-AR-TIMES(WS-SUB) > 1
               MOVE 'XF03' TO XL-REASON-CODE
               MOVE 'ARCHIVED MORE THAN ONCE' TO XL-DESCRIPTION
               MOVE SPACES TO XL-DETAIL
               STRING 'ARCHIVED ' WS-AR-TIMES(WS-SUB) ' TIMES'
                       DELIMITED BY SIZE INTO XL-DETAIL
               PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT
           END-IF
           .
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    3000-AUDIT-HISTORY - THE LATEST AFTER-IMAGE FOR A CODE IS   *
      *    WHAT THE LAST APPLIED CARD LEFT BEHIND, SO IT MUST EQUAL    *
      *    THE LIVE MASTER RECORD, OR THE ARCHIVED RECORD ONCE THE     *
      *    COMPANY HAS BEEN PURGED.  A CODE ON NEITHER HAS VANISHED    *
      ******************************************************************
       3000-AUDIT-HISTORY.
           MOVE WS-HS-IMAGE(WS-SUB) TO AUDIT-IMAGE-RECORD
           MOVE WS-HS-CODE(WS-SUB)  TO WS-LOOKUP-CODE
           PERFORM 3100-BUILD-HISTORY-DETAIL THRU 3100-EXIT
           PERFORM 6100-FIND-MASTER THRU 6100-EXIT
           IF WS-MS-FOUND-SUB > ZERO
               IF WS-MS-IMAGE(WS-MS-FOUND-SUB) NOT =
                       WS-HS-IMAGE(WS-SUB)
                   MOVE 'XF04' TO XL-REASON-CODE
                   MOVE 'MASTER DIFFERS FROM LAST HISTORY'
                           TO XL-DESCRIPTION
                   PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT
               END-IF
               GO TO 3000-EXIT
           END-IF
           PERFORM 6200-FIND-ARCHIVE THRU 6200-EXIT
           IF WS-AR-FOUND-SUB > ZERO
               IF WS-AR-IMAGE(WS-AR-FOUND-SUB) NOT =
                       WS-HS-IMAGE(WS-SUB)
                   MOVE 'XF06' TO XL-REASON-CODE
                   MOVE 'ARCHIVE DIFFERS FROM LAST HIST'
                           TO XL-DESCRIPTION
                   PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT
               END-IF
               GO TO 3000-EXIT
           END-IF
           MOVE 'XF05' TO XL-REASON-CODE
           MOVE 'HISTORY CODE ON NEITHER FILE'
                   TO XL-DESCRIPTION
           PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT
           .
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    3100-BUILD-HISTORY-DETAIL - "LAST RUN CCYYMMDD HHMMSS" AND  *
      *    THE ACTION, SO THE REVIEWER CAN FIND THE RUN WITH PLAYHINQ  *
      ******************************************************************
       3100-BUILD-HISTORY-DETAIL.
           MOVE 'LAST RUN'                  TO DW-TEXT
           MOVE WS-HS-RUN-DATE(WS-SUB)      TO DW-DATE
           MOVE WS-HS-RUN-TIME(WS-SUB)(1:6) TO DW-TIME
           EVALUATE WS-HS-ACTION(WS-SUB)
               WHEN 'A'
                   MOVE 'ADD'    TO DW-ACTION-TEXT
               WHEN 'C'
                   MOVE 'CHANGE' TO DW-ACTION-TEXT
               WHEN 'D'
                   MOVE 'DELETE' TO DW-ACTION-TEXT
               WHEN 'R'
                   MOVE 'REINST' TO DW-ACTION-TEXT
               WHEN 'M'
                   MOVE 'MERGE'  TO DW-ACTION-TEXT
               WHEN OTHER
                   MOVE WS-HS-ACTION(WS-SUB) TO DW-ACTION-TEXT
           END-EVALUATE
           MOVE WS-DETAIL-WORK TO XL-DETAIL
           .
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    4000-AUDIT-PENDING - A HELD CARD MUST STILL HAVE A COMPANY  *
      *    TO APPLY TO WHEN ITS DATE ARRIVES: NOT A PURGED ONE, NOT    *
      *    ONE THAT NEVER EXISTED, AND AN ADD MUST NOT BE FOR A CODE   *
      *    ALREADY ON THE MASTER                                       *
      ******************************************************************
       4000-AUDIT-PENDING.
           PERFORM 4100-READ-PENDING THRU 4100-EXIT
           IF WS-PN-EOF
               GO TO 4000-EXIT
           END-IF
           ADD 1 TO WS-PENDING-COUNT
           MOVE SPACES TO AUDIT-IMAGE-RECORD
           MOVE SPACES TO XL-DETAIL
           STRING 'PENDING ACTION ' PN-ACTION-CD
                   ' EFFECTIVE ' PN-EFFECTIVE-DATE-X
                   DELIMITED BY SIZE INTO XL-DETAIL
           IF PN-COMPANY-CODE NOT NUMERIC
               MOVE PENDING-RECORD(2:6) TO AUDIT-IMAGE-RECORD(1:6)
               MOVE 'XF08' TO XL-REASON-CODE
               MOVE 'PENDING CARD FOR UNKNOWN COMPANY'
                       TO XL-DESCRIPTION
               PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT
               GO TO 4000-EXIT
           END-IF
           MOVE PN-COMPANY-CODE TO WS-LOOKUP-CODE
           MOVE PN-COMPANY-CODE TO AI-COMPANY-CODE
           MOVE PN-SHORT-NAME   TO AI-SHORT-NAME
           PERFORM 6100-FIND-MASTER THRU 6100-EXIT
           PERFORM 6200-FIND-ARCHIVE THRU 6200-EXIT
           EVALUATE TRUE
               WHEN PN-ACTION-ADD
                   IF WS-MS-FOUND-SUB > ZERO
                       MOVE WS-MS-IMAGE(WS-MS-FOUND-SUB)
                               TO AUDIT-IMAGE-RECORD
                       MOVE 'XF09' TO XL-REASON-CODE
                       MOVE 'PENDING ADD FOR EXISTING CODE'
                               TO XL-DESCRIPTION
                       PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT
                   END-IF
               WHEN WS-MS-FOUND-SUB > ZERO
                   CONTINUE
               WHEN WS-AR-FOUND-SUB > ZERO
                   MOVE WS-AR-IMAGE(WS-AR-FOUND-SUB)
                           TO AUDIT-IMAGE-RECORD
                   MOVE 'XF07' TO XL-REASON-CODE
                   MOVE 'PENDING CARD FOR PURGED COMPANY'
                           TO XL-DESCRIPTION
                   PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT
               WHEN OTHER
                   MOVE 'XF08' TO XL-REASON-CODE
                   MOVE 'PENDING CARD FOR UNKNOWN COMPANY'
                           TO XL-DESCRIPTION
                   PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT
           END-EVALUATE
           .
       4000-EXIT.
           EXIT.

      ******************************************************************
      *    4100-READ-PENDING - NEXT PENDING CARD, PEELING OFF AND      *
      *    VERIFYING THE CONTROL RECORDS AS PLAYPEND DOES.  AN EMPTY   *
      *    GENERATION (NO HEADER AT ALL) IS A VALID "NOTHING HELD"     *
      ******************************************************************
       4100-READ-PENDING.
           READ PENDING-FILE
               AT END
                   IF WS-PN-HDR-SEEN AND WS-PN-TRL-NOT-SEEN
                       MOVE 'PENDTRAN' TO WS-CTL-ABEND-FILE
                       MOVE 'NO TRAILER RECORD ON PENDING'
                               TO WS-CTL-ABEND-MSG
                       PERFORM 4140-SET-PN-TOTALS THRU 4140-EXIT
                       PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
                   END-IF
                   SET WS-PN-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN PNC-HEADER-REC
                           PERFORM 4120-CHECK-PN-HEADER THRU 4120-EXIT
                           GO TO 4100-READ-PENDING
                       WHEN PNC-TRAILER-REC
                           PERFORM 4130-VERIFY-PN-TRAILER
                                   THRU 4130-EXIT
                           GO TO 4100-READ-PENDING
                       WHEN OTHER
                           IF WS-PN-HDR-NOT-SEEN
                               MOVE 'PENDTRAN' TO WS-CTL-ABEND-FILE
                               MOVE 'DATA CARD BEFORE HEADER'
                                       TO WS-CTL-ABEND-MSG
                               PERFORM 4140-SET-PN-TOTALS
                                       THRU 4140-EXIT
                               PERFORM 9800-CONTROL-ABEND
                                       THRU 9800-EXIT
                           END-IF
                           IF WS-PN-TRL-SEEN
                               MOVE 'PENDTRAN' TO WS-CTL-ABEND-FILE
                               MOVE 'DATA CARD AFTER TRAILER'
                                       TO WS-CTL-ABEND-MSG
                               PERFORM 4140-SET-PN-TOTALS
                                       THRU 4140-EXIT
                               PERFORM 9800-CONTROL-ABEND
                                       THRU 9800-EXIT
                           END-IF
                           SET WS-PN-N-EOF TO TRUE
                           ADD 1 TO WS-PN-ACT-COUNT
                           IF PN-COMPANY-CODE NUMERIC
                               ADD PN-COMPANY-CODE TO WS-PN-ACT-HASH
                           END-IF
                   END-EVALUATE
           END-READ
           .
       4100-EXIT.
           EXIT.

       4120-CHECK-PN-HEADER.
           MOVE 'PENDTRAN' TO WS-CTL-ABEND-FILE
           PERFORM 4140-SET-PN-TOTALS THRU 4140-EXIT
           IF WS-PN-HDR-SEEN
               MOVE 'DUPLICATE HEADER RECORD' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           IF PNC-FILE-ID NOT = 'PENDTRAN'
               MOVE 'HEADER FILE ID IS NOT PENDTRAN'
                       TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           SET WS-PN-HDR-SEEN TO TRUE
           .
       4120-EXIT.
           EXIT.

       4130-VERIFY-PN-TRAILER.
           MOVE 'PENDTRAN' TO WS-CTL-ABEND-FILE
           PERFORM 4140-SET-PN-TOTALS THRU 4140-EXIT
           IF WS-PN-TRL-SEEN
               MOVE 'DUPLICATE TRAILER RECORD' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           IF PNC-RECORD-COUNT NOT NUMERIC
                   OR PNC-HASH-TOTAL NOT NUMERIC
               MOVE 'TRAILER TOTALS NOT NUMERIC' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           MOVE PNC-RECORD-COUNT TO WS-CTL-EXP-COUNT
           MOVE PNC-HASH-TOTAL   TO WS-CTL-EXP-HASH
           IF WS-CTL-EXP-COUNT NOT = WS-PN-ACT-COUNT
               MOVE 'RECORD COUNT OUT OF BALANCE' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           IF WS-CTL-EXP-HASH NOT = WS-PN-ACT-HASH
               MOVE 'HASH TOTAL OUT OF BALANCE' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           SET WS-PN-TRL-SEEN TO TRUE
           .
       4130-EXIT.
           EXIT.

       4140-SET-PN-TOTALS.
           MOVE WS-PN-ACT-COUNT TO WS-CTL-ACT-COUNT
           MOVE WS-PN-ACT-HASH  TO WS-CTL-ACT-HASH
           MOVE ZERO            TO WS-CTL-EXP-AMT
           MOVE ZERO            TO WS-CTL-ACT-AMT
           .
       4140-EXIT.
           EXIT.

      ******************************************************************
      *    5000-AUDIT-SUSPENSE - A SUSPENSE ITEM WAITS FOR ITS COMPANY *
      *    TO APPEAR ON THE MASTER.  ONE WHOSE COMPANY HAS BEEN PURGED *
      *    TO THE ARCHIVE WILL NEVER CLEAR.  ITEMS FOR CODES ON        *
      *    NEITHER FILE ARE ORDINARY RECONCILIATION EXCEPTIONS AND     *
      *    ARE LEFT TO PLAYRECN'S STALE-ITEM REPORTING                 *
      ******************************************************************
       5000-AUDIT-SUSPENSE.
           PERFORM 5100-READ-SUSPENSE THRU 5100-EXIT
           IF WS-SP-EOF
               GO TO 5000-EXIT
           END-IF
           ADD 1 TO WS-SUSPENSE-COUNT
           MOVE SP-COMPANY-CODE TO WS-LOOKUP-CODE
           PERFORM 6100-FIND-MASTER THRU 6100-EXIT
           IF WS-MS-FOUND-SUB > ZERO
               GO TO 5000-EXIT
           END-IF
           PERFORM 6200-FIND-ARCHIVE THRU 6200-EXIT
           IF WS-AR-FOUND-SUB > ZERO
               MOVE WS-AR-IMAGE(WS-AR-FOUND-SUB) TO AUDIT-IMAGE-RECORD
               MOVE 'XF10' TO XL-REASON-CODE
               MOVE 'SUSPENSE ITEM FOR PURGED COMPANY'
                       TO XL-DESCRIPTION
               MOVE SPACES TO XL-DETAIL
               STRING 'TRANS ' SP-TRANS-ID ' DATED ' SP-TRANS-DATE
                       DELIMITED BY SIZE INTO XL-DETAIL
               PERFORM 7000-PRINT-EXCEPTION THRU 7000-EXIT
           END-IF
           .
       5000-EXIT.
           EXIT.

      ******************************************************************
      *    5100-READ-SUSPENSE - NEXT SUSPENSE ITEM, PEELING OFF AND    *
      *    VERIFYING THE CONTROL RECORDS AS PLAYRECN DOES              *
      ******************************************************************
       5100-READ-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   IF WS-SP-HDR-SEEN AND WS-SP-TRL-NOT-SEEN
                       MOVE 'SUSPENSE' TO WS-CTL-ABEND-FILE
                       MOVE 'NO TRAILER RECORD ON SUSPENSE'
                               TO WS-CTL-ABEND-MSG
                       PERFORM 5140-SET-SP-TOTALS THRU 5140-EXIT
                       PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
                   END-IF
                   SET WS-SP-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN SPC-HEADER-REC
                               AND SPC-FILE-ID = 'SUSPENSE'
                           PERFORM 5120-CHECK-SP-HEADER THRU 5120-EXIT
                           GO TO 5100-READ-SUSPENSE
                       WHEN SPC-TRAILER-REC
                               AND SPC-FILE-ID = 'SUSPENSE'
                           PERFORM 5130-VERIFY-SP-TRAILER
                                   THRU 5130-EXIT
                           GO TO 5100-READ-SUSPENSE
                       WHEN OTHER
                           IF WS-SP-HDR-NOT-SEEN
                               MOVE 'SUSPENSE' TO WS-CTL-ABEND-FILE
                               MOVE 'DATA RECORD BEFORE HEADER'
                                       TO WS-CTL-ABEND-MSG
                               PERFORM 5140-SET-SP-TOTALS
                                       THRU 5140-EXIT
                               PERFORM 9800-CONTROL-ABEND
                                       THRU 9800-EXIT
                           END-IF
                           IF WS-SP-TRL-SEEN
                               MOVE 'SUSPENSE' TO WS-CTL-ABEND-FILE
                               MOVE 'DATA RECORD AFTER TRAILER'
                                       TO WS-CTL-ABEND-MSG
                               PERFORM 5140-SET-SP-TOTALS
                                       THRU 5140-EXIT
                               PERFORM 9800-CONTROL-ABEND
                                       THRU 9800-EXIT
                           END-IF
                           SET WS-SP-N-EOF TO TRUE
                           ADD 1 TO WS-SP-ACT-COUNT
                           ADD SP-COMPANY-CODE TO WS-SP-ACT-HASH
                           ADD SP-TRANS-AMOUNT TO WS-SP-ACT-AMT
                   END-EVALUATE
           END-READ
           .
       5100-EXIT.
           EXIT.

       5120-CHECK-SP-HEADER.
           MOVE 'SUSPENSE' TO WS-CTL-ABEND-FILE
           PERFORM 5140-SET-SP-TOTALS THRU 5140-EXIT
           IF WS-SP-HDR-SEEN
               MOVE 'DUPLICATE HEADER RECORD' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           SET WS-SP-HDR-SEEN TO TRUE
           .
       5120-EXIT.
           EXIT.

       5130-VERIFY-SP-TRAILER.
           MOVE 'SUSPENSE' TO WS-CTL-ABEND-FILE
           PERFORM 5140-SET-SP-TOTALS THRU 5140-EXIT
           IF WS-SP-TRL-SEEN
               MOVE 'DUPLICATE TRAILER RECORD' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           IF SPC-RECORD-COUNT NOT NUMERIC
                   OR SPC-HASH-TOTAL NOT NUMERIC
                   OR SPC-AMOUNT-TOTAL NOT NUMERIC
               MOVE 'TRAILER TOTALS NOT NUMERIC' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           MOVE SPC-RECORD-COUNT TO WS-CTL-EXP-COUNT
           MOVE SPC-HASH-TOTAL   TO WS-CTL-EXP-HASH
           MOVE SPC-AMOUNT-TOTAL TO WS-CTL-EXP-AMT
           IF WS-CTL-EXP-COUNT NOT = WS-SP-ACT-COUNT
               MOVE 'RECORD COUNT OUT OF BALANCE' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           IF WS-CTL-EXP-HASH NOT = WS-SP-ACT-HASH
               MOVE 'HASH TOTAL OUT OF BALANCE' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           IF WS-CTL-EXP-AMT NOT = WS-SP-ACT-AMT
               MOVE 'AMOUNT TOTAL OUT OF BALANCE' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           SET WS-SP-TRL-SEEN TO TRUE
           .
       5130-EXIT.
           EXIT.

       5140-SET-SP-TOTALS.
           MOVE WS-SP-ACT-COUNT TO WS-CTL-ACT-COUNT
           MOVE WS-SP-ACT-HASH  TO WS-CTL-ACT-HASH
           MOVE WS-SP-ACT-AMT   TO WS-CTL-ACT-AMT
           .
       5140-EXIT.
           EXIT.

      ******************************************************************
      *    6100-FIND-MASTER - BINARY SEARCH OF THE MASTER TABLE FOR    *
      *    WS-LOOKUP-CODE; ZERO IN WS-MS-FOUND-SUB MEANS NOT THERE     *
      ******************************************************************
       6100-FIND-MASTER.
           MOVE ZERO TO WS-MS-FOUND-SUB
           IF WS-MS-COUNT = ZERO
               GO TO 6100-EXIT
           END-IF
           SEARCH ALL WS-MS-ENTRY
               AT END
                   MOVE ZERO TO WS-MS-FOUND-SUB
               WHEN WS-MS-CODE(WS-MS-NDX) = WS-LOOKUP-CODE
                   SET WS-MS-FOUND-SUB TO WS-MS-NDX
           END-SEARCH
           .
       6100-EXIT.
           EXIT.

      ******************************************************************
      *    6200-FIND-ARCHIVE - SERIAL LOOKUP OF WS-LOOKUP-CODE IN THE  *
      *    ARCHIVE TABLE; ZERO IN WS-AR-FOUND-SUB MEANS NOT ARCHIVED   *
      ******************************************************************
       6200-FIND-ARCHIVE.
           MOVE ZERO TO WS-AR-FOUND-SUB
           PERFORM 6210-TEST-ARCHIVE-ENTRY THRU 6210-EXIT
                   VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-AR-COUNT
                   OR WS-AR-FOUND-SUB > ZERO
           .
       6200-EXIT.
           EXIT.

       6210-TEST-ARCHIVE-ENTRY.
           IF WS-AR-CODE(WS-SCAN-SUB) = WS-LOOKUP-CODE
               MOVE WS-SCAN-SUB TO WS-AR-FOUND-SUB
           END-IF
           .
       6210-EXIT.
           EXIT.

      ******************************************************************
      *    6300-FIND-HISTORY - SERIAL LOOKUP OF WS-LOOKUP-CODE IN THE  *
      *    HISTORY TABLE; ZERO IN WS-HS-FOUND-SUB MEANS NO HISTORY     *
      ******************************************************************
       6300-FIND-HISTORY.
           MOVE ZERO TO WS-HS-FOUND-SUB
           PERFORM 6310-TEST-HISTORY-ENTRY THRU 6310-EXIT
                   VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-HS-COUNT
                   OR WS-HS-FOUND-SUB > ZERO
           .
       6300-EXIT.
           EXIT.

       6310-TEST-HISTORY-ENTRY.
           IF WS-HS-CODE(WS-SCAN-SUB) = WS-LOOKUP-CODE
               MOVE WS-SCAN-SUB TO WS-HS-FOUND-SUB
           END-IF
           .
       6310-EXIT.
           EXIT.

      ******************************************************************
      *    7000-PRINT-EXCEPTION - ONE REPORT LINE.  THE CODE AND SHORT *
      *    NAME COME FROM WHICHEVER RECORD IMAGE THE CHECK LEFT IN     *
      *    AUDIT-IMAGE-RECORD                                          *
      ******************************************************************
       7000-PRINT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE AUDIT-IMAGE-RECORD(1:6) TO XL-COMPANY-CODE
           MOVE AI-SHORT-NAME     TO XL-SHORT-NAME
           DISPLAY WS-EXCEPTION-LINE
           MOVE SPACES            TO INTEGRITY-REPORT-LINE
           MOVE WS-EXCEPTION-LINE TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           .
       7000-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           DISPLAY 'CROSS-FILE INTEGRITY AUDIT RUN COMPLETE'
           DISPLAY 'MASTER RECORDS READ     : ' WS-MASTER-COUNT
           DISPLAY 'ARCHIVE RECORDS READ    : ' WS-ARCHIVE-COUNT
           DISPLAY 'HISTORY RECORDS READ    : ' WS-HISTORY-COUNT
           DISPLAY 'PENDING CARDS READ      : ' WS-PENDING-COUNT
           DISPLAY 'SUSPENSE ITEMS READ     : ' WS-SUSPENSE-COUNT
           DISPLAY 'EXCEPTIONS REPORTED     : ' WS-EXCEPTION-COUNT
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           MOVE WS-MASTER-COUNT TO TL1-COUNT
           WRITE INTEGRITY-REPORT-LINE FROM WS-TRAILER-LINE-1
           MOVE WS-ARCHIVE-COUNT TO TL2-COUNT
           WRITE INTEGRITY-REPORT-LINE FROM WS-TRAILER-LINE-2
           MOVE WS-HISTORY-COUNT TO TL3-COUNT
           WRITE INTEGRITY-REPORT-LINE FROM WS-TRAILER-LINE-3
           MOVE WS-PENDING-COUNT TO TL4-COUNT
           WRITE INTEGRITY-REPORT-LINE FROM WS-TRAILER-LINE-4
           MOVE WS-SUSPENSE-COUNT TO TL5-COUNT
           WRITE INTEGRITY-REPORT-LINE FROM WS-TRAILER-LINE-5
           MOVE WS-EXCEPTION-COUNT TO TL6-COUNT
           WRITE INTEGRITY-REPORT-LINE FROM WS-TRAILER-LINE-6
           .
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE COMPANY-MASTER
           CLOSE INTEGRITY-REPORT
           IF WS-ARCHIVE-AVAILABLE
               CLOSE ARCHIVE-FILE
           END-IF
           IF WS-HISTORY-AVAILABLE
               CLOSE MAINT-HISTORY
           END-IF
           IF WS-PENDING-AVAILABLE
               CLOSE PENDING-FILE
           END-IF
           IF WS-SUSPENSE-AVAILABLE
               CLOSE SUSPENSE-FILE
           END-IF
           .
       9000-EXIT.
           EXIT.

      ******************************************************************
      *    9999-ABEND - AN INPUT OR OUTPUT FILE FAILED TO OPEN.  THE   *
      *    FILE NAME AND ITS FILE STATUS ARE DISPLAYED SO THE FAILURE  *
      *    CAN BE DIAGNOSED FROM THE JOB LOG                           *
      ******************************************************************
       9999-ABEND.
           DISPLAY 'PLAYINTG - UNABLE TO OPEN ' WS-ABEND-FILE-ID
                   ' - FILE STATUS = ' WS-ABEND-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9999-EXIT.
           EXIT.

      ******************************************************************
      *    9800-CONTROL-ABEND - AN INPUT FILE FAILED BATCH BALANCING.  *
      *    THE FILE, THE REASON AND THE EXPECTED-VERSUS-ACTUAL TOTALS  *
      *    GO TO THE LOG AND THE RUN ABENDS BEFORE THE AUDIT IS        *
      *    TRUSTED                                                     *
      ******************************************************************
       9800-CONTROL-ABEND.
           DISPLAY 'PLAYINTG - CONTROL ERROR ON ' WS-CTL-ABEND-FILE
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
