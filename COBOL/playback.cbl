      ******************************************************************
      *        PROGRAM NAME            : PLAYBACK                      *
      *        DESCRIPTION             : MAINTENANCE RUN BACKOUT -     *
      *                                  READS ONE PLAYMNT RUN'S       *
      *                                  MNTHIST RECORDS AND BUILDS    *
      *                                  THE REVERSING CARD DECK FROM  *
      *                                  THEIR BEFORE-IMAGES FOR THE   *
      *                                  PLAYEDIT/PLAYMNT CHAIN        *
      *        CREDITS                 : EDUCATORS AND TRAINERS        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PLAYBACK.
       AUTHOR.         R S MEHTA.
       INSTALLATION.   BATCH SYSTEMS.
       DATE-WRITTEN.   2026-10-14.
       DATE-COMPILED.  2026-10-14.
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
      *    2026-10-14  RSM  INITIAL VERSION - A WRONG DECK THROUGH     *
      *                     PLAYMNTJ COULD ONLY BE UNDONE BY RELOADING *
      *                     THE MASTER BACKUP BY HAND, WHICH LOST THE  *
      *                     GOOD CARDS OF THE SAME BATCH AND LEFT      *
      *                     MNTHIST AND THE GL EXTRACT OUT OF STEP.    *
      *                     THE BACKPARM CARD NAMES THE RUN BY ITS     *
      *                     MNTHIST RUN DATE AND TIME.  THE CUMULATIVE *
      *                     MNTHIST IS READ ONCE FRONT TO BACK: THAT   *
      *                     RUN'S RECORDS ARE TABLED, AND A COMPANY    *
      *                     CHANGED AGAIN BY ANY LATER RUN IS FLAGGED  *
      *                     FOR MANUAL REVIEW INSTEAD OF REVERSED.     *
      *                     AN ADD IS REVERSED BY A DELETE, A CHANGE   *
      *                     BY A CHANGE BACK TO THE BEFORE-IMAGE       *
      *                     VALUES, A DELETE BY A REINSTATE AND A      *
      *                     REINSTATE BY A DELETE.  THE DECK CARRIES A *
      *                     COMPTRAN HEADER AND TRAILER AND IS FED TO  *
      *                     THE NEXT MAINTENANCE RUN, SO THE BACKOUT   *
      *                     IS EDITED, APPLIED AND AUDITED (MNTHIST,   *
      *                     GLEXTR, RUN LOG) LIKE ANY OTHER CHANGE     *
      *    2026-10-15  RSM  A LATER RUN IS NOW ONE FURTHER DOWN        *
      *                     MNTHIST RATHER THAN ONE WITH A LATER       *
      *                     STAMP: MNTHIST IS DATED WITH THE BUSINESS  *
      *                     PROCESSING DATE, SO A MISSED NIGHT RERUN   *
      *                     CAN CARRY AN EARLIER STAMP THAN A RUN      *
      *                     ALREADY ON FILE                            *
      *    2026-10-15  RSM  A MERGE / RENUMBER (M) IN THE RUN IS       *
      *                     LISTED FOR MANUAL REVIEW - NO CARD PUTS A  *
      *                     RETIRED CODE BACK OR TAKES IT OFF CODEXREF *
      ******************************************************************
      *    WHAT A CARD CANNOT DO IS ALSO WHAT A BACKOUT CANNOT DO:     *
      *      - A REVERSED ADD LEAVES THE COMPANY ON THE MASTER         *
      *        RETIRED (PLAYMNT DELETES ARE SOFT DELETES)              *
      *      - A CHANGE CARD CANNOT BLANK A FIELD (BLANK MEANS LEAVE   *
      *        ALONE - SEE COMPTRN), SO A CHANGE THAT FILLED IN A      *
      *        PREVIOUSLY BLANK FIELD OR ZERO DATE IS FLAGGED FOR      *
      *        MANUAL REVIEW RATHER THAN HALF REVERSED                 *
      *      - A MERGE / RENUMBER (M) HAS NO REVERSING CARD: THE OLD   *
      *        CODE IS ON CODEXREF AND ITS ITEMS HAVE BEEN MOVED TO    *
      *        THE SURVIVOR, SO IT IS FLAGGED FOR MANUAL REVIEW.  THE  *
      *        RE-POINTED CHILDREN'S CHANGE RECORDS ARE REVERSED LIKE  *
      *        ANY OTHER CHANGE, SO THE MERGE MUST BE UNDONE BY HAND   *
      *        BEFORE THE DECK IS RUN                                  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACK-PARM           ASSIGN TO BACKPARM
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-BP-FILE-STATUS.

           SELECT MAINT-HISTORY       ASSIGN TO MNTHIST
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-MH-FILE-STATUS.

           SELECT BACK-TRANS          ASSIGN TO BACKTRN
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-BT-FILE-STATUS.

           SELECT BACK-REPORT         ASSIGN TO BACKRPT
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-RP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *    THE BACKPARM CARD - RUN DATE CCYYMMDD IN COLUMNS 1-8, RUN   *
      *    TIME HHMMSSTH IN 10-17 (THE HUNDREDTHS IN 16-17 MAY BE LEFT *
      *    BLANK - PLAYHINQ PRINTS ONLY HH:MM:SS), KEYER ID IN 19-26   *
      *    AND APPROVER ID IN 28-35, STAMPED ON EVERY GENERATED CARD   *
      ******************************************************************
       FD  BACK-PARM
           RECORDING MODE IS F.
       01  BACK-PARM-RECORD.
           05  BP-RUN-DATE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  BP-RUN-HHMMSS           PIC X(06).
           05  BP-RUN-HUNDREDTHS       PIC X(02).
           05  FILLER                  PIC X(01).
           05  BP-KEYER-ID             PIC X(08).
           05  FILLER                  PIC X(01).
           05  BP-APPROVER-ID          PIC X(08).
           05  FILLER                  PIC X(45).

       FD  MAINT-HISTORY
           RECORDING MODE IS F
           RECORD CONTAINS 350 CHARACTERS.
           COPY MNTHREC.

       FD  BACK-TRANS
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
           COPY COMPTRN REPLACING
                   ==COMPANY-TRANS-RECORD== BY ==BACK-TRANS-RECORD==,
                   LEADING ==CT-==          BY ==BT-==.
           COPY CTLREC REPLACING
                   ==CONTROL-RECORD==       BY ==BACK-CONTROL-RECORD==,
                   LEADING ==CTL-==         BY ==TC-==,
                   ==X(01)==        BY ==X(106)==.

       FD  BACK-REPORT
           RECORDING MODE IS F.
       01  BACK-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-BP-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-MH-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-BT-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-RP-FILE-STATUS       PIC XX VALUE '00'.

       01  WS-BP-EOF-STA               PIC X VALUE 'N'.
           88  WS-BP-EOF                VALUE 'Y'.
           88  WS-BP-N-EOF               VALUE 'N'.

       01  WS-MH-EOF-STA               PIC X VALUE 'N'.
           88  WS-MH-EOF                VALUE 'Y'.
           88  WS-MH-N-EOF               VALUE 'N'.

       01  WS-ABEND-FILE-ID            PIC X(20) VALUE SPACES.
       01  WS-ABEND-FILE-STATUS        PIC XX    VALUE SPACES.

       01  WS-PARM-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-PARM-ERROR-MSG           PIC X(40) VALUE SPACES.

      ******************************************************************
      *    RUN TIMESTAMPS - THE RUN TO BE BACKED OUT AND THE HISTORY   *
      *    RECORD IN HAND.  THE FIRST 14 BYTES (DATE AND HHMMSS)       *
      *    IDENTIFY THE RUN; THE HUNDREDTHS ONLY NARROW THE MATCH WHEN *
      *    GIVEN.  THE STAMPS DO NOT ORDER THE RUNS - THE DATE IS THE  *
      *    BUSINESS PROCESSING DATE, SO A MISSED NIGHT RERUN LATER     *
      *    CARRIES AN EARLIER STAMP THAN A RUN ALREADY ON FILE.  A RUN *
      *    IS LATER BECAUSE IT IS FURTHER DOWN THE FILE                *
      ******************************************************************
       01  WS-TARGET-STAMP.
           05  TS-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  TS-RUN-TIME             PIC 9(08) VALUE ZERO.
       01  WS-TARGET-STAMP-X REDEFINES WS-TARGET-STAMP.
           05  TS-SECOND-KEY           PIC X(14).
           05  TS-HUNDREDTHS           PIC X(02).

       01  WS-HIST-STAMP.
           05  HS-RUN-DATE             PIC 9(08) VALUE ZERO.
           05  HS-RUN-TIME             PIC 9(08) VALUE ZERO.
       01  WS-HIST-STAMP-X REDEFINES WS-HIST-STAMP.
           05  HS-SECOND-KEY           PIC X(14).
           05  HS-HUNDREDTHS           PIC X(02).

       01  WS-RUN-SEEN-SW              PIC X VALUE 'N'.
           88  WS-RUN-SEEN              VALUE 'Y'.
           88  WS-RUN-NOT-SEEN          VALUE 'N'.

      ******************************************************************
      *    THE RUN'S HISTORY RECORDS IN COMPANY CODE ORDER (PLAYMNT    *
      *    WRITES THEM IN MATCH/MERGE ORDER).  WS-BK-LATER-SW IS SET   *
      *    WHEN A LATER RUN TOUCHED THE SAME COMPANY, WITH THE FIRST   *
      *    SUCH RUN'S DATE KEPT FOR THE REPORT                         *
      ******************************************************************
       01  WS-BK-TABLE.
           05  WS-BK-COUNT             PIC 9(04) VALUE ZERO.
           05  WS-BK-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-BK-COUNT
                       ASCENDING KEY IS WS-BK-CODE
                       INDEXED BY WS-BK-NDX.
               10  WS-BK-CODE          PIC 9(06).
               10  WS-BK-ACTION        PIC X(01).
               10  WS-BK-LATER-SW      PIC X(01).
               10  WS-BK-LATER-DATE    PIC 9(08).
               10  WS-BK-BEFORE        PIC X(150).
               10  WS-BK-AFTER         PIC X(150).

       01  WS-SUB                      PIC 9(04) VALUE ZERO.

      ******************************************************************
      *    THE BEFORE AND AFTER IMAGES OF THE ENTRY IN HAND, OVERLAID  *
      *    WITH THE COMPREC LAYOUT FOR THE FIELD-BY-FIELD COMPARE      *
      ******************************************************************
           COPY COMPREC REPLACING
                   ==COMPANY-RECORD==    BY ==BEFORE-IMAGE-RECORD==,
                   LEADING ==CM-==       BY ==BI-==.
           COPY COMPREC REPLACING
                   ==COMPANY-RECORD==    BY ==AFTER-IMAGE-RECORD==,
                   LEADING ==CM-==       BY ==AI-==.

       01  WS-FIELD-CHANGE-SW          PIC X VALUE 'N'.
           88  WS-FIELD-CHANGED         VALUE 'Y'.
           88  WS-NO-FIELD-CHANGED      VALUE 'N'.
       01  WS-RESTORE-SW               PIC X VALUE 'Y'.
           88  WS-RESTORE-OK            VALUE 'Y'.
           88  WS-RESTORE-BLOCKED       VALUE 'N'.

       01  WS-HIST-READ-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-RUN-FOUND-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-LATER-READ-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-CARD-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-NOCHANGE-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-REVIEW-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-BT-HASH-TOTAL            PIC 9(10) VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(40)
                   VALUE 'COMPANY MAINTENANCE RUN BACKOUT'.

       01  WS-RUN-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(17)
                   VALUE 'BACKING OUT RUN  '.
           05  RN-RUN-DATE             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RN-RT-HH                PIC X(02).
           05  FILLER                  PIC X(01) VALUE ':'.
           05  RN-RT-MM                PIC X(02).
           05  FILLER                  PIC X(01) VALUE ':'.
           05  RN-RT-SS                PIC X(02).
           05  RN-RT-DOT               PIC X(01).
           05  RN-RT-TH                PIC X(02).
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-APPROVAL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(17)
                   VALUE 'CARDS KEYED BY   '.
           05  AP-KEYER-ID             PIC X(08).
           05  FILLER                  PIC X(15)
                   VALUE '  APPROVED BY  '.
           05  AP-APPROVER-ID          PIC X(08).
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'DISPOSAL'.
           05  FILLER                  PIC X(08) VALUE 'CODE'.
           05  FILLER                  PIC X(12) VALUE 'SHORT NAME'.
           05  FILLER                  PIC X(09) VALUE 'APPLIED'.
           05  FILLER                  PIC X(11) VALUE 'REVERSAL'.
           05  FILLER                  PIC X(23) VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  DL-DISPOSAL             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-COMPANY-CODE         PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-SHORT-NAME           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-APPLIED              PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-REVERSAL             PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-NOTE                 PIC X(23).

       01  WS-LATER-NOTE.
           05  FILLER                  PIC X(14)
                   VALUE 'CHANGED AGAIN '.
           05  LN-LATER-DATE           PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'HISTORY RECORDS READ    : '.
           05  TL1-READ-COUNT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'RECORDS FOR THE RUN     : '.
           05  TL2-FOUND-COUNT          PIC ZZZZZZ9.
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  WS-TRAILER-LINE-3.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'REVERSING CARDS WRITTEN : '.
           05  TL3-CARD-COUNT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  WS-TRAILER-LINE-4.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'NOTHING TO REVERSE      : '.
           05  TL4-NOCHANGE-COUNT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  WS-TRAILER-LINE-5.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'FLAGGED FOR REVIEW      : '.
           05  TL5-REVIEW-COUNT         PIC ZZZZZZ9.
           05  FILLER                  PIC X(42) VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      *    0000-MAINLINE - NOTHING IS WRITTEN TO THE DECK UNTIL THE    *
      *    PARAMETER CARD HAS PASSED ITS EDITS AND THE WHOLE HISTORY   *
      *    FILE HAS BEEN READ.  RC 4 WHEN A COMPANY WAS FLAGGED FOR    *
      *    REVIEW OR NO CARD WAS GENERATED, SO THE REPORT IS LOOKED AT *
      *    BEFORE THE DECK IS FED TO MAINTENANCE                       *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-READ-PARM THRU 1100-EXIT
                   UNTIL WS-BP-EOF
           PERFORM 1200-EDIT-PARM THRU 1200-EXIT
           PERFORM 1300-READ-HISTORY THRU 1300-EXIT
                   UNTIL WS-MH-EOF
           IF WS-BK-COUNT = ZERO
               MOVE 'NO MNTHIST RECORDS FOR THAT RUN'
                       TO WS-PARM-ERROR-MSG
               PERFORM 1900-PARM-ERROR THRU 1900-EXIT
           END-IF
           PERFORM 1500-PRINT-HEADINGS THRU 1500-EXIT
           PERFORM 2000-WRITE-DECK THRU 2000-EXIT
           PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           IF WS-CARD-COUNT = ZERO
                   OR WS-REVIEW-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       1000-INITIALIZE.
           OPEN INPUT  BACK-PARM
           IF WS-BP-FILE-STATUS NOT = '00'
               MOVE 'BACK-PARM'          TO WS-ABEND-FILE-ID
               MOVE WS-BP-FILE-STATUS    TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           OPEN INPUT  MAINT-HISTORY
           IF WS-MH-FILE-STATUS NOT = '00'
               MOVE 'MAINT-HISTORY'      TO WS-ABEND-FILE-ID
               MOVE WS-MH-FILE-STATUS    TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           OPEN OUTPUT BACK-TRANS
           IF WS-BT-FILE-STATUS NOT = '00'
               MOVE 'BACK-TRANS'         TO WS-ABEND-FILE-ID
               MOVE WS-BT-FILE-STATUS    TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           OPEN OUTPUT BACK-REPORT
           IF WS-RP-FILE-STATUS NOT = '00'
               MOVE 'BACK-REPORT'        TO WS-ABEND-FILE-ID
               MOVE WS-RP-FILE-STATUS    TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           DISPLAY WS-HEADING-LINE-1
           WRITE BACK-REPORT-LINE FROM WS-HEADING-LINE-1
           MOVE SPACES TO BACK-REPORT-LINE
           WRITE BACK-REPORT-LINE
           .
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1100-READ-PARM - EXACTLY ONE BACKPARM CARD; THE LAST ONE    *
      *    READ STAYS IN THE RECORD AREA FOR THE EDITS                 *
      ******************************************************************
       1100-READ-PARM.
           READ BACK-PARM
               AT END
                   SET WS-BP-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ
           ADD 1 TO WS-PARM-COUNT
           IF WS-PARM-COUNT > 1
               MOVE 'MORE THAN ONE BACKPARM CARD' TO WS-PARM-ERROR-MSG
               PERFORM 1900-PARM-ERROR THRU 1900-EXIT
           END-IF
           MOVE BP-RUN-DATE       TO TS-RUN-DATE
           MOVE BP-RUN-HHMMSS     TO TS-SECOND-KEY(9:6)
           MOVE BP-RUN-HUNDREDTHS TO TS-HUNDREDTHS
           MOVE BP-KEYER-ID       TO AP-KEYER-ID
           MOVE BP-APPROVER-ID    TO AP-APPROVER-ID
           .
       1100-EXIT.
           EXIT.

       1200-EDIT-PARM.
           EVALUATE TRUE
               WHEN WS-PARM-COUNT = ZERO
                   MOVE 'NO BACKPARM CARD' TO WS-PARM-ERROR-MSG
               WHEN BP-RUN-DATE NOT NUMERIC
                   MOVE 'RUN DATE NOT NUMERIC' TO WS-PARM-ERROR-MSG
               WHEN TS-RUN-DATE = ZERO
                   MOVE 'RUN DATE IS ZERO' TO WS-PARM-ERROR-MSG
               WHEN BP-RUN-HHMMSS NOT NUMERIC
                   MOVE 'RUN TIME HHMMSS NOT NUMERIC'
                           TO WS-PARM-ERROR-MSG
               WHEN BP-RUN-HUNDREDTHS NOT = SPACES
                       AND BP-RUN-HUNDREDTHS NOT NUMERIC
                   MOVE 'RUN TIME HUNDREDTHS NOT NUMERIC'
                           TO WS-PARM-ERROR-MSG
               WHEN BP-KEYER-ID = SPACES
                   MOVE 'BACKPARM HAS NO KEYER ID' TO WS-PARM-ERROR-MSG
               WHEN BP-APPROVER-ID = SPACES
                   MOVE 'BACKPARM HAS NO APPROVER ID'
                           TO WS-PARM-ERROR-MSG
               WHEN BP-APPROVER-ID = BP-KEYER-ID
                   MOVE 'KEYER AND APPROVER ARE THE SAME'
                           TO WS-PARM-ERROR-MSG
           END-EVALUATE
           IF WS-PARM-ERROR-MSG NOT = SPACES
               PERFORM 1900-PARM-ERROR THRU 1900-EXIT
           END-IF
           .
       1200-EXIT.
           EXIT.

      ******************************************************************
      *    1300-READ-HISTORY - ONE PASS OF THE CUMULATIVE FILE, WHICH  *
      *    IS IN RUN ORDER.  RECORDS AHEAD OF THE NAMED RUN'S FIRST    *
      *    RECORD ARE PASSED OVER, THE NAMED RUN'S RECORDS ARE TABLED  *
      *    AND EVERY RECORD OF ANOTHER RUN AFTER THEM IS CHECKED       *
      *    AGAINST THE TABLE                                           *
      ******************************************************************
       1300-READ-HISTORY.
           READ MAINT-HISTORY
               AT END
                   SET WS-MH-EOF TO TRUE
                   GO TO 1300-EXIT
           END-READ
           ADD 1 TO WS-HIST-READ-COUNT
           MOVE MH-RUN-DATE TO HS-RUN-DATE
           MOVE MH-RUN-TIME TO HS-RUN-TIME
           EVALUATE TRUE
               WHEN HS-SECOND-KEY = TS-SECOND-KEY
                       AND (TS-HUNDREDTHS = SPACES
                            OR TS-HUNDREDTHS = HS-HUNDREDTHS)
                   SET WS-RUN-SEEN TO TRUE
                   PERFORM 1310-TABLE-RUN-RECORD THRU 1310-EXIT
               WHEN WS-RUN-NOT-SEEN
                   CONTINUE
               WHEN OTHER
                   PERFORM 1320-CHECK-LATER-RUN THRU 1320-EXIT
           END-EVALUATE
           .
       1300-EXIT.
           EXIT.

       1310-TABLE-RUN-RECORD.
           ADD 1 TO WS-RUN-FOUND-COUNT
           IF WS-BK-COUNT NOT < 1000
               DISPLAY 'PLAYBACK - RUN TABLE FULL AT 1000 '
                       'ENTRIES - RAISE THE WS-BK-ENTRY CEILING '
                       'AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF
           IF WS-BK-COUNT > ZERO
                   AND MH-COMPANY-CODE NOT > WS-BK-CODE(WS-BK-COUNT)
               MOVE 'RUN HISTORY NOT IN COMPANY ORDER'
                       TO WS-PARM-ERROR-MSG
               PERFORM 1900-PARM-ERROR THRU 1900-EXIT
           END-IF
           ADD 1 TO WS-BK-COUNT
           MOVE MH-COMPANY-CODE TO WS-BK-CODE(WS-BK-COUNT)
           MOVE MH-ACTION-CD    TO WS-BK-ACTION(WS-BK-COUNT)
           MOVE 'N'             TO WS-BK-LATER-SW(WS-BK-COUNT)
           MOVE ZERO            TO WS-BK-LATER-DATE(WS-BK-COUNT)
           MOVE MH-BEFORE-IMAGE TO WS-BK-BEFORE(WS-BK-COUNT)
           MOVE MH-AFTER-IMAGE  TO WS-BK-AFTER(WS-BK-COUNT)
           .
       1310-EXIT.
           EXIT.

      ******************************************************************
      *    1320-CHECK-LATER-RUN - A LATER RUN TOUCHED THIS COMPANY.    *
      *    ONLY THE FIRST LATER RUN'S DATE IS KEPT - ONE IS ENOUGH TO  *
      *    TAKE THE COMPANY OUT OF THE AUTOMATIC REVERSAL              *
      ******************************************************************
       1320-CHECK-LATER-RUN.
           ADD 1 TO WS-LATER-READ-COUNT
           IF WS-BK-COUNT = ZERO
               GO TO 1320-EXIT
           END-IF
           SEARCH ALL WS-BK-ENTRY
               WHEN WS-BK-CODE(WS-BK-NDX) = MH-COMPANY-CODE
                   IF WS-BK-LATER-SW(WS-BK-NDX) = 'N'
                       MOVE 'Y'         TO WS-BK-LATER-SW(WS-BK-NDX)
                       MOVE MH-RUN-DATE TO WS-BK-LATER-DATE(WS-BK-NDX)
                   END-IF
           END-SEARCH
           .
       1320-EXIT.
           EXIT.

      ******************************************************************
      *    1500-PRINT-HEADINGS - ECHO THE RUN BEING BACKED OUT AND WHO *
      *    KEYED AND APPROVED THE BACKOUT AT THE TOP OF THE REPORT     *
      ******************************************************************
       1500-PRINT-HEADINGS.
           MOVE BP-RUN-DATE       TO RN-RUN-DATE
           MOVE BP-RUN-HHMMSS(1:2) TO RN-RT-HH
           MOVE BP-RUN-HHMMSS(3:2) TO RN-RT-MM
           MOVE BP-RUN-HHMMSS(5:2) TO RN-RT-SS
           MOVE BP-RUN-HUNDREDTHS TO RN-RT-TH
           IF BP-RUN-HUNDREDTHS = SPACES
               MOVE SPACES TO RN-RT-DOT
           ELSE
               MOVE '.'    TO RN-RT-DOT
           END-IF
           DISPLAY WS-RUN-LINE
           WRITE BACK-REPORT-LINE FROM WS-RUN-LINE
           DISPLAY WS-APPROVAL-LINE
           WRITE BACK-REPORT-LINE FROM WS-APPROVAL-LINE
           MOVE SPACES TO BACK-REPORT-LINE
           WRITE BACK-REPORT-LINE
           DISPLAY WS-HEADING-LINE-2
           WRITE BACK-REPORT-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO BACK-REPORT-LINE
           WRITE BACK-REPORT-LINE
           .
       1500-EXIT.
           EXIT.

      ******************************************************************
      *    1900-PARM-ERROR - THE PARAMETER CARD IS UNUSABLE OR NAMES   *
      *    NO RUN.  THE DECK IS LEFT WITHOUT A HEADER SO PLAYEDIT WILL *
      *    NOT TAKE IT                                                 *
      ******************************************************************
       1900-PARM-ERROR.
           DISPLAY 'PLAYBACK - PARAMETER ERROR - ' WS-PARM-ERROR-MSG
           MOVE 16 TO RETURN-CODE
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN
           .
       1900-EXIT.
           EXIT.

      ******************************************************************
      *    2000-WRITE-DECK - THE REVERSING CARD DECK: COMPTRAN HEADER  *
      *    CARD, AT MOST ONE CARD PER COMPANY IN CODE ORDER, THEN THE  *
      *    TRAILER CARD WITH THE COUNT AND CODE HASH                   *
      ******************************************************************
       2000-WRITE-DECK.
           MOVE SPACES     TO BACK-TRANS-RECORD
           MOVE '000000'   TO TC-CONTROL-KEY
           MOVE 'COMPTRAN' TO TC-FILE-ID
           MOVE ZERO       TO TC-RECORD-COUNT
           MOVE ZERO       TO TC-HASH-TOTAL
           MOVE ZERO       TO TC-AMOUNT-TOTAL
           WRITE BACK-CONTROL-RECORD
           PERFORM 2100-REVERSE-ENTRY THRU 2100-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BK-COUNT
           MOVE SPACES           TO BACK-TRANS-RECORD
           MOVE '999999'         TO TC-CONTROL-KEY
           MOVE 'COMPTRAN'       TO TC-FILE-ID
           MOVE WS-CARD-COUNT    TO TC-RECORD-COUNT
           MOVE WS-BT-HASH-TOTAL TO TC-HASH-TOTAL
           MOVE ZERO             TO TC-AMOUNT-TOTAL
           WRITE BACK-CONTROL-RECORD
           .
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    2100-REVERSE-ENTRY - ONE APPLIED CARD OF THE RUN.  A        *
      *    COMPANY A LATER RUN HAS TOUCHED IS ONLY LISTED; OTHERWISE   *
      *    THE REVERSING CARD IS BUILT FROM THE ACTION AND THE IMAGES  *
      ******************************************************************
       2100-REVERSE-ENTRY.
           MOVE WS-BK-BEFORE(WS-SUB) TO BEFORE-IMAGE-RECORD
           MOVE WS-BK-AFTER(WS-SUB)  TO AFTER-IMAGE-RECORD
           MOVE SPACES               TO WS-DETAIL-LINE
           MOVE WS-BK-CODE(WS-SUB)   TO DL-COMPANY-CODE
           MOVE AI-SHORT-NAME        TO DL-SHORT-NAME
           EVALUATE WS-BK-ACTION(WS-SUB)
               WHEN 'A'
                   MOVE 'ADD'       TO DL-APPLIED
               WHEN 'C'
                   MOVE 'CHANGE'    TO DL-APPLIED
               WHEN 'D'
                   MOVE 'DELETE'    TO DL-APPLIED
               WHEN 'R'
                   MOVE 'REINST'    TO DL-APPLIED
               WHEN 'M'
                   MOVE 'MERGE'     TO DL-APPLIED
               WHEN OTHER
                   MOVE WS-BK-ACTION(WS-SUB) TO DL-APPLIED
           END-EVALUATE
           IF WS-BK-LATER-SW(WS-SUB) = 'Y'
               MOVE WS-BK-LATER-DATE(WS-SUB) TO LN-LATER-DATE
               MOVE WS-LATER-NOTE TO DL-NOTE
               PERFORM 2400-FLAG-REVIEW THRU 2400-EXIT
               GO TO 2100-EXIT
           END-IF
           MOVE SPACES               TO BACK-TRANS-RECORD
           MOVE WS-BK-CODE(WS-SUB)   TO BT-COMPANY-CODE
           MOVE BP-KEYER-ID          TO BT-KEYER-ID
           MOVE BP-APPROVER-ID       TO BT-APPROVER-ID
           EVALUATE WS-BK-ACTION(WS-SUB)
               WHEN 'A'
               WHEN 'R'
                   MOVE 'D'         TO BT-ACTION-CD
                   MOVE 'DELETE'    TO DL-REVERSAL
               WHEN 'D'
                   MOVE 'R'         TO BT-ACTION-CD
                   MOVE 'REINSTATE' TO DL-REVERSAL
               WHEN 'C'
                   MOVE 'C'         TO BT-ACTION-CD
                   MOVE 'CHANGE'    TO DL-REVERSAL
                   PERFORM 2200-BUILD-CHANGE-BACK THRU 2200-EXIT
                   IF WS-RESTORE-BLOCKED
                       MOVE SPACES TO DL-REVERSAL
                       MOVE 'FIELD WAS BLANK BEFORE' TO DL-NOTE
                       PERFORM 2400-FLAG-REVIEW THRU 2400-EXIT
                       GO TO 2100-EXIT
                   END-IF
                   IF WS-NO-FIELD-CHANGED
                       ADD 1 TO WS-NOCHANGE-COUNT
                       MOVE SPACES      TO DL-REVERSAL
                       MOVE 'NO CHANGE' TO DL-DISPOSAL
                       MOVE 'CARD CHANGED NOTHING' TO DL-NOTE
                       PERFORM 2500-PRINT-DETAIL THRU 2500-EXIT
                       GO TO 2100-EXIT
                   END-IF
               WHEN 'M'
                   MOVE 'NO CARD UNDOES A MERGE' TO DL-NOTE
                   PERFORM 2400-FLAG-REVIEW THRU 2400-EXIT
                   GO TO 2100-EXIT
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION CODE' TO DL-NOTE
                   PERFORM 2400-FLAG-REVIEW THRU 2400-EXIT
                   GO TO 2100-EXIT
           END-EVALUATE
           WRITE BACK-TRANS-RECORD
           ADD 1 TO WS-CARD-COUNT
           ADD BT-COMPANY-CODE TO WS-BT-HASH-TOTAL
           MOVE 'REVERSED' TO DL-DISPOSAL
           PERFORM 2500-PRINT-DETAIL THRU 2500-EXIT
           .
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    2200-BUILD-CHANGE-BACK - KEY EVERY FIELD THE CHANGE ALTERED *
      *    WITH ITS BEFORE-IMAGE VALUE; UNALTERED FIELDS STAY BLANK SO *
      *    PLAYMNT LEAVES THEM ALONE.  A FIELD THAT WAS BLANK (OR A    *
      *    DATE THAT WAS ZERO) BEFORE CANNOT BE PUT BACK BY A CARD AND *
      *    BLOCKS THE REVERSAL.  A PARENT OF ZERO CAN - 000000 ON A    *
      *    CHANGE CARD REMOVES THE PARENT                              *
      ******************************************************************
       2200-BUILD-CHANGE-BACK.
           SET WS-NO-FIELD-CHANGED TO TRUE
           SET WS-RESTORE-OK       TO TRUE
           IF BI-COMPANY-NAME NOT = AI-COMPANY-NAME
               SET WS-FIELD-CHANGED TO TRUE
               IF BI-COMPANY-NAME = SPACES
                   SET WS-RESTORE-BLOCKED TO TRUE
               ELSE
                   MOVE BI-COMPANY-NAME TO BT-COMPANY-NAME
               END-IF
           END-IF
           IF BI-SHORT-NAME NOT = AI-SHORT-NAME
               SET WS-FIELD-CHANGED TO TRUE
               IF BI-SHORT-NAME = SPACES
                   SET WS-RESTORE-BLOCKED TO TRUE
               ELSE
                   MOVE BI-SHORT-NAME TO BT-SHORT-NAME
               END-IF
           END-IF
           IF BI-ADDR-LINE-1 NOT = AI-ADDR-LINE-1
               SET WS-FIELD-CHANGED TO TRUE
               IF BI-ADDR-LINE-1 = SPACES
                   SET WS-RESTORE-BLOCKED TO TRUE
               ELSE
                   MOVE BI-ADDR-LINE-1 TO BT-ADDR-LINE-1
               END-IF
           END-IF
           IF BI-ADDR-LINE-2 NOT = AI-ADDR-LINE-2
               SET WS-FIELD-CHANGED TO TRUE
               IF BI-ADDR-LINE-2 = SPACES
                   SET WS-RESTORE-BLOCKED TO TRUE
               ELSE
                   MOVE BI-ADDR-LINE-2 TO BT-ADDR-LINE-2
               END-IF
           END-IF
           IF BI-COMPANY-TYPE NOT = AI-COMPANY-TYPE
               SET WS-FIELD-CHANGED TO TRUE
               IF BI-COMPANY-TYPE = SPACES
                   SET WS-RESTORE-BLOCKED TO TRUE
               ELSE
                   MOVE BI-COMPANY-TYPE TO BT-COMPANY-TYPE
               END-IF
           END-IF
           IF BI-CURRENCY-CD NOT = AI-CURRENCY-CD
               SET WS-FIELD-CHANGED TO TRUE
               IF BI-CURRENCY-CD = SPACES
                   SET WS-RESTORE-BLOCKED TO TRUE
               ELSE
                   MOVE BI-CURRENCY-CD TO BT-CURRENCY-CD
               END-IF
           END-IF
           PERFORM 2300-CHANGE-BACK-CODES THRU 2300-EXIT
           .
       2200-EXIT.
           EXIT.

       2300-CHANGE-BACK-CODES.
           IF BI-EFFECTIVE-DATE NOT = AI-EFFECTIVE-DATE
               SET WS-FIELD-CHANGED TO TRUE
               IF BI-EFFECTIVE-DATE NOT NUMERIC
                       OR BI-EFFECTIVE-DATE = ZERO
                   SET WS-RESTORE-BLOCKED TO TRUE
               ELSE
                   MOVE BI-EFFECTIVE-DATE TO BT-EFFECTIVE-DATE
               END-IF
           END-IF
           IF BI-EXPIRY-DATE NOT = AI-EXPIRY-DATE
               SET WS-FIELD-CHANGED TO TRUE
               IF BI-EXPIRY-DATE NOT NUMERIC
                       OR BI-EXPIRY-DATE = ZERO
                   SET WS-RESTORE-BLOCKED TO TRUE
               ELSE
                   MOVE BI-EXPIRY-DATE TO BT-EXPIRY-DATE
               END-IF
           END-IF
           IF BI-PARENT-CODE NOT = AI-PARENT-CODE
               SET WS-FIELD-CHANGED TO TRUE
               IF BI-PARENT-CODE NUMERIC
                   MOVE BI-PARENT-CODE TO BT-PARENT-CODE
               ELSE
                   MOVE ZERO           TO BT-PARENT-CODE
               END-IF
           END-IF
           .
       2300-EXIT.
           EXIT.

       2400-FLAG-REVIEW.
           ADD 1 TO WS-REVIEW-COUNT
           MOVE 'REVIEW' TO DL-DISPOSAL
           PERFORM 2500-PRINT-DETAIL THRU 2500-EXIT
           .
       2400-EXIT.
           EXIT.

       2500-PRINT-DETAIL.
           DISPLAY WS-DETAIL-LINE
           MOVE SPACES         TO BACK-REPORT-LINE
           MOVE WS-DETAIL-LINE TO BACK-REPORT-LINE
           WRITE BACK-REPORT-LINE
           .
       2500-EXIT.
           EXIT.

       3000-PRINT-TOTALS.
           DISPLAY 'COMPANY MAINTENANCE BACKOUT RUN COMPLETE'
           DISPLAY 'HISTORY RECORDS READ     : ' WS-HIST-READ-COUNT
           DISPLAY 'RECORDS FOR THE RUN      : ' WS-RUN-FOUND-COUNT
           DISPLAY 'LATER-RUN RECORDS READ   : ' WS-LATER-READ-COUNT
           DISPLAY 'REVERSING CARDS WRITTEN  : ' WS-CARD-COUNT
           DISPLAY 'NOTHING TO REVERSE       : ' WS-NOCHANGE-COUNT
           DISPLAY 'FLAGGED FOR REVIEW       : ' WS-REVIEW-COUNT
           MOVE SPACES TO BACK-REPORT-LINE
           WRITE BACK-REPORT-LINE
           MOVE WS-HIST-READ-COUNT TO TL1-READ-COUNT
           WRITE BACK-REPORT-LINE FROM WS-TRAILER-LINE-1
           MOVE WS-RUN-FOUND-COUNT TO TL2-FOUND-COUNT
           WRITE BACK-REPORT-LINE FROM WS-TRAILER-LINE-2
           MOVE WS-CARD-COUNT TO TL3-CARD-COUNT
           WRITE BACK-REPORT-LINE FROM WS-TRAILER-LINE-3
           MOVE WS-NOCHANGE-COUNT TO TL4-NOCHANGE-COUNT
           WRITE BACK-REPORT-LINE FROM WS-TRAILER-LINE-4
           MOVE WS-REVIEW-COUNT TO TL5-REVIEW-COUNT
           WRITE BACK-REPORT-LINE FROM WS-TRAILER-LINE-5
           .
       3000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE BACK-PARM
           CLOSE MAINT-HISTORY
           CLOSE BACK-TRANS
           CLOSE BACK-REPORT
           .
       9000-EXIT.
           EXIT.

      ******************************************************************
      *    9999-ABEND - AN INPUT OR OUTPUT FILE FAILED TO OPEN.  THE   *
      *    FILE NAME AND ITS FILE STATUS ARE DISPLAYED SO THE FAILURE  *
      *    CAN BE DIAGNOSED FROM THE JOB LOG                           *
      ******************************************************************
       9999-ABEND.
           DISPLAY 'PLAYBACK - UNABLE TO OPEN ' WS-ABEND-FILE-ID
                   ' - FILE STATUS = ' WS-ABEND-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9999-EXIT.
           EXIT.
