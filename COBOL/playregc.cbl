      ******************************************************************
      *        PROGRAM NAME            : PLAYREGC                      *
      *        DESCRIPTION             : COMPANY REGISTRY SNAPSHOT     *
      *                                  COMPARE - MATCHES THE WEEKLY  *
      *                                  GROUP ONBOARDING SNAPSHOT     *
      *                                  AGAINST THE COMPANY MASTER    *
      *                                  FIELD BY FIELD AND BUILDS     *
      *                                  THE ADD/CHANGE/RETIRE CARD    *
      *                                  DECK FOR THE PLAYPEND/        *
      *                                  PLAYEDIT/PLAYMNT CHAIN, WITH  *
      *                                  A DISCREPANCY REPORT          *
      *        CREDITS                 : EDUCATORS AND TRAINERS        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PLAYREGC.
       AUTHOR.         R S MEHTA.
       INSTALLATION.   BATCH SYSTEMS.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.  2026-10-15.
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
      *    2026-10-15  RSM  INITIAL VERSION - COMPANY PROFILES WERE    *
      *                     KEYED BY HAND ALTHOUGH THE GROUP           *
      *                     ONBOARDING SYSTEM ALREADY HOLDS THE        *
      *                     AUTHORITATIVE NAMES, ADDRESSES AND TYPES.  *
      *                     ITS WEEKLY FULL SNAPSHOT (REGSREC) AND     *
      *                     THE MASTER ARE BOTH BALANCED AND LOADED    *
      *                     BEFORE ANY CARD IS WRITTEN, THEN MERGED IN *
      *                     COMPANY CODE ORDER:                        *
      *                       ON THE SNAPSHOT ONLY - ADD CARD          *
      *                       ON THE MASTER ONLY, ACTIVE - RETIRE      *
      *                         (DELETE) CARD                          *
      *                       ON BOTH - ONE CHANGE CARD CARRYING ONLY  *
      *                         THE PROFILE FIELDS THAT DIFFER         *
      *                     EVERY DIFFERENCE IS LISTED WITH THE LOCAL  *
      *                     AND REGISTRY VALUES SIDE BY SIDE.  HOLD    *
      *                     CARDS ON REGPARM NAME THE FIELD TYPES WE   *
      *                     OWN LOCALLY - THEIR DIFFERENCES ARE        *
      *                     REPORTED BUT NEVER CARDED, AND A HOLD ON   *
      *                     STATUS STOPS THE FEED ADDING OR RETIRING   *
      *                     COMPANIES.  A CHANGE CARD CANNOT BLANK A   *
      *                     FIELD (SEE COMPTRN), SO A REGISTRY VALUE   *
      *                     THAT IS BLANK WHERE OURS IS NOT IS LISTED  *
      *                     FOR REVIEW, AS IS A MALFORMED REGISTRY     *
      *                     VALUE AND A COMPANY RETIRED HERE BUT STILL *
      *                     ON THE REGISTRY.  THE AUTH CARD'S KEYER    *
      *                     AND APPROVER IDS GO ON EVERY CARD.  RC=4   *
      *                     WHEN ANYTHING IS LISTED FOR REVIEW         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-PARM            ASSIGN TO REGPARM
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-PM-FILE-STATUS.

           SELECT REG-SNAPSHOT        ASSIGN TO REGSNAP
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-RS-FILE-STATUS.

           SELECT COMPANY-MASTER      ASSIGN TO COMPMAST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS CM-COMPANY-CODE
                   FILE STATUS  IS WS-CM-FILE-STATUS.

           SELECT REG-TRANS           ASSIGN TO REGTRN
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-FT-FILE-STATUS.

           SELECT REG-REPORT          ASSIGN TO REGRPT
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-RP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *    THE REGPARM CARDS - COLUMNS 1-6 THE CARD TYPE.  ONE AUTH    *
      *    CARD WITH THE KEYER ID IN 8-15 AND THE APPROVER ID IN       *
      *    17-24, AND ANY NUMBER OF HOLD CARDS EACH NAMING ONE FIELD   *
      *    TYPE IN 8-17 (SEE WS-FIELD-TABLE FOR THE NAMES)             *
      ******************************************************************
       FD  REG-PARM
           RECORDING MODE IS F.
       01  REG-PARM-RECORD.
           05  PM-CARD-TYPE            PIC X(06).
               88  PM-AUTH-CARD         VALUE 'AUTH'.
               88  PM-HOLD-CARD         VALUE 'HOLD'.
           05  FILLER                  PIC X(01).
           05  PM-KEYER-ID             PIC X(08).
           05  FILLER                  PIC X(01).
           05  PM-APPROVER-ID          PIC X(08).
           05  FILLER                  PIC X(56).
       01  REG-HOLD-RECORD.
           05  FILLER                  PIC X(07).
           05  PM-HOLD-FIELD           PIC X(10).
           05  FILLER                  PIC X(63).

       FD  REG-SNAPSHOT
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
           COPY REGSREC.
           COPY CTLREC REPLACING
                   ==CONTROL-RECORD==    BY ==SNAPSHOT-CONTROL-RECORD==,
                   LEADING ==CTL-==      BY ==SC-==,
                   ==X(01)==        BY ==X(106)==.

       FD  COMPANY-MASTER
           RECORD CONTAINS 150 CHARACTERS.
           COPY COMPREC.
           COPY CTLREC REPLACING
                   ==CONTROL-RECORD==    BY ==MASTER-CONTROL-RECORD==,
                   LEADING ==CTL-==      BY ==MC-==,
                   ==X(01)==        BY ==X(106)==.

       FD  REG-TRANS
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
           COPY COMPTRN REPLACING
                   ==COMPANY-TRANS-RECORD== BY ==REG-TRANS-RECORD==,
                   LEADING ==CT-==          BY ==FT-==.
           COPY CTLREC REPLACING
                   ==CONTROL-RECORD==       BY ==REG-CONTROL-RECORD==,
                   LEADING ==CTL-==         BY ==TC-==,
                   ==X(01)==        BY ==X(106)==.

       FD  REG-REPORT
           RECORDING MODE IS F.
       01  REG-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PM-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-RS-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-CM-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-FT-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-RP-FILE-STATUS       PIC XX VALUE '00'.

       01  WS-PM-EOF-STA               PIC X VALUE 'N'.
           88  WS-PM-EOF                VALUE 'Y'.
           88  WS-PM-N-EOF               VALUE 'N'.

       01  WS-RS-EOF-STA               PIC X VALUE 'N'.
           88  WS-RS-EOF                VALUE 'Y'.
           88  WS-RS-N-EOF               VALUE 'N'.

       01  WS-CM-EOF-STA               PIC X VALUE 'N'.
           88  WS-CM-EOF                VALUE 'Y'.
           88  WS-CM-N-EOF               VALUE 'N'.

       01  WS-ABEND-FILE-ID            PIC X(20) VALUE SPACES.
       01  WS-ABEND-FILE-STATUS        PIC XX    VALUE SPACES.

       01  WS-AUTH-SEEN-SW             PIC X VALUE 'N'.
           88  WS-AUTH-SEEN             VALUE 'Y'.
           88  WS-AUTH-NOT-SEEN         VALUE 'N'.
       01  WS-KEYER-ID                 PIC X(08) VALUE SPACES.
       01  WS-APPROVER-ID              PIC X(08) VALUE SPACES.
       01  WS-PARM-ERROR-MSG           PIC X(40) VALUE SPACES.

       01  WS-TYPE-CHECK               PIC X(02) VALUE SPACES.
           88  WS-TYPE-VALID            VALUE 'CO' 'PS' 'ST' 'NP'.

      ******************************************************************
      *    THE PROFILE FIELD TYPES A HOLD CARD CAN NAME, WITH THEIR    *
      *    HOLD SWITCHES.  THE ENTRY NUMBERS ARE THE FIELD NUMBERS THE *
      *    COMPARE PARAGRAPHS MOVE TO WS-CMP-FIELD-NO:                 *
      *      1 NAME       2 SHORTNAME  3 ADDR1     4 ADDR2             *
      *      5 TYPE       6 CURRENCY   7 EFFDATE   8 EXPDATE           *
      *      9 PARENT    10 STATUS (ADDS AND RETIRES)                  *
      ******************************************************************
       01  WS-FIELD-VALUES.
           05  FILLER                  PIC X(11) VALUE 'NAME      N'.
           05  FILLER                  PIC X(11) VALUE 'SHORTNAME N'.
           05  FILLER                  PIC X(11) VALUE 'ADDR1     N'.
           05  FILLER                  PIC X(11) VALUE 'ADDR2     N'.
           05  FILLER                  PIC X(11) VALUE 'TYPE      N'.
           05  FILLER                  PIC X(11) VALUE 'CURRENCY  N'.
           05  FILLER                  PIC X(11) VALUE 'EFFDATE   N'.
           05  FILLER                  PIC X(11) VALUE 'EXPDATE   N'.
           05  FILLER                  PIC X(11) VALUE 'PARENT    N'.
           05  FILLER                  PIC X(11) VALUE 'STATUS    N'.
       01  WS-FIELD-TABLE REDEFINES WS-FIELD-VALUES.
           05  WS-FN-ENTRY OCCURS 10 TIMES
                       INDEXED BY WS-FN-NDX.
               10  WS-FN-NAME          PIC X(10).
               10  WS-FN-HOLD-SW       PIC X(01).
       01  WS-HOLD-COUNT               PIC 9(02) VALUE ZERO.

      ******************************************************************
      *    THE WHOLE MASTER AND THE WHOLE SNAPSHOT, EACH IN COMPANY    *
      *    CODE ORDER.  BOTH ARE BALANCED BEFORE THE FIRST CARD IS     *
      *    WRITTEN, SO A SHORT OR DAMAGED FILE NEVER YIELDS A DECK     *
      ******************************************************************
       01  WS-MS-TABLE.
           05  WS-MS-COUNT             PIC 9(03) VALUE ZERO.
           05  WS-MS-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-MS-COUNT.
               10  WS-MS-CODE          PIC 9(06).
               10  WS-MS-IMAGE         PIC X(150).

       01  WS-RG-TABLE.
           05  WS-RG-COUNT             PIC 9(03) VALUE ZERO.
           05  WS-RG-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-RG-COUNT.
               10  WS-RG-CODE          PIC 9(06).
               10  WS-RG-IMAGE         PIC X(150).

       01  WS-MS-SUB                   PIC 9(03) VALUE ZERO.
       01  WS-RG-SUB                   PIC 9(03) VALUE ZERO.
       01  WS-MS-KEY                   PIC 9(06) VALUE ZERO.
       01  WS-RG-KEY                   PIC 9(06) VALUE ZERO.
       01  WS-PREV-RG-CODE             PIC 9(06) VALUE ZERO.
       01  WS-SUB                      PIC 9(02) VALUE ZERO.

      ******************************************************************
      *    THE COMPANY IN HAND - THE MASTER SIDE AND THE REGISTRY SIDE *
      ******************************************************************
           COPY COMPREC REPLACING
                   ==COMPANY-RECORD==    BY ==MASTER-IMAGE-RECORD==,
                   LEADING ==CM-==       BY ==MI-==.
           COPY REGSREC REPLACING
                   ==REGISTRY-RECORD==   BY ==REGISTRY-IMAGE-RECORD==,
                   LEADING ==RG-==       BY ==RI-==.

      ******************************************************************
      *    ONE FIELD COMPARE.  THE CALLER MOVES BOTH VALUES, THE FIELD *
      *    NUMBER AND WHETHER THE REGISTRY VALUE IS USABLE; 2600 SAYS  *
      *    WHETHER IT GOES ON THE CARD                                 *
      ******************************************************************
       01  WS-CMP-FIELD-NO             PIC 9(02) VALUE ZERO.
       01  WS-CMP-LOCAL                PIC X(30) VALUE SPACES.
       01  WS-CMP-REGISTRY             PIC X(30) VALUE SPACES.
       01  WS-CMP-EDIT-SW              PIC X VALUE 'G'.
           88  WS-CMP-GOOD              VALUE 'G'.
           88  WS-CMP-EMPTY             VALUE 'E'.
           88  WS-CMP-BAD               VALUE 'X'.
       01  WS-CMP-CARD-SW              PIC X VALUE 'N'.
           88  WS-CMP-CARD-IT           VALUE 'Y'.
           88  WS-CMP-NO-CARD           VALUE 'N'.

       01  WS-CARD-SW                  PIC X VALUE 'N'.
           88  WS-CARD-NEEDED           VALUE 'Y'.
           88  WS-NO-CARD-NEEDED        VALUE 'N'.
       01  WS-BAD-FEED-SW              PIC X VALUE 'N'.
           88  WS-BAD-FEED              VALUE 'Y'.
           88  WS-GOOD-FEED             VALUE 'N'.

      ******************************************************************
      *    THE DIFFERENCES FOUND FOR THE COMPANY IN HAND, HELD UNTIL   *
      *    THE COMPANY IS DONE SO EACH LINE CAN SHOW WHETHER A CARD    *
      *    WAS WRITTEN                                                 *
      ******************************************************************
       01  WS-DF-TABLE.
           05  WS-DF-COUNT             PIC 9(02) VALUE ZERO.
           05  WS-DF-ENTRY OCCURS 10 TIMES.
               10  WS-DF-FIELD         PIC X(10).
               10  WS-DF-LOCAL         PIC X(30).
               10  WS-DF-REGISTRY      PIC X(30).
               10  WS-DF-DISPOSAL      PIC X(22).

       01  WS-MS-READ-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-RG-READ-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-INSTEP-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-ADD-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-CHANGE-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-RETIRE-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-DIFF-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-HELD-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-REVIEW-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-CARD-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-FT-HASH-TOTAL            PIC 9(10) VALUE ZERO.

      ******************************************************************
      *    BATCH BALANCING FIELDS - USED FOR THE MASTER AND THEN,      *
      *    RESET, FOR THE SNAPSHOT.  WS-CTL-FILE-ID NAMES THE FILE     *
      *    BEING BALANCED FOR THE ABEND MESSAGE                        *
      ******************************************************************
       01  WS-HDR-SEEN-SW              PIC X VALUE 'N'.
           88  WS-HDR-SEEN              VALUE 'Y'.
           88  WS-HDR-NOT-SEEN          VALUE 'N'.
       01  WS-TRL-SEEN-SW              PIC X VALUE 'N'.
           88  WS-TRL-SEEN              VALUE 'Y'.
           88  WS-TRL-NOT-SEEN          VALUE 'N'.
       01  WS-CTL-FILE-ID              PIC X(14) VALUE SPACES.
       01  WS-CTL-EXP-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-CTL-EXP-HASH             PIC 9(10) VALUE ZERO.
       01  WS-CTL-ACT-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-CTL-ACT-HASH             PIC 9(10) VALUE ZERO.
       01  WS-CTL-ABEND-MSG            PIC X(40) VALUE SPACES.

       01  WS-HEADING-LINE-1.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(45)
                   VALUE 'COMPANY REGISTRY SNAPSHOT COMPARE'.

       01  WS-APPROVAL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(17)
                   VALUE 'CARDS KEYED BY   '.
           05  AP-KEYER-ID             PIC X(08).
           05  FILLER                  PIC X(15)
                   VALUE '  APPROVED BY  '.
           05  AP-APPROVER-ID          PIC X(08).
           05  FILLER                  PIC X(79) VALUE SPACES.

       01  WS-HOLD-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(17)
                   VALUE 'LOCALLY OWNED    '.
           05  HL-FIELD OCCURS 10 TIMES PIC X(10).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'CODE'.
           05  FILLER                  PIC X(08) VALUE 'CARD'.
           05  FILLER                  PIC X(12) VALUE 'FIELD'.
           05  FILLER                  PIC X(32) VALUE 'LOCAL VALUE'.
           05  FILLER                  PIC X(32) VALUE 'REGISTRY VALUE'.
           05  FILLER                  PIC X(22) VALUE 'DISPOSAL'.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  DL-COMPANY-CODE         PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-CARD                 PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-FIELD                PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-LOCAL                PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-REGISTRY             PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-DISPOSAL             PIC X(22).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'REGISTRY RECORDS READ   : '.
           05  TL1-COUNT               PIC ZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'MASTER RECORDS READ     : '.
           05  TL2-COUNT               PIC ZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-3.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'COMPANIES IN STEP       : '.
           05  TL3-COUNT               PIC ZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-4.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'ADD CARDS GENERATED     : '.
           05  TL4-COUNT               PIC ZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-5.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'CHANGE CARDS GENERATED  : '.
           05  TL5-COUNT               PIC ZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-6.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'RETIRE CARDS GENERATED  : '.
           05  TL6-COUNT               PIC ZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-7.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'FIELD DIFFERENCES       : '.
           05  TL7-COUNT               PIC ZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-8.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'HELD - LOCALLY OWNED    : '.
           05  TL8-COUNT               PIC ZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'LISTED FOR REVIEW       : '.
           05  TL9-COUNT               PIC ZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      *    0000-MAINLINE - NOTHING IS WRITTEN TO THE DECK UNTIL THE    *
      *    PARAMETER CARDS HAVE PASSED THEIR EDITS AND BOTH THE MASTER *
      *    AND THE SNAPSHOT HAVE BALANCED.  RC 4 WHEN ANYTHING WAS     *
      *    LISTED FOR REVIEW, SO THE REPORT IS LOOKED AT BEFORE THE    *
      *    DECK IS FED TO MAINTENANCE                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-READ-PARM THRU 1100-EXIT
                   UNTIL WS-PM-EOF
           PERFORM 1200-EDIT-PARMS THRU 1200-EXIT
           MOVE 'COMPANY-MASTER' TO WS-CTL-FILE-ID
           PERFORM 1300-LOAD-MASTER THRU 1300-EXIT
                   UNTIL WS-CM-EOF
           MOVE 'REG-SNAPSHOT'   TO WS-CTL-FILE-ID
           MOVE 'N'  TO WS-HDR-SEEN-SW
           MOVE 'N'  TO WS-TRL-SEEN-SW
           MOVE ZERO TO WS-CTL-ACT-COUNT
           MOVE ZERO TO WS-CTL-ACT-HASH
           PERFORM 1500-LOAD-SNAPSHOT THRU 1500-EXIT
                   UNTIL WS-RS-EOF
           PERFORM 1800-PRINT-HEADINGS THRU 1800-EXIT
           PERFORM 2000-WRITE-DECK THRU 2000-EXIT
           PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           IF WS-REVIEW-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       1000-INITIALIZE.
           OPEN INPUT  REG-PARM
           IF WS-PM-FILE-STATUS NOT = '00'
               MOVE 'REG-PARM'           TO WS-ABEND-FILE-ID
               MOVE WS-PM-FILE-STATUS    TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           OPEN INPUT  REG-SNAPSHOT
           IF WS-RS-FILE-STATUS NOT = '00'
               MOVE 'REG-SNAPSHOT'       TO WS-ABEND-FILE-ID
               MOVE WS-RS-FILE-STATUS    TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           OPEN INPUT  COMPANY-MASTER
           IF WS-CM-FILE-STATUS NOT = '00'
               MOVE 'COMPANY-MASTER'     TO WS-ABEND-FILE-ID
               MOVE WS-CM-FILE-STATUS    TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           OPEN OUTPUT REG-TRANS
           IF WS-FT-FILE-STATUS NOT = '00'
               MOVE 'REG-TRANS'          TO WS-ABEND-FILE-ID
               MOVE WS-FT-FILE-STATUS    TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           OPEN OUTPUT REG-REPORT
           IF WS-RP-FILE-STATUS NOT = '00'
               MOVE 'REG-REPORT'         TO WS-ABEND-FILE-ID
               MOVE WS-RP-FILE-STATUS    TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           DISPLAY WS-HEADING-LINE-1
           WRITE REG-REPORT-LINE FROM WS-HEADING-LINE-1
           MOVE SPACES TO REG-REPORT-LINE
           WRITE REG-REPORT-LINE
           .
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1100-READ-PARM - EXACTLY ONE AUTH CARD AND ANY NUMBER OF    *
      *    HOLD CARDS, IN ANY ORDER.  ANYTHING ELSE STOPS THE RUN      *
      ******************************************************************
       1100-READ-PARM.
           READ REG-PARM
               AT END
                   SET WS-PM-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ
           EVALUATE TRUE
               WHEN PM-AUTH-CARD AND WS-AUTH-SEEN
                   MOVE 'MORE THAN ONE AUTH CARD' TO WS-PARM-ERROR-MSG
                   PERFORM 1900-PARM-ERROR THRU 1900-EXIT
               WHEN PM-AUTH-CARD
                   MOVE PM-KEYER-ID    TO WS-KEYER-ID
                   MOVE PM-APPROVER-ID TO WS-APPROVER-ID
                   SET WS-AUTH-SEEN TO TRUE
               WHEN PM-HOLD-CARD
                   PERFORM 1150-POST-HOLD THRU 1150-EXIT
               WHEN OTHER
                   MOVE 'UNKNOWN PARAMETER CARD TYPE'
                           TO WS-PARM-ERROR-MSG
                   PERFORM 1900-PARM-ERROR THRU 1900-EXIT
           END-EVALUATE
           .
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    1150-POST-HOLD - A HOLD CARD MUST NAME A KNOWN FIELD TYPE - *
      *    A MISSPELT NAME WOULD OTHERWISE LET THE FEED OVERWRITE A    *
      *    FIELD WE MEANT TO PROTECT                                   *
      ******************************************************************
       1150-POST-HOLD.
           SET WS-FN-NDX TO 1
           SEARCH WS-FN-ENTRY
               AT END
                   MOVE 'UNKNOWN HOLD FIELD TYPE' TO WS-PARM-ERROR-MSG
                   PERFORM 1900-PARM-ERROR THRU 1900-EXIT
               WHEN WS-FN-NAME(WS-FN-NDX) = PM-HOLD-FIELD
                   IF WS-FN-HOLD-SW(WS-FN-NDX) = 'N'
                       MOVE 'Y' TO WS-FN-HOLD-SW(WS-FN-NDX)
                       ADD 1 TO WS-HOLD-COUNT
                   END-IF
           END-SEARCH
           .
       1150-EXIT.
           EXIT.

       1200-EDIT-PARMS.
           EVALUATE TRUE
               WHEN WS-AUTH-NOT-SEEN
                   MOVE 'NO AUTH CARD' TO WS-PARM-ERROR-MSG
               WHEN WS-KEYER-ID = SPACES
                   MOVE 'AUTH CARD HAS NO KEYER ID' TO WS-PARM-ERROR-MSG
               WHEN WS-APPROVER-ID = SPACES
                   MOVE 'AUTH CARD HAS NO APPROVER ID'
                           TO WS-PARM-ERROR-MSG
               WHEN WS-APPROVER-ID = WS-KEYER-ID
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
      *    1300-LOAD-MASTER - BROWSE THE MASTER IN KEY ORDER INTO THE  *
      *    TABLE, VERIFYING THE CONTROL RECORDS AS EVERY OTHER READER  *
      *    DOES                                                        *
      ******************************************************************
       1300-LOAD-MASTER.
           READ COMPANY-MASTER
               AT END
                   IF WS-TRL-NOT-SEEN
                       MOVE 'NO TRAILER RECORD ON FILE'
                               TO WS-CTL-ABEND-MSG
                       PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
                   END-IF
                   SET WS-CM-EOF TO TRUE
               NOT AT END
                   PERFORM 1310-TABLE-MASTER-RECORD THRU 1310-EXIT
           END-READ
           .
       1300-EXIT.
           EXIT.

       1310-TABLE-MASTER-RECORD.
           EVALUATE TRUE
               WHEN MC-HEADER-REC
                   IF MC-FILE-ID NOT = 'COMPMAST'
                       MOVE 'HEADER FILE ID IS NOT COMPMAST'
                               TO WS-CTL-ABEND-MSG
                       PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
                   END-IF
                   PERFORM 1700-CHECK-HEADER THRU 1700-EXIT
                   GO TO 1310-EXIT
               WHEN MC-TRAILER-REC
                   MOVE MC-RECORD-COUNT TO WS-CTL-EXP-COUNT
                   MOVE MC-HASH-TOTAL   TO WS-CTL-EXP-HASH
                   IF MC-RECORD-COUNT NOT NUMERIC
                           OR MC-HASH-TOTAL NOT NUMERIC
                       MOVE 'TRAILER TOTALS NOT NUMERIC'
                               TO WS-CTL-ABEND-MSG
                       PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
                   END-IF
                   PERFORM 1750-VERIFY-TRAILER THRU 1750-EXIT
                   GO TO 1310-EXIT
           END-EVALUATE
           IF WS-HDR-NOT-SEEN
               MOVE 'DATA RECORD BEFORE HEADER' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           ADD 1 TO WS-MS-READ-COUNT
           ADD 1 TO WS-CTL-ACT-COUNT
           ADD CM-COMPANY-CODE TO WS-CTL-ACT-HASH
           IF WS-MS-COUNT NOT < 500
               DISPLAY 'PLAYREGC - MASTER TABLE FULL AT 500 '
                       'ENTRIES - RAISE THE WS-MS-ENTRY CEILING '
                       'AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF
           ADD 1 TO WS-MS-COUNT
           MOVE CM-COMPANY-CODE   TO WS-MS-CODE(WS-MS-COUNT)
           MOVE COMPANY-RECORD    TO WS-MS-IMAGE(WS-MS-COUNT)
           .
       1310-EXIT.
           EXIT.

      ******************************************************************
      *    1500-LOAD-SNAPSHOT - THE SNAPSHOT IS A SEQUENTIAL FEED, SO  *
      *    ON TOP OF THE CONTROL RECORDS ITS CODES ARE CHECKED TO BE   *
      *    VALID AND STRICTLY ASCENDING - THE MERGE DEPENDS ON IT      *
      ******************************************************************
       1500-LOAD-SNAPSHOT.
           READ REG-SNAPSHOT
               AT END
                   IF WS-TRL-NOT-SEEN
                       MOVE 'NO TRAILER RECORD ON FILE'
                               TO WS-CTL-ABEND-MSG
                       PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
                   END-IF
                   SET WS-RS-EOF TO TRUE
               NOT AT END
                   PERFORM 1510-TABLE-SNAPSHOT-RECORD THRU 1510-EXIT
           END-READ
           .
       1500-EXIT.
           EXIT.

       1510-TABLE-SNAPSHOT-RECORD.
           EVALUATE TRUE
               WHEN SC-HEADER-REC
                   IF SC-FILE-ID NOT = 'REGSNAP'
                       MOVE 'HEADER FILE ID IS NOT REGSNAP'
                               TO WS-CTL-ABEND-MSG
                       PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
                   END-IF
                   PERFORM 1700-CHECK-HEADER THRU 1700-EXIT
                   GO TO 1510-EXIT
               WHEN SC-TRAILER-REC
                   MOVE SC-RECORD-COUNT TO WS-CTL-EXP-COUNT
                   MOVE SC-HASH-TOTAL   TO WS-CTL-EXP-HASH
                   IF SC-RECORD-COUNT NOT NUMERIC
                           OR SC-HASH-TOTAL NOT NUMERIC
                       MOVE 'TRAILER TOTALS NOT NUMERIC'
                               TO WS-CTL-ABEND-MSG
                       PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
                   END-IF
                   PERFORM 1750-VERIFY-TRAILER THRU 1750-EXIT
                   GO TO 1510-EXIT
           END-EVALUATE
           IF WS-HDR-NOT-SEEN
               MOVE 'DATA RECORD BEFORE HEADER' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           IF WS-TRL-SEEN
               MOVE 'DATA RECORD AFTER TRAILER' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           IF RG-COMPANY-CODE NOT NUMERIC
                   OR RG-COMPANY-CODE = ZERO
               MOVE 'INVALID COMPANY CODE ON SNAPSHOT'
                       TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           IF RG-COMPANY-CODE NOT > WS-PREV-RG-CODE
               MOVE 'SNAPSHOT NOT IN COMPANY CODE ORDER'
                       TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           MOVE RG-COMPANY-CODE TO WS-PREV-RG-CODE
           ADD 1 TO WS-RG-READ-COUNT
           ADD 1 TO WS-CTL-ACT-COUNT
           ADD RG-COMPANY-CODE TO WS-CTL-ACT-HASH
           IF WS-RG-COUNT NOT < 500
               DISPLAY 'PLAYREGC - SNAPSHOT TABLE FULL AT 500 '
                       'ENTRIES - RAISE THE WS-RG-ENTRY CEILING '
                       'AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF
           ADD 1 TO WS-RG-COUNT
           MOVE RG-COMPANY-CODE   TO WS-RG-CODE(WS-RG-COUNT)
           MOVE REGISTRY-RECORD   TO WS-RG-IMAGE(WS-RG-COUNT)
           .
       1510-EXIT.
           EXIT.

       1700-CHECK-HEADER.
           IF WS-HDR-SEEN
               MOVE 'DUPLICATE HEADER RECORD' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           SET WS-HDR-SEEN TO TRUE
           .
       1700-EXIT.
           EXIT.

      ******************************************************************
      *    1750-VERIFY-TRAILER - THE CALLER HAS MOVED THE TRAILER'S    *
      *    COUNT AND HASH TO THE EXPECTED FIELDS                       *
      ******************************************************************
       1750-VERIFY-TRAILER.
           IF WS-TRL-SEEN
               MOVE 'DUPLICATE TRAILER RECORD' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           IF WS-CTL-EXP-COUNT NOT = WS-CTL-ACT-COUNT
               MOVE 'RECORD COUNT OUT OF BALANCE' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           IF WS-CTL-EXP-HASH NOT = WS-CTL-ACT-HASH
               MOVE 'HASH TOTAL OUT OF BALANCE' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           SET WS-TRL-SEEN TO TRUE
           .
       1750-EXIT.
           EXIT.

      ******************************************************************
      *    1800-PRINT-HEADINGS - WHO KEYED AND APPROVED THE DECK AND   *
      *    WHICH FIELD TYPES ARE HELD, AT THE TOP OF THE REPORT        *
      ******************************************************************
       1800-PRINT-HEADINGS.
           MOVE WS-KEYER-ID    TO AP-KEYER-ID
           MOVE WS-APPROVER-ID TO AP-APPROVER-ID
           DISPLAY WS-APPROVAL-LINE
           WRITE REG-REPORT-LINE FROM WS-APPROVAL-LINE
           MOVE ZERO TO WS-SUB
           PERFORM 1810-LIST-HOLD THRU 1810-EXIT
                   VARYING WS-FN-NDX FROM 1 BY 1
                   UNTIL WS-FN-NDX > 10
           IF WS-HOLD-COUNT = ZERO
               MOVE 'NONE' TO HL-FIELD(1)
           END-IF
           DISPLAY WS-HOLD-LINE
           WRITE REG-REPORT-LINE FROM WS-HOLD-LINE
           MOVE SPACES TO REG-REPORT-LINE
           WRITE REG-REPORT-LINE
           DISPLAY WS-HEADING-LINE-2
           WRITE REG-REPORT-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO REG-REPORT-LINE
           WRITE REG-REPORT-LINE
           .
       1800-EXIT.
           EXIT.

       1810-LIST-HOLD.
           IF WS-FN-HOLD-SW(WS-FN-NDX) = 'Y'
               ADD 1 TO WS-SUB
               MOVE WS-FN-NAME(WS-FN-NDX) TO HL-FIELD(WS-SUB)
           END-IF
           .
       1810-EXIT.
           EXIT.

      ******************************************************************
      *    1900-PARM-ERROR - THE PARAMETER CARDS ARE UNUSABLE.  THE    *
      *    DECK IS LEFT WITHOUT A HEADER SO PLAYEDIT WILL NOT TAKE IT  *
      ******************************************************************
       1900-PARM-ERROR.
           DISPLAY 'PLAYREGC - PARAMETER ERROR - ' WS-PARM-ERROR-MSG
           MOVE 16 TO RETURN-CODE
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN
           .
       1900-EXIT.
           EXIT.

      ******************************************************************
      *    2000-WRITE-DECK - THE GENERATED CARD DECK: COMPTRAN HEADER  *
      *    CARD, THE CARDS IN COMPANY CODE ORDER AS THE MASTER AND     *
      *    SNAPSHOT TABLES ARE MERGED, THEN THE TRAILER CARD WITH THE  *
      *    COUNT AND CODE HASH.  AN EXHAUSTED TABLE SHOWS THE RESERVED *
      *    CODE 999999, WHICH NO DATA RECORD CAN CARRY                 *
      ******************************************************************
       2000-WRITE-DECK.
           MOVE SPACES     TO REG-TRANS-RECORD
           MOVE '000000'   TO TC-CONTROL-KEY
           MOVE 'COMPTRAN' TO TC-FILE-ID
           MOVE ZERO       TO TC-RECORD-COUNT
           MOVE ZERO       TO TC-HASH-TOTAL
           MOVE ZERO       TO TC-AMOUNT-TOTAL
           WRITE REG-CONTROL-RECORD
           MOVE 1 TO WS-MS-SUB
           MOVE 1 TO WS-RG-SUB
           PERFORM 2100-MERGE-NEXT THRU 2100-EXIT
                   UNTIL WS-MS-SUB > WS-MS-COUNT
                   AND WS-RG-SUB > WS-RG-COUNT
           MOVE SPACES        TO REG-TRANS-RECORD
           MOVE '999999'      TO TC-CONTROL-KEY
           MOVE 'COMPTRAN'    TO TC-FILE-ID
           MOVE WS-CARD-COUNT TO TC-RECORD-COUNT
           MOVE WS-FT-HASH-TOTAL TO TC-HASH-TOTAL
           MOVE ZERO          TO TC-AMOUNT-TOTAL
           WRITE REG-CONTROL-RECORD
           .
       2000-EXIT.
           EXIT.

       2100-MERGE-NEXT.
           IF WS-MS-SUB > WS-MS-COUNT
               MOVE 999999 TO WS-MS-KEY
           ELSE
               MOVE WS-MS-CODE(WS-MS-SUB) TO WS-MS-KEY
           END-IF
           IF WS-RG-SUB > WS-RG-COUNT
               MOVE 999999 TO WS-RG-KEY
           ELSE
               MOVE WS-RG-CODE(WS-RG-SUB) TO WS-RG-KEY
           END-IF
           MOVE ZERO TO WS-DF-COUNT
           MOVE SPACES TO DL-CARD
           EVALUATE TRUE
               WHEN WS-MS-KEY < WS-RG-KEY
                   MOVE WS-MS-IMAGE(WS-MS-SUB) TO MASTER-IMAGE-RECORD
                   PERFORM 2200-MASTER-ONLY THRU 2200-EXIT
                   ADD 1 TO WS-MS-SUB
               WHEN WS-RG-KEY < WS-MS-KEY
                   MOVE WS-RG-IMAGE(WS-RG-SUB) TO REGISTRY-IMAGE-RECORD
                   PERFORM 2300-REGISTRY-ONLY THRU 2300-EXIT
                   ADD 1 TO WS-RG-SUB
               WHEN OTHER
                   MOVE WS-MS-IMAGE(WS-MS-SUB) TO MASTER-IMAGE-RECORD
                   MOVE WS-RG-IMAGE(WS-RG-SUB) TO REGISTRY-IMAGE-RECORD
                   PERFORM 2400-COMPARE-COMPANY THRU 2400-EXIT
                   ADD 1 TO WS-MS-SUB
                   ADD 1 TO WS-RG-SUB
           END-EVALUATE
           .
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    2200-MASTER-ONLY - THE COMPANY HAS LEFT THE REGISTRY.  AN   *
      *    ACTIVE COMPANY GETS A RETIRE (DELETE) CARD UNLESS STATUS    *
      *    IS HELD; ONE ALREADY RETIRED HERE IS IN STEP                *
      ******************************************************************
       2200-MASTER-ONLY.
           IF MI-STAT-RETIRED
               ADD 1 TO WS-INSTEP-COUNT
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-DF-COUNT
           MOVE '(COMPANY)'             TO WS-DF-FIELD(1)
           MOVE MI-COMPANY-NAME         TO WS-DF-LOCAL(1)
           MOVE '*** NOT ON REGISTRY ***' TO WS-DF-REGISTRY(1)
           IF WS-FN-HOLD-SW(10) = 'Y'
               ADD 1 TO WS-HELD-COUNT
               MOVE 'HELD - LOCALLY OWNED' TO WS-DF-DISPOSAL(1)
               MOVE 'NONE' TO DL-CARD
           ELSE
               MOVE SPACES             TO REG-TRANS-RECORD
               MOVE 'D'                TO FT-ACTION-CD
               MOVE MI-COMPANY-CODE    TO FT-COMPANY-CODE
               PERFORM 2800-WRITE-CARD THRU 2800-EXIT
               ADD 1 TO WS-RETIRE-COUNT
               MOVE 'RETIRE CARD'       TO WS-DF-DISPOSAL(1)
               MOVE 'RETIRE' TO DL-CARD
           END-IF
           MOVE MI-COMPANY-CODE TO DL-COMPANY-CODE
           PERFORM 2900-PRINT-DIFFERENCES THRU 2900-EXIT
           .
       2200-EXIT.
           EXIT.

      ******************************************************************
      *    2300-REGISTRY-ONLY - A COMPANY THE MASTER HAS NEVER HELD.   *
      *    THE ADD CARD CARRIES THE WHOLE REGISTRY PROFILE - THERE IS  *
      *    NO LOCAL VALUE YET FOR A HOLD TO PROTECT - UNLESS STATUS IS *
      *    HELD OR A VALUE THE ADD NEEDS IS MISSING OR MALFORMED, IN   *
      *    WHICH CASE EACH BAD VALUE IS LISTED FOR REVIEW AND NO CARD  *
      *    IS WRITTEN                                                  *
      ******************************************************************
       2300-REGISTRY-ONLY.
           MOVE RI-COMPANY-CODE TO DL-COMPANY-CODE
           IF WS-FN-HOLD-SW(10) = 'Y'
               ADD 1 TO WS-HELD-COUNT
               ADD 1 TO WS-DF-COUNT
               MOVE '(COMPANY)'            TO WS-DF-FIELD(1)
               MOVE '*** NOT ON MASTER ***' TO WS-DF-LOCAL(1)
               MOVE RI-COMPANY-NAME        TO WS-DF-REGISTRY(1)
               MOVE 'HELD - LOCALLY OWNED' TO WS-DF-DISPOSAL(1)
               MOVE 'NONE' TO DL-CARD
               PERFORM 2900-PRINT-DIFFERENCES THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF
           PERFORM 2350-NORMALISE-REGISTRY THRU 2350-EXIT
           SET WS-GOOD-FEED TO TRUE
           IF RI-COMPANY-NAME = SPACES
               MOVE 1 TO WS-SUB
               PERFORM 2390-LIST-BAD-VALUE THRU 2390-EXIT
           END-IF
           MOVE RI-COMPANY-TYPE TO WS-TYPE-CHECK
           IF NOT WS-TYPE-VALID
               MOVE 5 TO WS-SUB
               PERFORM 2390-LIST-BAD-VALUE THRU 2390-EXIT
           END-IF
           IF RI-CURRENCY-CD = SPACES
               MOVE 6 TO WS-SUB
               PERFORM 2390-LIST-BAD-VALUE THRU 2390-EXIT
           END-IF
           IF RI-EFFECTIVE-DATE NOT NUMERIC
               MOVE 7 TO WS-SUB
               PERFORM 2390-LIST-BAD-VALUE THRU 2390-EXIT
           END-IF
           IF RI-EXPIRY-DATE NOT NUMERIC
               MOVE 8 TO WS-SUB
               PERFORM 2390-LIST-BAD-VALUE THRU 2390-EXIT
           END-IF
           IF RI-PARENT-CODE NOT NUMERIC
                   OR RI-PARENT-CODE = 999999
                   OR RI-PARENT-CODE = RI-COMPANY-CODE
               MOVE 9 TO WS-SUB
               PERFORM 2390-LIST-BAD-VALUE THRU 2390-EXIT
           END-IF
           IF WS-BAD-FEED
               MOVE 'NONE' TO DL-CARD
               PERFORM 2900-PRINT-DIFFERENCES THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF
           MOVE SPACES               TO REG-TRANS-RECORD
           MOVE 'A'                  TO FT-ACTION-CD
           MOVE RI-COMPANY-CODE      TO FT-COMPANY-CODE
           MOVE RI-COMPANY-NAME      TO FT-COMPANY-NAME
           MOVE RI-SHORT-NAME        TO FT-SHORT-NAME
           MOVE RI-ADDR-LINE-1       TO FT-ADDR-LINE-1
           MOVE RI-ADDR-LINE-2       TO FT-ADDR-LINE-2
           MOVE RI-COMPANY-TYPE      TO FT-COMPANY-TYPE
           MOVE RI-CURRENCY-CD       TO FT-CURRENCY-CD
           MOVE RI-EFFECTIVE-DATE    TO FT-EFFECTIVE-DATE
           MOVE RI-EXPIRY-DATE       TO FT-EXPIRY-DATE
           MOVE RI-PARENT-CODE       TO FT-PARENT-CODE
           PERFORM 2800-WRITE-CARD THRU 2800-EXIT
           ADD 1 TO WS-ADD-COUNT
           ADD 1 TO WS-DF-COUNT
           MOVE '(COMPANY)'            TO WS-DF-FIELD(1)
           MOVE '*** NOT ON MASTER ***' TO WS-DF-LOCAL(1)
           MOVE RI-COMPANY-NAME        TO WS-DF-REGISTRY(1)
           MOVE 'ADD CARD'             TO WS-DF-DISPOSAL(1)
           MOVE 'ADD' TO DL-CARD
           PERFORM 2900-PRINT-DIFFERENCES THRU 2900-EXIT
           .
       2300-EXIT.
           EXIT.

      ******************************************************************
      *    2350-NORMALISE-REGISTRY - A BLANK PARENT ON THE FEED MEANS  *
      *    TOP LEVEL AND A BLANK DATE MEANS NONE, THE SAME AS ZERO ON  *
      *    THE MASTER                                                  *
      ******************************************************************
       2350-NORMALISE-REGISTRY.
           IF RI-PARENT-CODE-X = SPACES
               MOVE ZERO TO RI-PARENT-CODE
           END-IF
           IF RI-EFFECTIVE-DATE-X = SPACES
               MOVE ZERO TO RI-EFFECTIVE-DATE
           END-IF
           IF RI-EXPIRY-DATE-X = SPACES
               MOVE ZERO TO RI-EXPIRY-DATE
           END-IF
           .
       2350-EXIT.
           EXIT.

      ******************************************************************
      *    2390-LIST-BAD-VALUE - ONE UNUSABLE REGISTRY VALUE FOR AN    *
      *    ADD, FIELD NUMBER IN WS-SUB                                 *
      ******************************************************************
       2390-LIST-BAD-VALUE.
           SET WS-BAD-FEED TO TRUE
           ADD 1 TO WS-REVIEW-COUNT
           ADD 1 TO WS-DF-COUNT
           MOVE WS-FN-NAME(WS-SUB) TO WS-DF-FIELD(WS-DF-COUNT)
           MOVE '*** NOT ON MASTER ***' TO WS-DF-LOCAL(WS-DF-COUNT)
           EVALUATE WS-SUB
               WHEN 1
                   MOVE RI-COMPANY-NAME  TO WS-DF-REGISTRY(WS-DF-COUNT)
               WHEN 5
                   MOVE RI-COMPANY-TYPE  TO WS-DF-REGISTRY(WS-DF-COUNT)
               WHEN 6
                   MOVE RI-CURRENCY-CD   TO WS-DF-REGISTRY(WS-DF-COUNT)
               WHEN 7
                   MOVE RI-EFFECTIVE-DATE-X
                                         TO WS-DF-REGISTRY(WS-DF-COUNT)
               WHEN 8
                   MOVE RI-EXPIRY-DATE-X TO WS-DF-REGISTRY(WS-DF-COUNT)
               WHEN 9
                   MOVE RI-PARENT-CODE-X TO WS-DF-REGISTRY(WS-DF-COUNT)
           END-EVALUATE
           MOVE 'BAD REGISTRY VALUE' TO WS-DF-DISPOSAL(WS-DF-COUNT)
           .
       2390-EXIT.
           EXIT.

      ******************************************************************
      *    2400-COMPARE-COMPANY - ON BOTH FILES.  A COMPANY RETIRED    *
      *    HERE BUT STILL ON THE REGISTRY IS LISTED FOR REVIEW - A     *
      *    REINSTATEMENT IS NOT THE FEED'S TO MAKE.  OTHERWISE EACH    *
      *    PROFILE FIELD IS COMPARED AND ONE CHANGE CARD CARRIES EVERY *
      *    DIFFERENCE THAT MAY BE CARDED                               *
      ******************************************************************
       2400-COMPARE-COMPANY.
           MOVE MI-COMPANY-CODE TO DL-COMPANY-CODE
           IF MI-STAT-RETIRED
               ADD 1 TO WS-REVIEW-COUNT
               ADD 1 TO WS-DF-COUNT
               MOVE '(COMPANY)'         TO WS-DF-FIELD(1)
               MOVE '*** RETIRED ***'   TO WS-DF-LOCAL(1)
               MOVE RI-COMPANY-NAME     TO WS-DF-REGISTRY(1)
               MOVE 'RETIRED - REVIEW'  TO WS-DF-DISPOSAL(1)
               MOVE 'NONE' TO DL-CARD
               PERFORM 2900-PRINT-DIFFERENCES THRU 2900-EXIT
               GO TO 2400-EXIT
           END-IF
           PERFORM 2350-NORMALISE-REGISTRY THRU 2350-EXIT
           SET WS-NO-CARD-NEEDED TO TRUE
           MOVE SPACES             TO REG-TRANS-RECORD
           MOVE 'C'                TO FT-ACTION-CD
           MOVE MI-COMPANY-CODE    TO FT-COMPANY-CODE
           PERFORM 2410-COMPARE-NAMES THRU 2410-EXIT
           PERFORM 2420-COMPARE-CODES THRU 2420-EXIT
           PERFORM 2430-COMPARE-DATES THRU 2430-EXIT
           PERFORM 2440-COMPARE-PARENT THRU 2440-EXIT
           IF WS-DF-COUNT = ZERO
               ADD 1 TO WS-INSTEP-COUNT
               GO TO 2400-EXIT
           END-IF
           IF WS-CARD-NEEDED
               PERFORM 2800-WRITE-CARD THRU 2800-EXIT
               ADD 1 TO WS-CHANGE-COUNT
               MOVE 'CHANGE' TO DL-CARD
           ELSE
               MOVE 'NONE'   TO DL-CARD
           END-IF
           PERFORM 2900-PRINT-DIFFERENCES THRU 2900-EXIT
           .
       2400-EXIT.
           EXIT.

       2410-COMPARE-NAMES.
           MOVE 1                  TO WS-CMP-FIELD-NO
           MOVE MI-COMPANY-NAME    TO WS-CMP-LOCAL
           MOVE RI-COMPANY-NAME    TO WS-CMP-REGISTRY
           PERFORM 2510-EDIT-TEXT THRU 2510-EXIT
           IF WS-CMP-CARD-IT
               MOVE RI-COMPANY-NAME TO FT-COMPANY-NAME
           END-IF
           MOVE 2                  TO WS-CMP-FIELD-NO
           MOVE MI-SHORT-NAME      TO WS-CMP-LOCAL
           MOVE RI-SHORT-NAME      TO WS-CMP-REGISTRY
           PERFORM 2510-EDIT-TEXT THRU 2510-EXIT
           IF WS-CMP-CARD-IT
               MOVE RI-SHORT-NAME   TO FT-SHORT-NAME
           END-IF
           MOVE 3                  TO WS-CMP-FIELD-NO
           MOVE MI-ADDR-LINE-1     TO WS-CMP-LOCAL
           MOVE RI-ADDR-LINE-1     TO WS-CMP-REGISTRY
           PERFORM 2510-EDIT-TEXT THRU 2510-EXIT
           IF WS-CMP-CARD-IT
               MOVE RI-ADDR-LINE-1  TO FT-ADDR-LINE-1
           END-IF
           MOVE 4                  TO WS-CMP-FIELD-NO
           MOVE MI-ADDR-LINE-2     TO WS-CMP-LOCAL
           MOVE RI-ADDR-LINE-2     TO WS-CMP-REGISTRY
           PERFORM 2510-EDIT-TEXT THRU 2510-EXIT
           IF WS-CMP-CARD-IT
               MOVE RI-ADDR-LINE-2  TO FT-ADDR-LINE-2
           END-IF
           .
       2410-EXIT.
           EXIT.

      ******************************************************************
      *    2420-COMPARE-CODES - THE TYPE MUST BE ONE WE KNOW.  THE     *
      *    CURRENCY IS CHECKED AGAINST CURRMAST BY PLAYEDIT AS ON ANY  *
      *    KEYED CARD                                                  *
      ******************************************************************
       2420-COMPARE-CODES.
           MOVE 5                  TO WS-CMP-FIELD-NO
           MOVE MI-COMPANY-TYPE    TO WS-CMP-LOCAL
           MOVE RI-COMPANY-TYPE    TO WS-CMP-REGISTRY
           PERFORM 2510-EDIT-TEXT THRU 2510-EXIT
           MOVE RI-COMPANY-TYPE    TO WS-TYPE-CHECK
           IF WS-CMP-GOOD AND NOT WS-TYPE-VALID
               SET WS-CMP-BAD TO TRUE
           END-IF
           PERFORM 2600-TEST-FIELD THRU 2600-EXIT
           IF WS-CMP-CARD-IT
               MOVE RI-COMPANY-TYPE TO FT-COMPANY-TYPE
           END-IF
           MOVE 6                  TO WS-CMP-FIELD-NO
           MOVE MI-CURRENCY-CD     TO WS-CMP-LOCAL
           MOVE RI-CURRENCY-CD     TO WS-CMP-REGISTRY
           PERFORM 2510-EDIT-TEXT THRU 2510-EXIT
           IF WS-CMP-CARD-IT
               MOVE RI-CURRENCY-CD  TO FT-CURRENCY-CD
           END-IF
           .
       2420-EXIT.
           EXIT.

      ******************************************************************
      *    2430-COMPARE-DATES - ZERO ON A CHANGE CARD MEANS LEAVE THE  *
      *    DATE ALONE, SO A REGISTRY DATE OF ZERO CANNOT BE CARDED     *
      ******************************************************************
       2430-COMPARE-DATES.
           MOVE 7                  TO WS-CMP-FIELD-NO
           MOVE MI-EFFECTIVE-DATE  TO WS-CMP-LOCAL
           MOVE RI-EFFECTIVE-DATE-X TO WS-CMP-REGISTRY
           EVALUATE TRUE
               WHEN RI-EFFECTIVE-DATE NOT NUMERIC
                   SET WS-CMP-BAD TO TRUE
               WHEN RI-EFFECTIVE-DATE = ZERO
                   SET WS-CMP-EMPTY TO TRUE
               WHEN OTHER
                   SET WS-CMP-GOOD TO TRUE
           END-EVALUATE
           PERFORM 2600-TEST-FIELD THRU 2600-EXIT
           IF WS-CMP-CARD-IT
               MOVE RI-EFFECTIVE-DATE TO FT-EFFECTIVE-DATE
           END-IF
           MOVE 8                  TO WS-CMP-FIELD-NO
           MOVE MI-EXPIRY-DATE     TO WS-CMP-LOCAL
           MOVE RI-EXPIRY-DATE-X   TO WS-CMP-REGISTRY
           EVALUATE TRUE
               WHEN RI-EXPIRY-DATE NOT NUMERIC
                   SET WS-CMP-BAD TO TRUE
               WHEN RI-EXPIRY-DATE = ZERO
                   SET WS-CMP-EMPTY TO TRUE
               WHEN OTHER
                   SET WS-CMP-GOOD TO TRUE
           END-EVALUATE
           PERFORM 2600-TEST-FIELD THRU 2600-EXIT
           IF WS-CMP-CARD-IT
               MOVE RI-EXPIRY-DATE  TO FT-EXPIRY-DATE
           END-IF
           .
       2430-EXIT.
           EXIT.

      ******************************************************************
      *    2440-COMPARE-PARENT - 000000 ON A CHANGE CARD REMOVES THE   *
      *    PARENT, SO A TOP-LEVEL REGISTRY COMPANY CAN BE CARDED.      *
      *    WHETHER THE PARENT EXISTS AND IS ACTIVE IS LEFT TO PLAYMNT  *
      ******************************************************************
       2440-COMPARE-PARENT.
           MOVE 9                  TO WS-CMP-FIELD-NO
           MOVE MI-PARENT-CODE     TO WS-CMP-LOCAL
           MOVE RI-PARENT-CODE-X   TO WS-CMP-REGISTRY
           IF RI-PARENT-CODE NOT NUMERIC
                   OR RI-PARENT-CODE = 999999
                   OR RI-PARENT-CODE = RI-COMPANY-CODE
               SET WS-CMP-BAD TO TRUE
           ELSE
               SET WS-CMP-GOOD TO TRUE
           END-IF
           PERFORM 2600-TEST-FIELD THRU 2600-EXIT
           IF WS-CMP-CARD-IT
               MOVE RI-PARENT-CODE  TO FT-PARENT-CODE
           END-IF
           .
       2440-EXIT.
           EXIT.

      ******************************************************************
      *    2510-EDIT-TEXT - A TEXT FIELD IS EMPTY WHEN BLANK, AND IS   *
      *    THEN TESTED - EXCEPT THE TYPE, WHICH 2420 MUST ALSO CHECK   *
      *    AGAINST THE KNOWN TYPES BEFORE IT TESTS IT                  *
      ******************************************************************
       2510-EDIT-TEXT.
           IF WS-CMP-REGISTRY = SPACES
               SET WS-CMP-EMPTY TO TRUE
           ELSE
               SET WS-CMP-GOOD TO TRUE
           END-IF
           IF WS-CMP-FIELD-NO NOT = 5
               PERFORM 2600-TEST-FIELD THRU 2600-EXIT
           END-IF
           .
       2510-EXIT.
           EXIT.

      ******************************************************************
      *    2600-TEST-FIELD - ONE PROFILE FIELD.  A DIFFERENCE IS       *
      *    LISTED AND CARDED UNLESS THE FIELD TYPE IS HELD, THE        *
      *    REGISTRY VALUE IS EMPTY (A CARD CANNOT BLANK A FIELD) OR    *
      *    THE REGISTRY VALUE IS MALFORMED                             *
      ******************************************************************
       2600-TEST-FIELD.
           SET WS-CMP-NO-CARD TO TRUE
           IF WS-CMP-LOCAL = WS-CMP-REGISTRY
               GO TO 2600-EXIT
           END-IF
           ADD 1 TO WS-DIFF-COUNT
           ADD 1 TO WS-DF-COUNT
           MOVE WS-FN-NAME(WS-CMP-FIELD-NO) TO WS-DF-FIELD(WS-DF-COUNT)
           MOVE WS-CMP-LOCAL       TO WS-DF-LOCAL(WS-DF-COUNT)
           MOVE WS-CMP-REGISTRY    TO WS-DF-REGISTRY(WS-DF-COUNT)
           EVALUATE TRUE
               WHEN WS-FN-HOLD-SW(WS-CMP-FIELD-NO) = 'Y'
                   ADD 1 TO WS-HELD-COUNT
                   MOVE 'HELD - LOCALLY OWNED'
                           TO WS-DF-DISPOSAL(WS-DF-COUNT)
               WHEN WS-CMP-EMPTY
                   ADD 1 TO WS-REVIEW-COUNT
                   MOVE 'CANNOT BLANK - REVIEW'
                           TO WS-DF-DISPOSAL(WS-DF-COUNT)
               WHEN WS-CMP-BAD
                   ADD 1 TO WS-REVIEW-COUNT
                   MOVE 'BAD REGISTRY VALUE'
                           TO WS-DF-DISPOSAL(WS-DF-COUNT)
               WHEN OTHER
                   SET WS-CMP-CARD-IT TO TRUE
                   SET WS-CARD-NEEDED TO TRUE
                   MOVE 'ON CHANGE CARD'
                           TO WS-DF-DISPOSAL(WS-DF-COUNT)
           END-EVALUATE
           .
       2600-EXIT.
           EXIT.

      ******************************************************************
      *    2800-WRITE-CARD - STAMP THE AUTH CARD'S IDS AND WRITE       *
      ******************************************************************
       2800-WRITE-CARD.
           MOVE WS-KEYER-ID     TO FT-KEYER-ID
           MOVE WS-APPROVER-ID  TO FT-APPROVER-ID
           WRITE REG-TRANS-RECORD
           ADD 1 TO WS-CARD-COUNT
           ADD FT-COMPANY-CODE TO WS-FT-HASH-TOTAL
           .
       2800-EXIT.
           EXIT.

      ******************************************************************
      *    2900-PRINT-DIFFERENCES - THE COMPANY'S LINES.  THE CODE AND *
      *    THE CARD WRITTEN SHOW ON THE FIRST LINE ONLY                *
      ******************************************************************
       2900-PRINT-DIFFERENCES.
           PERFORM 2910-PRINT-LINE THRU 2910-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DF-COUNT
           .
       2900-EXIT.
           EXIT.

       2910-PRINT-LINE.
           IF WS-SUB > 1
               MOVE SPACES TO DL-COMPANY-CODE
               MOVE SPACES TO DL-CARD
           END-IF
           MOVE WS-DF-FIELD(WS-SUB)     TO DL-FIELD
           MOVE WS-DF-LOCAL(WS-SUB)     TO DL-LOCAL
           MOVE WS-DF-REGISTRY(WS-SUB)  TO DL-REGISTRY
           MOVE WS-DF-DISPOSAL(WS-SUB)  TO DL-DISPOSAL
           DISPLAY WS-DETAIL-LINE
           WRITE REG-REPORT-LINE FROM WS-DETAIL-LINE
           .
       2910-EXIT.
           EXIT.

       3000-PRINT-TOTALS.
           DISPLAY 'COMPANY REGISTRY COMPARE RUN COMPLETE'
           DISPLAY 'REGISTRY RECORDS READ    : ' WS-RG-READ-COUNT
           DISPLAY 'MASTER RECORDS READ      : ' WS-MS-READ-COUNT
           DISPLAY 'COMPANIES IN STEP        : ' WS-INSTEP-COUNT
           DISPLAY 'ADD CARDS GENERATED      : ' WS-ADD-COUNT
           DISPLAY 'CHANGE CARDS GENERATED   : ' WS-CHANGE-COUNT
           DISPLAY 'RETIRE CARDS GENERATED   : ' WS-RETIRE-COUNT
           DISPLAY 'FIELD DIFFERENCES        : ' WS-DIFF-COUNT
           DISPLAY 'HELD - LOCALLY OWNED     : ' WS-HELD-COUNT
           DISPLAY 'LISTED FOR REVIEW        : ' WS-REVIEW-COUNT
           MOVE SPACES TO REG-REPORT-LINE
           WRITE REG-REPORT-LINE
           MOVE WS-RG-READ-COUNT TO TL1-COUNT
           WRITE REG-REPORT-LINE FROM WS-TRAILER-LINE-1
           MOVE WS-MS-READ-COUNT TO TL2-COUNT
           WRITE REG-REPORT-LINE FROM WS-TRAILER-LINE-2
           MOVE WS-INSTEP-COUNT TO TL3-COUNT
           WRITE REG-REPORT-LINE FROM WS-TRAILER-LINE-3
           MOVE WS-ADD-COUNT TO TL4-COUNT
           WRITE REG-REPORT-LINE FROM WS-TRAILER-LINE-4
           MOVE WS-CHANGE-COUNT TO TL5-COUNT
           WRITE REG-REPORT-LINE FROM WS-TRAILER-LINE-5
           MOVE WS-RETIRE-COUNT TO TL6-COUNT
           WRITE REG-REPORT-LINE FROM WS-TRAILER-LINE-6
           MOVE WS-DIFF-COUNT TO TL7-COUNT
           WRITE REG-REPORT-LINE FROM WS-TRAILER-LINE-7
           MOVE WS-HELD-COUNT TO TL8-COUNT
           WRITE REG-REPORT-LINE FROM WS-TRAILER-LINE-8
           MOVE WS-REVIEW-COUNT TO TL9-COUNT
           WRITE REG-REPORT-LINE FROM WS-TRAILER-LINE-9
           .
       3000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE REG-PARM
           CLOSE REG-SNAPSHOT
           CLOSE COMPANY-MASTER
           CLOSE REG-TRANS
           CLOSE REG-REPORT
           .
       9000-EXIT.
           EXIT.

      ******************************************************************
      *    9999-ABEND - AN INPUT OR OUTPUT FILE FAILED TO OPEN.  THE   *
      *    FILE NAME AND ITS FILE STATUS ARE DISPLAYED SO THE FAILURE  *
      *    CAN BE DIAGNOSED FROM THE JOB LOG                           *
      ******************************************************************
       9999-ABEND.
           DISPLAY 'PLAYREGC - UNABLE TO OPEN ' WS-ABEND-FILE-ID
                   ' - FILE STATUS = ' WS-ABEND-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9999-EXIT.
           EXIT.

      ******************************************************************
      *    9800-CONTROL-ABEND - THE MASTER OR THE SNAPSHOT FAILED      *
      *    BATCH BALANCING.  THE REASON AND THE EXPECTED-VERSUS-ACTUAL *
      *    TOTALS GO TO THE LOG AND THE RUN ABENDS BEFORE ANY CARD IS  *
      *    GENERATED                                                   *
      ******************************************************************
       9800-CONTROL-ABEND.
           DISPLAY 'PLAYREGC - ' WS-CTL-FILE-ID ' CONTROL ERROR - '
                   WS-CTL-ABEND-MSG
           DISPLAY 'EXPECTED COUNT : ' WS-CTL-EXP-COUNT
                   '  ACTUAL COUNT : ' WS-CTL-ACT-COUNT
           DISPLAY 'EXPECTED HASH  : ' WS-CTL-EXP-HASH
                   '  ACTUAL HASH  : ' WS-CTL-ACT-HASH
           MOVE 16 TO RETURN-CODE
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN
           .
       9800-EXIT.
           EXIT.
