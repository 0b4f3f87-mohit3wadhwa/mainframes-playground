      ******************************************************************
      *        PROGRAM NAME            : PLAYMASS                      *
      *        DESCRIPTION             : COMPANY MASS CHANGE - READS   *
      *                                  A SELECTION CARD AND A        *
      *                                  REPLACEMENT CARD, PICKS THE   *
      *                                  MATCHING COMPANIES OFF THE    *
      *                                  MASTER AND BUILDS A CHANGE    *
      *                                  CARD DECK FOR THE PLAYEDIT/   *
      *                                  PLAYMNT CHAIN, WITH A BEFORE/ *
      *                                  AFTER PREVIEW REPORT          *
      *        CREDITS                 : EDUCATORS AND TRAINERS        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PLAYMASS.
       AUTHOR.         R S MEHTA.
       INSTALLATION.   BATCH SYSTEMS.
       DATE-WRITTEN.   2026-10-14.
       DATE-COMPILED.  2026-10-14.
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
      *    2026-10-14  RSM  INITIAL VERSION - A GROUP RESTRUCTURE OR   *
      *                     A CURRENCY CHANGEOVER WAS HUNDREDS OF      *
      *                     HAND-KEYED CHANGE CARDS.  THE MASSPARM     *
      *                     SELECT CARD PICKS COMPANIES BY TYPE,       *
      *                     CURRENCY, PARENT, EXPIRY DATE RANGE AND    *
      *                     STATUS (BLANK = ANY, ALL GIVEN CRITERIA    *
      *                     MUST HOLD) AND THE CHANGE CARD GIVES THE   *
      *                     NEW TYPE, CURRENCY, PARENT AND/OR EXPIRY.  *
      *                     THE MASTER IS BALANCED AND LOADED BEFORE   *
      *                     ANY CARD IS WRITTEN.  ONLY THE FIELDS      *
      *                     THAT ACTUALLY CHANGE GO ON A CARD (BLANK   *
      *                     MEANS LEAVE ALONE - SEE COMPTRN), A        *
      *                     COMPANY ALREADY HOLDING THE NEW VALUES     *
      *                     GETS NO CARD, AND A PARENT CHANGE THAT     *
      *                     WOULD MAKE A COMPANY ITS OWN ANCESTOR IS   *
      *                     EXCLUDED AND LISTED.  THE DECK IS IN       *
      *                     COMPANY CODE ORDER WITH A COMPTRAN HEADER  *
      *                     AND TRAILER, SO IT FEEDS THE NEXT          *
      *                     MAINTENANCE RUN AS ITS COMPTRAN INPUT      *
      *                     AND EVERY CHANGE IS AUDITED ON MNTHIST     *
      *    2026-10-14  RSM  THE CHANGE CARD CARRIES THE KEYER AND      *
      *                     APPROVER IDS, STAMPED ON EVERY GENERATED   *
      *                     CARD FOR THE PLAYEDIT MAKER-CHECKER        *
      *                     EDITS.  BOTH MUST BE GIVEN AND DIFFERENT   *
      *    2026-10-15  RSM  A NEW CURRENCY MUST BE ON CURRMAST, AND    *
      *                     THE KEYER AND APPROVER ARE CHECKED ON      *
      *                     OPERAUTH AS PLAYEDIT CHECKS THEM (KNOWN,   *
      *                     ACTIVE, SUPERVISOR APPROVER FOR A NEW      *
      *                     PARENT OR CURRENCY) - ANY FAILURE IS RC 16 *
      *                     BEFORE A CARD IS WRITTEN.  A BLANK SELECT  *
      *                     STATUS NOW PICKS ACTIVE COMPANIES ONLY, SO *
      *                     NO CHANGE IS GENERATED AGAINST A RETIRED   *
      *                     COMPANY UNLESS STATUS D IS KEYED           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASS-PARM           ASSIGN TO MASSPARM
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-MP-FILE-STATUS.

           SELECT COMPANY-MASTER      ASSIGN TO COMPMAST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS CM-COMPANY-CODE
                   FILE STATUS  IS WS-CM-FILE-STATUS.

           SELECT MASS-TRANS          ASSIGN TO MASSTRN
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-MT-FILE-STATUS.

           SELECT MASS-REPORT         ASSIGN TO MASSRPT
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-RP-FILE-STATUS.

           SELECT CURRENCY-FILE       ASSIGN TO CURRMAST
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-CU-FILE-STATUS.

           SELECT OPERATOR-FILE       ASSIGN TO OPERAUTH
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-OP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASS-PARM
           RECORDING MODE IS F.
       01  MASS-PARM-RECORD.
           05  MP-CARD-TYPE            PIC X(06).
               88  MP-SELECT-CARD       VALUE 'SELECT'.
               88  MP-CHANGE-CARD       VALUE 'CHANGE'.
           05  FILLER                  PIC X(74).

       FD  COMPANY-MASTER
           RECORD CONTAINS 150 CHARACTERS.
           COPY COMPREC.
           COPY CTLREC REPLACING
                   ==CONTROL-RECORD==    BY ==MASTER-CONTROL-RECORD==,
                   LEADING ==CTL-==      BY ==MC-==,
                   ==X(01)==        BY ==X(106)==.

       FD  MASS-TRANS
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
           COPY COMPTRN REPLACING
                   ==COMPANY-TRANS-RECORD== BY ==MASS-TRANS-RECORD==,
                   LEADING ==CT-==          BY ==MT-==.
           COPY CTLREC REPLACING
                   ==CONTROL-RECORD==       BY ==MASS-CONTROL-RECORD==,
                   LEADING ==CTL-==         BY ==TC-==,
                   ==X(01)==        BY ==X(106)==.

       FD  MASS-REPORT
           RECORDING MODE IS F.
       01  MASS-REPORT-LINE            PIC X(80).

       FD  CURRENCY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY CURRREC.
           COPY CTLREC REPLACING
                   ==CONTROL-RECORD==       BY ==CURR-CONTROL-RECORD==,
                   LEADING ==CTL-==         BY ==UC-==,
                   ==X(01)==        BY ==X(36)==.

       FD  OPERATOR-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY OPERREC.
           COPY CTLREC REPLACING
                   ==CONTROL-RECORD==       BY ==OPER-CONTROL-RECORD==,
                   LEADING ==CTL-==         BY ==OC-==,
                   ==X(01)==        BY ==X(36)==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-MP-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-CM-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-MT-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-RP-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-CU-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-OP-FILE-STATUS       PIC XX VALUE '00'.

       01  WS-MP-EOF-STA               PIC X VALUE 'N'.
           88  WS-MP-EOF                VALUE 'Y'.
           88  WS-MP-N-EOF               VALUE 'N'.

       01  WS-CM-EOF-STA               PIC X VALUE 'N'.
           88  WS-CM-EOF                VALUE 'Y'.
           88  WS-CM-N-EOF               VALUE 'N'.

       01  WS-ABEND-FILE-ID            PIC X(20) VALUE SPACES.
       01  WS-ABEND-FILE-STATUS        PIC XX    VALUE SPACES.

      ******************************************************************
      *    THE SELECT CARD - COLUMNS 1-6 'SELECT'.  A BLANK CRITERION  *
      *    MATCHES ANY COMPANY, EXCEPT A BLANK STATUS, WHICH MATCHES   *
      *    ACTIVE COMPANIES ONLY; PARENT 000000 MEANS TOP-LEVEL ONLY.  *
      *    EXPIRY FROM/TO ARE INCLUSIVE CCYYMMDD BOUNDS, EITHER MAY    *
      *    BE LEFT OPEN                                                *
      ******************************************************************
       01  WS-SELECT-CARD.
           05  FILLER                  PIC X(07).
           05  SC-COMPANY-TYPE         PIC X(02).
           05  FILLER                  PIC X(01).
           05  SC-CURRENCY-CD          PIC X(03).
           05  FILLER                  PIC X(01).
           05  SC-PARENT-CODE          PIC X(06).
           05  SC-PARENT-CODE-N REDEFINES SC-PARENT-CODE
                                       PIC 9(06).
           05  FILLER                  PIC X(01).
           05  SC-EXPIRY-FROM          PIC X(08).
           05  SC-EXPIRY-FROM-N REDEFINES SC-EXPIRY-FROM
                                       PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SC-EXPIRY-TO            PIC X(08).
           05  SC-EXPIRY-TO-N REDEFINES SC-EXPIRY-TO
                                       PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SC-STATUS-CD            PIC X(01).
           05  FILLER                  PIC X(40).

      ******************************************************************
      *    THE CHANGE CARD - COLUMNS 1-6 'CHANGE', REPLACEMENT VALUES  *
      *    IN THE SAME COLUMNS AS THE SELECT CARD.  A BLANK FIELD IS   *
      *    NOT CHANGED; NEW PARENT 000000 MAKES THE COMPANIES TOP      *
      *    LEVEL.  THE KEYER AND APPROVER IDS IN COLUMNS 31-38 AND     *
      *    40-47 GO ON EVERY GENERATED CARD                            *
      ******************************************************************
       01  WS-CHANGE-CARD.
           05  FILLER                  PIC X(07).
           05  CC-COMPANY-TYPE         PIC X(02).
           05  FILLER                  PIC X(01).
           05  CC-CURRENCY-CD          PIC X(03).
           05  FILLER                  PIC X(01).
           05  CC-PARENT-CODE          PIC X(06).
           05  CC-PARENT-CODE-N REDEFINES CC-PARENT-CODE
                                       PIC 9(06).
           05  FILLER                  PIC X(01).
           05  CC-EXPIRY-DATE          PIC X(08).
           05  CC-EXPIRY-DATE-N REDEFINES CC-EXPIRY-DATE
                                       PIC 9(08).
           05  FILLER                  PIC X(01).
           05  CC-KEYER-ID             PIC X(08).
           05  FILLER                  PIC X(01).
           05  CC-APPROVER-ID          PIC X(08).
           05  FILLER                  PIC X(33).

       01  WS-SELECT-SEEN-SW           PIC X VALUE 'N'.
           88  WS-SELECT-SEEN           VALUE 'Y'.
           88  WS-SELECT-NOT-SEEN       VALUE 'N'.
       01  WS-CHANGE-SEEN-SW           PIC X VALUE 'N'.
           88  WS-CHANGE-SEEN           VALUE 'Y'.
           88  WS-CHANGE-NOT-SEEN       VALUE 'N'.
       01  WS-PARM-ERROR-MSG           PIC X(40) VALUE SPACES.

       01  WS-TYPE-CHECK               PIC X(02) VALUE SPACES.
           88  WS-TYPE-VALID            VALUE 'CO' 'PS' 'ST' 'NP'.

      ******************************************************************
      *    THE CURRENCY REFERENCE TABLE, LOADED FROM CURRMAST AT       *
      *    START-UP SO A NEW CURRENCY IS REFUSED HERE RATHER THAN ON   *
      *    EVERY GENERATED CARD BY PLAYEDIT                            *
      ******************************************************************
       01  WS-CURR-TABLE.
           05  WS-CURR-COUNT           PIC 9(03) VALUE ZERO.
           05  WS-CURR-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-CURR-COUNT
                       INDEXED BY WS-CURR-NDX.
               10  WS-CURR-CODE        PIC X(03).

       01  WS-CU-EOF-STA               PIC X VALUE 'N'.
           88  WS-CU-EOF                VALUE 'Y'.
           88  WS-CU-N-EOF               VALUE 'N'.

       01  WS-CU-HDR-SEEN-SW           PIC X VALUE 'N'.
           88  WS-CU-HDR-SEEN           VALUE 'Y'.
           88  WS-CU-HDR-NOT-SEEN       VALUE 'N'.
       01  WS-CU-TRL-SEEN-SW           PIC X VALUE 'N'.
           88  WS-CU-TRL-SEEN           VALUE 'Y'.
           88  WS-CU-TRL-NOT-SEEN       VALUE 'N'.
       01  WS-CU-ACT-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-CU-EXP-COUNT             PIC 9(07) VALUE ZERO.

       01  WS-CURR-FOUND-SW            PIC X VALUE 'N'.
           88  WS-CURR-FOUND            VALUE 'Y'.
           88  WS-CURR-NOT-FOUND        VALUE 'N'.

      ******************************************************************
      *    THE OPERATOR AUTHORITY TABLE, LOADED FROM OPERAUTH AT       *
      *    START-UP.  THE CHANGE CARD'S KEYER AND APPROVER ARE HELD TO *
      *    THE SAME MAKER-CHECKER RULES PLAYEDIT APPLIES TO EACH CARD  *
      ******************************************************************
       01  WS-OPER-TABLE.
           05  WS-OPER-COUNT           PIC 9(03) VALUE ZERO.
           05  WS-OPER-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-OPER-COUNT
                       INDEXED BY WS-OPER-NDX.
               10  WS-OPER-ID          PIC X(08).
               10  WS-OPER-LEVEL       PIC X(01).
               10  WS-OPER-STATUS      PIC X(01).

       01  WS-OP-EOF-STA               PIC X VALUE 'N'.
           88  WS-OP-EOF                VALUE 'Y'.
           88  WS-OP-N-EOF               VALUE 'N'.

       01  WS-OP-HDR-SEEN-SW           PIC X VALUE 'N'.
           88  WS-OP-HDR-SEEN           VALUE 'Y'.
           88  WS-OP-HDR-NOT-SEEN       VALUE 'N'.
       01  WS-OP-TRL-SEEN-SW           PIC X VALUE 'N'.
           88  WS-OP-TRL-SEEN           VALUE 'Y'.
           88  WS-OP-TRL-NOT-SEEN       VALUE 'N'.
       01  WS-OP-ACT-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-OP-EXP-COUNT             PIC 9(07) VALUE ZERO.

       01  WS-OPER-LOOKUP-ID           PIC X(08) VALUE SPACES.
       01  WS-OPER-LOOKUP-LEVEL        PIC X(01) VALUE SPACES.
       01  WS-OPER-LOOKUP-STATUS       PIC X(01) VALUE SPACES.
       01  WS-KEYER-STATUS             PIC X(01) VALUE SPACES.
           88  WS-KEYER-ACTIVE          VALUE 'A'.
       01  WS-APPROVER-LEVEL           PIC X(01) VALUE SPACES.
           88  WS-APPROVER-SUPERVISOR   VALUE 'S'.
       01  WS-APPROVER-STATUS          PIC X(01) VALUE SPACES.
           88  WS-APPROVER-ACTIVE       VALUE 'A'.
       01  WS-SUPV-NEEDED-SW           PIC X VALUE 'N'.
           88  WS-SUPV-NEEDED           VALUE 'Y'.
           88  WS-SUPV-NOT-NEEDED       VALUE 'N'.

      ******************************************************************
      *    THE WHOLE MASTER IN KEY ORDER - THE NEW-PARENT AND          *
      *    HIERARCHY-LOOP CHECKS NEED EVERY RECORD, NOT JUST THE       *
      *    SELECTED ONES.  WS-MS-ANCESTOR-SW MARKS THE NEW PARENT AND  *
      *    EVERY COMPANY ABOVE IT                                      *
      ******************************************************************
       01  WS-MS-TABLE.
           05  WS-MS-COUNT             PIC 9(03) VALUE ZERO.
           05  WS-MS-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-MS-COUNT
                       ASCENDING KEY IS WS-MS-CODE
                       INDEXED BY WS-MS-NDX.
               10  WS-MS-CODE          PIC 9(06).
               10  WS-MS-PARENT        PIC 9(06).
               10  WS-MS-STATUS        PIC X(01).
               10  WS-MS-SELECTED-SW   PIC X(01).
               10  WS-MS-ANCESTOR-SW   PIC X(01).
               10  WS-MS-IMAGE         PIC X(150).

       01  WS-SUB                      PIC 9(03) VALUE ZERO.
       01  WS-WALK-CODE                PIC 9(06) VALUE ZERO.
       01  WS-WALK-STEPS               PIC 9(03) VALUE ZERO.

      ******************************************************************
      *    THE SELECTED COMPANY IN HAND, OVERLAID WITH THE COMPREC     *
      *    LAYOUT SO ITS FIELDS CAN BE COMPARED AND PRINTED            *
      ******************************************************************
           COPY COMPREC REPLACING
                   ==COMPANY-RECORD==    BY ==MASS-IMAGE-RECORD==,
                   LEADING ==CM-==       BY ==MI-==.

       01  WS-FIELD-CHANGE-SW          PIC X VALUE 'N'.
           88  WS-FIELD-CHANGED         VALUE 'Y'.
           88  WS-NO-FIELD-CHANGED      VALUE 'N'.

       01  WS-READ-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-SELECTED-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-CARD-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-NOCHANGE-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-EXCLUDED-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-MT-HASH-TOTAL            PIC 9(10) VALUE ZERO.

      ******************************************************************
      *    BATCH BALANCING FIELDS - EXPECTED TOTALS FROM THE MASTER'S  *
      *    TRAILER, ACTUALS ACCUMULATED AS THE DATA RECORDS ARE READ   *
      ******************************************************************
       01  WS-HDR-SEEN-SW              PIC X VALUE 'N'.
           88  WS-HDR-SEEN              VALUE 'Y'.
           88  WS-HDR-NOT-SEEN          VALUE 'N'.
       01  WS-TRL-SEEN-SW              PIC X VALUE 'N'.
           88  WS-TRL-SEEN              VALUE 'Y'.
           88  WS-TRL-NOT-SEEN          VALUE 'N'.
       01  WS-CTL-EXP-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-CTL-EXP-HASH             PIC 9(10) VALUE ZERO.
       01  WS-CTL-ACT-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-CTL-ACT-HASH             PIC 9(10) VALUE ZERO.
       01  WS-CTL-ABEND-MSG            PIC X(40) VALUE SPACES.

       01  WS-HEADING-LINE-1.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(40)
                   VALUE 'COMPANY MASS CHANGE PREVIEW'.

       01  WS-CRITERIA-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  CR-CARD-TYPE            PIC X(08).
           05  FILLER                  PIC X(05) VALUE 'TYPE '.
           05  CR-COMPANY-TYPE         PIC X(02).
           05  FILLER                  PIC X(06) VALUE '  CCY '.
           05  CR-CURRENCY-CD          PIC X(03).
           05  FILLER                  PIC X(09) VALUE '  PARENT '.
           05  CR-PARENT-CODE          PIC X(06).
           05  FILLER                  PIC X(09) VALUE '  EXPIRY '.
           05  CR-EXPIRY-FROM          PIC X(08).
           05  CR-EXPIRY-SEP           PIC X(01).
           05  CR-EXPIRY-TO            PIC X(08).
           05  CR-STATUS-LIT           PIC X(07).
           05  CR-STATUS-CD            PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.

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
           05  FILLER                  PIC X(08) VALUE 'IMAGE'.
           05  FILLER                  PIC X(06) VALUE 'TYPE'.
           05  FILLER                  PIC X(05) VALUE 'CCY'.
           05  FILLER                  PIC X(08) VALUE 'PARENT'.
           05  FILLER                  PIC X(08) VALUE 'EXPIRY'.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  DL-DISPOSAL             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-COMPANY-CODE         PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-SHORT-NAME           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-IMAGE                PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-COMPANY-TYPE         PIC X(02).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DL-CURRENCY-CD          PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-PARENT-CODE          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-EXPIRY-DATE          PIC X(08).
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'MASTER RECORDS READ     : '.
           05  TL1-READ-COUNT           PIC ZZZZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'COMPANIES SELECTED      : '.
           05  TL2-SELECTED-COUNT       PIC ZZZZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-TRAILER-LINE-3.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'CHANGE CARDS GENERATED  : '.
           05  TL3-CARD-COUNT           PIC ZZZZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-TRAILER-LINE-4.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'ALREADY AS REQUESTED    : '.
           05  TL4-NOCHANGE-COUNT       PIC ZZZZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-TRAILER-LINE-5.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'EXCLUDED - PARENT LOOP  : '.
           05  TL5-EXCLUDED-COUNT       PIC ZZZZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      *    0000-MAINLINE - NOTHING IS WRITTEN TO THE DECK UNTIL THE    *
      *    PARAMETER CARDS HAVE PASSED THEIR EDITS AND THE MASTER HAS  *
      *    BALANCED.  RC 4 WHEN NO CARD WAS GENERATED OR A COMPANY     *
      *    WAS EXCLUDED, SO THE PREVIEW IS LOOKED AT BEFORE THE DECK   *
      *    IS FED TO MAINTENANCE                                       *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-READ-PARM THRU 1100-EXIT
                   UNTIL WS-MP-EOF
           PERFORM 1200-EDIT-PARMS THRU 1200-EXIT
           PERFORM 1300-LOAD-MASTER THRU 1300-EXIT
                   UNTIL WS-CM-EOF
           PERFORM 1400-CHECK-NEW-PARENT THRU 1400-EXIT
           PERFORM 1500-PRINT-CRITERIA THRU 1500-EXIT
           PERFORM 2000-WRITE-DECK THRU 2000-EXIT
           PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           IF WS-CARD-COUNT = ZERO
                   OR WS-EXCLUDED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       1000-INITIALIZE.
           OPEN INPUT  MASS-PARM
           IF WS-MP-FILE-STATUS NOT = '00'
               MOVE 'MASS-PARM'          TO WS-ABEND-FILE-ID
               MOVE WS-MP-FILE-STATUS    TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           OPEN INPUT  COMPANY-MASTER
           IF WS-CM-FILE-STATUS NOT = '00'
               MOVE 'COMPANY-MASTER'     TO WS-ABEND-FILE-ID
               MOVE WS-CM-FILE-STATUS    TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           OPEN OUTPUT MASS-TRANS
           IF WS-MT-FILE-STATUS NOT = '00'
               MOVE 'MASS-TRANS'         TO WS-ABEND-FILE-ID
               MOVE WS-MT-FILE-STATUS    TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           OPEN OUTPUT MASS-REPORT
           IF WS-RP-FILE-STATUS NOT = '00'
               MOVE 'MASS-REPORT'        TO WS-ABEND-FILE-ID
               MOVE WS-RP-FILE-STATUS    TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           OPEN INPUT CURRENCY-FILE
           IF WS-CU-FILE-STATUS NOT = '00'
               MOVE 'CURRENCY-FILE'      TO WS-ABEND-FILE-ID
               MOVE WS-CU-FILE-STATUS    TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 1600-LOAD-CURRENCY THRU 1600-EXIT
                   UNTIL WS-CU-EOF
           CLOSE CURRENCY-FILE
           OPEN INPUT OPERATOR-FILE
           IF WS-OP-FILE-STATUS NOT = '00'
               MOVE 'OPERATOR-FILE'      TO WS-ABEND-FILE-ID
               MOVE WS-OP-FILE-STATUS    TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 1700-LOAD-OPERATORS THRU 1700-EXIT
                   UNTIL WS-OP-EOF
           CLOSE OPERATOR-FILE
           MOVE SPACES TO WS-SELECT-CARD
           MOVE SPACES TO WS-CHANGE-CARD
           DISPLAY WS-HEADING-LINE-1
           WRITE MASS-REPORT-LINE FROM WS-HEADING-LINE-1
           MOVE SPACES TO MASS-REPORT-LINE
           WRITE MASS-REPORT-LINE
           .
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1100-READ-PARM - EXACTLY ONE SELECT CARD AND ONE CHANGE     *
      *    CARD, IN EITHER ORDER.  ANYTHING ELSE STOPS THE RUN         *
      ******************************************************************
       1100-READ-PARM.
           READ MASS-PARM
               AT END
                   SET WS-MP-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ
           EVALUATE TRUE
               WHEN MP-SELECT-CARD AND WS-SELECT-SEEN
                   MOVE 'MORE THAN ONE SELECT CARD'
                           TO WS-PARM-ERROR-MSG
                   PERFORM 1900-PARM-ERROR THRU 1900-EXIT
               WHEN MP-SELECT-CARD
                   MOVE MASS-PARM-RECORD TO WS-SELECT-CARD
                   SET WS-SELECT-SEEN TO TRUE
               WHEN MP-CHANGE-CARD AND WS-CHANGE-SEEN
                   MOVE 'MORE THAN ONE CHANGE CARD'
                           TO WS-PARM-ERROR-MSG
                   PERFORM 1900-PARM-ERROR THRU 1900-EXIT
               WHEN MP-CHANGE-CARD
                   MOVE MASS-PARM-RECORD TO WS-CHANGE-CARD
                   SET WS-CHANGE-SEEN TO TRUE
               WHEN OTHER
                   MOVE 'UNKNOWN PARAMETER CARD TYPE'
                           TO WS-PARM-ERROR-MSG
                   PERFORM 1900-PARM-ERROR THRU 1900-EXIT
           END-EVALUATE
           .
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    1200-EDIT-PARMS - A SELECT CARD WITH NO CRITERIA WOULD      *
      *    CHANGE THE WHOLE MASTER AND IS REFUSED, AS IS A CHANGE      *
      *    CARD THAT CHANGES NOTHING.  A NEW CURRENCY MUST BE ON       *
      *    CURRMAST, AND THE KEYER AND APPROVER MUST PASS THE SAME     *
      *    OPERAUTH CHECKS PLAYEDIT MAKES, SO A DECK THAT PLAYEDIT     *
      *    WOULD REJECT CARD BY CARD IS NEVER GENERATED                *
      ******************************************************************
       1200-EDIT-PARMS.
           EVALUATE TRUE
               WHEN WS-SELECT-NOT-SEEN
                   MOVE 'NO SELECT CARD' TO WS-PARM-ERROR-MSG
               WHEN WS-CHANGE-NOT-SEEN
                   MOVE 'NO CHANGE CARD' TO WS-PARM-ERROR-MSG
               WHEN SC-COMPANY-TYPE = SPACES
                       AND SC-CURRENCY-CD = SPACES
                       AND SC-PARENT-CODE = SPACES
                       AND SC-EXPIRY-FROM = SPACES
                       AND SC-EXPIRY-TO = SPACES
                       AND SC-STATUS-CD = SPACES
                   MOVE 'SELECT CARD HAS NO CRITERIA'
                           TO WS-PARM-ERROR-MSG
               WHEN SC-PARENT-CODE NOT = SPACES
                       AND SC-PARENT-CODE NOT NUMERIC
                   MOVE 'SELECT PARENT NOT NUMERIC'
                           TO WS-PARM-ERROR-MSG
               WHEN SC-EXPIRY-FROM NOT = SPACES
                       AND SC-EXPIRY-FROM NOT NUMERIC
                   MOVE 'SELECT EXPIRY FROM NOT NUMERIC'
                           TO WS-PARM-ERROR-MSG
               WHEN SC-EXPIRY-TO NOT = SPACES
                       AND SC-EXPIRY-TO NOT NUMERIC
                   MOVE 'SELECT EXPIRY TO NOT NUMERIC'
                           TO WS-PARM-ERROR-MSG
               WHEN SC-EXPIRY-FROM NOT = SPACES
                       AND SC-EXPIRY-TO NOT = SPACES
                       AND SC-EXPIRY-FROM-N > SC-EXPIRY-TO-N
                   MOVE 'SELECT EXPIRY FROM AFTER TO'
                           TO WS-PARM-ERROR-MSG
               WHEN SC-STATUS-CD NOT = SPACES
                       AND SC-STATUS-CD NOT = 'A'
                       AND SC-STATUS-CD NOT = 'D'
                   MOVE 'SELECT STATUS NOT A OR D'
                           TO WS-PARM-ERROR-MSG
               WHEN CC-COMPANY-TYPE = SPACES
                       AND CC-CURRENCY-CD = SPACES
                       AND CC-PARENT-CODE = SPACES
                       AND CC-EXPIRY-DATE = SPACES
                   MOVE 'CHANGE CARD HAS NO NEW VALUES'
                           TO WS-PARM-ERROR-MSG
               WHEN CC-PARENT-CODE NOT = SPACES
                       AND CC-PARENT-CODE NOT NUMERIC
                   MOVE 'NEW PARENT NOT NUMERIC' TO WS-PARM-ERROR-MSG
               WHEN CC-PARENT-CODE NOT = SPACES
                       AND CC-PARENT-CODE-N = 999999
                   MOVE 'RESERVED NEW PARENT CODE'
                           TO WS-PARM-ERROR-MSG
               WHEN CC-EXPIRY-DATE NOT = SPACES
                       AND CC-EXPIRY-DATE NOT NUMERIC
                   MOVE 'NEW EXPIRY DATE NOT NUMERIC'
                           TO WS-PARM-ERROR-MSG
               WHEN CC-EXPIRY-DATE NOT = SPACES
                       AND CC-EXPIRY-DATE-N = ZERO
                   MOVE 'NEW EXPIRY DATE IS ZERO' TO WS-PARM-ERROR-MSG
               WHEN CC-KEYER-ID = SPACES
                   MOVE 'CHANGE CARD HAS NO KEYER ID'
                           TO WS-PARM-ERROR-MSG
               WHEN CC-APPROVER-ID = SPACES
                   MOVE 'CHANGE CARD HAS NO APPROVER ID'
                           TO WS-PARM-ERROR-MSG
               WHEN CC-APPROVER-ID = CC-KEYER-ID
                   MOVE 'KEYER AND APPROVER ARE THE SAME'
                           TO WS-PARM-ERROR-MSG
           END-EVALUATE
           IF WS-PARM-ERROR-MSG NOT = SPACES
               PERFORM 1900-PARM-ERROR THRU 1900-EXIT
           END-IF
           IF CC-COMPANY-TYPE NOT = SPACES
               MOVE CC-COMPANY-TYPE TO WS-TYPE-CHECK
               IF NOT WS-TYPE-VALID
                   MOVE 'NEW COMPANY TYPE NOT CO/PS/ST/NP'
                           TO WS-PARM-ERROR-MSG
                   PERFORM 1900-PARM-ERROR THRU 1900-EXIT
               END-IF
           END-IF
           IF CC-CURRENCY-CD NOT = SPACES
               PERFORM 1210-LOOKUP-CURRENCY THRU 1210-EXIT
               IF WS-CURR-NOT-FOUND
                   MOVE 'NEW CURRENCY NOT ON CURRMAST'
                           TO WS-PARM-ERROR-MSG
                   PERFORM 1900-PARM-ERROR THRU 1900-EXIT
               END-IF
           END-IF
           PERFORM 1220-CHECK-AUTHORITY THRU 1220-EXIT
           EVALUATE TRUE
               WHEN WS-KEYER-STATUS = SPACES
                   MOVE 'UNKNOWN KEYER ID' TO WS-PARM-ERROR-MSG
               WHEN NOT WS-KEYER-ACTIVE
                   MOVE 'KEYER ID NOT ACTIVE' TO WS-PARM-ERROR-MSG
               WHEN WS-APPROVER-STATUS = SPACES
                   MOVE 'UNKNOWN APPROVER ID' TO WS-PARM-ERROR-MSG
               WHEN NOT WS-APPROVER-ACTIVE
                   MOVE 'APPROVER ID NOT ACTIVE' TO WS-PARM-ERROR-MSG
               WHEN WS-SUPV-NEEDED
                       AND NOT WS-APPROVER-SUPERVISOR
                   MOVE 'NEEDS SUPERVISOR APPROVAL'
                           TO WS-PARM-ERROR-MSG
           END-EVALUATE
           IF WS-PARM-ERROR-MSG NOT = SPACES
               PERFORM 1900-PARM-ERROR THRU 1900-EXIT
           END-IF
           .
       1200-EXIT.
           EXIT.

      ******************************************************************
      *    1210-LOOKUP-CURRENCY - IS THE NEW CURRENCY CODE ON THE      *
      *    CURRMAST REFERENCE TABLE                                    *
      ******************************************************************
       1210-LOOKUP-CURRENCY.
           SET WS-CURR-NOT-FOUND TO TRUE
           IF WS-CURR-COUNT > ZERO
               SET WS-CURR-NDX TO 1
               SEARCH WS-CURR-ENTRY
                   AT END
                       SET WS-CURR-NOT-FOUND TO TRUE
                   WHEN WS-CURR-CODE(WS-CURR-NDX) = CC-CURRENCY-CD
                       SET WS-CURR-FOUND TO TRUE
               END-SEARCH
           END-IF
           .
       1210-EXIT.
           EXIT.

      ******************************************************************
      *    1220-CHECK-AUTHORITY - LOOK UP THE KEYER AND APPROVER ON    *
      *    THE OPERATOR TABLE AND WORK OUT WHETHER THE DECK NEEDS A    *
      *    SUPERVISOR: EVERY GENERATED CARD IS A CHANGE, AND A CHANGE  *
      *    THAT KEYS A NEW PARENT OR A NEW CURRENCY NEEDS ONE          *
      ******************************************************************
       1220-CHECK-AUTHORITY.
           MOVE CC-KEYER-ID TO WS-OPER-LOOKUP-ID
           PERFORM 1230-LOOKUP-OPERATOR THRU 1230-EXIT
           MOVE WS-OPER-LOOKUP-STATUS TO WS-KEYER-STATUS
           MOVE CC-APPROVER-ID TO WS-OPER-LOOKUP-ID
           PERFORM 1230-LOOKUP-OPERATOR THRU 1230-EXIT
           MOVE WS-OPER-LOOKUP-LEVEL  TO WS-APPROVER-LEVEL
           MOVE WS-OPER-LOOKUP-STATUS TO WS-APPROVER-STATUS
           SET WS-SUPV-NOT-NEEDED TO TRUE
           IF CC-PARENT-CODE NOT = SPACES
                   OR CC-CURRENCY-CD NOT = SPACES
               SET WS-SUPV-NEEDED TO TRUE
           END-IF
           .
       1220-EXIT.
           EXIT.

       1230-LOOKUP-OPERATOR.
           MOVE SPACES TO WS-OPER-LOOKUP-LEVEL
           MOVE SPACES TO WS-OPER-LOOKUP-STATUS
           IF WS-OPER-LOOKUP-ID = SPACES
                   OR WS-OPER-COUNT = ZERO
               GO TO 1230-EXIT
           END-IF
           SET WS-OPER-NDX TO 1
           SEARCH WS-OPER-ENTRY
               WHEN WS-OPER-ID(WS-OPER-NDX) = WS-OPER-LOOKUP-ID
                   MOVE WS-OPER-LEVEL(WS-OPER-NDX)
                           TO WS-OPER-LOOKUP-LEVEL
                   MOVE WS-OPER-STATUS(WS-OPER-NDX)
                           TO WS-OPER-LOOKUP-STATUS
           END-SEARCH
           .
       1230-EXIT.
           EXIT.

      ******************************************************************
      *    1300-LOAD-MASTER - BROWSE THE MASTER IN KEY ORDER INTO THE  *
      *    TABLE, VERIFYING THE CONTROL RECORDS AS EVERY OTHER READER  *
      *    DOES, AND MARK THE COMPANIES THE SELECT CARD PICKS          *
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
                   PERFORM 1310-SIFT-MASTER-RECORD THRU 1310-EXIT
           END-READ
           .
       1300-EXIT.
           EXIT.

       1310-SIFT-MASTER-RECORD.
           EVALUATE TRUE
               WHEN MC-HEADER-REC
                   PERFORM 1320-CHECK-HEADER THRU 1320-EXIT
                   GO TO 1310-EXIT
               WHEN MC-TRAILER-REC
                   PERFORM 1330-VERIFY-TRAILER THRU 1330-EXIT
                   GO TO 1310-EXIT
           END-EVALUATE
           IF WS-HDR-NOT-SEEN
               MOVE 'DATA RECORD BEFORE HEADER' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           ADD 1 TO WS-READ-COUNT
           ADD 1 TO WS-CTL-ACT-COUNT
           ADD CM-COMPANY-CODE TO WS-CTL-ACT-HASH
           IF WS-MS-COUNT NOT < 500
               DISPLAY 'PLAYMASS - MASTER TABLE FULL AT 500 '
                       'ENTRIES - RAISE THE WS-MS-ENTRY CEILING '
                       'AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF
           ADD 1 TO WS-MS-COUNT
           MOVE CM-COMPANY-CODE   TO WS-MS-CODE(WS-MS-COUNT)
           IF CM-PARENT-CODE NUMERIC
               MOVE CM-PARENT-CODE    TO WS-MS-PARENT(WS-MS-COUNT)
           ELSE
               MOVE ZERO              TO WS-MS-PARENT(WS-MS-COUNT)
           END-IF
           MOVE CM-STATUS-CD      TO WS-MS-STATUS(WS-MS-COUNT)
           MOVE 'N'               TO WS-MS-ANCESTOR-SW(WS-MS-COUNT)
           MOVE COMPANY-RECORD    TO WS-MS-IMAGE(WS-MS-COUNT)
           PERFORM 1340-TEST-SELECTION THRU 1340-EXIT
           .
       1310-EXIT.
           EXIT.

       1320-CHECK-HEADER.
           IF WS-HDR-SEEN
               MOVE 'DUPLICATE HEADER RECORD' TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           IF MC-FILE-ID NOT = 'COMPMAST'
               MOVE 'HEADER FILE ID IS NOT COMPMAST'
                       TO WS-CTL-ABEND-MSG
               PERFORM 9800-CONTROL-ABEND THRU 9800-EXIT
           END-IF
           SET WS-HDR-SEEN TO TRUE
           .
       1320-EXIT.
           EXIT.

       1330-VERIFY-TRAILER.
           IF WS-TRL-SEEN
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
       1330-EXIT.
           EXIT.

      ******************************************************************
      *    1340-TEST-SELECTION - EVERY CRITERION GIVEN ON THE SELECT   *
      *    CARD MUST HOLD.  WITH AN EXPIRY RANGE GIVEN, A COMPANY      *
      *    WITH NO VALID EXPIRY DATE IS NOT SELECTED.  A RETIRED       *
      *    COMPANY IS ONLY SELECTED WHEN STATUS D IS ASKED FOR         *
      ******************************************************************
       1340-TEST-SELECTION.
           MOVE 'N' TO WS-MS-SELECTED-SW(WS-MS-COUNT)
           IF SC-COMPANY-TYPE NOT = SPACES
                   AND CM-COMPANY-TYPE NOT = SC-COMPANY-TYPE
               GO TO 1340-EXIT
           END-IF
           IF SC-CURRENCY-CD NOT = SPACES
                   AND CM-CURRENCY-CD NOT = SC-CURRENCY-CD
               GO TO 1340-EXIT
           END-IF
           IF SC-PARENT-CODE NOT = SPACES
                   AND WS-MS-PARENT(WS-MS-COUNT) NOT = SC-PARENT-CODE-N
               GO TO 1340-EXIT
           END-IF
           IF SC-EXPIRY-FROM NOT = SPACES
               IF CM-EXPIRY-DATE NOT NUMERIC
                       OR CM-EXPIRY-DATE < SC-EXPIRY-FROM-N
                   GO TO 1340-EXIT
               END-IF
           END-IF
           IF SC-EXPIRY-TO NOT = SPACES
               IF CM-EXPIRY-DATE NOT NUMERIC
                       OR CM-EXPIRY-DATE > SC-EXPIRY-TO-N
                   GO TO 1340-EXIT
               END-IF
           END-IF
           IF SC-STATUS-CD = SPACES
               IF NOT CM-STAT-ACTIVE
                   GO TO 1340-EXIT
               END-IF
           ELSE
               IF CM-STATUS-CD NOT = SC-STATUS-CD
                   GO TO 1340-EXIT
               END-IF
           END-IF
           MOVE 'Y' TO WS-MS-SELECTED-SW(WS-MS-COUNT)
           .
       1340-EXIT.
           EXIT.

      ******************************************************************
      *    1400-CHECK-NEW-PARENT - A NEW PARENT MUST BE AN ACTIVE      *
      *    COMPANY ON THE MASTER.  ITS CHAIN OF PARENTS IS THEN        *
      *    WALKED TO THE TOP AND MARKED - A SELECTED COMPANY ON THAT   *
      *    CHAIN WOULD BECOME ITS OWN ANCESTOR.  THE WALK IS CAPPED    *
      *    AT THE TABLE SIZE IN CASE THE MASTER ALREADY HOLDS A LOOP   *
      ******************************************************************
       1400-CHECK-NEW-PARENT.
           IF CC-PARENT-CODE = SPACES
                   OR CC-PARENT-CODE-N = ZERO
               GO TO 1400-EXIT
           END-IF
           MOVE 'NEW PARENT NOT ON MASTER' TO WS-PARM-ERROR-MSG
           IF WS-MS-COUNT > ZERO
               SEARCH ALL WS-MS-ENTRY
                   WHEN WS-MS-CODE(WS-MS-NDX) = CC-PARENT-CODE-N
                       IF WS-MS-STATUS(WS-MS-NDX) = 'A'
                           MOVE SPACES TO WS-PARM-ERROR-MSG
                       ELSE
                           MOVE 'NEW PARENT IS RETIRED'
                                   TO WS-PARM-ERROR-MSG
                       END-IF
               END-SEARCH
           END-IF
           IF WS-PARM-ERROR-MSG NOT = SPACES
               PERFORM 1900-PARM-ERROR THRU 1900-EXIT
           END-IF
           MOVE CC-PARENT-CODE-N TO WS-WALK-CODE
           MOVE ZERO             TO WS-WALK-STEPS
           PERFORM 1410-WALK-ANCESTORS THRU 1410-EXIT
                   UNTIL WS-WALK-CODE = ZERO
                   OR WS-WALK-STEPS > WS-MS-COUNT
           .
       1400-EXIT.
           EXIT.

       1410-WALK-ANCESTORS.
           ADD 1 TO WS-WALK-STEPS
           SEARCH ALL WS-MS-ENTRY
               AT END
                   MOVE ZERO TO WS-WALK-CODE
               WHEN WS-MS-CODE(WS-MS-NDX) = WS-WALK-CODE
                   MOVE 'Y' TO WS-MS-ANCESTOR-SW(WS-MS-NDX)
                   MOVE WS-MS-PARENT(WS-MS-NDX) TO WS-WALK-CODE
           END-SEARCH
           .
       1410-EXIT.
           EXIT.

      ******************************************************************
      *    1500-PRINT-CRITERIA - ECHO BOTH PARAMETER CARDS AT THE TOP  *
      *    OF THE PREVIEW SO THE REPORT SAYS WHAT WAS ASKED FOR        *
      ******************************************************************
       1500-PRINT-CRITERIA.
           MOVE 'SELECT'          TO CR-CARD-TYPE
           MOVE SC-COMPANY-TYPE   TO CR-COMPANY-TYPE
           MOVE SC-CURRENCY-CD    TO CR-CURRENCY-CD
           MOVE SC-PARENT-CODE    TO CR-PARENT-CODE
           MOVE SC-EXPIRY-FROM    TO CR-EXPIRY-FROM
           MOVE '-'               TO CR-EXPIRY-SEP
           MOVE SC-EXPIRY-TO      TO CR-EXPIRY-TO
           MOVE '  STAT '         TO CR-STATUS-LIT
           IF SC-STATUS-CD = SPACES
               MOVE 'A'           TO CR-STATUS-CD
           ELSE
               MOVE SC-STATUS-CD  TO CR-STATUS-CD
           END-IF
           DISPLAY WS-CRITERIA-LINE
           WRITE MASS-REPORT-LINE FROM WS-CRITERIA-LINE
           MOVE 'CHANGE'          TO CR-CARD-TYPE
           MOVE CC-COMPANY-TYPE   TO CR-COMPANY-TYPE
           MOVE CC-CURRENCY-CD    TO CR-CURRENCY-CD
           MOVE CC-PARENT-CODE    TO CR-PARENT-CODE
           MOVE CC-EXPIRY-DATE    TO CR-EXPIRY-FROM
           MOVE SPACES            TO CR-EXPIRY-SEP
           MOVE SPACES            TO CR-EXPIRY-TO
           MOVE SPACES            TO CR-STATUS-LIT
           MOVE SPACES            TO CR-STATUS-CD
           DISPLAY WS-CRITERIA-LINE
           WRITE MASS-REPORT-LINE FROM WS-CRITERIA-LINE
           MOVE CC-KEYER-ID       TO AP-KEYER-ID
           MOVE CC-APPROVER-ID    TO AP-APPROVER-ID
           DISPLAY WS-APPROVAL-LINE
           WRITE MASS-REPORT-LINE FROM WS-APPROVAL-LINE
           MOVE SPACES TO MASS-REPORT-LINE
           WRITE MASS-REPORT-LINE
           DISPLAY WS-HEADING-LINE-2
           WRITE MASS-REPORT-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO MASS-REPORT-LINE
           WRITE MASS-REPORT-LINE
           .
       1500-EXIT.
           EXIT.

      ******************************************************************
      *    1600-LOAD-CURRENCY - LOAD THE CURRENCY REFERENCE CODES      *
      *    INTO THE TABLE, VERIFYING THE FILE'S CONTROL RECORDS.       *
      *    CURRENCY CODES ARE NOT NUMERIC, SO ONLY THE RECORD COUNT    *
      *    BALANCES ON THIS FILE (SEE PLAYCURM)                        *
      ******************************************************************
       1600-LOAD-CURRENCY.
           READ CURRENCY-FILE
               AT END
                   IF WS-CU-TRL-NOT-SEEN
                       MOVE 'NO TRAILER RECORD ON CURRMAST'
                               TO WS-CTL-ABEND-MSG
                       PERFORM 9700-CURR-CONTROL-ABEND THRU 9700-EXIT
                   END-IF
                   SET WS-CU-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN UC-HEADER-REC
                           PERFORM 1610-CHECK-CU-HEADER THRU 1610-EXIT
                           GO TO 1600-LOAD-CURRENCY
                       WHEN UC-TRAILER-REC
                           PERFORM 1620-VERIFY-CU-TRAILER
                                   THRU 1620-EXIT
                           GO TO 1600-LOAD-CURRENCY
                       WHEN OTHER
                           IF WS-CU-HDR-NOT-SEEN
                               MOVE 'DATA RECORD BEFORE HEADER'
                                       TO WS-CTL-ABEND-MSG
                               PERFORM 9700-CURR-CONTROL-ABEND
                                       THRU 9700-EXIT
                           END-IF
                           IF WS-CU-TRL-SEEN
                               MOVE 'DATA RECORD AFTER TRAILER'
                                       TO WS-CTL-ABEND-MSG
                               PERFORM 9700-CURR-CONTROL-ABEND
                                       THRU 9700-EXIT
                           END-IF
                           SET WS-CU-N-EOF TO TRUE
                           ADD 1 TO WS-CU-ACT-COUNT
                           IF WS-CURR-COUNT NOT < 100
                               DISPLAY 'PLAYMASS - CURRENCY TABLE '
                                       'FULL AT 100 ENTRIES - RAISE '
                                       'THE WS-CURR-ENTRY CEILING '
                                       'AND RECOMPILE'
                               MOVE 16 TO RETURN-CODE
                               CLOSE CURRENCY-FILE
                               PERFORM 9000-TERMINATE THRU 9000-EXIT
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-CURR-COUNT
                           MOVE CU-CURRENCY-CD
                                   TO WS-CURR-CODE(WS-CURR-COUNT)
                   END-EVALUATE
           END-READ
           .
       1600-EXIT.
           EXIT.

       1610-CHECK-CU-HEADER.
           IF WS-CU-HDR-SEEN
               MOVE 'DUPLICATE HEADER RECORD' TO WS-CTL-ABEND-MSG
               PERFORM 9700-CURR-CONTROL-ABEND THRU 9700-EXIT
           END-IF
           IF UC-FILE-ID NOT = 'CURRMAST'
               MOVE 'HEADER FILE ID IS NOT CURRMAST'
                       TO WS-CTL-ABEND-MSG
               PERFORM 9700-CURR-CONTROL-ABEND THRU 9700-EXIT
           END-IF
           SET WS-CU-HDR-SEEN TO TRUE
           .
       1610-EXIT.
           EXIT.

       1620-VERIFY-CU-TRAILER.
           IF WS-CU-TRL-SEEN
               MOVE 'DUPLICATE TRAILER RECORD' TO WS-CTL-ABEND-MSG
               PERFORM 9700-CURR-CONTROL-ABEND THRU 9700-EXIT
           END-IF
           IF UC-RECORD-COUNT NOT NUMERIC
               MOVE 'TRAILER TOTALS NOT NUMERIC' TO WS-CTL-ABEND-MSG
               PERFORM 9700-CURR-CONTROL-ABEND THRU 9700-EXIT
           END-IF
           MOVE UC-RECORD-COUNT TO WS-CU-EXP-COUNT
           IF WS-CU-EXP-COUNT NOT = WS-CU-ACT-COUNT
               MOVE 'RECORD COUNT OUT OF BALANCE' TO WS-CTL-ABEND-MSG
               PERFORM 9700-CURR-CONTROL-ABEND THRU 9700-EXIT
           END-IF
           SET WS-CU-TRL-SEEN TO TRUE
           .
       1620-EXIT.
           EXIT.

      ******************************************************************
      *    1700-LOAD-OPERATORS - LOAD THE OPERATOR AUTHORITY TABLE,    *
      *    VERIFYING THE FILE'S CONTROL RECORDS.  LIKE CURRMAST THE    *
      *    KEYS ARE NOT NUMERIC, SO ONLY THE RECORD COUNT BALANCES     *
      ******************************************************************
       1700-LOAD-OPERATORS.
           READ OPERATOR-FILE
               AT END
                   IF WS-OP-TRL-NOT-SEEN
                       MOVE 'NO TRAILER RECORD ON OPERAUTH'
                               TO WS-CTL-ABEND-MSG
                       PERFORM 9600-OPER-CONTROL-ABEND THRU 9600-EXIT
                   END-IF
                   SET WS-OP-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN OC-HEADER-REC
                           PERFORM 1710-CHECK-OP-HEADER THRU 1710-EXIT
                           GO TO 1700-LOAD-OPERATORS
                       WHEN OC-TRAILER-REC
                           PERFORM 1720-VERIFY-OP-TRAILER
                                   THRU 1720-EXIT
                           GO TO 1700-LOAD-OPERATORS
                       WHEN OTHER
                           IF WS-OP-HDR-NOT-SEEN
                               MOVE 'DATA RECORD BEFORE HEADER'
                                       TO WS-CTL-ABEND-MSG
                               PERFORM 9600-OPER-CONTROL-ABEND
                                       THRU 9600-EXIT
                           END-IF
                           IF WS-OP-TRL-SEEN
                               MOVE 'DATA RECORD AFTER TRAILER'
                                       TO WS-CTL-ABEND-MSG
                               PERFORM 9600-OPER-CONTROL-ABEND
                                       THRU 9600-EXIT
                           END-IF
                           SET WS-OP-N-EOF TO TRUE
                           ADD 1 TO WS-OP-ACT-COUNT
                           IF WS-OPER-COUNT NOT < 200
                               DISPLAY 'PLAYMASS - OPERATOR TABLE '
                                       'FULL AT 200 ENTRIES - RAISE '
                                       'THE WS-OPER-ENTRY CEILING '
                                       'AND RECOMPILE'
                               MOVE 16 TO RETURN-CODE
                               CLOSE OPERATOR-FILE
                               PERFORM 9000-TERMINATE THRU 9000-EXIT
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-OPER-COUNT
                           MOVE OP-OPERATOR-ID
                                   TO WS-OPER-ID(WS-OPER-COUNT)
                           MOVE OP-AUTH-LEVEL
                                   TO WS-OPER-LEVEL(WS-OPER-COUNT)
                           MOVE OP-STATUS-CD
                                   TO WS-OPER-STATUS(WS-OPER-COUNT)
                   END-EVALUATE
           END-READ
           .
       1700-EXIT.
           EXIT.

       1710-CHECK-OP-HEADER.
           IF WS-OP-HDR-SEEN
               MOVE 'DUPLICATE HEADER RECORD' TO WS-CTL-ABEND-MSG
               PERFORM 9600-OPER-CONTROL-ABEND THRU 9600-EXIT
           END-IF
           IF OC-FILE-ID NOT = 'OPERAUTH'
               MOVE 'HEADER FILE ID IS NOT OPERAUTH'
                       TO WS-CTL-ABEND-MSG
               PERFORM 9600-OPER-CONTROL-ABEND THRU 9600-EXIT
           END-IF
           SET WS-OP-HDR-SEEN TO TRUE
           .
       1710-EXIT.
           EXIT.

       1720-VERIFY-OP-TRAILER.
           IF WS-OP-TRL-SEEN
               MOVE 'DUPLICATE TRAILER RECORD' TO WS-CTL-ABEND-MSG
               PERFORM 9600-OPER-CONTROL-ABEND THRU 9600-EXIT
           END-IF
           IF OC-RECORD-COUNT NOT NUMERIC
               MOVE 'TRAILER TOTALS NOT NUMERIC' TO WS-CTL-ABEND-MSG
               PERFORM 9600-OPER-CONTROL-ABEND THRU 9600-EXIT
           END-IF
           MOVE OC-RECORD-COUNT TO WS-OP-EXP-COUNT
           IF WS-OP-EXP-COUNT NOT = WS-OP-ACT-COUNT
               MOVE 'RECORD COUNT OUT OF BALANCE' TO WS-CTL-ABEND-MSG
               PERFORM 9600-OPER-CONTROL-ABEND THRU 9600-EXIT
           END-IF
           SET WS-OP-TRL-SEEN TO TRUE
           .
       1720-EXIT.
           EXIT.

      ******************************************************************
      *    1900-PARM-ERROR - THE PARAMETER CARDS ARE UNUSABLE.  THE    *
      *    DECK IS LEFT WITHOUT A HEADER SO PLAYEDIT WILL NOT TAKE IT  *
      ******************************************************************
       1900-PARM-ERROR.
           DISPLAY 'PLAYMASS - PARAMETER ERROR - ' WS-PARM-ERROR-MSG
           MOVE 16 TO RETURN-CODE
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN
           .
       1900-EXIT.
           EXIT.

      ******************************************************************
      *    2000-WRITE-DECK - THE GENERATED CARD DECK: COMPTRAN HEADER  *
      *    CARD, ONE CHANGE CARD PER SELECTED COMPANY IN CODE ORDER,   *
      *    THEN THE TRAILER CARD WITH THE COUNT AND CODE HASH          *
      ******************************************************************
       2000-WRITE-DECK.
           MOVE SPACES     TO MASS-TRANS-RECORD
           MOVE '000000'   TO TC-CONTROL-KEY
           MOVE 'COMPTRAN' TO TC-FILE-ID
           MOVE ZERO       TO TC-RECORD-COUNT
           MOVE ZERO       TO TC-HASH-TOTAL
           MOVE ZERO       TO TC-AMOUNT-TOTAL
           WRITE MASS-CONTROL-RECORD
           PERFORM 2100-PREVIEW-COMPANY THRU 2100-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MS-COUNT
           MOVE SPACES        TO MASS-TRANS-RECORD
           MOVE '999999'      TO TC-CONTROL-KEY
           MOVE 'COMPTRAN'    TO TC-FILE-ID
           MOVE WS-CARD-COUNT TO TC-RECORD-COUNT
           MOVE WS-MT-HASH-TOTAL TO TC-HASH-TOTAL
           MOVE ZERO          TO TC-AMOUNT-TOTAL
           WRITE MASS-CONTROL-RECORD
           .
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    2100-PREVIEW-COMPANY - ONE SELECTED COMPANY.  ONLY THE      *
      *    FIELDS WHOSE VALUE ACTUALLY CHANGES ARE KEYED ON THE CARD;  *
      *    THE REST ARE LEFT BLANK SO PLAYMNT LEAVES THEM ALONE.  A    *
      *    CHANGED COMPANY PRINTS A BEFORE AND AN AFTER LINE           *
      ******************************************************************
       2100-PREVIEW-COMPANY.
           IF WS-MS-SELECTED-SW(WS-SUB) NOT = 'Y'
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-SELECTED-COUNT
           MOVE WS-MS-IMAGE(WS-SUB) TO MASS-IMAGE-RECORD
           MOVE SPACES             TO WS-DETAIL-LINE
           MOVE MI-COMPANY-CODE    TO DL-COMPANY-CODE
           MOVE MI-SHORT-NAME      TO DL-SHORT-NAME
           MOVE 'BEFORE'           TO DL-IMAGE
           MOVE MI-COMPANY-TYPE    TO DL-COMPANY-TYPE
           MOVE MI-CURRENCY-CD     TO DL-CURRENCY-CD
           MOVE WS-MS-PARENT(WS-SUB) TO DL-PARENT-CODE
           MOVE MI-EXPIRY-DATE     TO DL-EXPIRY-DATE
           IF WS-MS-ANCESTOR-SW(WS-SUB) = 'Y'
               ADD 1 TO WS-EXCLUDED-COUNT
               IF MI-COMPANY-CODE = CC-PARENT-CODE-N
                   MOVE 'OWN PARENT' TO DL-DISPOSAL
               ELSE
                   MOVE 'WOULD LOOP' TO DL-DISPOSAL
               END-IF
               PERFORM 2500-PRINT-DETAIL THRU 2500-EXIT
               GO TO 2100-EXIT
           END-IF
           SET WS-NO-FIELD-CHANGED TO TRUE
           MOVE SPACES             TO MASS-TRANS-RECORD
           MOVE 'C'                TO MT-ACTION-CD
           MOVE MI-COMPANY-CODE    TO MT-COMPANY-CODE
           MOVE CC-KEYER-ID        TO MT-KEYER-ID
           MOVE CC-APPROVER-ID     TO MT-APPROVER-ID
           IF CC-COMPANY-TYPE NOT = SPACES
                   AND CC-COMPANY-TYPE NOT = MI-COMPANY-TYPE
               MOVE CC-COMPANY-TYPE  TO MT-COMPANY-TYPE
               SET WS-FIELD-CHANGED  TO TRUE
           END-IF
           IF CC-CURRENCY-CD NOT = SPACES
                   AND CC-CURRENCY-CD NOT = MI-CURRENCY-CD
               MOVE CC-CURRENCY-CD   TO MT-CURRENCY-CD
               SET WS-FIELD-CHANGED  TO TRUE
           END-IF
           IF CC-PARENT-CODE NOT = SPACES
                   AND CC-PARENT-CODE-N NOT = WS-MS-PARENT(WS-SUB)
               MOVE CC-PARENT-CODE-N TO MT-PARENT-CODE
               SET WS-FIELD-CHANGED  TO TRUE
           END-IF
           IF CC-EXPIRY-DATE NOT = SPACES
               IF MI-EXPIRY-DATE NOT NUMERIC
                       OR CC-EXPIRY-DATE-N NOT = MI-EXPIRY-DATE
                   MOVE CC-EXPIRY-DATE-N TO MT-EXPIRY-DATE
                   SET WS-FIELD-CHANGED  TO TRUE
               END-IF
           END-IF
           IF WS-NO-FIELD-CHANGED
               ADD 1 TO WS-NOCHANGE-COUNT
               MOVE 'NO CHANGE' TO DL-DISPOSAL
               PERFORM 2500-PRINT-DETAIL THRU 2500-EXIT
               GO TO 2100-EXIT
           END-IF
           WRITE MASS-TRANS-RECORD
           ADD 1 TO WS-CARD-COUNT
           ADD MT-COMPANY-CODE TO WS-MT-HASH-TOTAL
           MOVE 'CHANGE' TO DL-DISPOSAL
           PERFORM 2500-PRINT-DETAIL THRU 2500-EXIT
           MOVE SPACES   TO DL-DISPOSAL
           MOVE SPACES   TO DL-COMPANY-CODE
           MOVE SPACES   TO DL-SHORT-NAME
           MOVE 'AFTER'  TO DL-IMAGE
           IF MT-COMPANY-TYPE NOT = SPACES
               MOVE MT-COMPANY-TYPE  TO DL-COMPANY-TYPE
           END-IF
           IF MT-CURRENCY-CD NOT = SPACES
               MOVE MT-CURRENCY-CD   TO DL-CURRENCY-CD
           END-IF
           IF MT-PARENT-CODE-X NOT = SPACES
               MOVE MT-PARENT-CODE   TO DL-PARENT-CODE
           END-IF
           IF MT-EXPIRY-DATE-X NOT = SPACES
               MOVE MT-EXPIRY-DATE   TO DL-EXPIRY-DATE
           END-IF
           PERFORM 2500-PRINT-DETAIL THRU 2500-EXIT
           .
       2100-EXIT.
           EXIT.

       2500-PRINT-DETAIL.
           DISPLAY WS-DETAIL-LINE
           MOVE SPACES         TO MASS-REPORT-LINE
           MOVE WS-DETAIL-LINE TO MASS-REPORT-LINE
           WRITE MASS-REPORT-LINE
           .
       2500-EXIT.
           EXIT.

       3000-PRINT-TOTALS.
           DISPLAY 'COMPANY MASS CHANGE RUN COMPLETE'
           DISPLAY 'MASTER RECORDS READ      : ' WS-READ-COUNT
           DISPLAY 'COMPANIES SELECTED       : ' WS-SELECTED-COUNT
           DISPLAY 'CHANGE CARDS GENERATED   : ' WS-CARD-COUNT
           DISPLAY 'ALREADY AS REQUESTED     : ' WS-NOCHANGE-COUNT
           DISPLAY 'EXCLUDED - PARENT LOOP   : ' WS-EXCLUDED-COUNT
           MOVE SPACES TO MASS-REPORT-LINE
           WRITE MASS-REPORT-LINE
           MOVE WS-READ-COUNT TO TL1-READ-COUNT
           WRITE MASS-REPORT-LINE FROM WS-TRAILER-LINE-1
           MOVE WS-SELECTED-COUNT TO TL2-SELECTED-COUNT
           WRITE MASS-REPORT-LINE FROM WS-TRAILER-LINE-2
           MOVE WS-CARD-COUNT TO TL3-CARD-COUNT
           WRITE MASS-REPORT-LINE FROM WS-TRAILER-LINE-3
           MOVE WS-NOCHANGE-COUNT TO TL4-NOCHANGE-COUNT
           WRITE MASS-REPORT-LINE FROM WS-TRAILER-LINE-4
           MOVE WS-EXCLUDED-COUNT TO TL5-EXCLUDED-COUNT
           WRITE MASS-REPORT-LINE FROM WS-TRAILER-LINE-5
           .
       3000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE MASS-PARM
           CLOSE COMPANY-MASTER
           CLOSE MASS-TRANS
           CLOSE MASS-REPORT
           .
       9000-EXIT.
           EXIT.

      ******************************************************************
      *    9999-ABEND - AN INPUT OR OUTPUT FILE FAILED TO OPEN.  THE   *
      *    FILE NAME AND ITS FILE STATUS ARE DISPLAYED SO THE FAILURE  *
      *    CAN BE DIAGNOSED FROM THE JOB LOG                           *
      ******************************************************************
       9999-ABEND.
           DISPLAY 'PLAYMASS - UNABLE TO OPEN ' WS-ABEND-FILE-ID
                   ' - FILE STATUS = ' WS-ABEND-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9999-EXIT.
           EXIT.

      ******************************************************************
      *    9700-CURR-CONTROL-ABEND - THE CURRENCY REFERENCE FILE       *
      *    FAILED ITS CONTROL CHECK.  THE REASON AND THE COUNTS GO TO  *
      *    THE LOG AND THE RUN ABENDS BEFORE ANY CARD IS GENERATED     *
      ******************************************************************
       9700-CURR-CONTROL-ABEND.
           DISPLAY 'PLAYMASS - CURRMAST CONTROL ERROR - '
                   WS-CTL-ABEND-MSG
           DISPLAY 'EXPECTED COUNT : ' WS-CU-EXP-COUNT
                   '  ACTUAL COUNT : ' WS-CU-ACT-COUNT
           MOVE 16 TO RETURN-CODE
           CLOSE CURRENCY-FILE
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN
           .
       9700-EXIT.
           EXIT.

      ******************************************************************
      *    9600-OPER-CONTROL-ABEND - THE OPERATOR AUTHORITY FILE       *
      *    FAILED ITS CONTROL CHECK.  THE REASON AND THE COUNTS GO TO  *
      *    THE LOG AND THE RUN ABENDS BEFORE ANY CARD IS GENERATED     *
      ******************************************************************
       9600-OPER-CONTROL-ABEND.
           DISPLAY 'PLAYMASS - OPERAUTH CONTROL ERROR - '
                   WS-CTL-ABEND-MSG
           DISPLAY 'EXPECTED COUNT : ' WS-OP-EXP-COUNT
                   '  ACTUAL COUNT : ' WS-OP-ACT-COUNT
           MOVE 16 TO RETURN-CODE
           CLOSE OPERATOR-FILE
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN
           .
       9600-EXIT.
           EXIT.

      ******************************************************************
      *    9800-CONTROL-ABEND - THE MASTER FAILED BATCH BALANCING.     *
      *    THE REASON AND THE EXPECTED-VERSUS-ACTUAL TOTALS GO TO THE  *
      *    LOG AND THE RUN ABENDS BEFORE ANY CARD IS GENERATED         *
      ******************************************************************
       9800-CONTROL-ABEND.
           DISPLAY 'PLAYMASS - COMPANY-MASTER CONTROL ERROR - '
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
