      *                     UNKNOWN CODE - OR A BLANK ONE ON AN ADD - *
      *                     REJECTS TO ERRTRAN WITH A REASON INSTEAD  *
      *                     OF LANDING FREE-KEYED ON THE MASTER       *
      *    2026-10-14  RSM  MAKER-CHECKER.  EVERY DATA CARD MUST       *
      *                     CARRY A KEYER ID AND A DIFFERENT APPROVER  *
      *                     ID, BOTH ACTIVE ON THE NEW OPERAUTH        *
      *                     OPERATOR AUTHORITY FILE (OPERREC), LOADED  *
      *                     AT START-UP WITH ITS CONTROLS VERIFIED     *
      *                     LIKE CURRMAST.  A DELETE, OR A CHANGE      *
      *                     THAT KEYS A PARENT OR A CURRENCY, NEEDS A  *
      *                     SUPERVISOR-LEVEL APPROVER.  UNAPPROVED,    *
      *                     SELF-APPROVED AND OVER-AUTHORITY CARDS     *
      *                     REJECT TO ERRTRAN WITH A REASON            *
      *    2026-10-14  RSM  ACCEPTS THE NEW REINSTATE ACTION (R).  IT  *
      *                     IS EDITED LIKE A CHANGE - ANY KEYED FIELD  *
      *                     OVERLAYS THE MASTER - AND, LIKE A DELETE,  *
      *                     NEEDS A SUPERVISOR-LEVEL APPROVER          *
      *    2026-10-15  RSM  READS THE BUSINESS PROCESSING DATE         *
      *                     (PDATREC/PDATEWS/PDATPROC COPYBOOKS, DD    *
      *                     PROCDATE) BEFORE ITS START RECORD, SO THE  *
      *                     RUN LOG CARRIES THE DATE OF THE NIGHT      *
      *                     BEING PROCESSED RATHER THAN THE MACHINE    *
      *                     DATE                                       *
      *    2026-10-15  RSM  ACCEPTS THE NEW MERGE / RENUMBER ACTION    *
      *                     (M).  THE SURVIVOR CODE MUST BE NUMERIC,   *
      *                     NOT A RESERVED CODE AND NOT THE COMPANY    *
      *                     ITSELF, AND THE CARD NEEDS A SUPERVISOR-   *
      *                     LEVEL APPROVER.  THE PROFILE EDITS (PARENT *
      *                     AND CURRENCY) NOW APPLY ONLY TO THE        *
      *                     ACTIONS THAT CARRY A PROFILE - A, C AND R  *
      *                     - SO AN M CARD IS NOT EDITED ON FIELDS     *
      *                     PLAYMNT NEVER READS                        *
      ******************************************************************
      *    THE CLEAN TRANSACTION FILE IS GUARANTEED TO BE IN STRICTLY  *
      *    ASCENDING CT-COMPANY-CODE SEQUENCE WITH NO DUPLICATES AND   *
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-RUNLOG-STATUS.

           SELECT PROC-DATE-FILE      ASSIGN TO PROCDATE
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-PD-STATUS.

           SELECT CURRENCY-FILE       ASSIGN TO CURRMAST
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-CU-FILE-STATUS.

           SELECT OPERATOR-FILE       ASSIGN TO OPERAUTH
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-OP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-TRANS
           RECORDING MODE IS F.
           COPY RUNLREC.

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
           COPY PDATREC.

       FD  CURRENCY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
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
           COPY RUNLOGWS.
           COPY PDATEWS.

       01  WS-FILE-STATUSES.
           05  WS-CT-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-ER-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-RP-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-CU-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-OP-FILE-STATUS       PIC XX VALUE '00'.

       01  WS-CT-EOF-STA               PIC X VALUE 'N'.
           88  WS-CT-EOF                VALUE 'Y'.
           88  WS-CURR-FOUND            VALUE 'Y'.
           88  WS-CURR-NOT-FOUND        VALUE 'N'.

      ******************************************************************
      *    THE OPERATOR AUTHORITY TABLE, LOADED FROM OPERAUTH AT       *
      *    START-UP.  A REVOKED OPERATOR IS LOADED TOO, SO THE CARD    *
      *    REJECTS AS NOT ACTIVE RATHER THAN UNKNOWN                   *
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

      ******************************************************************
      *    RESULT OF THE KEYER AND APPROVER LOOKUPS FOR THE CARD IN    *
      *    HAND.  WS-OPER-LOOKUP-ID IS THE ID BEING LOOKED UP; THE     *
      *    FOUND ENTRY'S LEVEL AND STATUS COME BACK IN WS-OPER-LOOKUP- *
      *    LEVEL AND WS-OPER-LOOKUP-STATUS (SPACES WHEN NOT ON FILE)   *
      ******************************************************************
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
      *    BATCH BALANCING FIELDS - THE DECK'S TRAILER CARD CARRIES    *
      *    THE EXPECTED DATA CARD COUNT AND COMPANY CODE HASH TOTAL;   *
      *    0000-MAINLINE                                                *
      ******************************************************************
       0000-MAINLINE.
           MOVE 'PLAYEDIT' TO WS-PD-PROGRAM-ID
           PERFORM READ-PROCESSING-DATE
           MOVE 'PLAYEDIT' TO WS-RUNLOG-PROGRAM-ID
           PERFORM WRITE-RUN-LOG-START
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-LOAD-CURRENCY THRU 1100-EXIT
                   UNTIL WS-CU-EOF
           CLOSE CURRENCY-FILE
           OPEN INPUT OPERATOR-FILE
           IF WS-OP-FILE-STATUS NOT = '00'
               MOVE 'OPERATOR-FILE'      TO WS-ABEND-FILE-ID
               MOVE WS-OP-FILE-STATUS    TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 1300-LOAD-OPERATORS THRU 1300-EXIT
                   UNTIL WS-OP-EOF
           CLOSE OPERATOR-FILE
           PERFORM 1200-READ-TRANS THRU 1200-EXIT
           .
       1000-EXIT.
       1120-EXIT.
           EXIT.

      ******************************************************************
      *    1300-LOAD-OPERATORS - LOAD THE OPERATOR AUTHORITY TABLE,    *
      *    VERIFYING THE FILE'S CONTROL RECORDS.  LIKE CURRMAST THE    *
      *    KEYS ARE NOT NUMERIC, SO ONLY THE RECORD COUNT BALANCES     *
      ******************************************************************
       1300-LOAD-OPERATORS.
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
                           PERFORM 1310-CHECK-OP-HEADER THRU 1310-EXIT
                           GO TO 1300-LOAD-OPERATORS
                       WHEN OC-TRAILER-REC
                           PERFORM 1320-VERIFY-OP-TRAILER
                                   THRU 1320-EXIT
                           GO TO 1300-LOAD-OPERATORS
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
                               DISPLAY 'PLAYEDIT - OPERATOR TABLE '
                                       'FULL AT 200 ENTRIES - RAISE '
                                       'THE WS-OPER-ENTRY CEILING '
                                       'AND RECOMPILE'
                               MOVE 16 TO RETURN-CODE
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
       1300-EXIT.
           EXIT.

       1310-CHECK-OP-HEADER.
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
       1310-EXIT.
           EXIT.

       1320-VERIFY-OP-TRAILER.
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
       1320-EXIT.
           EXIT.

       1200-READ-TRANS.
           READ COMPANY-TRANS
               AT END
               ADD CT-COMPANY-CODE TO WS-CT-HASH-TOTAL
           END-IF
           PERFORM 2080-LOOKUP-CURRENCY THRU 2080-EXIT
           PERFORM 2085-CHECK-AUTHORITY THRU 2085-EXIT
           SET WS-CARD-CLEAN TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN NOT CT-ACTION-ADD
                       AND NOT CT-ACTION-CHANGE
                       AND NOT CT-ACTION-DELETE
                       AND NOT CT-ACTION-REINSTATE
                       AND NOT CT-ACTION-MERGE
                   MOVE 'INVALID ACTION CODE'
                           TO WS-REJECT-REASON
                   SET WS-CARD-IN-ERROR TO TRUE
      *    A MERGE NEEDS A REAL SURVIVOR CODE OTHER THAN ITS OWN.      *
      *    WHETHER IT IS A MERGER OR A RENUMBER, AND WHETHER THE       *
      *    SURVIVOR IS USABLE, IS PLAYMNT'S CHECK AGAINST THE MASTER   *
               WHEN CT-ACTION-MERGE
                       AND CT-SURVIVOR-CODE NOT NUMERIC
                   MOVE 'SURVIVOR CODE NOT NUMERIC'
                           TO WS-REJECT-REASON
                   SET WS-CARD-IN-ERROR TO TRUE
               WHEN CT-ACTION-MERGE
                       AND (CT-SURVIVOR-CODE = ZERO OR 999999)
                   MOVE 'RESERVED SURVIVOR CODE'
                           TO WS-REJECT-REASON
                   SET WS-CARD-IN-ERROR TO TRUE
               WHEN CT-ACTION-MERGE
                       AND CT-SURVIVOR-CODE = CT-COMPANY-CODE
                   MOVE 'COMPANY IS ITS OWN SURVIVOR'
                           TO WS-REJECT-REASON
                   SET WS-CARD-IN-ERROR TO TRUE
      *    ONLY AN ADD NEEDS THE NAME - ON A CHANGE CARD A BLANK      *
      *    FIELD MEANS LEAVE THAT FIELD OF THE MASTER ALONE (SEE      *
      *    COMPTRN), SO AN ADDRESS-ONLY CORRECTION IS A VALID CARD    *
                   MOVE 'EXPIRY DATE NOT NUMERIC'
                           TO WS-REJECT-REASON
                   SET WS-CARD-IN-ERROR TO TRUE
               WHEN (CT-ACTION-CHANGE OR CT-ACTION-REINSTATE)
                       AND CT-EFFECTIVE-DATE NOT NUMERIC
                       AND CT-EFFECTIVE-DATE-X NOT = SPACES
                   MOVE 'EFFECTIVE DATE NOT NUMERIC'
                           TO WS-REJECT-REASON
                   SET WS-CARD-IN-ERROR TO TRUE
               WHEN (CT-ACTION-CHANGE OR CT-ACTION-REINSTATE)
                       AND CT-EXPIRY-DATE NOT NUMERIC
                       AND CT-EXPIRY-DATE-X NOT = SPACES
                   MOVE 'EXPIRY DATE NOT NUMERIC'
                           TO WS-REJECT-REASON
                   SET WS-CARD-IN-ERROR TO TRUE
               WHEN CT-ACTION-KEYS-PROFILE
                       AND CT-PARENT-CODE NOT NUMERIC
                       AND CT-PARENT-CODE-X NOT = SPACES
                   MOVE 'PARENT CODE NOT NUMERIC'
                           TO WS-REJECT-REASON
                   SET WS-CARD-IN-ERROR TO TRUE
               WHEN CT-ACTION-KEYS-PROFILE
                       AND CT-PARENT-CODE NUMERIC
                       AND CT-PARENT-CODE = 999999
                   MOVE 'RESERVED PARENT CODE'
                           TO WS-REJECT-REASON
                   SET WS-CARD-IN-ERROR TO TRUE
               WHEN CT-ACTION-KEYS-PROFILE
                       AND CT-PARENT-CODE NUMERIC
                       AND CT-PARENT-CODE NOT = ZERO
                       AND CT-PARENT-CODE = CT-COMPANY-CODE
                           TO WS-REJECT-REASON
                   SET WS-CARD-IN-ERROR TO TRUE
      *    AN ADD MUST CARRY A CURRENCY CODE, AND ANY KEYED CODE -    *
      *    ON ANY CARD BUT A DELETE OR MERGE - MUST BE ON THE         *
      *    CURRMAST TABLE.  A BLANK CODE ON A CHANGE MEANS LEAVE THE  *
      *    MASTER ALONE                                               *
               WHEN CT-ACTION-ADD
                       AND CT-CURRENCY-CD = SPACES
                   MOVE 'CURRENCY CODE IS BLANK'
                           TO WS-REJECT-REASON
                   SET WS-CARD-IN-ERROR TO TRUE
               WHEN CT-ACTION-KEYS-PROFILE
                       AND CT-CURRENCY-CD NOT = SPACES
                       AND WS-CURR-NOT-FOUND
                   MOVE 'UNKNOWN CURRENCY CODE'
                           TO WS-REJECT-REASON
                   SET WS-CARD-IN-ERROR TO TRUE
      *    MAKER-CHECKER - A KNOWN, ACTIVE KEYER AND A DIFFERENT       *
      *    KNOWN, ACTIVE APPROVER OF SUFFICIENT AUTHORITY              *
               WHEN CT-KEYER-ID = SPACES
                   MOVE 'KEYER ID IS BLANK'
                           TO WS-REJECT-REASON
                   SET WS-CARD-IN-ERROR TO TRUE
               WHEN WS-KEYER-STATUS = SPACES
                   MOVE 'UNKNOWN KEYER ID'
                           TO WS-REJECT-REASON
                   SET WS-CARD-IN-ERROR TO TRUE
               WHEN NOT WS-KEYER-ACTIVE
                   MOVE 'KEYER ID NOT ACTIVE'
                           TO WS-REJECT-REASON
                   SET WS-CARD-IN-ERROR TO TRUE
               WHEN CT-APPROVER-ID = SPACES
                   MOVE 'CARD NOT APPROVED'
                           TO WS-REJECT-REASON
                   SET WS-CARD-IN-ERROR TO TRUE
               WHEN CT-APPROVER-ID = CT-KEYER-ID
                   MOVE 'SELF-APPROVED CARD'
                           TO WS-REJECT-REASON
                   SET WS-CARD-IN-ERROR TO TRUE
               WHEN WS-APPROVER-STATUS = SPACES
                   MOVE 'UNKNOWN APPROVER ID'
                           TO WS-REJECT-REASON
                   SET WS-CARD-IN-ERROR TO TRUE
               WHEN NOT WS-APPROVER-ACTIVE
                   MOVE 'APPROVER ID NOT ACTIVE'
                           TO WS-REJECT-REASON
                   SET WS-CARD-IN-ERROR TO TRUE
               WHEN WS-SUPV-NEEDED
                       AND NOT WS-APPROVER-SUPERVISOR
                   MOVE 'NEEDS SUPERVISOR APPROVAL'
                           TO WS-REJECT-REASON
                   SET WS-CARD-IN-ERROR TO TRUE
           END-EVALUATE
           IF CT-COMPANY-CODE NUMERIC
               SET WS-NOT-FIRST-CARD TO TRUE
       2080-EXIT.
           EXIT.

      ******************************************************************
      *    2085-CHECK-AUTHORITY - LOOK UP THE CARD'S KEYER AND         *
      *    APPROVER ON THE OPERATOR TABLE AND WORK OUT WHETHER THE     *
      *    CARD NEEDS A SUPERVISOR: A DELETE, A REINSTATE OR A MERGE,  *
      *    OR A CHANGE THAT KEYS A NEW PARENT OR A NEW CURRENCY        *
      ******************************************************************
       2085-CHECK-AUTHORITY.
           MOVE CT-KEYER-ID TO WS-OPER-LOOKUP-ID
           PERFORM 2090-LOOKUP-OPERATOR THRU 2090-EXIT
           MOVE WS-OPER-LOOKUP-STATUS TO WS-KEYER-STATUS
           MOVE CT-APPROVER-ID TO WS-OPER-LOOKUP-ID
           PERFORM 2090-LOOKUP-OPERATOR THRU 2090-EXIT
           MOVE WS-OPER-LOOKUP-LEVEL  TO WS-APPROVER-LEVEL
           MOVE WS-OPER-LOOKUP-STATUS TO WS-APPROVER-STATUS
           SET WS-SUPV-NOT-NEEDED TO TRUE
           EVALUATE TRUE
               WHEN CT-ACTION-DELETE
                   SET WS-SUPV-NEEDED TO TRUE
               WHEN CT-ACTION-REINSTATE
                   SET WS-SUPV-NEEDED TO TRUE
               WHEN CT-ACTION-MERGE
                   SET WS-SUPV-NEEDED TO TRUE
               WHEN CT-ACTION-CHANGE
                       AND CT-PARENT-CODE-X NOT = SPACES
                   SET WS-SUPV-NEEDED TO TRUE
               WHEN CT-ACTION-CHANGE
                       AND CT-CURRENCY-CD NOT = SPACES
                   SET WS-SUPV-NEEDED TO TRUE
           END-EVALUATE
           .
       2085-EXIT.
           EXIT.

       2090-LOOKUP-OPERATOR.
           MOVE SPACES TO WS-OPER-LOOKUP-LEVEL
           MOVE SPACES TO WS-OPER-LOOKUP-STATUS
           IF WS-OPER-LOOKUP-ID = SPACES
                   OR WS-OPER-COUNT = ZERO
               GO TO 2090-EXIT
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
       2090-EXIT.
           EXIT.

       2100-ACCEPT-CARD.
           MOVE COMPANY-TRANS-RECORD TO CLEAN-TRANS-RECORD
           WRITE CLEAN-TRANS-RECORD
       9700-EXIT.
           EXIT.

      ******************************************************************
      *    9600-OPER-CONTROL-ABEND - THE OPERATOR AUTHORITY FILE       *
      *    FAILED ITS CONTROL CHECK.  THE REASON AND THE COUNTS GO TO  *
      *    THE LOG AND THE RUN ABENDS BEFORE ANY CARD IS CHECKED       *
      *    AGAINST A SHORT OR CORRUPTED TABLE                          *
      ******************************************************************
       9600-OPER-CONTROL-ABEND.
           DISPLAY 'PLAYEDIT - OPERAUTH CONTROL ERROR - '
                   WS-CTL-ABEND-MSG
           DISPLAY 'EXPECTED COUNT : ' WS-OP-EXP-COUNT
                   '  ACTUAL COUNT : ' WS-OP-ACT-COUNT
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9600-EXIT.
           EXIT.

      ******************************************************************
      *    9800-CONTROL-ABEND - THE COMPTRAN DECK FAILED BATCH         *
      *    BALANCING.  THE REASON AND THE EXPECTED-VERSUS-ACTUAL       *
           EXIT.

           COPY RUNLPROC.

           COPY PDATPROC.
