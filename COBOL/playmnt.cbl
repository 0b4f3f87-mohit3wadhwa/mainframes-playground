      *                     RUNLOGWS/RUNLPROC COPYBOOKS) WITH THE     *
      *                     CLEAN-CARDS-READ AND NEW-MASTER COUNTS   *
      *                     FOR THE PLAYSTAT MORNING STATUS TIES      *
      *    2026-10-14  RSM  THE CARD'S KEYER AND APPROVER IDS ARE     *
      *                     COPIED TO EVERY MNTHIST RECORD, WHICH     *
      *                     GREW FROM 330 TO 350 BYTES TO HOLD THEM   *
      *    2026-10-14  RSM  NEW ACTION R REINSTATES A RETIRED         *
      *                     COMPANY - STATUS BACK TO ACTIVE, RETIRED  *
      *                     DATE CLEARED, KEYED PROFILE FIELDS        *
      *                     OVERLAID AS ON A CHANGE.  A RETIRED       *
      *                     COMPANY COULD NOT OTHERWISE COME BACK     *
      *                     (THE ADD IS REJECTED - IT IS STILL ON     *
      *                     THE MASTER), SO THE PLAYBACK BACKOUT HAD  *
      *                     NO WAY TO REVERSE A DELETE.  REINSTATING  *
      *                     AN ACTIVE COMPANY IS REJECTED.  WRITES    *
      *                     MNTHIST AND GLEXTR ACTION R               *
      *    2026-10-15  RSM  THE RUN DATE STAMPED ON MNTHIST, THE GL    *
      *                     EXTRACT AND A RETIRED COMPANY IS NOW THE   *
      *                     BUSINESS PROCESSING DATE                   *
      *                     (PDATREC/PDATEWS/PDATPROC COPYBOOKS, DD    *
      *                     PROCDATE) RATHER THAN THE MACHINE DATE;    *
      *                     THE MNTHIST RUN TIME STAYS THE MACHINE     *
      *                     TIME                                       *
      *    2026-10-15  RSM  NEW ACTION M MERGES A COMPANY INTO AN      *
      *                     ACTIVE SURVIVOR OR RENUMBERS IT TO A CODE  *
      *                     NOT YET ON THE MASTER.  A PRE-PASS OF THE  *
      *                     CLEAN DECK TABLES AND VALIDATES EVERY M    *
      *                     CARD BEFORE THE MATCH/MERGE.  THE OLD CODE *
      *                     IS RETIRED WITH CM-MERGED-INTO-CODE SET; A *
      *                     RENUMBER'S NEW RECORD IS SLOTTED INTO THE  *
      *                     NEW MASTER IN KEY ORDER; EVERY CHILD OF A  *
      *                     MERGED COMPANY IS RE-POINTED TO THE        *
      *                     SURVIVOR (AN OTHERWISE UNCHANGED CHILD     *
      *                     GETS ITS OWN C HISTORY AND GL RECORDS).    *
      *                     WRITES ONE MNTHIST AND ONE GLEXTR ACTION M *
      *                     RECORD PER MERGE AND APPENDS THE MAPPING   *
      *                     TO THE NEW CUMULATIVE CODEXREF FILE        *
      *                     (CODXREC, DD CODEXREF).  A MERGED COMPANY  *
      *                     CANNOT BE REINSTATED; AN ADD FOR A         *
      *                     RENUMBER'S NEW CODE IS REJECTED            *
      *    2026-10-15  RSM  CODEXREF RECORDS ARE NOW WRITTEN IN 3000   *
      *                     ONLY AFTER BOTH INPUT TRAILERS HAVE        *
      *                     BALANCED, FROM THE APPLIED MERGE TABLE     *
      *                     ENTRIES.  THE PRE-PASS ALSO TABLES D CARDS *
      *                     AND REJECTS A MERGE WHOSE SURVIVOR IS      *
      *                     DELETED IN THE SAME RUN.  THE TABLE-FULL   *
      *                     AND PARENT-LOOKUP STOPS NOW CLOSE THE      *
      *                     FILES FIRST                                *
      ******************************************************************
      *    TRANSACTION CARDS (COMPTRAN) MUST BE SORTED ASCENDING BY    *
      *    CT-COMPANY-CODE, THE SAME SEQUENCE AS THE OLD COMPANY       *
      *              PARENT CODE) OVERLAYS THE MASTER; BLANK OR ZERO   *
      *              CARD FIELDS LEAVE THE MASTER ALONE                *
      *        D  -  DELETE (RETIRE) AN EXISTING COMPANY               *
      *        R  -  REINSTATE A RETIRED COMPANY - BACK TO ACTIVE,     *
      *              RETIRED DATE CLEARED; KEYED PROFILE FIELDS        *
      *              OVERLAY THE MASTER AS ON A CHANGE                 *
      *        M  -  MERGE / RENUMBER - RETIRE THE COMPANY INTO THE    *
      *              SURVIVOR CODE ON THE CARD.  AN ACTIVE SURVIVOR    *
      *              ABSORBS IT (MERGER); A SURVIVOR NOT ON THE MASTER *
      *              IS CREATED FROM ITS PROFILE (RENUMBER).  CHILD    *
      *              COMPANIES ARE RE-POINTED TO THE SURVIVOR AND THE  *
      *              MAPPING IS APPENDED TO THE CODEXREF FILE          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-RUNLOG-STATUS.

           SELECT PROC-DATE-FILE      ASSIGN TO PROCDATE
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-PD-STATUS.

           SELECT CODE-XREF-FILE      ASSIGN TO CODEXREF
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS  IS WS-XR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-COMPANY-MASTER

       FD  MAINT-HISTORY
           RECORDING MODE IS F
           RECORD CONTAINS 350 CHARACTERS.
           COPY MNTHREC.

       FD  GL-EXTRACT
           RECORDING MODE IS F.
           COPY RUNLREC.

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
           COPY PDATREC.

       FD  CODE-XREF-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY CODXREC.

       WORKING-STORAGE SECTION.
           COPY RUNPARM.
           COPY RUNLOGWS.
           COPY PDATEWS.

       01  WS-FILE-STATUSES.
           05  WS-OM-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-PL-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-MH-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-GX-FILE-STATUS       PIC XX VALUE '00'.
           05  WS-XR-FILE-STATUS       PIC XX VALUE '00'.

       01  WS-OM-EOF-STA               PIC X VALUE 'N'.
           88  WS-OM-EOF                VALUE 'Y'.
       01  WS-ADD-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-CHANGE-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-DELETE-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-REINSTATE-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-MERGER-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-RENUMBER-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-REPOINT-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-XREF-COUNT               PIC 9(04) VALUE ZERO.

      ******************************************************************
      *    BATCH BALANCING FIELDS - ONE SET PER CONTROLLED INPUT FILE  *
           88  WS-PARENT-OK             VALUE 'Y'.
           88  WS-PARENT-BAD            VALUE 'N'.

      ******************************************************************
      *    MERGE / RENUMBER TABLE - ONE ENTRY PER M CARD ON THE CLEAN  *
      *    DECK, LOADED AND VALIDATED BY THE 1300 PRE-PASS BEFORE THE  *
      *    MATCH/MERGE STARTS.  THE MERGE NEEDS ALL OF THEM UP FRONT:  *
      *    A CHILD COMPANY CAN SORT AHEAD OF ITS MERGED PARENT, AND A  *
      *    RENUMBER'S NEW CODE CAN SORT AHEAD OF THE OLD ONE.  THE     *
      *    SURVIVOR IMAGE IS THE SURVIVOR'S MASTER RECORD FOR A        *
      *    MERGER, OR THE NEW RECORD BUILT FROM THE OLD COMPANY'S      *
      *    PROFILE FOR A RENUMBER.  A REJECTED ENTRY IS KEPT (TYPE X)  *
      *    SO ITS CARD IS REJECTED WHEN THE MERGE REACHES IT           *
      ******************************************************************
       01  WS-MERGE-TABLE.
           05  WS-MX-COUNT             PIC 9(04) VALUE ZERO.
           05  WS-MX-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-MX-COUNT
                       INDEXED BY WS-MX-NDX.
               10  WS-MX-OLD-CODE      PIC 9(06).
               10  WS-MX-SURVIVOR-CODE PIC 9(06).
               10  WS-MX-TYPE          PIC X(01).
                   88  WS-MX-MERGER     VALUE 'M'.
                   88  WS-MX-RENUMBER   VALUE 'N'.
                   88  WS-MX-REJECTED   VALUE 'X'.
               10  WS-MX-INSERT-SW     PIC X(01).
                   88  WS-MX-INSERTED   VALUE 'Y'.
                   88  WS-MX-NOT-INSERTED VALUE 'N'.
               10  WS-MX-APPLIED-SW    PIC X(01).
                   88  WS-MX-APPLIED    VALUE 'Y'.
                   88  WS-MX-NOT-APPLIED VALUE 'N'.
               10  WS-MX-KEYER-ID      PIC X(08).
               10  WS-MX-APPROVER-ID   PIC X(08).
               10  WS-MX-SURVIVOR-IMAGE PIC X(150).

      ******************************************************************
      *    DELETE TABLE - THE CODE OF EVERY D CARD IN THE CLEAN DECK,  *
      *    TABLED ON THE SAME PRE-PASS SO A MERGE INTO A COMPANY THAT  *
      *    IS BEING RETIRED TONIGHT CAN BE REJECTED                    *
      ******************************************************************
       01  WS-DELETE-TABLE.
           05  WS-DX-COUNT             PIC 9(04) VALUE ZERO.
           05  WS-DX-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-DX-COUNT.
               10  WS-DX-CODE          PIC 9(06).

       01  WS-DX-SUB                   PIC 9(04) VALUE ZERO.

       01  WS-MX-SUB                   PIC 9(04) VALUE ZERO.
       01  WS-MX-SUB2                  PIC 9(04) VALUE ZERO.
       01  WS-MX-NEXT-SUB              PIC 9(04) VALUE ZERO.
       01  WS-MX-NEXT-KEY              PIC 9(07) VALUE ZERO.
       01  WS-MX-REASON                PIC X(36) VALUE SPACES.
       01  WS-MX-WALK-CODE             PIC 9(06) VALUE ZERO.
       01  WS-MX-WALK-HOPS             PIC 9(04) VALUE ZERO.

       01  WS-MX-EOF-STA               PIC X VALUE 'N'.
           88  WS-MX-EOF                VALUE 'Y'.
           88  WS-MX-N-EOF               VALUE 'N'.

       01  WS-MX-FOUND-SW              PIC X VALUE 'N'.
           88  WS-MX-FOUND              VALUE 'Y'.
           88  WS-MX-NOT-FOUND          VALUE 'N'.

       01  WS-MX-LOOP-SW               PIC X VALUE 'N'.
           88  WS-MX-LOOP               VALUE 'Y'.
           88  WS-MX-NO-LOOP            VALUE 'N'.

       01  WS-REPOINT-SW               PIC X VALUE 'N'.
           88  WS-REPOINTED             VALUE 'Y'.
           88  WS-NOT-REPOINTED         VALUE 'N'.
       01  WS-REPOINT-KEYER-ID         PIC X(08) VALUE SPACES.
       01  WS-REPOINT-APPROVER-ID      PIC X(08) VALUE SPACES.

       01  WS-MERGE-SURVIVOR-IMAGE     PIC X(150) VALUE SPACES.
           COPY COMPREC REPLACING
                   ==COMPANY-RECORD==    BY ==RENUMBER-IMAGE-RECORD==,
                   LEADING ==CM-==       BY ==RN-==.

       01  WS-CTL-ABEND-FILE           PIC X(08) VALUE SPACES.
       01  WS-CTL-ABEND-MSG            PIC X(40) VALUE SPACES.
       01  WS-CTL-EXP-COUNT            PIC 9(07) VALUE ZERO.
           05  RL-COMPANY-CODE          PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RL-COMPANY-NAME          PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RL-SURVIVOR-CODE         PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE SPACES.

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  TL6-REJECT-COUNT         PIC ZZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-TRAILER-LINE-7.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'COMPANIES REINSTATED    : '.
           05  TL7-REINSTATE-COUNT      PIC ZZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-TRAILER-LINE-8.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'COMPANIES MERGED        : '.
           05  TL8-MERGER-COUNT         PIC ZZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-TRAILER-LINE-9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'COMPANIES RENUMBERED    : '.
           05  TL9-RENUMBER-COUNT       PIC ZZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-TRAILER-LINE-10.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'CHILD PARENTS RE-POINTED: '.
           05  TL10-REPOINT-COUNT       PIC ZZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      *    0000-MAINLINE                                                *
      ******************************************************************
       0000-MAINLINE.
           MOVE 'PLAYMNT' TO WS-PD-PROGRAM-ID
           PERFORM READ-PROCESSING-DATE
           MOVE 'PLAYMNT' TO WS-RUNLOG-PROGRAM-ID
           PERFORM WRITE-RUN-LOG-START
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-MERGE-MASTER THRU 2000-EXIT
                   UNTIL WS-OM-EOF AND WS-CT-EOF
           PERFORM 2050-RELEASE-RENUMBERS THRU 2050-EXIT
           PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-CT-ACT-COUNT      TO WS-RUNLOG-RECS-IN
       1000-INITIALIZE.
           MOVE 'PLAYMNT' TO WS-PARM-PROGRAM-ID
           PERFORM PROCESS-RUN-PARMS
           MOVE WS-PD-BUS-DATE TO WS-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN INPUT  OLD-COMPANY-MASTER
           IF WS-OM-FILE-STATUS NOT = '00'
               MOVE WS-OM-FILE-STATUS    TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           OPEN INPUT  PARENT-LOOKUP
           IF WS-PL-FILE-STATUS NOT = '00'
               MOVE 'PARENT-LOOKUP'      TO WS-ABEND-FILE-ID
               MOVE WS-PL-FILE-STATUS    TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 1300-LOAD-MERGE-CARDS THRU 1300-EXIT
           OPEN INPUT  COMPANY-TRANS
           IF WS-CT-FILE-STATUS NOT = '00'
               MOVE 'COMPANY-TRANS'      TO WS-ABEND-FILE-ID
               MOVE WS-CT-FILE-STATUS    TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           OPEN OUTPUT NEW-COMPANY-MASTER
           IF WS-NM-FILE-STATUS NOT = '00'
               MOVE 'NEW-COMPANY-MASTER' TO WS-ABEND-FILE-ID
           MOVE ZERO       TO GC-HASH-TOTAL
           MOVE ZERO       TO GC-AMOUNT-TOTAL
           WRITE GL-CONTROL-RECORD
      *    THE CROSS-REFERENCE IS CUMULATIVE LIKE THE HISTORY FILE     *
           OPEN EXTEND CODE-XREF-FILE
           IF WS-XR-FILE-STATUS NOT = '00'
               MOVE 'CODE-XREF-FILE'     TO WS-ABEND-FILE-ID
               MOVE WS-XR-FILE-STATUS    TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 1100-READ-OLD-MASTER THRU 1100-EXIT
           PERFORM 1200-READ-TRANS      THRU 1200-EXIT
           .
       1230-EXIT.
           EXIT.

      ******************************************************************
      *    1300-LOAD-MERGE-CARDS - PRE-PASS OF THE CLEAN DECK THAT     *
      *    TABLES EVERY M (MERGE / RENUMBER) CARD AND DECIDES NOW      *
      *    WHETHER IT WILL BE APPLIED, SO THE MERGE CAN RE-POINT       *
      *    CHILDREN AND SLOT IN RENUMBERED CODES WHEREVER THEY FALL.   *
      *    THE CODE OF EVERY D CARD IS TABLED TOO (SEE 1336).          *
      *    CONTROL RECORDS ARE SKIPPED HERE - THE DECK IS BALANCED ON  *
      *    THE MAIN PASS, AND PLAYEDIT HAS ALREADY GUARANTEED ONE CARD *
      *    PER CODE IN ASCENDING ORDER                                 *
      ******************************************************************
       1300-LOAD-MERGE-CARDS.
           OPEN INPUT  COMPANY-TRANS
           IF WS-CT-FILE-STATUS NOT = '00'
               MOVE 'COMPANY-TRANS'      TO WS-ABEND-FILE-ID
               MOVE WS-CT-FILE-STATUS    TO WS-ABEND-FILE-STATUS
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           PERFORM 1310-READ-MERGE-CARD THRU 1310-EXIT
                   UNTIL WS-MX-EOF
           CLOSE COMPANY-TRANS
           PERFORM 1330-CROSS-CHECK-MERGE THRU 1330-EXIT
                   VARYING WS-MX-SUB FROM 1 BY 1
                   UNTIL WS-MX-SUB > WS-MX-COUNT
           .
       1300-EXIT.
           EXIT.

       1310-READ-MERGE-CARD.
           READ COMPANY-TRANS
               AT END
                   SET WS-MX-EOF TO TRUE
               NOT AT END
                   IF NOT TC-HEADER-REC
                           AND NOT TC-TRAILER-REC
                           AND CT-ACTION-MERGE
                       PERFORM 1320-TABLE-MERGE-CARD THRU 1320-EXIT
                   END-IF
                   IF NOT TC-HEADER-REC
                           AND NOT TC-TRAILER-REC
                           AND CT-ACTION-DELETE
                       PERFORM 1315-TABLE-DELETE-CARD THRU 1315-EXIT
                   END-IF
           END-READ
           .
       1310-EXIT.
           EXIT.

       1315-TABLE-DELETE-CARD.
           IF WS-DX-COUNT NOT < 500
               DISPLAY 'PLAYMNT - DELETE TABLE FULL AT 500 '
                       'ENTRIES - RAISE THE WS-DX-ENTRY CEILING '
                       'AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF
           ADD 1 TO WS-DX-COUNT
           MOVE CT-COMPANY-CODE TO WS-DX-CODE(WS-DX-COUNT)
           .
       1315-EXIT.
           EXIT.

      ******************************************************************
      *    1320-TABLE-MERGE-CARD - THE OLD CODE MUST BE AN ACTIVE      *
      *    COMPANY.  A SURVIVOR ON THE MASTER MUST BE ACTIVE AND MUST  *
      *    NOT SIT BELOW THE OLD COMPANY IN THE PARENT CHAIN (ITS      *
      *    CHILDREN WOULD BECOME THEIR OWN ANCESTORS) - THAT IS A      *
      *    MERGER.  A SURVIVOR NOT ON THE MASTER IS A RENUMBER: THE    *
      *    NEW RECORD IS THE OLD PROFILE UNDER THE NEW CODE, ACTIVE    *
      *    AND NEVER RETIRED                                           *
      ******************************************************************
       1320-TABLE-MERGE-CARD.
           IF WS-MX-COUNT NOT < 500
               DISPLAY 'PLAYMNT - MERGE TABLE FULL AT 500 '
                       'ENTRIES - RAISE THE WS-MX-ENTRY CEILING '
                       'AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF
           ADD 1 TO WS-MX-COUNT
           MOVE WS-MX-COUNT       TO WS-MX-SUB
           MOVE CT-COMPANY-CODE   TO WS-MX-OLD-CODE(WS-MX-SUB)
           MOVE ZERO              TO WS-MX-SURVIVOR-CODE(WS-MX-SUB)
           MOVE CT-KEYER-ID       TO WS-MX-KEYER-ID(WS-MX-SUB)
           MOVE CT-APPROVER-ID    TO WS-MX-APPROVER-ID(WS-MX-SUB)
           MOVE SPACES            TO WS-MX-SURVIVOR-IMAGE(WS-MX-SUB)
           SET WS-MX-NOT-INSERTED(WS-MX-SUB) TO TRUE
           SET WS-MX-NOT-APPLIED(WS-MX-SUB)  TO TRUE
           SET WS-MX-REJECTED(WS-MX-SUB)     TO TRUE
           IF CT-SURVIVOR-CODE NOT NUMERIC
                   OR CT-SURVIVOR-CODE = ZERO OR 999999
                   OR CT-SURVIVOR-CODE = CT-COMPANY-CODE
               MOVE 'SURVIVOR CODE NOT VALID' TO WS-MX-REASON
               PERFORM 1390-REJECT-MERGE-CARD THRU 1390-EXIT
               GO TO 1320-EXIT
           END-IF
           MOVE CT-SURVIVOR-CODE  TO WS-MX-SURVIVOR-CODE(WS-MX-SUB)
           MOVE CT-COMPANY-CODE   TO PL-COMPANY-CODE
           READ PARENT-LOOKUP
               INVALID KEY
                   MOVE 'COMPANY NOT ON MASTER' TO WS-MX-REASON
               NOT INVALID KEY
                   IF PL-STAT-ACTIVE
                       MOVE SPACES TO WS-MX-REASON
                   ELSE
                       MOVE 'COMPANY ALREADY RETIRED' TO WS-MX-REASON
                   END-IF
           END-READ
           PERFORM 1380-CHECK-LOOKUP-STATUS THRU 1380-EXIT
           IF WS-MX-REASON NOT = SPACES
               PERFORM 1390-REJECT-MERGE-CARD THRU 1390-EXIT
               GO TO 1320-EXIT
           END-IF
           MOVE PARENT-LOOKUP-RECORD TO RENUMBER-IMAGE-RECORD
           MOVE CT-SURVIVOR-CODE  TO PL-COMPANY-CODE
           READ PARENT-LOOKUP
               INVALID KEY
                   SET WS-MX-RENUMBER(WS-MX-SUB) TO TRUE
               NOT INVALID KEY
                   SET WS-MX-MERGER(WS-MX-SUB)   TO TRUE
           END-READ
           PERFORM 1380-CHECK-LOOKUP-STATUS THRU 1380-EXIT
           IF WS-MX-RENUMBER(WS-MX-SUB)
               MOVE CT-SURVIVOR-CODE  TO RN-COMPANY-CODE
               SET  RN-STAT-ACTIVE    TO TRUE
               MOVE ZERO              TO RN-RETIRED-DATE
               MOVE ZERO              TO RN-MERGED-INTO-CODE
               MOVE RENUMBER-IMAGE-RECORD
                       TO WS-MX-SURVIVOR-IMAGE(WS-MX-SUB)
               GO TO 1320-EXIT
           END-IF
           MOVE PARENT-LOOKUP-RECORD
                   TO WS-MX-SURVIVOR-IMAGE(WS-MX-SUB)
           IF NOT PL-STAT-ACTIVE
               MOVE 'SURVIVOR IS RETIRED' TO WS-MX-REASON
               PERFORM 1390-REJECT-MERGE-CARD THRU 1390-EXIT
               GO TO 1320-EXIT
           END-IF
      *    WALK UP FROM THE SURVIVOR - IF THE OLD COMPANY IS ONE OF    *
      *    ITS ANCESTORS THE RE-POINTED CHILDREN WOULD FORM A LOOP     *
           SET WS-MX-NO-LOOP TO TRUE
           MOVE ZERO TO WS-MX-WALK-HOPS
           IF PL-PARENT-CODE NUMERIC
               MOVE PL-PARENT-CODE TO WS-MX-WALK-CODE
           ELSE
               MOVE ZERO TO WS-MX-WALK-CODE
           END-IF
           PERFORM 1340-WALK-PARENT THRU 1340-EXIT
                   UNTIL WS-MX-WALK-CODE = ZERO
                      OR WS-MX-LOOP
                      OR WS-MX-WALK-HOPS > 50
           IF WS-MX-LOOP
               MOVE 'SURVIVOR IS BELOW THE COMPANY' TO WS-MX-REASON
               PERFORM 1390-REJECT-MERGE-CARD THRU 1390-EXIT
           END-IF
           .
       1320-EXIT.
           EXIT.

       1330-CROSS-CHECK-MERGE.
           IF WS-MX-REJECTED(WS-MX-SUB)
               GO TO 1330-EXIT
           END-IF
           PERFORM 1335-CHECK-PAIR THRU 1335-EXIT
                   VARYING WS-MX-SUB2 FROM 1 BY 1
                   UNTIL WS-MX-SUB2 > WS-MX-COUNT
                      OR WS-MX-REJECTED(WS-MX-SUB)
           PERFORM 1336-CHECK-DELETE THRU 1336-EXIT
                   VARYING WS-DX-SUB FROM 1 BY 1
                   UNTIL WS-DX-SUB > WS-DX-COUNT
                      OR WS-MX-REJECTED(WS-MX-SUB)
           .
       1330-EXIT.
           EXIT.

      ******************************************************************
      *    1335-CHECK-PAIR - A SURVIVOR THAT IS ITSELF BEING MERGED    *
      *    AWAY IN THIS RUN WOULD LEAVE A CHAIN INSIDE ONE NIGHT, AND  *
      *    TWO RENUMBERS ONTO THE SAME NEW CODE CANNOT BOTH CREATE IT  *
      *    - THE LATER CARD IS REJECTED.  RE-KEY IT FOR THE NEXT RUN   *
      ******************************************************************
       1335-CHECK-PAIR.
           IF WS-MX-SUB2 = WS-MX-SUB
                   OR WS-MX-REJECTED(WS-MX-SUB2)
               GO TO 1335-EXIT
           END-IF
           IF WS-MX-OLD-CODE(WS-MX-SUB2)
                   = WS-MX-SURVIVOR-CODE(WS-MX-SUB)
               MOVE 'SURVIVOR IS MERGED IN THIS RUN' TO WS-MX-REASON
               PERFORM 1390-REJECT-MERGE-CARD THRU 1390-EXIT
               GO TO 1335-EXIT
           END-IF
           IF WS-MX-SUB2 < WS-MX-SUB
                   AND WS-MX-RENUMBER(WS-MX-SUB)
                   AND WS-MX-RENUMBER(WS-MX-SUB2)
                   AND WS-MX-SURVIVOR-CODE(WS-MX-SUB2)
                       = WS-MX-SURVIVOR-CODE(WS-MX-SUB)
               MOVE 'NEW CODE ALREADY TAKEN IN RUN' TO WS-MX-REASON
               PERFORM 1390-REJECT-MERGE-CARD THRU 1390-EXIT
           END-IF
           .
       1335-EXIT.
           EXIT.

      ******************************************************************
      *    1336-CHECK-DELETE - A SURVIVOR WITH A D CARD IN THE SAME    *
      *    DECK WOULD BE RETIRED BY THE TIME THE MERGE REACHES IT, SO  *
      *    THE MERGE IS REJECTED RATHER THAN LEFT POINTING AT A        *
      *    RETIRED COMPANY                                             *
      ******************************************************************
       1336-CHECK-DELETE.
           IF WS-DX-CODE(WS-DX-SUB) = WS-MX-SURVIVOR-CODE(WS-MX-SUB)
               MOVE 'SURVIVOR IS DELETED IN THIS RUN' TO WS-MX-REASON
               PERFORM 1390-REJECT-MERGE-CARD THRU 1390-EXIT
           END-IF
           .
       1336-EXIT.
           EXIT.

       1340-WALK-PARENT.
           ADD 1 TO WS-MX-WALK-HOPS
           IF WS-MX-WALK-CODE = WS-MX-OLD-CODE(WS-MX-SUB)
               SET WS-MX-LOOP TO TRUE
               GO TO 1340-EXIT
           END-IF
           MOVE WS-MX-WALK-CODE TO PL-COMPANY-CODE
           READ PARENT-LOOKUP
               INVALID KEY
                   MOVE ZERO TO WS-MX-WALK-CODE
               NOT INVALID KEY
                   IF PL-PARENT-CODE NUMERIC
                       MOVE PL-PARENT-CODE TO WS-MX-WALK-CODE
                   ELSE
                       MOVE ZERO TO WS-MX-WALK-CODE
                   END-IF
           END-READ
           PERFORM 1380-CHECK-LOOKUP-STATUS THRU 1380-EXIT
           .
       1340-EXIT.
           EXIT.

       1380-CHECK-LOOKUP-STATUS.
           IF WS-PL-FILE-STATUS NOT = '00' AND '23'
               DISPLAY 'PLAYMNT - PARENT-LOOKUP READ FAILED - '
                       'FILE STATUS = ' WS-PL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF
           .
       1380-EXIT.
           EXIT.

      ******************************************************************
      *    1390-REJECT-MERGE-CARD - THE ENTRY STAYS IN THE TABLE AS    *
      *    REJECTED; THE CARD ITSELF IS REJECTED AND COUNTED WHEN THE  *
      *    MERGE REACHES IT.  THE REASON GOES TO THE LOG HERE BECAUSE  *
      *    THE MAINTRPT LINE HAS NO ROOM FOR ONE                       *
      ******************************************************************
       1390-REJECT-MERGE-CARD.
           SET WS-MX-REJECTED(WS-MX-SUB) TO TRUE
           DISPLAY 'PLAYMNT - MERGE CARD ' WS-MX-OLD-CODE(WS-MX-SUB)
                   ' WILL BE REJECTED - ' WS-MX-REASON
           .
       1390-EXIT.
           EXIT.

      ******************************************************************
      *    2000-MERGE-MASTER - CLASSIC MATCH/MERGE OF THE OLD MASTER   *
      *    AGAINST THE SORTED TRANSACTION CARDS.  A HIGH-KEY VALUE IS  *
      *    COMPARE LOGIC BELOW DRIVES BOTH FILES TO EOF TOGETHER       *
      ******************************************************************
       2000-MERGE-MASTER.
           PERFORM 2050-RELEASE-RENUMBERS THRU 2050-EXIT
           IF WS-OM-EOF AND WS-CT-EOF
               NEXT SENTENCE
           ELSE
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    2050-RELEASE-RENUMBERS - A RENUMBER'S NEW CODE IS NOT ON    *
      *    THE OLD MASTER, SO IT IS SLOTTED INTO THE NEW MASTER HERE   *
      *    AS SOON AS BOTH INPUTS HAVE MOVED PAST IT - BELOW THE OLD   *
      *    MASTER KEY AND NOT ABOVE THE CARD KEY, SO AN ADD CARD FOR   *
      *    THE SAME CODE FINDS IT ALREADY TAKEN.  THE MAINLINE CALLS   *
      *    IT ONCE MORE AT END OF FILE FOR ANY NEW CODE ABOVE BOTH     *
      ******************************************************************
       2050-RELEASE-RENUMBERS.
           PERFORM 2055-FIND-NEXT-RENUMBER THRU 2055-EXIT
           IF WS-MX-NEXT-SUB = ZERO
               GO TO 2050-EXIT
           END-IF
           IF WS-MX-NEXT-KEY NOT < WS-OM-COMPARE-KEY
                   OR WS-MX-NEXT-KEY > WS-CT-COMPARE-KEY
               GO TO 2050-EXIT
           END-IF
           MOVE WS-MX-SURVIVOR-IMAGE(WS-MX-NEXT-SUB)
                   TO NEW-MASTER-RECORD
           PERFORM 2600-WRITE-NEW-MASTER THRU 2600-EXIT
           SET WS-MX-INSERTED(WS-MX-NEXT-SUB) TO TRUE
           MOVE 'NEW CODE'      TO RL-ACTION
           MOVE NM-COMPANY-CODE TO RL-COMPANY-CODE
           MOVE NM-COMPANY-NAME TO RL-COMPANY-NAME
           PERFORM 2500-PRINT-REPORT-LINE THRU 2500-EXIT
           GO TO 2050-RELEASE-RENUMBERS
           .
       2050-EXIT.
           EXIT.

       2055-FIND-NEXT-RENUMBER.
           MOVE ZERO        TO WS-MX-NEXT-SUB
           MOVE WS-HIGH-KEY TO WS-MX-NEXT-KEY
           PERFORM 2056-CHECK-RENUMBER THRU 2056-EXIT
                   VARYING WS-MX-SUB FROM 1 BY 1
                   UNTIL WS-MX-SUB > WS-MX-COUNT
           .
       2055-EXIT.
           EXIT.

       2056-CHECK-RENUMBER.
           IF WS-MX-RENUMBER(WS-MX-SUB)
                   AND WS-MX-NOT-INSERTED(WS-MX-SUB)
                   AND WS-MX-SURVIVOR-CODE(WS-MX-SUB) < WS-MX-NEXT-KEY
               MOVE WS-MX-SUB TO WS-MX-NEXT-SUB
               MOVE WS-MX-SURVIVOR-CODE(WS-MX-SUB) TO WS-MX-NEXT-KEY
           END-IF
           .
       2056-EXIT.
           EXIT.

      ******************************************************************
      *    2070-FIND-MERGE-ENTRY - LOOK UP THE CARD IN HAND ON THE     *
      *    MERGE TABLE.  FOR AN M CARD THE ENTRY KEYED ON ITS OWN      *
      *    CODE; FOR AN ADD CARD A RENUMBER THAT TAKES ITS CODE        *
      ******************************************************************
       2070-FIND-MERGE-ENTRY.
           SET WS-MX-NOT-FOUND TO TRUE
           IF WS-MX-COUNT = ZERO
               GO TO 2070-EXIT
           END-IF
           SET WS-MX-NDX TO 1
           IF CT-ACTION-MERGE
               SEARCH WS-MX-ENTRY
                   AT END
                       SET WS-MX-NOT-FOUND TO TRUE
                   WHEN WS-MX-OLD-CODE(WS-MX-NDX) = CT-COMPANY-CODE
                       SET WS-MX-FOUND TO TRUE
               END-SEARCH
           ELSE
               SEARCH WS-MX-ENTRY
                   AT END
                       SET WS-MX-NOT-FOUND TO TRUE
                   WHEN WS-MX-RENUMBER(WS-MX-NDX)
                           AND WS-MX-SURVIVOR-CODE(WS-MX-NDX)
                               = CT-COMPANY-CODE
                       SET WS-MX-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF WS-MX-FOUND
               SET WS-MX-SUB TO WS-MX-NDX
               IF WS-MX-REJECTED(WS-MX-SUB)
                   SET WS-MX-NOT-FOUND TO TRUE
               END-IF
           END-IF
           .
       2070-EXIT.
           EXIT.

       2100-KEEP-OLD-RECORD.
           PERFORM 2610-CARRY-OLD-RECORD THRU 2610-EXIT
           PERFORM 1100-READ-OLD-MASTER THRU 1100-EXIT
           .
       2100-EXIT.
      ******************************************************************
       2200-PROCESS-ADD.
           PERFORM 2450-VALIDATE-PARENT THRU 2450-EXIT
           PERFORM 2070-FIND-MERGE-ENTRY THRU 2070-EXIT
           IF CT-ACTION-ADD AND WS-PARENT-OK AND WS-MX-NOT-FOUND
               MOVE SPACES            TO NEW-MASTER-RECORD
               MOVE CT-COMPANY-CODE   TO NM-COMPANY-CODE
               MOVE CT-COMPANY-NAME   TO NM-COMPANY-NAME
               MOVE CT-EFFECTIVE-DATE TO NM-EFFECTIVE-DATE
               MOVE CT-EXPIRY-DATE    TO NM-EXPIRY-DATE
               MOVE ZERO              TO NM-RETIRED-DATE
               MOVE ZERO              TO NM-MERGED-INTO-CODE
               IF CT-PARENT-CODE NUMERIC
                   MOVE CT-PARENT-CODE TO NM-PARENT-CODE
               ELSE
      *    2300-PROCESS-MATCH - THE TRANSACTION CODE MATCHES AN        *
      *    EXISTING OLD MASTER RECORD.  CHANGE UPDATES THE NAME,       *
      *    DELETE RETIRES THE COMPANY ON THE NEW MASTER (SOFT DELETE)  *
      *    SO THE RECORD IS STILL PRESENT BUT IS NO LONGER ACTIVE.     *
      *    MERGE RETIRES IT INTO THE SURVIVOR IF THE PRE-PASS PASSED   *
      *    THE CARD                                                    *
      ******************************************************************
       2300-PROCESS-MATCH.
           EVALUATE TRUE
                       PERFORM 2500-PRINT-REPORT-LINE THRU 2500-EXIT
                   ELSE
                       ADD 1 TO WS-REJECT-COUNT
                       PERFORM 2610-CARRY-OLD-RECORD THRU 2610-EXIT
                       MOVE 'REJECTED'      TO RL-ACTION
                       MOVE OM-COMPANY-CODE TO RL-COMPANY-CODE
                       MOVE OM-COMPANY-NAME TO RL-COMPANY-NAME
                       PERFORM 2500-PRINT-REPORT-LINE THRU 2500-EXIT
                   ELSE
                       ADD 1 TO WS-REJECT-COUNT
                       PERFORM 2610-CARRY-OLD-RECORD THRU 2610-EXIT
                       MOVE 'REJECTED'      TO RL-ACTION
                       MOVE OM-COMPANY-CODE TO RL-COMPANY-CODE
                       MOVE OM-COMPANY-NAME TO RL-COMPANY-NAME
                       PERFORM 2500-PRINT-REPORT-LINE THRU 2500-EXIT
                   END-IF
      *    A REINSTATE ONLY APPLIES TO A RETIRED COMPANY - ON AN       *
      *    ACTIVE ONE IT WOULD BE A CHANGE CARD UNDER A WRONG CODE.    *
      *    A COMPANY MERGED INTO A SURVIVOR STAYS RETIRED - ITS        *
      *    ACTIVITY IS ALREADY BEING REDIRECTED THROUGH CODEXREF       *
               WHEN CT-ACTION-REINSTATE
                   PERFORM 2450-VALIDATE-PARENT THRU 2450-EXIT
                   IF OM-STAT-RETIRED AND WS-PARENT-OK
                           AND (OM-MERGED-INTO-CODE NOT NUMERIC
                                OR OM-MERGED-INTO-CODE = ZERO)
                       MOVE OLD-MASTER-RECORD TO NEW-MASTER-RECORD
                       PERFORM 2400-OVERLAY-PROFILE THRU 2400-EXIT
                       SET  NM-STAT-ACTIVE  TO TRUE
                       MOVE ZERO            TO NM-RETIRED-DATE
                       PERFORM 2600-WRITE-NEW-MASTER THRU 2600-EXIT
                       ADD 1 TO WS-REINSTATE-COUNT
                       MOVE 'R'               TO MH-ACTION-CD
                       MOVE OM-COMPANY-CODE   TO MH-COMPANY-CODE
                       MOVE OLD-MASTER-RECORD TO MH-BEFORE-IMAGE
                       MOVE NEW-MASTER-RECORD TO MH-AFTER-IMAGE
                       PERFORM 2550-WRITE-HISTORY THRU 2550-EXIT
                       MOVE 'REINSTATE'     TO RL-ACTION
                       MOVE NM-COMPANY-CODE TO RL-COMPANY-CODE
                       MOVE NM-COMPANY-NAME TO RL-COMPANY-NAME
                       PERFORM 2500-PRINT-REPORT-LINE THRU 2500-EXIT
                   ELSE
                       ADD 1 TO WS-REJECT-COUNT
                       PERFORM 2610-CARRY-OLD-RECORD THRU 2610-EXIT
                       MOVE 'REJECTED'      TO RL-ACTION
                       MOVE OM-COMPANY-CODE TO RL-COMPANY-CODE
                       MOVE OM-COMPANY-NAME TO RL-COMPANY-NAME
                       PERFORM 2500-PRINT-REPORT-LINE THRU 2500-EXIT
                   END-IF
               WHEN CT-ACTION-MERGE
                   PERFORM 2070-FIND-MERGE-ENTRY THRU 2070-EXIT
                   IF WS-MX-FOUND
                       PERFORM 2350-PROCESS-MERGE THRU 2350-EXIT
                   ELSE
                       ADD 1 TO WS-REJECT-COUNT
                       PERFORM 2610-CARRY-OLD-RECORD THRU 2610-EXIT
                       MOVE 'REJECTED'      TO RL-ACTION
                       MOVE OM-COMPANY-CODE TO RL-COMPANY-CODE
                       MOVE OM-COMPANY-NAME TO RL-COMPANY-NAME
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM 2610-CARRY-OLD-RECORD THRU 2610-EXIT
                   MOVE 'REJECTED'      TO RL-ACTION
                   MOVE OM-COMPANY-CODE TO RL-COMPANY-CODE
                   MOVE OM-COMPANY-NAME TO RL-COMPANY-NAME
       2300-EXIT.
           EXIT.

      ******************************************************************
      *    2350-PROCESS-MERGE - RETIRE THE OLD CODE INTO ITS SURVIVOR. *
      *    ONE MNTHIST RECORD (ACTION M, THE OLD CODE'S BEFORE AND     *
      *    AFTER IMAGES, THE SURVIVOR CODE) AND ONE GL RECORD CARRYING *
      *    THE SURVIVOR'S PROFILE ARE THE WHOLE EVENT - THE NEW CODE   *
      *    OF A RENUMBER GETS NO SEPARATE ADD.  THE ENTRY IS MARKED    *
      *    APPLIED SO 3100 APPENDS THE OLD-TO-NEW MAPPING TO CODEXREF  *
      *    ONCE THE RUN HAS BALANCED                                   *
      ******************************************************************
       2350-PROCESS-MERGE.
           MOVE OLD-MASTER-RECORD TO NEW-MASTER-RECORD
           SET  NM-STAT-RETIRED   TO TRUE
           MOVE WS-RUN-DATE       TO NM-RETIRED-DATE
           MOVE WS-MX-SURVIVOR-CODE(WS-MX-SUB) TO NM-MERGED-INTO-CODE
           PERFORM 2600-WRITE-NEW-MASTER THRU 2600-EXIT
           MOVE 'M'               TO MH-ACTION-CD
           MOVE OM-COMPANY-CODE   TO MH-COMPANY-CODE
           MOVE OLD-MASTER-RECORD TO MH-BEFORE-IMAGE
           MOVE NEW-MASTER-RECORD TO MH-AFTER-IMAGE
           MOVE WS-MX-SURVIVOR-CODE(WS-MX-SUB) TO MH-SURVIVOR-CODE
           MOVE WS-MX-SURVIVOR-IMAGE(WS-MX-SUB)
                   TO WS-MERGE-SURVIVOR-IMAGE
           PERFORM 2550-WRITE-HISTORY THRU 2550-EXIT
           SET WS-MX-APPLIED(WS-MX-SUB) TO TRUE
           IF WS-MX-MERGER(WS-MX-SUB)
               ADD 1 TO WS-MERGER-COUNT
               MOVE 'MERGED'        TO RL-ACTION
           ELSE
               ADD 1 TO WS-RENUMBER-COUNT
               MOVE 'RENUMBERED'    TO RL-ACTION
           END-IF
           MOVE OM-COMPANY-CODE TO RL-COMPANY-CODE
           MOVE OM-COMPANY-NAME TO RL-COMPANY-NAME
           MOVE WS-MX-SURVIVOR-CODE(WS-MX-SUB) TO RL-SURVIVOR-CODE
           PERFORM 2500-PRINT-REPORT-LINE THRU 2500-EXIT
           .
       2350-EXIT.
           EXIT.

      ******************************************************************
      *    2400-OVERLAY-PROFILE - APPLY A CHANGE CARD TO THE NEW       *
      *    MASTER RECORD ALREADY PRIMED FROM THE OLD MASTER.  ONLY     *
      *    2550-WRITE-HISTORY - ONE MAINTENANCE HISTORY RECORD PER     *
      *    APPLIED CARD.  THE CALLER PRIMES THE ACTION, COMPANY CODE   *
      *    AND BEFORE/AFTER IMAGES; THE RUN DATE/TIME ARE STAMPED      *
      *    HERE SO EVERY RECORD OF A RUN CARRIES THE SAME TIMESTAMP,   *
      *    AND THE KEYER AND APPROVER ARE TAKEN FROM THE CARD IN HAND  *
      ******************************************************************
       2550-WRITE-HISTORY.
           MOVE WS-RUN-DATE    TO MH-RUN-DATE
           MOVE WS-RUN-TIME    TO MH-RUN-TIME
           MOVE CT-KEYER-ID    TO MH-KEYER-ID
           MOVE CT-APPROVER-ID TO MH-APPROVER-ID
           IF NOT MH-ACTION-MERGE
               MOVE ZERO       TO MH-SURVIVOR-CODE
           END-IF
           WRITE MAINT-HIST-RECORD
           ADD 1 TO WS-HISTORY-COUNT
           PERFORM 2560-WRITE-EXTRACT THRU 2560-EXIT
      *    2560-WRITE-EXTRACT - THE GENERAL LEDGER DELTA RECORD FIRES  *
      *    FOR EXACTLY THE SAME EVENTS AS THE HISTORY RECORD - AN      *
      *    APPLIED CARD - SO IT IS WRITTEN HERE FROM THE SAME PRIMED   *
      *    ACTION, CODE AND AFTER IMAGE.  A MERGE CARRIES THE          *
      *    SURVIVOR'S PROFILE UNDER THE OLD CODE INSTEAD, SO THE       *
      *    LEDGER KNOWS WHERE THE OLD CODE'S BALANCES GO               *
      ******************************************************************
       2560-WRITE-EXTRACT.
           MOVE SPACES          TO GL-EXTRACT-RECORD
           MOVE MH-ACTION-CD    TO GX-ACTION-CD
           MOVE MH-COMPANY-CODE TO GX-COMPANY-CODE
           IF MH-ACTION-MERGE
               MOVE WS-MERGE-SURVIVOR-IMAGE TO GX-COMPANY-PROFILE
           ELSE
               MOVE MH-AFTER-IMAGE  TO GX-COMPANY-PROFILE
           END-IF
           WRITE GL-EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-COUNT
           ADD GX-COMPANY-CODE TO WS-GX-HASH-TOTAL
           MOVE WS-REPORT-LINE  TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           MOVE SPACES          TO RL-SURVIVOR-CODE
           .
       2500-EXIT.
           EXIT.
      ******************************************************************
      *    2600-WRITE-NEW-MASTER - EVERY DATA RECORD WRITTEN TO THE    *
      *    NEW MASTER COMES THROUGH HERE SO THE RECORD COUNT AND THE   *
      *    COMPANY CODE HASH FOR THE TRAILER ARE KEPT IN ONE PLACE -   *
      *    AND SO IS THE RE-POINTING OF A CHILD WHOSE PARENT IS BEING  *
      *    MERGED AWAY, WHATEVER CARD (IF ANY) IS BEING APPLIED TO IT  *
      ******************************************************************
       2600-WRITE-NEW-MASTER.
           PERFORM 2650-REPOINT-PARENT THRU 2650-EXIT
           WRITE NEW-MASTER-RECORD
           ADD 1 TO WS-COMPANY-COUNT-NEW
           ADD NM-COMPANY-CODE TO WS-NM-HASH-TOTAL
       2600-EXIT.
           EXIT.

      ******************************************************************
      *    2610-CARRY-OLD-RECORD - AN OLD MASTER RECORD NO CARD        *
      *    CHANGES (NO CARD, OR A REJECTED ONE) GOES ACROSS AS IT IS - *
      *    UNLESS ITS PARENT WAS RE-POINTED, WHICH IS A CHANGE TO THE  *
      *    MASTER LIKE ANY OTHER AND GETS ITS OWN HISTORY AND GL       *
      *    CHANGE RECORDS UNDER THE MERGE CARD'S KEYER AND APPROVER    *
      ******************************************************************
       2610-CARRY-OLD-RECORD.
           MOVE OLD-MASTER-RECORD TO NEW-MASTER-RECORD
           PERFORM 2600-WRITE-NEW-MASTER THRU 2600-EXIT
           IF WS-NOT-REPOINTED
               GO TO 2610-EXIT
           END-IF
           MOVE 'C'               TO MH-ACTION-CD
           MOVE OM-COMPANY-CODE   TO MH-COMPANY-CODE
           MOVE OLD-MASTER-RECORD TO MH-BEFORE-IMAGE
           MOVE NEW-MASTER-RECORD TO MH-AFTER-IMAGE
           MOVE ZERO              TO MH-SURVIVOR-CODE
           MOVE WS-RUN-DATE       TO MH-RUN-DATE
           MOVE WS-RUN-TIME       TO MH-RUN-TIME
           MOVE WS-REPOINT-KEYER-ID    TO MH-KEYER-ID
           MOVE WS-REPOINT-APPROVER-ID TO MH-APPROVER-ID
           WRITE MAINT-HIST-RECORD
           ADD 1 TO WS-HISTORY-COUNT
           PERFORM 2560-WRITE-EXTRACT THRU 2560-EXIT
           MOVE 'RE-POINTED'    TO RL-ACTION
           MOVE NM-COMPANY-CODE TO RL-COMPANY-CODE
           MOVE NM-COMPANY-NAME TO RL-COMPANY-NAME
           MOVE NM-PARENT-CODE  TO RL-SURVIVOR-CODE
           PERFORM 2500-PRINT-REPORT-LINE THRU 2500-EXIT
           .
       2610-EXIT.
           EXIT.

       2650-REPOINT-PARENT.
           SET WS-NOT-REPOINTED TO TRUE
           IF WS-MX-COUNT = ZERO
                   OR NM-PARENT-CODE NOT NUMERIC
                   OR NM-PARENT-CODE = ZERO
               GO TO 2650-EXIT
           END-IF
           SET WS-MX-NDX TO 1
           SEARCH WS-MX-ENTRY
               AT END
                   SET WS-NOT-REPOINTED TO TRUE
               WHEN WS-MX-OLD-CODE(WS-MX-NDX) = NM-PARENT-CODE
                       AND NOT WS-MX-REJECTED(WS-MX-NDX)
                   MOVE WS-MX-SURVIVOR-CODE(WS-MX-NDX)
                           TO NM-PARENT-CODE
                   MOVE WS-MX-KEYER-ID(WS-MX-NDX)
                           TO WS-REPOINT-KEYER-ID
                   MOVE WS-MX-APPROVER-ID(WS-MX-NDX)
                           TO WS-REPOINT-APPROVER-ID
                   SET WS-REPOINTED TO TRUE
                   ADD 1 TO WS-REPOINT-COUNT
           END-SEARCH
           .
       2650-EXIT.
           EXIT.

       3000-PRINT-TOTALS.
      *    CLOSE OUT THE NEW MASTER WITH ITS TRAILER CONTROL RECORD   *
      *    CARRYING THE DATA RECORD COUNT AND COMPANY CODE HASH       *
           MOVE WS-GX-HASH-TOTAL TO GC-HASH-TOTAL
           MOVE ZERO             TO GC-AMOUNT-TOTAL
           WRITE GL-CONTROL-RECORD
      *    BOTH INPUT TRAILERS HAVE BALANCED BY NOW, SO THE MAPPINGS   *
      *    APPLIED TONIGHT CAN GO ON THE CUMULATIVE CROSS-REFERENCE    *
           PERFORM 3100-WRITE-XREF THRU 3100-EXIT
                   VARYING WS-MX-SUB FROM 1 BY 1
                   UNTIL WS-MX-SUB > WS-MX-COUNT
           DISPLAY 'COMPANY MASTER MAINTENANCE RUN COMPLETE'
           DISPLAY 'COMPANIES ON OLD MASTER  : ' WS-COMPANY-COUNT-OLD
           DISPLAY 'COMPANIES ON NEW MASTER  : ' WS-COMPANY-COUNT-NEW
           DISPLAY 'COMPANIES ADDED          : ' WS-ADD-COUNT
           DISPLAY 'COMPANIES CHANGED        : ' WS-CHANGE-COUNT
           DISPLAY 'COMPANIES DELETED        : ' WS-DELETE-COUNT
           DISPLAY 'COMPANIES REINSTATED     : ' WS-REINSTATE-COUNT
           DISPLAY 'COMPANIES MERGED         : ' WS-MERGER-COUNT
           DISPLAY 'COMPANIES RENUMBERED     : ' WS-RENUMBER-COUNT
           DISPLAY 'CHILD PARENTS RE-POINTED : ' WS-REPOINT-COUNT
           DISPLAY 'CODE XREFS WRITTEN       : ' WS-XREF-COUNT
           DISPLAY 'TRANSACTIONS REJECTED    : ' WS-REJECT-COUNT
           DISPLAY 'HISTORY RECORDS WRITTEN  : ' WS-HISTORY-COUNT
           DISPLAY 'GL DELTA RECORDS WRITTEN : ' WS-EXTRACT-COUNT
           WRITE MAINT-REPORT-LINE FROM WS-TRAILER-LINE-5
           MOVE WS-REJECT-COUNT TO TL6-REJECT-COUNT
           WRITE MAINT-REPORT-LINE FROM WS-TRAILER-LINE-6
           MOVE WS-REINSTATE-COUNT TO TL7-REINSTATE-COUNT
           WRITE MAINT-REPORT-LINE FROM WS-TRAILER-LINE-7
           MOVE WS-MERGER-COUNT TO TL8-MERGER-COUNT
           WRITE MAINT-REPORT-LINE FROM WS-TRAILER-LINE-8
           MOVE WS-RENUMBER-COUNT TO TL9-RENUMBER-COUNT
           WRITE MAINT-REPORT-LINE FROM WS-TRAILER-LINE-9
           MOVE WS-REPOINT-COUNT TO TL10-REPOINT-COUNT
           WRITE MAINT-REPORT-LINE FROM WS-TRAILER-LINE-10
           .
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    3100-WRITE-XREF - ONE CODEXREF RECORD PER MERGE OR RENUMBER *
      *    APPLIED TONIGHT.  THE FILE IS EXTENDED, SO NOTHING IS       *
      *    WRITTEN UNTIL THE DECK HAS BALANCED - A RUN THAT ABENDS ON  *
      *    A CONTROL ERROR LEAVES NO MAPPING FOR A MERGE THE NEW       *
      *    MASTER NEVER RECEIVED                                       *
      ******************************************************************
       3100-WRITE-XREF.
           IF NOT WS-MX-APPLIED(WS-MX-SUB)
               GO TO 3100-EXIT
           END-IF
           MOVE SPACES                         TO CODE-XREF-RECORD
           MOVE WS-MX-OLD-CODE(WS-MX-SUB)      TO XR-OLD-CODE
           MOVE WS-MX-SURVIVOR-CODE(WS-MX-SUB) TO XR-SURVIVOR-CODE
           MOVE WS-MX-TYPE(WS-MX-SUB)          TO XR-EVENT-TYPE
           MOVE WS-RUN-DATE                    TO XR-EVENT-DATE
           MOVE WS-MX-KEYER-ID(WS-MX-SUB)      TO XR-KEYER-ID
           MOVE WS-MX-APPROVER-ID(WS-MX-SUB)   TO XR-APPROVER-ID
           WRITE CODE-XREF-RECORD
           ADD 1 TO WS-XREF-COUNT
           .
       3100-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE OLD-COMPANY-MASTER
           CLOSE COMPANY-TRANS
           CLOSE MAINT-REPORT
           CLOSE MAINT-HISTORY
           CLOSE GL-EXTRACT
           CLOSE CODE-XREF-FILE
           .
       9000-EXIT.
           EXIT.
           COPY PARMPROC.

           COPY RUNLPROC.

           COPY PDATPROC.
