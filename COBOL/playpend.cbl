      *                     PLAYSTAT MORNING STATUS SEES THE GATE     *
      *                     RAN.  IN = DECK PLUS PENDING CARDS; OUT   *
      *                     = HELD PLUS PASSED TO EDIT                *
      *    2026-10-15  RSM  THE RUN DATE IS NOW THE BUSINESS           *
      *                     PROCESSING DATE (PDATREC/PDATEWS/PDATPROC  *
      *                     COPYBOOKS, DD PROCDATE) AND THE GATE WORKS *
      *                     IN BUSINESS DAYS: A CARD IS HELD ONLY WHEN *
      *                     ITS EFFECTIVE DATE IS ON OR AFTER THE NEXT *
      *                     BUSINESS DATE ON THE PROCDATE RECORD. A    *
      *                     CARD DATED ON THE WEEKEND OR HOLIDAY AFTER *
      *                     TONIGHT IS RELEASED TONIGHT, AND A MISSED  *
      *                     NIGHT RERUN THE NEXT MORNING RELEASES      *
      *                     EXACTLY WHAT THAT NIGHT WOULD HAVE         *
      *    2026-10-15  RSM  A PENDING CARD HELD UNDER A CODE SINCE     *
      *                     MERGED OR RENUMBERED IS REWRITTEN TO THE   *
      *                     SURVIVOR CODE (CODXREC, CODXWS AND         *
      *                     CODXPROC COPYBOOKS, DD CODEXREF).  A PRE-  *
      *                     PASS OF PENDIN TABLES THOSE CARDS IN       *
      *                     SURVIVOR ORDER AND THE MERGE TAKES THEM AS *
      *                     A THIRD STREAM, SO BOTH OUTPUTS STAY IN    *
      *                     CODE ORDER.  DELETE AND MERGE CARDS ARE    *
      *                     NOT REDIRECTED.  EACH REDIRECT IS LISTED   *
      *                     UNDER THE OLD CODE AND COUNTED ON THE      *
      *                     TRAILER                                    *
      *    2026-10-15  RSM  THE REDIRECT TABLE-FULL STOP NOW CLOSES    *
      *                     THE FILES FIRST                            *
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
                   FILE STATUS  IS WS-XR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-TRANS
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
           COPY RUNLOGWS.
           COPY PDATEWS.
           COPY CODXWS.

      ******************************************************************
      *    THE CARD IN HAND - A FRESH DECK CARD OR A RECYCLED PENDING  *
       01  WS-HELD-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-RELEASED-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-PASSED-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-REDIRECT-COUNT           PIC 9(04) VALUE ZERO.

      ******************************************************************
      *    PENDING CARDS HELD UNDER A COMPANY CODE THAT HAS SINCE BEEN *
      *    MERGED OR RENUMBERED INTO A SURVIVOR (CODEXREF).  THEY ARE  *
      *    TABLED ON A PRE-PASS OF PENDIN IN SURVIVOR CODE ORDER AND   *
      *    MERGED BACK IN AS A THIRD STREAM, SO THE REWRITTEN CARDS    *
      *    LAND IN SEQUENCE ON WHICHEVER OUTPUT THEY ARE ROUTED TO.    *
      *    THE CARD IMAGE IS KEPT AS HELD, UNDER ITS OLD CODE          *
      ******************************************************************
       01  WS-REDIRECT-TABLE.
           05  WS-RD-COUNT             PIC 9(04) VALUE ZERO.
           05  WS-RD-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-RD-COUNT
                       INDEXED BY WS-RD-NDX.
               10  WS-RD-SURVIVOR-CODE PIC 9(06).
               10  WS-RD-CARD-IMAGE    PIC X(150).
       01  WS-RD-SUB                   PIC 9(04) VALUE ZERO.
       01  WS-RD-INS-SUB               PIC 9(04) VALUE ZERO.
       01  WS-RD-COMPARE-KEY           PIC 9(07) VALUE ZERO.
       01  WS-RD-EOF-STA               PIC X VALUE 'N'.
           88  WS-RD-EOF                VALUE 'Y'.
           88  WS-RD-N-EOF               VALUE 'N'.
       01  WS-RD-SHIFT-SW              PIC X VALUE 'N'.
           88  WS-RD-SHIFT-DONE         VALUE 'Y'.
           88  WS-RD-SHIFT-MORE         VALUE 'N'.

      ******************************************************************
      *    BATCH BALANCING FIELDS - ONE SET PER CONTROLLED INPUT FILE  *
           05  TL5-PASSED-COUNT         PIC ZZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-TRAILER-LINE-6.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'PENDING CARDS REDIRECTED: '.
           05  TL6-REDIRECT-COUNT       PIC ZZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      *    0000-MAINLINE                                                *
      ******************************************************************
       0000-MAINLINE.
           MOVE 'PLAYPEND' TO WS-PD-PROGRAM-ID
           PERFORM READ-PROCESSING-DATE
           MOVE 'PLAYPEND' TO WS-RUNLOG-PROGRAM-ID
           PERFORM WRITE-RUN-LOG-START
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-MERGE-CARDS THRU 2000-EXIT
                   UNTIL WS-CT-EOF AND WS-PI-EOF AND WS-RD-EOF
           PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           COMPUTE WS-RUNLOG-RECS-IN =
           .

       1000-INITIALIZE.
           MOVE WS-PD-BUS-DATE TO WS-RUN-DATE
           OPEN INPUT  COMPANY-TRANS
           IF WS-CT-FILE-STATUS NOT = '00'
               MOVE 'COMPANY-TRANS'      TO WS-ABEND-FILE-ID
           WRITE PEND-REPORT-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO PEND-REPORT-LINE
           WRITE PEND-REPORT-LINE
           MOVE 'PLAYPEND' TO WS-XR-PROGRAM-ID
           PERFORM LOAD-CODE-XREF
           PERFORM 1400-LOAD-REDIRECTS THRU 1400-EXIT
      *    LAST NIGHT'S PENDING FILE IS OPTIONAL - THE VERY FIRST     *
      *    RUN HAS NO GENERATION TO RE-EXAMINE                        *
           OPEN INPUT PENDING-IN
                           ELSE
                               MOVE ZERO TO WS-PI-COMPARE-KEY
                           END-IF
      *                    A REDIRECTED CARD IS COUNTED AND HASHED    *
      *                    AS HELD, THEN COMES BACK IN FROM THE       *
      *                    REDIRECT TABLE UNDER ITS SURVIVOR CODE     *
                           PERFORM 1450-CHECK-REDIRECT THRU 1450-EXIT
                           IF WS-XR-REDIRECTED
                               GO TO 1300-READ-PENDING
                           END-IF
                   END-EVALUATE
           END-READ
           .
       1330-EXIT.
           EXIT.

      ******************************************************************
      *    1400-LOAD-REDIRECTS - PRE-PASS OF LAST NIGHT'S PENDING      *
      *    GENERATION THAT TABLES EVERY CARD HELD UNDER A CODE THE     *
      *    CROSS-REFERENCE NOW SENDS TO A SURVIVOR.  CONTROL RECORDS   *
      *    ARE SKIPPED HERE - THE FILE IS BALANCED ON THE MAIN PASS.   *
      *    A MISSING PENDIN IS LEFT FOR THE MAIN OPEN TO REPORT        *
      ******************************************************************
       1400-LOAD-REDIRECTS.
           MOVE ZERO TO WS-RD-COUNT
           IF WS-XR-COUNT = ZERO
               GO TO 1400-SET-FIRST
           END-IF
           OPEN INPUT PENDING-IN
           IF WS-PI-FILE-STATUS NOT = '00'
               GO TO 1400-SET-FIRST
           END-IF
           PERFORM 1410-READ-REDIRECT THRU 1410-EXIT
                   UNTIL WS-PI-EOF
           CLOSE PENDING-IN
           SET WS-PI-N-EOF TO TRUE
           .
       1400-SET-FIRST.
           MOVE ZERO TO WS-RD-SUB
           PERFORM 2260-NEXT-REDIRECT THRU 2260-EXIT
           .
       1400-EXIT.
           EXIT.

       1410-READ-REDIRECT.
           READ PENDING-IN
               AT END
                   SET WS-PI-EOF TO TRUE
               NOT AT END
                   IF NOT PIC-HEADER-REC
                           AND NOT PIC-TRAILER-REC
                       PERFORM 1450-CHECK-REDIRECT THRU 1450-EXIT
                       IF WS-XR-REDIRECTED
                           PERFORM 1420-TABLE-REDIRECT THRU 1420-EXIT
                       END-IF
                   END-IF
           END-READ
           .
       1410-EXIT.
           EXIT.

      ******************************************************************
      *    1420-TABLE-REDIRECT - INSERTS THE CARD AFTER EVERY ENTRY    *
      *    WITH THE SAME OR A LOWER SURVIVOR CODE, SO CARDS FOR ONE    *
      *    SURVIVOR KEEP THE ORDER THEY WERE HELD IN                   *
      ******************************************************************
       1420-TABLE-REDIRECT.
           IF WS-RD-COUNT NOT < 500
               DISPLAY 'PLAYPEND - REDIRECT TABLE FULL AT 500 '
                       'ENTRIES - RAISE THE WS-RD-ENTRY CEILING '
                       'AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
      *        THE PRE-PASS OPEN OF PENDIN IS NOT FLAGGED AVAILABLE   *
               CLOSE PENDING-IN
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF
           MOVE WS-RD-COUNT TO WS-RD-INS-SUB
           ADD 1 TO WS-RD-COUNT
           SET WS-RD-SHIFT-MORE TO TRUE
           PERFORM 1430-SHIFT-REDIRECT THRU 1430-EXIT
                   UNTIL WS-RD-SHIFT-DONE
           ADD 1 TO WS-RD-INS-SUB
           MOVE WS-XR-RESULT-CODE
                   TO WS-RD-SURVIVOR-CODE(WS-RD-INS-SUB)
           MOVE PENDING-IN-RECORD
                   TO WS-RD-CARD-IMAGE(WS-RD-INS-SUB)
           .
       1420-EXIT.
           EXIT.

       1430-SHIFT-REDIRECT.
           IF WS-RD-INS-SUB = ZERO
               SET WS-RD-SHIFT-DONE TO TRUE
               GO TO 1430-EXIT
           END-IF
           IF WS-RD-SURVIVOR-CODE(WS-RD-INS-SUB) NOT > WS-XR-RESULT-CODE
               SET WS-RD-SHIFT-DONE TO TRUE
               GO TO 1430-EXIT
           END-IF
           MOVE WS-RD-ENTRY(WS-RD-INS-SUB)
                   TO WS-RD-ENTRY(WS-RD-INS-SUB + 1)
           SUBTRACT 1 FROM WS-RD-INS-SUB
           .
       1430-EXIT.
           EXIT.

      ******************************************************************
      *    1450-CHECK-REDIRECT - A PENDING CARD FOLLOWS ITS COMPANY TO *
      *    THE SURVIVOR.  A DELETE OR MERGE CARD IS NEVER REDIRECTED - *
      *    IT WOULD RETIRE THE SURVIVOR - AND STAYS ON THE OLD CODE    *
      *    FOR PLAYMNT TO REJECT AGAINST THE RETIRED RECORD            *
      ******************************************************************
       1450-CHECK-REDIRECT.
           SET WS-XR-NOT-REDIRECTED TO TRUE
           IF PI-COMPANY-CODE NOT NUMERIC
                   OR PI-ACTION-DELETE
                   OR PI-ACTION-MERGE
               GO TO 1450-EXIT
           END-IF
           MOVE PI-COMPANY-CODE TO WS-XR-LOOKUP-CODE
           PERFORM TRANSLATE-COMPANY-CODE
           .
       1450-EXIT.
           EXIT.

      ******************************************************************
      *    2000-MERGE-CARDS - MATCH/MERGE THE TWO CODE-SORTED STREAMS  *
      *    SO THE MERGED DECK STAYS IN ASCENDING COMPANY CODE ORDER    *
      *    FOR PLAYEDIT.  ON AN EQUAL KEY THE PENDING CARD GOES FIRST  *
      ******************************************************************
       2000-MERGE-CARDS.
           IF WS-CT-EOF AND WS-PI-EOF AND WS-RD-EOF
               NEXT SENTENCE
           ELSE
               IF WS-PI-COMPARE-KEY NOT > WS-CT-COMPARE-KEY
                       AND WS-PI-COMPARE-KEY NOT > WS-RD-COMPARE-KEY
                   PERFORM 2200-TAKE-PENDING-CARD THRU 2200-EXIT
               ELSE
                   IF WS-RD-COMPARE-KEY NOT > WS-CT-COMPARE-KEY
                       PERFORM 2250-TAKE-REDIRECTED-CARD
                               THRU 2250-EXIT
                   ELSE
                       PERFORM 2300-TAKE-DECK-CARD THRU 2300-EXIT
                   END-IF
               END-IF
           END-IF
           .
       2200-EXIT.
           EXIT.

      ******************************************************************
      *    2250-TAKE-REDIRECTED-CARD - LISTS THE CARD UNDER ITS OLD    *
      *    CODE, REWRITES THE CODE TO THE SURVIVOR AND ROUTES IT LIKE  *
      *    ANY OTHER PENDING CARD                                      *
      ******************************************************************
       2250-TAKE-REDIRECTED-CARD.
           SET WS-ORIGIN-PEND TO TRUE
           MOVE WS-RD-CARD-IMAGE(WS-RD-SUB) TO WORK-CARD-RECORD
           ADD 1 TO WS-REDIRECT-COUNT
           MOVE 'REDIRECT'         TO DL-DISPOSAL
           PERFORM 2700-PRINT-DETAIL THRU 2700-EXIT
           MOVE WS-RD-SURVIVOR-CODE(WS-RD-SUB) TO WK-COMPANY-CODE
           PERFORM 2400-ROUTE-CARD THRU 2400-EXIT
           PERFORM 2260-NEXT-REDIRECT THRU 2260-EXIT
           .
       2250-EXIT.
           EXIT.

       2260-NEXT-REDIRECT.
           ADD 1 TO WS-RD-SUB
           IF WS-RD-SUB > WS-RD-COUNT
               SET WS-RD-EOF TO TRUE
               MOVE WS-HIGH-KEY TO WS-RD-COMPARE-KEY
           ELSE
               SET WS-RD-N-EOF TO TRUE
               MOVE WS-RD-SURVIVOR-CODE(WS-RD-SUB)
                       TO WS-RD-COMPARE-KEY
           END-IF
           .
       2260-EXIT.
           EXIT.

       2300-TAKE-DECK-CARD.
           SET WS-ORIGIN-DECK TO TRUE
           MOVE COMPANY-TRANS-RECORD TO WORK-CARD-RECORD
           EXIT.

      ******************************************************************
      *    2400-ROUTE-CARD - THE EFFECTIVE-DATE GATE, IN BUSINESS      *
      *    DAYS.  A NUMERIC EFFECTIVE DATE ON OR AFTER THE NEXT        *
      *    BUSINESS DATE HOLDS THE CARD ON THE NEW PENDING GENERATION  *
      *    FOR A LATER NIGHT.  A CARD DUE BEFORE THEN - INCLUDING ONE  *
      *    DATED ON THE WEEKEND OR HOLIDAY AFTER TONIGHT, WHICH NO     *
      *    NIGHT WILL RUN AS - IS RELEASED TONIGHT WITH EVERYTHING     *
      *    ELSE (DUE, DATELESS OR UNPARSEABLE) TO THE MERGED DECK SO   *
      *    THE SAME PLAYEDIT/PLAYMNT EDITS RULE ON IT                  *
      ******************************************************************
       2400-ROUTE-CARD.
           IF WK-EFFECTIVE-DATE NUMERIC
                   AND WK-EFFECTIVE-DATE NOT < WS-PD-NEXT-DATE
               PERFORM 2500-HOLD-CARD THRU 2500-EXIT
           ELSE
               PERFORM 2600-RELEASE-CARD THRU 2600-EXIT
           DISPLAY 'CARDS HELD PENDING       : ' WS-HELD-COUNT
           DISPLAY 'PENDING CARDS RELEASED   : ' WS-RELEASED-COUNT
           DISPLAY 'CARDS PASSED TO EDIT     : ' WS-PASSED-COUNT
           DISPLAY 'PENDING CARDS REDIRECTED : ' WS-REDIRECT-COUNT
           MOVE SPACES TO PEND-REPORT-LINE
           WRITE PEND-REPORT-LINE
           MOVE WS-DECK-CARD-COUNT TO TL1-DECK-COUNT
           WRITE PEND-REPORT-LINE FROM WS-TRAILER-LINE-4
           MOVE WS-PASSED-COUNT TO TL5-PASSED-COUNT
           WRITE PEND-REPORT-LINE FROM WS-TRAILER-LINE-5
           MOVE WS-REDIRECT-COUNT TO TL6-REDIRECT-COUNT
           WRITE PEND-REPORT-LINE FROM WS-TRAILER-LINE-6
           .
       3000-EXIT.
           EXIT.
           EXIT.

           COPY RUNLPROC.

           COPY PDATPROC.

           COPY CODXPROC.
