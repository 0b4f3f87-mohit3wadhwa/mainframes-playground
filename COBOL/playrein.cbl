      *                     ANY OTHER ADD.  A REQUESTED CODE STILL     *
      *                     ON THE LIVE MASTER IS PLAYMNT'S CONCERN -  *
      *                     ITS MATCH/MERGE REJECTS THE ADD            *
      *    2026-10-14  RSM  THE REQUEST CARD GREW TO 80 BYTES TO       *
      *                     CARRY THE KEYER ID (COLS 8-15) AND THE     *
      *                     APPROVER ID (COLS 17-24), STAMPED ON THE   *
      *                     GENERATED ADD CARD FOR THE PLAYEDIT        *
      *                     MAKER-CHECKER EDITS.  A REQUEST WITHOUT    *
      *                     BOTH, OR APPROVED BY ITS OWN KEYER, IS     *
      *                     LISTED AS INVALID                          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORDING MODE IS F.
       01  REIN-REQUEST-RECORD.
           05  RQ-COMPANY-CODE         PIC 9(06).
           05  FILLER                  PIC X(01).
           05  RQ-KEYER-ID             PIC X(08).
           05  FILLER                  PIC X(01).
           05  RQ-APPROVER-ID          PIC X(08).
           05  FILLER                  PIC X(56).

       FD  ARCHIVE-FILE
           RECORDING MODE IS F
                       INDEXED BY WS-REQ-NDX.
               10  WS-REQ-CODE         PIC 9(06).
               10  WS-REQ-FOUND-SW     PIC X(01).
               10  WS-REQ-KEYER-ID     PIC X(08).
               10  WS-REQ-APPROVER-ID  PIC X(08).
               10  WS-REQ-IMAGE        PIC X(150).

       01  WS-REQ-SUB                  PIC 9(03) VALUE ZERO.
                   MOVE 'INVALID'   TO DL-DISPOSAL
                   MOVE '*INVALID REQUEST CODE*' TO DL-COMPANY-NAME
                   PERFORM 2500-PRINT-DETAIL THRU 2500-EXIT
               WHEN RQ-KEYER-ID = SPACES
               WHEN RQ-APPROVER-ID = SPACES
               WHEN RQ-APPROVER-ID = RQ-KEYER-ID
                   ADD 1 TO WS-INVALID-COUNT
                   MOVE 'INVALID'   TO DL-DISPOSAL
                   MOVE '*KEYER/APPROVER NOT VALID*' TO DL-COMPANY-NAME
                   PERFORM 2500-PRINT-DETAIL THRU 2500-EXIT
               WHEN OTHER
                   PERFORM 1600-INSERT-REQUEST THRU 1600-EXIT
           END-EVALUATE
           END-IF
           MOVE RQ-COMPANY-CODE TO WS-REQ-CODE(WS-INS-SUB)
           MOVE 'N'             TO WS-REQ-FOUND-SW(WS-INS-SUB)
           MOVE RQ-KEYER-ID     TO WS-REQ-KEYER-ID(WS-INS-SUB)
           MOVE RQ-APPROVER-ID  TO WS-REQ-APPROVER-ID(WS-INS-SUB)
           MOVE SPACES          TO WS-REQ-IMAGE(WS-INS-SUB)
           .
       1600-EXIT.
      *    PARENT EDIT REJECTS THE CARD AND THE PARENT MUST BE        *
      *    REINSTATED FIRST (OR THE CARD CORRECTED TO TOP LEVEL)      *
           MOVE RI-PARENT-CODE     TO RT-PARENT-CODE
           MOVE WS-REQ-KEYER-ID(WS-REQ-SUB)    TO RT-KEYER-ID
           MOVE WS-REQ-APPROVER-ID(WS-REQ-SUB) TO RT-APPROVER-ID
           WRITE REIN-TRANS-RECORD
           ADD 1 TO WS-CARD-COUNT
           ADD RT-COMPANY-CODE TO WS-RT-HASH-TOTAL
