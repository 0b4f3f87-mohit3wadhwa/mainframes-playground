      ******************************************************************
      *    COPYBOOK NAME          : CODXPROC                           *
      *    DESCRIPTION            : PROCEDURE DIVISION PARAGRAPHS      *
      *                             THAT LOAD THE CODEXREF COMPANY     *
      *                             CODE CROSS-REFERENCE INTO A TABLE  *
      *                             AND TRANSLATE A RETIRED OLD CODE   *
      *                             TO ITS SURVIVOR.  THE CALLING      *
      *                             PROGRAM MUST ALSO COPY CODXWS      *
      *                             INTO WORKING-STORAGE AND DECLARE   *
      *                             THE CODE-XREF-FILE - SEE THE       *
      *                             CODXWS COPYBOOK HEADER             *
      *    USED BY                : PLAYPEND, PLAYRECN, PLAYSUMM,      *
      *                             PLAYROLL, PLAYICMT                 *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
      *    2026-10-15  RSM  INITIAL VERSION - A CODEXREF DATASET THAT  *
      *                     IS NOT THERE YET (NO MERGE HAS EVER RUN)   *
      *                     IS AN EMPTY CROSS-REFERENCE, NOTED ON THE  *
      *                     LOG, NOT AN ERROR.  A SURVIVOR THAT WAS    *
      *                     ITSELF MERGED LATER IS FOLLOWED TO THE END *
      *                     OF THE CHAIN, NEVER MORE HOPS THAN THE     *
      *                     TABLE HAS ENTRIES                          *
      ******************************************************************
       LOAD-CODE-XREF.
           MOVE ZERO TO WS-XR-COUNT
           SET WS-XR-N-EOF TO TRUE
           OPEN INPUT CODE-XREF-FILE
           IF WS-XR-STATUS = '35'
               DISPLAY WS-XR-PROGRAM-ID
                       ' - NO CODEXREF FILE - NO CODES ARE REDIRECTED'
               SET WS-XR-EOF TO TRUE
           ELSE
               IF WS-XR-STATUS NOT = '00'
                   DISPLAY WS-XR-PROGRAM-ID
                           ' - UNABLE TO OPEN CODEXREF FILE - '
                           'FILE STATUS = ' WS-XR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LOAD-CODE-XREF-RECORD
                       UNTIL WS-XR-EOF
               CLOSE CODE-XREF-FILE
           END-IF
           DISPLAY WS-XR-PROGRAM-ID ' - CODE CROSS-REFERENCES LOADED : '
                   WS-XR-COUNT
           .

       LOAD-CODE-XREF-RECORD.
           READ CODE-XREF-FILE
               AT END
                   SET WS-XR-EOF TO TRUE
               NOT AT END
                   IF WS-XR-COUNT NOT < 1000
                       DISPLAY WS-XR-PROGRAM-ID
                               ' - CODE XREF TABLE FULL AT 1000 '
                               'ENTRIES - RAISE THE WS-XR-ENTRY '
                               'CEILING AND RECOMPILE'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-XR-COUNT
                   MOVE XR-OLD-CODE      TO WS-XR-OLD-CODE(WS-XR-COUNT)
                   MOVE XR-SURVIVOR-CODE
                           TO WS-XR-SURVIVOR-CODE(WS-XR-COUNT)
           END-READ
           .

       TRANSLATE-COMPANY-CODE.
           MOVE WS-XR-LOOKUP-CODE TO WS-XR-RESULT-CODE
           SET WS-XR-NOT-REDIRECTED TO TRUE
           MOVE ZERO TO WS-XR-HOP-COUNT
           SET WS-XR-LINK-FOUND TO TRUE
           IF WS-XR-COUNT > ZERO
               PERFORM XREF-FOLLOW-LINK
                       UNTIL WS-XR-LINK-NOT-FOUND
           END-IF
           .

       XREF-FOLLOW-LINK.
           SET WS-XR-LINK-NOT-FOUND TO TRUE
           SET WS-XR-NDX TO 1
           SEARCH WS-XR-ENTRY
               AT END
                   SET WS-XR-LINK-NOT-FOUND TO TRUE
               WHEN WS-XR-OLD-CODE(WS-XR-NDX) = WS-XR-RESULT-CODE
                   MOVE WS-XR-SURVIVOR-CODE(WS-XR-NDX)
                           TO WS-XR-RESULT-CODE
                   SET WS-XR-REDIRECTED TO TRUE
                   ADD 1 TO WS-XR-HOP-COUNT
                   IF WS-XR-HOP-COUNT < WS-XR-COUNT
                       SET WS-XR-LINK-FOUND TO TRUE
                   END-IF
           END-SEARCH
           .
