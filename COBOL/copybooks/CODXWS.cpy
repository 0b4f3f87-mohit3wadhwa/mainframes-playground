      ******************************************************************
      *    COPYBOOK NAME          : CODXWS                             *
      *    DESCRIPTION            : WORKING FIELDS FOR THE COMPANY     *
      *                             CODE CROSS-REFERENCE LOADER AND    *
      *                             TRANSLATOR IN CODXPROC.  BUILT IN  *
      *                             THE PDATEWS/PDATPROC MOULD: COPY   *
      *                             THIS INTO WORKING-STORAGE AND      *
      *                             CODXPROC INTO THE PROCEDURE        *
      *                             DIVISION.  THE CALLER MUST ALSO    *
      *                             DECLARE THE CODE-XREF-FILE         *
      *                             (SELECT ... ASSIGN TO CODEXREF,    *
      *                             FILE STATUS WS-XR-STATUS, FD       *
      *                             COPYING CODXREC), MOVE ITS PROGRAM *
      *                             NAME TO WS-XR-PROGRAM-ID AND       *
      *                             PERFORM LOAD-CODE-XREF ONCE AT     *
      *                             START-UP.  TO TRANSLATE A CODE,    *
      *                             MOVE IT TO WS-XR-LOOKUP-CODE AND   *
      *                             PERFORM TRANSLATE-COMPANY-CODE -   *
      *                             WS-XR-RESULT-CODE IS THE CODE TO   *
      *                             USE AND WS-XR-REDIRECTED IS SET IF *
      *                             IT DIFFERS FROM THE LOOKUP CODE    *
      *    USED BY                : PLAYPEND, PLAYRECN, PLAYSUMM,      *
      *                             PLAYROLL, PLAYICMT                 *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
      *    2026-10-15  RSM  INITIAL VERSION                            *
      ******************************************************************
       01  WS-XR-PROGRAM-ID            PIC X(09) VALUE SPACES.
       01  WS-XR-STATUS                PIC XX    VALUE '00'.
       01  WS-XR-EOF-SW                PIC X     VALUE 'N'.
           88  WS-XR-EOF                VALUE 'Y'.
           88  WS-XR-N-EOF               VALUE 'N'.
       01  WS-XR-LOOKUP-CODE           PIC 9(06) VALUE ZERO.
       01  WS-XR-RESULT-CODE           PIC 9(06) VALUE ZERO.
       01  WS-XR-REDIRECT-SW           PIC X     VALUE 'N'.
           88  WS-XR-REDIRECTED         VALUE 'Y'.
           88  WS-XR-NOT-REDIRECTED     VALUE 'N'.
       01  WS-XR-LINK-SW               PIC X     VALUE 'N'.
           88  WS-XR-LINK-FOUND         VALUE 'Y'.
           88  WS-XR-LINK-NOT-FOUND     VALUE 'N'.
       01  WS-XR-HOP-COUNT             PIC 9(04) VALUE ZERO.

       01  WS-XR-TABLE.
           05  WS-XR-COUNT             PIC 9(04) VALUE ZERO.
           05  WS-XR-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-XR-COUNT
                       INDEXED BY WS-XR-NDX.
               10  WS-XR-OLD-CODE      PIC 9(06).
               10  WS-XR-SURVIVOR-CODE PIC 9(06).
