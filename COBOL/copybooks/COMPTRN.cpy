      *    COPYBOOK NAME          : COMPTRN                            *
      *    DESCRIPTION            : COMPANY MAINTENANCE TRANSACTION    *
      *                             CARD LAYOUT (ADD / CHANGE / DELETE)*
      *    USED BY                : PLAYMNT, PLAYEDIT, PLAYMASS,       *
      *                             PLAYPEND, PLAYREIN, PLAYBACK,      *
      *                             PLAYREGC, PLAYINTG                 *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
      *                     TOP-LEVEL; ON A CHANGE, BLANK MEANS LEAVE  *
      *                     THE MASTER'S PARENT ALONE, 000000 REMOVES  *
      *                     THE PARENT AND ANY OTHER CODE SETS IT      *
      *    2026-10-14  RSM  ADDED CT-KEYER-ID (COLS 125-132) AND       *
      *                     CT-APPROVER-ID (COLS 133-140) FROM FILLER, *
      *                     CARD LENGTH UNCHANGED.  BOTH MUST BE ON    *
      *                     THE OPERAUTH FILE (OPERREC) AND DIFFERENT  *
      *                     - PLAYEDIT ENFORCES THE MAKER-CHECKER      *
      *                     RULES AND PLAYMNT CARRIES BOTH IDS TO      *
      *                     MNTHIST                                    *
      *    2026-10-14  RSM  ADDED ACTION R (REINSTATE) - RETURNS A     *
      *                     RETIRED COMPANY TO ACTIVE STATUS AND       *
      *                     CLEARS ITS RETIRED DATE; ANY PROFILE       *
      *                     FIELDS KEYED ON THE CARD OVERLAY THE       *
      *                     MASTER AS ON A CHANGE.  USED BY THE        *
      *                     PLAYBACK BACKOUT TO REVERSE A DELETE       *
      *    2026-10-15  RSM  ADDED ACTION M (MERGE / RENUMBER) AND CT-  *
      *                     SURVIVOR-CODE (COLS 141-146) FROM FILLER,  *
      *                     CARD LENGTH UNCHANGED.  THE CARD'S COMPANY *
      *                     IS RETIRED INTO THE SURVIVOR - AN ACTIVE   *
      *                     SURVIVOR ABSORBS IT (MERGER), A CODE NOT   *
      *                     YET ON THE MASTER TAKES OVER ITS PROFILE   *
      *                     (RENUMBER).  ONLY THE CODE, SURVIVOR AND   *
      *                     IDS ARE READ FROM AN M CARD.  CT-ACTION-   *
      *                     KEYS-PROFILE GROUPS THE ACTIONS WHOSE      *
      *                     PROFILE FIELDS ARE APPLIED                 *
      ******************************************************************
       01  COMPANY-TRANS-RECORD.
           05  CT-ACTION-CD                PIC X(01).
               88  CT-ACTION-ADD           VALUE 'A'.
               88  CT-ACTION-CHANGE        VALUE 'C'.
               88  CT-ACTION-DELETE        VALUE 'D'.
               88  CT-ACTION-REINSTATE     VALUE 'R'.
               88  CT-ACTION-MERGE         VALUE 'M'.
               88  CT-ACTION-KEYS-PROFILE  VALUE 'A' 'C' 'R'.
           05  CT-COMPANY-CODE             PIC 9(06).
           05  CT-COMPANY-NAME             PIC X(30).
           05  CT-SHORT-NAME               PIC X(10).
           05  CT-PARENT-CODE              PIC 9(06).
           05  CT-PARENT-CODE-X REDEFINES CT-PARENT-CODE
                                           PIC X(06).
           05  CT-KEYER-ID                 PIC X(08).
           05  CT-APPROVER-ID              PIC X(08).
           05  CT-SURVIVOR-CODE            PIC 9(06).
           05  CT-SURVIVOR-CODE-X REDEFINES CT-SURVIVOR-CODE
                                           PIC X(06).
           05  FILLER                      PIC X(04).
