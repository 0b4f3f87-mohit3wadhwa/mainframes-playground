      *    2026-09-02  RSM  INITIAL VERSION - 160-BYTE LRECL SO THE    *
      *                     45-BYTE CONTROL RECORD COPIES WITH         *
      *                     REPLACING ==X(01)== BY ==X(116)==          *
      *    2026-10-14  RSM  ADDED ACTION R - A RETIRED COMPANY         *
      *                     REINSTATED TO ACTIVE STATUS; THE PROFILE   *
      *                     IS THE REINSTATED (ACTIVE) RECORD          *
      *    2026-10-15  RSM  ADDED ACTION M - A COMPANY MERGED INTO OR  *
      *                     RENUMBERED TO A SURVIVOR.  GX-COMPANY-CODE *
      *                     IS THE RETIRED OLD CODE AND THE PROFILE IS *
      *                     THE SURVIVOR'S, SO THE LEDGER SEES ONE     *
      *                     EVENT RATHER THAN A DELETE AND AN          *
      *                     UNRELATED ADD                              *
      ******************************************************************
       01  GL-EXTRACT-RECORD.
           05  GX-ACTION-CD                PIC X(01).
               88  GX-ACTION-ADD           VALUE 'A'.
               88  GX-ACTION-CHANGE        VALUE 'C'.
               88  GX-ACTION-DELETE        VALUE 'D'.
               88  GX-ACTION-REINSTATE     VALUE 'R'.
               88  GX-ACTION-MERGE         VALUE 'M'.
           05  GX-COMPANY-CODE             PIC 9(06).
           05  GX-COMPANY-PROFILE          PIC X(150).
           05  FILLER                      PIC X(03).
