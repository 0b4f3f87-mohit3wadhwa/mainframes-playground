      ******************************************************************
      *    COPYBOOK NAME          : CODXREC                            *
      *    DESCRIPTION            : COMPANY CODE CROSS-REFERENCE       *
      *                             RECORD - ONE RECORD PER OLD CODE   *
      *                             PLAYMNT HAS RETIRED INTO A         *
      *                             SURVIVOR BY AN M (MERGE /          *
      *                             RENUMBER) CARD.  THE FILE IS       *
      *                             CUMULATIVE (OPENED EXTEND, LIKE    *
      *                             MNTHIST) SO IT READS IN THE ORDER  *
      *                             THE EVENTS HAPPENED AND CARRIES NO *
      *                             CONTROL RECORDS.  A SURVIVOR CAN   *
      *                             ITSELF BE MERGED ON A LATER NIGHT, *
      *                             SO READERS FOLLOW THE CHAIN TO THE *
      *                             LAST LINK (SEE CODXPROC)           *
      *    USED BY                : PLAYMNT, PLAYPEND, PLAYRECN,       *
      *                             PLAYSUMM, PLAYROLL, PLAYICMT       *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
      *    2026-10-15  RSM  INITIAL VERSION - 80-BYTE RECORD.  THE     *
      *                     EVENT TYPE SAYS WHETHER THE OLD CODE WAS   *
      *                     ABSORBED BY AN EXISTING COMPANY (MERGER)   *
      *                     OR CARRIED ON UNDER A NEW CODE (RENUMBER); *
      *                     THE EVENT DATE IS THE PROCESSING DATE OF   *
      *                     THE PLAYMNT RUN AND THE IDS COME FROM THE  *
      *                     APPLIED CARD                               *
      ******************************************************************
       01  CODE-XREF-RECORD.
           05  XR-OLD-CODE                 PIC 9(06).
           05  XR-SURVIVOR-CODE            PIC 9(06).
           05  XR-EVENT-TYPE               PIC X(01).
               88  XR-EVENT-MERGER         VALUE 'M'.
               88  XR-EVENT-RENUMBER       VALUE 'N'.
           05  XR-EVENT-DATE               PIC 9(08).
           05  XR-KEYER-ID                 PIC X(08).
           05  XR-APPROVER-ID              PIC X(08).
           05  FILLER                      PIC X(43).
