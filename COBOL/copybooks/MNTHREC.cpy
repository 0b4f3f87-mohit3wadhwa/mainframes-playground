      *                             CUMULATIVE (OPENED EXTEND, LIKE    *
      *                             THE COMPARCH ARCHIVE) SO IT READS  *
      *                             IN CHRONOLOGICAL ORDER             *
      *    USED BY                : PLAYMNT, PLAYHINQ, PLAYBACK,       *
      *                             PLAYINTG                           *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
      *                     SPACES ON AN ADD (THERE WAS NO PRIOR       *
      *                     MASTER RECORD); BOTH IMAGES OVERLAY THE    *
      *                     COMPREC LAYOUT FOR FIELD-LEVEL COMPARES    *
      *    2026-10-14  RSM  ADDED MH-KEYER-ID AND MH-APPROVER-ID,      *
      *                     COPIED FROM THE APPLIED CARD.  THE RECORD  *
      *                     GREW FROM 330 TO 350 BYTES - THE OLD       *
      *                     FILLER COULD NOT HOLD TWO IDS.  THE        *
      *                     CUMULATIVE FILE WAS CONVERTED ONCE BY      *
      *                     PLAYMHCJ, WHICH PADS OLDER RECORDS WITH    *
      *                     SPACES, SO BLANK IDS MARK A CHANGE MADE    *
      *                     BEFORE KEYER/APPROVER CONTROL              *
      *    2026-10-14  RSM  ADDED ACTION R FOR AN APPLIED REINSTATE    *
      *                     CARD - THE BEFORE IMAGE IS THE RETIRED     *
      *                     RECORD, THE AFTER IMAGE THE ACTIVE ONE     *
      *    2026-10-15  RSM  ADDED ACTION M FOR AN APPLIED MERGE /      *
      *                     RENUMBER CARD AND MH-SURVIVOR-CODE (FROM   *
      *                     FILLER, RECORD LENGTH UNCHANGED).  THE     *
      *                     IMAGES ARE THOSE OF THE RETIRED OLD CODE;  *
      *                     THE SURVIVOR CODE IS ZERO ON EVERY OTHER   *
      *                     ACTION (SPACES ON RECORDS WRITTEN BEFORE   *
      *                     IT WAS CARRIED)                            *
      ******************************************************************
       01  MAINT-HIST-RECORD.
           05  MH-RUN-DATE                 PIC 9(08).
               88  MH-ACTION-ADD           VALUE 'A'.
               88  MH-ACTION-CHANGE        VALUE 'C'.
               88  MH-ACTION-DELETE        VALUE 'D'.
               88  MH-ACTION-REINSTATE     VALUE 'R'.
               88  MH-ACTION-MERGE         VALUE 'M'.
           05  MH-COMPANY-CODE             PIC 9(06).
           05  MH-BEFORE-IMAGE             PIC X(150).
           05  MH-AFTER-IMAGE              PIC X(150).
           05  MH-SURVIVOR-CODE            PIC 9(06).
           05  FILLER                      PIC X(01).
           05  MH-KEYER-ID                 PIC X(08).
           05  MH-APPROVER-ID              PIC X(08).
           05  FILLER                      PIC X(04).
