      *    COPYBOOK NAME          : COMPREC                            *
      *    DESCRIPTION            : COMPANY MASTER RECORD LAYOUT       *
      *    USED BY                : PLAYTAB2, PLAYMNT, PLAYRECN,       *
      *                             PLAYINQ, PLAYMASS, PLAYBACK,       *
      *                             PLAYREGC, PLAYICMT, PLAYINTG       *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
      *                     THROUGH PLAYMNT, WHICH VALIDATES THAT THE  *
      *                     PARENT EXISTS, IS ACTIVE AND IS NOT THE    *
      *                     COMPANY ITSELF; ROLLED UP BY PLAYROLL      *
      *    2026-10-15  RSM  ADDED CM-MERGED-INTO-CODE (TAKEN FROM      *
      *                     FILLER, RECORD LENGTH UNCHANGED) - THE     *
      *                     SURVIVOR CODE A COMPANY RETIRED BY A       *
      *                     PLAYMNT MERGE / RENUMBER WAS FOLDED INTO.  *
      *                     ZERO (OR SPACES ON OLDER RECORDS) MEANS    *
      *                     NOT MERGED.  A MERGED COMPANY CANNOT BE    *
      *                     REINSTATED                                 *
      ******************************************************************
       01  COMPANY-RECORD.
           05  CM-COMPANY-CODE             PIC 9(06).
               88  CM-STAT-RETIRED         VALUE 'D'.
           05  CM-RETIRED-DATE             PIC 9(08).
           05  CM-PARENT-CODE              PIC 9(06).
           05  CM-MERGED-INTO-CODE         PIC 9(06).
           05  FILLER                      PIC X(12).
