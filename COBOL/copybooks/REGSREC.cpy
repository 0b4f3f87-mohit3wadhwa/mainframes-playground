      ******************************************************************
      *    COPYBOOK NAME          : REGSREC                            *
      *    DESCRIPTION            : EXTERNAL COMPANY REGISTRY SNAPSHOT *
      *                             RECORD - ONE RECORD PER COMPANY    *
      *                             THE GROUP ONBOARDING SYSTEM HOLDS, *
      *                             SENT WEEKLY AS A FULL SNAPSHOT.    *
      *                             THE PROFILE FIELDS MIRROR COMPREC  *
      *                             AND THE RECORD IS THE SAME 150     *
      *                             BYTES.  THE FILE IS SEQUENTIAL IN  *
      *                             ASCENDING COMPANY CODE ORDER WITH  *
      *                             CTLREC HEADER/TRAILER CONTROL      *
      *                             RECORDS (FILE ID REGSNAP, HASH =   *
      *                             SUM OF THE COMPANY CODES).  A      *
      *                             COMPANY MISSING FROM THE SNAPSHOT  *
      *                             IS NO LONGER ON THE REGISTRY       *
      *    USED BY                : PLAYREGC                           *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
      *    2026-10-15  RSM  INITIAL VERSION                            *
      ******************************************************************
       01  REGISTRY-RECORD.
           05  RG-COMPANY-CODE             PIC 9(06).
           05  RG-COMPANY-NAME             PIC X(30).
           05  RG-SHORT-NAME               PIC X(10).
           05  RG-ADDR-LINE-1              PIC X(25).
           05  RG-ADDR-LINE-2              PIC X(25).
           05  RG-COMPANY-TYPE             PIC X(02).
           05  RG-CURRENCY-CD              PIC X(03).
           05  RG-EFFECTIVE-DATE           PIC 9(08).
           05  RG-EFFECTIVE-DATE-X REDEFINES RG-EFFECTIVE-DATE
                                           PIC X(08).
           05  RG-EXPIRY-DATE              PIC 9(08).
           05  RG-EXPIRY-DATE-X REDEFINES RG-EXPIRY-DATE
                                           PIC X(08).
           05  RG-PARENT-CODE              PIC 9(06).
           05  RG-PARENT-CODE-X REDEFINES RG-PARENT-CODE
                                           PIC X(06).
           05  FILLER                      PIC X(27).
