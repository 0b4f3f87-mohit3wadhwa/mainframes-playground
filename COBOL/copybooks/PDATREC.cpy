      ******************************************************************
      *    COPYBOOK NAME          : PDATREC                            *
      *    DESCRIPTION            : BUSINESS PROCESSING-DATE CONTROL   *
      *                             RECORD - THE ONE 80-BYTE RECORD    *
      *                             ON DD PROCDATE.  EVERY BATCH STEP  *
      *                             TAKES ITS RUN DATE FROM HERE       *
      *                             INSTEAD OF THE MACHINE CLOCK, AND  *
      *                             ONLY THE PLAYDATE DATE ROLL AT THE *
      *                             END OF A CLEAN NIGHT MOVES IT ON,  *
      *                             SO A MISSED NIGHT RERUN THE NEXT   *
      *                             MORNING STILL PROCESSES AS THAT    *
      *                             NIGHT'S DATE                       *
      *    USED BY                : PLAYDATE, PLAYTABLE, PLAYTAB2,     *
      *                             PLAYAUDC, PLAYPEND, PLAYEDIT,      *
      *                             PLAYMNT, PLAYRECN, PLAYBALP,       *
      *                             PLAYBALY, PLAYPURG, PLAYQUAL,      *
      *                             PLAYSTAT, PLAYSUMM, PLAYICMT,      *
      *                             PLAYROLL                           *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------- *
      *    2026-10-15  RSM  INITIAL VERSION - PD-NEXT-BUS-DATE IS THE  *
      *                     BUSINESS DATE THE NEXT NIGHT WILL RUN AS,  *
      *                     WORKED OUT BY THE ROLL AGAINST THE         *
      *                     HOLICAL CALENDAR, SO A READER CAN TELL     *
      *                     WHICH NON-BUSINESS DAYS FALL BEFORE THE    *
      *                     NEXT NIGHT WITHOUT LOADING THE CALENDAR.   *
      *                     PD-PRIOR-BUS-DATE IS THE DATE IN FORCE     *
      *                     BEFORE THE LAST ROLL OR SET, AND THE       *
      *                     ROLLED DATE/TIME IS THE MACHINE STAMP OF   *
      *                     THAT ROLL OR SET, KEPT FOR AUDIT ONLY      *
      ******************************************************************
       01  PROC-DATE-RECORD.
           05  PD-RECORD-ID                PIC X(08).
               88  PD-RECORD-ID-OK         VALUE 'PROCDATE'.
           05  PD-BUSINESS-DATE            PIC 9(08).
           05  PD-PRIOR-BUS-DATE           PIC 9(08).
           05  PD-NEXT-BUS-DATE            PIC 9(08).
           05  PD-ROLLED-DATE              PIC 9(08).
           05  PD-ROLLED-TIME              PIC 9(08).
           05  PD-LAST-ACTION              PIC X(01).
               88  PD-LAST-ROLLED          VALUE 'R'.
               88  PD-LAST-SET             VALUE 'S'.
           05  FILLER                      PIC X(31).
