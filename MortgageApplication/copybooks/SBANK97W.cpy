      ******************************************************************
      *                                                                *
      *   SBANK97W  -  CYCLE CONTROL MAINTENANCE CARD                  *
      *                                                                *
      *   ONE CARD PER CHANGE OPERATIONS KEYS FOR THE CYCLE CONTROL    *
      *   MAINTENANCE RUN COBCYCMT (SEE SBANK41P), APPLIED IN DECK     *
      *   ORDER TO THE CYCLE CONTROL FILE (SBANK95W):                  *
      *     "D"  SET THE BUSINESS DATE TO YC-DATE - THE FIRST DATE OF  *
      *          A NEW FILE, OR A CORRECTION.  IT MUST BE A BUSINESS   *
      *          DAY, SO KEY THE HOLIDAY CARDS AHEAD OF IT.  THE       *
      *          PRIOR BUSINESS DATE IS WORKED OUT FROM THE CALENDAR.  *
      *          THE NIGHTLY ROLL IS COBEOD'S JOB, NOT THIS CARD'S.    *
      *     "H"  ADD YC-DATE TO THE HOLIDAY CALENDAR AS               *
      *          YC-HOLIDAY-NAME.  THE DATE MUST BE AFTER THE CURRENT  *
      *          BUSINESS DATE.                                        *
      *     "X"  REMOVE THE HOLIDAY ON YC-DATE.  THE DATE MUST BE      *
      *          AFTER THE CURRENT BUSINESS DATE.                      *
      *     "R"  RESET STEP YC-PROGRAM-ID / YC-INSTANCE-ID SO IT MAY   *
      *          RUN AGAIN FOR ITS BUSINESS DATE - THE DELIBERATE      *
      *          RERUN OF A ONCE-PER-DATE STEP.  STEPS THAT DEPEND ON  *
      *          IT WAIT UNTIL THE RERUN COMPLETES.                    *
      *     "P"  PURGE THE STATUS ROW OF STEP YC-PROGRAM-ID /          *
      *          YC-INSTANCE-ID - A COBDRIVE RANGE INSTANCE NO LONGER  *
      *          RUN, WHICH WOULD OTHERWISE HOLD COBMERGE FOREVER.     *
      *   A RUNNING STEP CANNOT BE RESET OR PURGED.                    *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  CYCLE-MAINT-CARD.
           05  YC-ACTION                 PIC X(01).
               88  YC-SET-BUSINESS-DATE         VALUE "D".
               88  YC-ADD-HOLIDAY               VALUE "H".
               88  YC-REMOVE-HOLIDAY            VALUE "X".
               88  YC-RESET-STEP                VALUE "R".
               88  YC-PURGE-STEP                VALUE "P".
           05  YC-DATE                   PIC 9(08).
           05  YC-DATE-X REDEFINES YC-DATE
                                         PIC X(08).
           05  YC-PROGRAM-ID             PIC X(08).
           05  YC-INSTANCE-ID            PIC X(02).
           05  YC-HOLIDAY-NAME           PIC X(30).
           05  FILLER                    PIC X(31).
