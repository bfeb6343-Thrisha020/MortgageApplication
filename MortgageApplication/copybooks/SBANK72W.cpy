      ******************************************************************
      *                                                                *
      *   SBANK72W  -  LOAN MODIFICATION REJECT RECORD                 *
      *                                                                *
      *   ONE RECORD PER MODIFICATION TERMS CARD COBMODFY (SEE         *
      *   SBANK32P) COULD NOT APPLY.  THE ORIGINAL CARD IMAGE IS       *
      *   CARRIED INTACT SO THE REJECT FILE CAN BE CORRECTED AND       *
      *   RESUBMITTED AS A LATER FEED (SAME CONVENTION AS SBANK51W).   *
      *                                                                *
      *   MJ-REJECT-REASON VALUES:                                     *
      *     "01"  LOAN NOT ON THE LOAN MASTER FILE.                   *
      *     "02"  THE LOAN IS CLOSED (PAID OFF BY COBSATIS).          *
      *     "03"  NEW RATE CODE NEITHER ON PARM-FILE NOR "ARM".       *
      *     "04"  NEW TERM NOT NUMERIC, OR ZERO.                      *
      *     "05"  FIRST DUE DATE NOT A REAL CALENDAR DATE, OR         *
      *           BEFORE THE RUN DATE.                                *
      *     "06"  FEE AMOUNT NOT NUMERIC, OR WAIVER INDICATOR NOT     *
      *           "Y", "N" OR SPACE.                                  *
      *     "07"  THE LOAN'S CURRENT RATE CODE DOES NOT RESOLVE - THE *
      *           PAST-DUE INTEREST CANNOT BE PRICED.                 *
      *     "08"  THE CAPITALIZED BALANCE WOULD OVERFLOW THE LOAN     *
      *           MASTER BALANCE FIELD.                               *
      *     "09"  A LOAN OR ESCROW MASTER REWRITE FAILED - AN I/O     *
      *           FAULT, NOT A CARD DEFECT.  THE RUN STOPS ON THIS    *
      *           REASON.                                             *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  MOD-REJECT-RECORD.
           05  MJ-CARD-IMAGE             PIC X(80).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  MJ-REJECT-REASON          PIC X(02).
               88  MJ-LOAN-NOT-ON-FILE          VALUE "01".
               88  MJ-LOAN-CLOSED               VALUE "02".
               88  MJ-BAD-RATE-CODE             VALUE "03".
               88  MJ-BAD-TERM                  VALUE "04".
               88  MJ-BAD-FIRST-DUE-DATE        VALUE "05".
               88  MJ-BAD-FEE-OR-WAIVER         VALUE "06".
               88  MJ-CURRENT-RATE-UNKNOWN      VALUE "07".
               88  MJ-BALANCE-OVERFLOW          VALUE "08".
               88  MJ-REWRITE-FAILED            VALUE "09".
