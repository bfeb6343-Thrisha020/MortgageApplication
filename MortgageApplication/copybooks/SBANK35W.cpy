      *           A CARD DEFECT.  THE RUN STOPS ON THIS REASON.       *
      *     "07"  THE LOAN IS CLOSED (PAID OFF BY COBSATIS) - LIVE    *
      *           BANK DATA MUST NOT SIT ON A SATISFIED RECORD.       *
      *     "08"  STATEMENT SUPPRESS FLAG NOT "Y", "N" OR SPACE.      *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   2026-09-01  DEV   ADDED REASON "07" - LOAN CLOSED - NOW    *
      *                     THAT COBSATIS CLOSES PAID-OFF LOANS ON   *
      *                     THE MASTER.                               *
      *   2026-10-15  DEV   ADDED REASON "08" - BAD STATEMENT         *
      *                     SUPPRESS FLAG.                            *
      ******************************************************************
       01  AUTOPAY-REJECT-RECORD.
           05  AR-CARD-IMAGE             PIC X(80).
               88  AR-BAD-DRAFT-DAY             VALUE "05".
               88  AR-REWRITE-FAILED            VALUE "06".
               88  AR-LOAN-CLOSED               VALUE "07".
               88  AR-BAD-SUPPRESS-FLAG         VALUE "08".
