      *           THE BALANCING TRAIL.                                 *
      *     "05"  THE LOAN IS CLOSED (PAID OFF) - FUNDS ARRIVING ON   *
      *           A SATISFIED LOAN GO BACK TO THE DESK FOR REFUND.    *
      *     "06"  THE RECEIPT'S BATCH DID NOT FOOT TO ITS CONTROL     *
      *           RECORD, OR THE RECEIPT CAME AHEAD OF ANY BATCH      *
      *           RECORD (SEE SBANK10W) - NOTHING IN THE BATCH IS     *
      *           POSTED UNTIL THE DESK RESOLVES IT WITH THE BANK.    *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   2026-09-01  DEV   ADDED REASON "05" - LOAN CLOSED - NOW    *
      *                     THAT COBSATIS CLOSES PAID-OFF LOANS ON   *
      *                     THE MASTER.                               *
      *   2026-10-15  DEV   ADDED REASON "06" - BATCH DOES NOT FOOT.  *
      ******************************************************************
       01  RECEIPT-REJECT-RECORD.
           05  RJ-RECEIPT-IMAGE          PIC X(80).
               88  RJ-CALC-FAILED               VALUE "03".
               88  RJ-REWRITE-FAILED            VALUE "04".
               88  RJ-LOAN-CLOSED               VALUE "05".
               88  RJ-BATCH-NOT-FOOTED          VALUE "06".
