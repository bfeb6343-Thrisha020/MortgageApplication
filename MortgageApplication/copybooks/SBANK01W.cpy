      *                     UP BY THE MONTHLY REMITTANCE RUN COBREMIT  *
      *                     (SBANK22P).  SPACES MEANS HELD IN THE      *
      *                     HOUSE PORTFOLIO.                           *
      *   2026-10-15  DEV   CARVED LM-STMT-SUPPRESS-IND OUT OF THE     *
      *                     TRAILING FILLER (RECORD LENGTH UNCHANGED)  *
      *                     - "Y" MEANS THE BORROWER HAS ASKED FOR NO  *
      *                     PAPER MONTHLY STATEMENT, SET THROUGH       *
      *                     COBAENRL AND HONORED BY THE MONTHLY        *
      *                     BILLING RUN COBBILL (SBANK27P) FOR AN      *
      *                     AUTOPAY-ENROLLED LOAN ONLY.  THE SPACE ON  *
      *                     EVERY EXISTING RECORD READS AS MAILED.     *
      *   2026-10-15  DEV   RESERVED LM-RATE-CODE "ARM" FOR            *
      *                     ADJUSTABLE-RATE LOANS.  IT IS NEVER ON     *
      *                     PARM-FILE - COBCALC PRICES SUCH A LOAN AT  *
      *                     ITS OWN LM-INTEREST-RATE, SET BY THE ARM   *
      *                     TERMS LOAD COBARMMT (SBANK28P) AND RESET   *
      *                     BY THE ARM CHANGE RUN COBARMCH (SBANK29P). *
      *   2026-10-15  DEV   ADDED LM-STATUS-CODE "T" - SERVICING       *
      *                     TRANSFERRED TO ANOTHER SERVICER BY THE     *
      *                     TRANSFER-OUT RUN COBXFER (SBANK39P).       *
      *                     LM-LOAN-CLOSED NOW MEANS OFF OUR BOOKS -   *
      *                     PAID OFF ("C") OR TRANSFERRED ("T") - SO   *
      *                     EVERY PROGRAM THAT SKIPS OR REFUSES A      *
      *                     CLOSED LOAN TREATS A TRANSFERRED ONE THE   *
      *                     SAME WAY.  LM-LOAN-PAID-OFF AND LM-LOAN-   *
      *                     TRANSFERRED TELL THE TWO APART.            *
      ******************************************************************
       01  LOAN-MASTER-RECORD.
           05  LM-LOAN-NUMBER           PIC X(10).
           05  LM-BANK-ACCOUNT          PIC X(17).
           05  LM-DRAFT-DAY             PIC 9(02).
           05  LM-STATUS-CODE           PIC X(01).
               88  LM-LOAN-CLOSED               VALUE "C", "T".
               88  LM-LOAN-PAID-OFF             VALUE "C".
               88  LM-LOAN-TRANSFERRED          VALUE "T".
           05  LM-INVESTOR-CODE         PIC X(03).
           05  LM-STMT-SUPPRESS-IND     PIC X(01).
               88  LM-PAPER-STMT-SUPPRESSED     VALUE "Y".
