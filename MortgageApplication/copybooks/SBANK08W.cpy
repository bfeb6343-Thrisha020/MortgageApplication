      *                     SPLIT WRITTEN BY COBSATIS (SBANK21P),     *
      *                     COUNTED AND TOTALED BY COBGLREC WITHOUT   *
      *                     AN AUDIT TRAIL MATCH, LIKE SOURCE "L".    *
      *   2026-10-15  DEV   ADDED SOURCE "M" - A LOAN MODIFICATION    *
      *                     CAPITALIZATION WRITTEN BY COBMODFY        *
      *                     (SBANK32P), ONE RECORD PER COMPONENT.     *
      *                     1000-PRIN IS CHARGED GX-PRINCIPAL-AMOUNT  *
      *                     AND GX-GL-ACCOUNT-INTEREST NAMES THE      *
      *                     OFFSET ACCOUNT CREDITED WITH IT:          *
      *                     4000-INTC PAST-DUE INTEREST, 2200-ESCR    *
      *                     ESCROW ADVANCE RECOVERED, 1400-CADV FEES  *
      *                     AND CORPORATE ADVANCES.  GX-INTEREST-     *
      *                     AMOUNT IS ZERO.  COBGLREC COUNTS AND      *
      *                     TOTALS IT WITHOUT AN AUDIT TRAIL MATCH.   *
      *   2026-10-15  DEV   ADDED SOURCE "A" - A MONTH-END ACCRUED    *
      *                     INTEREST RECEIVABLE ENTRY WRITTEN BY THE  *
      *                     NIGHTLY ACCRUAL RUN COBACCR (SBANK35P).   *
      *                     GX-ACCRUAL-ENTRY-TYPE, CARVED OUT OF THE  *
      *                     TRAILING FILLER, SAYS "B" BOOKED ON THE   *
      *                     MONTH-END RUN OR "V" REVERSED BY THE      *
      *                     FIRST RUN OF THE NEXT MONTH.  1300-AIR IS *
      *                     NAMED IN THE PRINCIPAL-ACCOUNT SLOT AND   *
      *                     4000-INTC IN THE INTEREST-ACCOUNT SLOT;   *
      *                     THE AMOUNT RIDES POSITIVE IN GX-INTEREST- *
      *                     AMOUNT, GX-PRINCIPAL-AMOUNT IS ZERO, AND  *
      *                     "B" DEBITS 1300-AIR WHERE "V" CREDITS IT. *
      *                     COBGLREC BALANCES THESE AGAINST COBACCR'S *
      *                     CONTROL RECORDS (SBANK82W), APART FROM    *
      *                     THE NIGHTLY SPLIT, AND CARRIES THEIR      *
      *                     COUNT AND NET ON THE TRAILER IN GT-       *
      *                     ACCRUAL-COUNT AND GT-ACCRUAL-NET, CARVED  *
      *                     OUT OF ITS FILLER.  THE ACCRUAL AMOUNTS   *
      *                     ARE NOT IN GT-PRINCIPAL-TOTAL OR GT-      *
      *                     INTEREST-TOTAL.                           *
      *   2026-10-15  DEV   ADDED SOURCE "E" - AN ESCROW ADVANCE       *
      *                     WRITTEN BY THE INSURANCE MONITORING RUN    *
      *                     COBHAZRD (SBANK38P) WHEN A FORCE-PLACED    *
      *                     PREMIUM DRIVES THE ESCROW BALANCE          *
      *                     NEGATIVE.  1410-EADV IS CHARGED GX-        *
      *                     PRINCIPAL-AMOUNT, THE PART ADVANCED, AND   *
      *                     GX-GL-ACCOUNT-INTEREST NAMES 2200-ESCR,    *
      *                     THE OFFSET CREDITED WITH IT.  GX-INTEREST- *
      *                     AMOUNT IS ZERO.  COBGLREC COUNTS AND       *
      *                     TOTALS IT WITHOUT AN AUDIT TRAIL MATCH.    *
      *   2026-10-15  DEV   ADDED SOURCE "X" - A SERVICING TRANSFER    *
      *                     SETTLEMENT WRITTEN BY THE TRANSFER-OUT     *
      *                     RUN COBXFER (SBANK39P), ONE RECORD PER     *
      *                     BALANCE HANDED TO THE NEW SERVICER.  THE   *
      *                     PRINCIPAL-SLOT ACCOUNT IS CHARGED GX-      *
      *                     PRINCIPAL-AMOUNT AND THE INTEREST-SLOT     *
      *                     ACCOUNT IS THE OFFSET CREDITED WITH IT,    *
      *                     AGAINST THE TRANSFER CLEARING ACCOUNT      *
      *                     2950-XFER: 2200-ESCR / 2950-XFER ESCROW    *
      *                     HELD, 2950-XFER / 2200-ESCR ESCROW         *
      *                     ADVANCED, 2300-SUSP / 2950-XFER SUSPENSE,  *
      *                     2950-XFER / 1000-PRIN PRINCIPAL.  GX-      *
      *                     INTEREST-AMOUNT AND GX-NEW-BALANCE ARE     *
      *                     ZERO.  COBGLREC COUNTS AND TOTALS IT       *
      *                     WITHOUT AN AUDIT TRAIL MATCH.              *
      ******************************************************************
       01  GL-EXTRACT-RECORD.
           05  GX-LOAN-NUMBER            PIC X(10).
               88  GX-SOURCE-LATE-CHARGE        VALUE "L".
               88  GX-SOURCE-REVERSAL           VALUE "R".
               88  GX-SOURCE-PAYOFF             VALUE "P".
               88  GX-SOURCE-MODIFICATION       VALUE "M".
               88  GX-SOURCE-ACCRUAL            VALUE "A".
               88  GX-SOURCE-ESCROW-ADVANCE     VALUE "E".
               88  GX-SOURCE-TRANSFER           VALUE "X".
           05  GX-ACCRUAL-ENTRY-TYPE     PIC X(01).
               88  GX-ACCRUAL-BOOKED            VALUE "B".
               88  GX-ACCRUAL-REVERSED          VALUE "V".
           05  FILLER                    PIC X(18).

       01  GL-TRAILER-RECORD.
           05  GT-RECORD-ID              PIC X(10).
           05  GT-RECORD-COUNT           PIC 9(7).
           05  GT-PRINCIPAL-TOTAL        PIC S9(11)V99  COMP-3.
           05  GT-INTEREST-TOTAL         PIC S9(11)V99  COMP-3.
           05  GT-ACCRUAL-COUNT          PIC 9(7).
           05  GT-ACCRUAL-NET            PIC S9(11)V99  COMP-3.
           05  FILLER                    PIC X(21).
