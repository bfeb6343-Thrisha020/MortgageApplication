      *          SATISFACTION RUN (SEE COBSATIS, SBANK21P).  THE       *
      *          BALANCE AND SUSPENSE AFTER ARE ZERO AND THE LOAN IS   *
      *          CLOSED ON THE MASTER.                                 *
      *     "M"  LOAN MODIFIED - THE ARREARAGE CAPITALIZED BY THE      *
      *          MODIFICATION RUN (SEE COBMODFY, SBANK32P).  NO MONEY  *
      *          WAS RECEIVED, SO EVERY APPLIED AMOUNT IS ZERO;        *
      *          TH-NEW-BALANCE CARRIES THE CAPITALIZED BALANCE AND    *
      *          TH-RECEIPT-REFERENCE THE AGREEMENT NUMBER.            *
      *                                                                *
      *   TH-NEW-BALANCE IS LM-PRINCIPAL-BALANCE AS REWRITTEN AFTER    *
      *   THIS TRANSACTION, SO YEAR-END WORK CAN RECONCILE THE         *
      *                     THE ESCROW SPLIT NOW THAT COBPOST         *
      *                     COLLECTS THE ESCROW DEPOSIT AND CREDITS   *
      *                     THE ESCROW MASTER.                        *
      *   2026-10-15  DEV   ADDED TRAN TYPE "M" - THE CAPITALIZATION  *
      *                     RECORD COBMODFY WRITES WHEN A LOAN IS     *
      *                     MODIFIED.                                 *
      ******************************************************************
       01  TRAN-HISTORY-RECORD.
           05  TH-LOAN-NUMBER            PIC X(10).
               88  TH-SUSPENSE-HELD             VALUE "S".
               88  TH-REVERSAL                  VALUE "R".
               88  TH-PAYOFF                    VALUE "P".
               88  TH-MODIFICATION              VALUE "M".
           05  TH-LATE-CHARGE-PAID       PIC 9(07)V99  COMP-3.
           05  TH-RECEIPT-REFERENCE      PIC X(12).
           05  TH-ESCROW-APPLIED         PIC 9(07)V99  COMP-3.
