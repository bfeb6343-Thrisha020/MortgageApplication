      *   THE FEED ARRIVES FROM OUTSIDE THE SHOP - COBPOST VALIDATES   *
      *   IT NUMERIC BEFORE USING IT.                                  *
      *                                                                *
      *   THE FEED IS DIVIDED INTO BANK DEPOSITS AND EACH DEPOSIT INTO *
      *   BATCHES BY CONTROL RECORDS (LOCKBOX-CONTROL-RECORD BELOW),   *
      *   TOLD FROM A RECEIPT BY LX-RECORD-ID IN THE LOAN NUMBER       *
      *   POSITION (THE SAME DEVICE AS THE GL EXTRACT TRAILER):        *
      *     "**DEPOSIT*"  OPENS A DEPOSIT - LX-DEPOSIT-NUMBER, THE     *
      *                   DEPOSIT DATE, AND THE ITEM COUNT AND DOLLAR  *
      *                   TOTAL THE BANK CREDITED FOR THE WHOLE        *
      *                   DEPOSIT.                                     *
      *     "**BATCH***"  OPENS A BATCH WITHIN THE DEPOSIT -           *
      *                   LX-BATCH-NUMBER AND THE BATCH'S ITEM COUNT   *
      *                   AND DOLLAR TOTAL.                            *
      *   EVERY RECEIPT BELONGS TO THE BATCH AND DEPOSIT WHOSE CONTROL *
      *   RECORDS LAST PRECEDE IT.  COBPOST REFUSES EVERY RECEIPT OF A *
      *   BATCH WHOSE ITEMS DO NOT FOOT TO ITS CONTROL RECORD, AND ANY *
      *   RECEIPT AHEAD OF THE FIRST BATCH RECORD.  COBCASHR (SEE      *
      *   SBANK36P) TIES EACH DEPOSIT TO WHAT BECAME OF ITS RECEIPTS.  *
      *   RECEIPTS RESUBMITTED FROM THE REJECT FILE ARE KEYED AS A     *
      *   DEPOSIT AND BATCH OF THEIR OWN.                              *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-08-22  DEV   INITIAL VERSION.                          *
      *   2026-10-15  DEV   ADDED THE DEPOSIT AND BATCH CONTROL       *
      *                     RECORDS (LOCKBOX-CONTROL-RECORD).         *
      ******************************************************************
       01  PAYMENT-RECEIPT-RECORD.
           05  PR-LOAN-NUMBER            PIC X(10).
           05  PR-RECEIPT-AMOUNT         PIC 9(07)V99.
           05  PR-RECEIPT-REFERENCE      PIC X(12).
           05  FILLER                    PIC X(41).

       01  LOCKBOX-CONTROL-RECORD.
           05  LX-RECORD-ID              PIC X(10).
               88  LX-DEPOSIT-HEADER            VALUE "**DEPOSIT*".
               88  LX-BATCH-HEADER              VALUE "**BATCH***".
           05  LX-DEPOSIT-NUMBER         PIC X(08).
           05  LX-BATCH-NUMBER           PIC X(04).
           05  LX-DEPOSIT-DATE           PIC 9(08).
           05  LX-ITEM-COUNT             PIC 9(05).
           05  LX-CONTROL-AMOUNT         PIC 9(09)V99.
           05  FILLER                    PIC X(34).
