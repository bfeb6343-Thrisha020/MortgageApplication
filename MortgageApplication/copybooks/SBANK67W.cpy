      ******************************************************************
      *                                                                *
      *   SBANK67W  -  LOSS MITIGATION PLAN RECORD                     *
      *                                                                *
      *   ONE RECORD PER LOAN PUT ON A HARDSHIP FORBEARANCE OR         *
      *   REPAYMENT PLAN, KEYED BY LP-LOAN-NUMBER ON THE INDEXED FILE  *
      *   LMPLAN.  SET UP, AMENDED AND TERMINATED ONLY THROUGH THE     *
      *   PLAN MAINTENANCE RUN COBPLNMT (SEE SBANK30P); BROKEN AND     *
      *   COMPLETED BY THE DAILY PLAN CHECK COBPLNCK (SBANK31P).       *
      *   A NEW PLAN FOR THE SAME LOAN REPLACES AN ENDED ONE.          *
      *                                                                *
      *   A PLAN IS IN FORCE ON A GIVEN DATE WHEN LP-PLAN-STATUS IS    *
      *   "A" AND THE DATE FALLS FROM LP-START-DATE THROUGH            *
      *   LP-END-DATE.  WHILE IT IS IN FORCE:                          *
      *     - COBLATE ASSESSES NO LATE CHARGE                          *
      *     - COBNOTIC SENDS NO COLLECTIONS NOTICE                     *
      *     - COBBUREU REPORTS LP-BUREAU-STATUS IN PLACE OF THE AGED   *
      *       STATUS (71 / 78 / 80)                                    *
      *     - COBADRFT DRAFTS LP-PLAN-PAYMENT IN PLACE OF THE          *
      *       SCHEDULED PAYMENT (NOTHING WHEN IT IS ZERO)              *
      *                                                                *
      *   THE PLAN SCHEDULE IS ONE LP-PLAN-PAYMENT A MONTH FROM        *
      *   LP-FIRST-PAYMENT-DATE THROUGH LP-END-DATE (A FORBEARANCE     *
      *   MAY CARRY A ZERO PAYMENT AND NO SCHEDULE).                   *
      *   LP-NEXT-PAYMENT-DATE IS THE INSTALLMENT NOW OWED; RECEIPTS   *
      *   ON THE TRANSACTION HISTORY DATED FROM LP-WINDOW-START-DATE   *
      *   COUNT TOWARD IT.  LP-CLOSE-DATE AND LP-CLOSE-REASON SAY      *
      *   WHEN AND WHY A PLAN LEFT STATUS "A":                         *
      *     "MP"  MISSED PLAN PAYMENT (BROKEN BY COBPLNCK)             *
      *     "EX"  RAN TO ITS END DATE (COMPLETED BY COBPLNCK)          *
      *     "PO"  THE LOAN WAS PAID OFF UNDER THE PLAN (COMPLETED BY   *
      *           COBPLNCK)                                            *
      *     ANY OTHER - THE REASON KEYED ON THE TERMINATION CARD       *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  LOSS-MIT-PLAN-RECORD.
           05  LP-LOAN-NUMBER            PIC X(10).
           05  LP-PLAN-TYPE              PIC X(01).
               88  LP-FORBEARANCE               VALUE "F".
               88  LP-REPAYMENT                 VALUE "R".
           05  LP-PLAN-STATUS            PIC X(01).
               88  LP-PLAN-ACTIVE               VALUE "A".
               88  LP-PLAN-BROKEN               VALUE "B".
               88  LP-PLAN-COMPLETED            VALUE "C".
               88  LP-PLAN-TERMINATED           VALUE "T".
           05  LP-START-DATE             PIC 9(08).
           05  LP-END-DATE               PIC 9(08).
           05  LP-PLAN-PAYMENT           PIC 9(07)V99  COMP-3.
           05  LP-FIRST-PAYMENT-DATE     PIC 9(08).
           05  LP-NEXT-PAYMENT-DATE      PIC 9(08).
           05  LP-WINDOW-START-DATE      PIC 9(08).
           05  LP-PAYMENTS-MADE          PIC 9(03)     COMP.
           05  LP-BUREAU-STATUS          PIC X(02).
           05  LP-SETUP-DATE             PIC 9(08).
           05  LP-LAST-CHANGE-DATE       PIC 9(08).
           05  LP-CLOSE-DATE             PIC 9(08).
           05  LP-CLOSE-REASON           PIC X(02).
               88  LP-CLOSED-MISSED-PAYMENT     VALUE "MP".
               88  LP-CLOSED-EXPIRED            VALUE "EX".
               88  LP-CLOSED-PAID-OFF           VALUE "PO".
           05  FILLER                    PIC X(20).
