      ******************************************************************
      *                                                                *
      *   SBANK68W  -  LOSS MITIGATION PLAN MAINTENANCE CARD           *
      *                                                                *
      *   80-BYTE CARD KEYED BY THE LOSS MITIGATION DESK AND APPLIED   *
      *   BY COBPLNMT (SEE SBANK30P) TO THE PLAN FILE (SBANK67W).      *
      *   PC-ACTION SAYS WHAT THE CARD DOES:                           *
      *     "S"  SET UP A PLAN.  TYPE, START DATE AND END DATE ARE     *
      *          REQUIRED, AND SO IS THE PLAN PAYMENT - ZERO FOR A     *
      *          FORBEARANCE UNDER WHICH THE BORROWER PAYS NOTHING.    *
      *          A NONZERO PLAN PAYMENT NEEDS A FIRST PAYMENT DATE     *
      *          WITHIN THE PLAN; A REPAYMENT PLAN MUST HAVE ONE.      *
      *          A BLANK BUREAU STATUS REPORTS THE LOAN CURRENT        *
      *          ("11") FOR THE LIFE OF THE PLAN.                      *
      *     "A"  AMEND AN ACTIVE OR BROKEN PLAN.  ONLY THE FIELDS      *
      *          KEYED ARE CHANGED (BLANK LEAVES A FIELD AS IT IS);    *
      *          A NEW FIRST PAYMENT DATE RESTARTS THE SCHEDULE FROM   *
      *          THERE, COUNTING RECEIPTS FROM THE AMENDMENT ON.  A    *
      *          BROKEN PLAN THAT IS AMENDED IS REINSTATED - IF IT     *
      *          CARRIES A PLAN PAYMENT THE CARD MUST KEY A NEW FIRST  *
      *          PAYMENT DATE, OR THE MISSED INSTALLMENT WOULD BREAK   *
      *          IT AGAIN THE NEXT NIGHT.                              *
      *     "T"  TERMINATE AN ACTIVE OR BROKEN PLAN, WITH THE DESK'S   *
      *          TWO-CHARACTER REASON IN PC-TERMINATE-REASON.          *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  LOSS-MIT-PLAN-CARD.
           05  PC-ACTION                 PIC X(01).
               88  PC-SETUP-PLAN                VALUE "S".
               88  PC-AMEND-PLAN                VALUE "A".
               88  PC-TERMINATE-PLAN            VALUE "T".
           05  PC-LOAN-NUMBER            PIC X(10).
           05  PC-PLAN-TYPE              PIC X(01).
               88  PC-TYPE-VALID                VALUE "F", "R".
               88  PC-TYPE-REPAYMENT            VALUE "R".
           05  PC-START-DATE             PIC 9(08).
           05  PC-START-DATE-X REDEFINES PC-START-DATE
                                         PIC X(08).
           05  PC-END-DATE               PIC 9(08).
           05  PC-END-DATE-X REDEFINES PC-END-DATE
                                         PIC X(08).
           05  PC-PLAN-PAYMENT           PIC 9(07)V99.
           05  PC-PLAN-PAYMENT-X REDEFINES PC-PLAN-PAYMENT
                                         PIC X(09).
           05  PC-FIRST-PAYMENT-DATE     PIC 9(08).
           05  PC-FIRST-PAYMENT-DATE-X REDEFINES PC-FIRST-PAYMENT-DATE
                                         PIC X(08).
           05  PC-BUREAU-STATUS          PIC X(02).
           05  PC-TERMINATE-REASON       PIC X(02).
           05  FILLER                    PIC X(31).
