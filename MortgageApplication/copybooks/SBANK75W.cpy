      ******************************************************************
      *                                                                *
      *   SBANK75W  -  PRIVATE MORTGAGE INSURANCE (PMI) MASTER RECORD  *
      *                                                                *
      *   ONE RECORD PER LOAN, KEYED BY PM-LOAN-NUMBER ON THE INDEXED  *
      *   FILE PMIMSTR.  HOLDS THE ORIGINAL PROPERTY VALUE THE         *
      *   LOAN-TO-VALUE TESTS RUN AGAINST AND THE LOAN'S MORTGAGE      *
      *   INSURANCE COVERAGE.  SET UP AND AMENDED, AND A BORROWER'S    *
      *   WRITTEN CANCELLATION REQUEST RECORDED, ONLY THROUGH THE PMI  *
      *   MAINTENANCE RUN COBPMIMT (SEE SBANK33P); TERMINATED AND      *
      *   CANCELLED ONLY BY THE MONTHLY PMI RUN COBPMI (SBANK34P).     *
      *                                                                *
      *   PM-PMI-INDICATOR:                                            *
      *     "A"  PMI IN FORCE - THE PREMIUM IS IN THE ESCROW           *
      *          DISBURSEMENT TABLE (SBANK17W)                         *
      *     "N"  NO PMI ON THE LOAN (ORIGINAL VALUE HELD ONLY)         *
      *     "T"  TERMINATED AUTOMATICALLY - THE BALANCE REACHED 78%    *
      *          OF ORIGINAL VALUE ON SCHEDULE WITH THE LOAN CURRENT   *
      *     "C"  CANCELLED ON THE BORROWER'S REQUEST AT 80%            *
      *   PM-ELIGIBLE-DATE IS THE FIRST RUN THAT FOUND THE LOAN AT     *
      *   80% ON SCHEDULE (ZERO UNTIL THEN).  PM-REQUEST-DATE IS THE   *
      *   DATE OF A BORROWER CANCELLATION REQUEST WAITING FOR THE      *
      *   NEXT RUN (ZERO WHEN NONE).  PM-END-DATE AND                  *
      *   PM-PREMIUM-REMOVED SAY WHEN COVERAGE ENDED AND HOW MUCH      *
      *   PREMIUM CAME OUT OF THE PROJECTED ESCROW DISBURSEMENTS.      *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  PMI-MASTER-RECORD.
           05  PM-LOAN-NUMBER            PIC X(10).
           05  PM-PMI-INDICATOR          PIC X(01).
               88  PM-PMI-ACTIVE                VALUE "A".
               88  PM-NO-PMI                    VALUE "N".
               88  PM-PMI-TERMINATED            VALUE "T".
               88  PM-PMI-CANCELLED             VALUE "C".
           05  PM-ORIGINAL-VALUE         PIC 9(09)V99  COMP-3.
           05  PM-MONTHLY-PREMIUM        PIC 9(05)V99  COMP-3.
           05  PM-CERTIFICATE-NUMBER     PIC X(15).
           05  PM-ELIGIBLE-DATE          PIC 9(08).
           05  PM-REQUEST-DATE           PIC 9(08).
           05  PM-END-DATE               PIC 9(08).
           05  PM-PREMIUM-REMOVED        PIC 9(07)V99  COMP-3.
           05  PM-SETUP-DATE             PIC 9(08).
           05  PM-LAST-CHANGE-DATE       PIC 9(08).
           05  FILLER                    PIC X(20).
