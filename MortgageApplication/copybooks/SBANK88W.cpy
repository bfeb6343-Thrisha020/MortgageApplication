      ******************************************************************
      *                                                                *
      *   SBANK88W  -  INSURANCE LAPSE BORROWER LETTER RECORD          *
      *                                                                *
      *   ONE RECORD PER LETTER THE MONTHLY INSURANCE MONITORING RUN   *
      *   COBHAZRD (SEE SBANK38P) SENDS, FOR THE LETTER-PRINT SERVICE. *
      *   HL-LETTER-TYPE SAYS WHICH LETTER:                            *
      *     "1"  FIRST LAPSE LETTER - PROOF OF COVERAGE REQUESTED      *
      *     "2"  SECOND LAPSE LETTER - COVERAGE WILL BE PLACED AT THE  *
      *          BORROWER'S EXPENSE (HL-FP-PREMIUM IS THE ESTIMATE)    *
      *     "F"  FORCE-PLACEMENT NOTICE - COVERAGE HAS BEEN PLACED AND *
      *          HL-FP-PREMIUM CHARGED TO ESCROW                       *
      *     "X"  FORCE-PLACED COVERAGE ENDED ON PROOF OF THE           *
      *          BORROWER'S OWN POLICY                                 *
      *   HL-LAPSE-REASON CARRIES HP-LAPSE-REASON (SEE SBANK85W).      *
      *   HL-REQUIRED-COVERAGE IS THE LOAN'S PRINCIPAL BALANCE.  ALL   *
      *   FIELDS ARE DISPLAY FORMAT BECAUSE THE FEED LEAVES THE SHOP.  *
      *                                                                *
      *   THE CO-BORROWER, MAILING ADDRESS AND PROPERTY ADDRESS COME   *
      *   FROM THE BORROWER CONTACT MASTER (SBANK53W) AND ARE LEFT     *
      *   BLANK WHEN THE LOAN HAS NO CONTACT RECORD; HL-BORROWER-NAME  *
      *   IS THEN THE LOAN MASTER'S SERVICING NAME (SAME RULE AS       *
      *   SBANK78W).                                                   *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  INSURANCE-LETTER-RECORD.
           05  HL-LOAN-NUMBER            PIC X(10).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  HL-BORROWER-NAME          PIC X(30).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  HL-LETTER-DATE            PIC 9(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  HL-LETTER-TYPE            PIC X(01).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  HL-COVERAGE-TYPE          PIC X(01).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  HL-LAPSE-REASON           PIC X(01).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  HL-CARRIER-NAME           PIC X(30).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  HL-POLICY-NUMBER          PIC X(15).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  HL-EXPIRATION-DATE        PIC 9(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  HL-COVERAGE-AMOUNT        PIC 9(09)V99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  HL-REQUIRED-COVERAGE      PIC 9(09)V99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  HL-FP-PREMIUM             PIC 9(07)V99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  HL-CO-BORROWER-NAME       PIC X(30).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  HL-MAILING-ADDRESS.
               10  HL-MAIL-ADDRESS-1     PIC X(30).
               10  HL-MAIL-ADDRESS-2     PIC X(30).
               10  HL-MAIL-CITY          PIC X(20).
               10  HL-MAIL-STATE         PIC X(02).
               10  HL-MAIL-ZIP           PIC X(10).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  HL-PROPERTY-ADDRESS.
               10  HL-PROP-ADDRESS       PIC X(30).
               10  HL-PROP-CITY          PIC X(20).
               10  HL-PROP-STATE         PIC X(02).
               10  HL-PROP-ZIP           PIC X(10).
           05  FILLER                    PIC X(05)  VALUE SPACES.
