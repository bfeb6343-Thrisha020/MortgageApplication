      ******************************************************************
      *                                                                *
      *   SBANK78W  -  PMI CANCELLATION BORROWER NOTICE RECORD         *
      *                                                                *
      *   ONE RECORD PER LOAN WHOSE MORTGAGE INSURANCE THE MONTHLY     *
      *   PMI RUN COBPMI (SEE SBANK34P) HAS ENDED, FOR THE LETTER-     *
      *   PRINT SERVICE.  PN-END-TYPE SAYS WHY:                        *
      *     "T"  TERMINATED AUTOMATICALLY AT 78% OF ORIGINAL VALUE     *
      *     "C"  CANCELLED AT THE BORROWER'S REQUEST AT 80%            *
      *   PN-LTV-PERCENT IS THE SCHEDULED BALANCE AS A PERCENTAGE OF   *
      *   THE ORIGINAL PROPERTY VALUE.  PN-MONTHLY-PREMIUM IS THE      *
      *   PREMIUM NO LONGER COLLECTED THROUGH ESCROW - THE ESCROW      *
      *   PAYMENT ITSELF CHANGES AT THE NEXT ANNUAL ANALYSIS.  ALL     *
      *   FIELDS ARE DISPLAY FORMAT BECAUSE THE FEED LEAVES THE SHOP.  *
      *                                                                *
      *   THE CO-BORROWER, MAILING ADDRESS AND PROPERTY ADDRESS COME   *
      *   FROM THE BORROWER CONTACT MASTER (SBANK53W) AND ARE LEFT     *
      *   BLANK WHEN THE LOAN HAS NO CONTACT RECORD; PN-BORROWER-NAME  *
      *   IS THEN THE LOAN MASTER'S SERVICING NAME (SAME RULE AS       *
      *   SBANK26W).                                                   *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  PMI-NOTICE-RECORD.
           05  PN-LOAN-NUMBER            PIC X(10).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  PN-BORROWER-NAME          PIC X(30).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  PN-NOTICE-DATE            PIC 9(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  PN-END-TYPE               PIC X(01).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  PN-CERTIFICATE-NUMBER     PIC X(15).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  PN-ORIGINAL-VALUE         PIC 9(09)V99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  PN-PRINCIPAL-BALANCE      PIC 9(09)V99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  PN-LTV-PERCENT            PIC 9(03)V99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  PN-MONTHLY-PREMIUM        PIC 9(05)V99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  PN-CO-BORROWER-NAME       PIC X(30).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  PN-MAILING-ADDRESS.
               10  PN-MAIL-ADDRESS-1     PIC X(30).
               10  PN-MAIL-ADDRESS-2     PIC X(30).
               10  PN-MAIL-CITY          PIC X(20).
               10  PN-MAIL-STATE         PIC X(02).
               10  PN-MAIL-ZIP           PIC X(10).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  PN-PROPERTY-ADDRESS.
               10  PN-PROP-ADDRESS       PIC X(30).
               10  PN-PROP-CITY          PIC X(20).
               10  PN-PROP-STATE         PIC X(02).
               10  PN-PROP-ZIP           PIC X(10).
           05  FILLER                    PIC X(05)  VALUE SPACES.
