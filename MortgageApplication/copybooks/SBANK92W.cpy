      ******************************************************************
      *                                                                *
      *   SBANK92W  -  SERVICING TRANSFER GOODBYE LETTER RECORD        *
      *                                                                *
      *   ONE RECORD PER LOAN THE SERVICING TRANSFER-OUT RUN COBXFER   *
      *   (SEE SBANK39P) MOVES TO A NEW SERVICER, FOR THE LETTER-      *
      *   PRINT SERVICE: THE NOTICE OF SERVICING TRANSFER TELLING THE  *
      *   BORROWER WHO TO PAY FROM XG-TRANSFER-DATE.  XG-LAST-         *
      *   PAYMENT-DATE IS THE LAST DAY WE ACCEPT PAYMENTS (THE DAY     *
      *   BEFORE THE TRANSFER).  XG-AUTOPAY-INDICATOR "Y" TELLS THE    *
      *   BORROWER THE AUTOMATIC DRAFT STOPS WITH US AND MUST BE SET   *
      *   UP AGAIN WITH THE NEW SERVICER.  ALL FIELDS ARE DISPLAY      *
      *   FORMAT BECAUSE THE FEED LEAVES THE SHOP.                     *
      *                                                                *
      *   THE CO-BORROWER, MAILING ADDRESS AND PROPERTY ADDRESS COME   *
      *   FROM THE BORROWER CONTACT MASTER (SBANK53W) AND ARE LEFT     *
      *   BLANK WHEN THE LOAN HAS NO CONTACT RECORD; XG-BORROWER-NAME  *
      *   IS THEN THE LOAN MASTER'S SERVICING NAME (SAME RULE AS       *
      *   SBANK78W).                                                   *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  GOODBYE-LETTER-RECORD.
           05  XG-LOAN-NUMBER            PIC X(10).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  XG-BORROWER-NAME          PIC X(30).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  XG-LETTER-DATE            PIC 9(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  XG-TRANSFER-DATE          PIC 9(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  XG-LAST-PAYMENT-DATE      PIC 9(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  XG-NEW-SERVICER-NAME      PIC X(30).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  XG-NEW-SERVICER-ADDRESS.
               10  XG-SVCR-ADDRESS       PIC X(30).
               10  XG-SVCR-CITY          PIC X(20).
               10  XG-SVCR-STATE         PIC X(02).
               10  XG-SVCR-ZIP           PIC X(10).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  XG-SVCR-PHONE             PIC X(15).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  XG-AUTOPAY-INDICATOR      PIC X(01).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  XG-CO-BORROWER-NAME       PIC X(30).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  XG-MAILING-ADDRESS.
               10  XG-MAIL-ADDRESS-1     PIC X(30).
               10  XG-MAIL-ADDRESS-2     PIC X(30).
               10  XG-MAIL-CITY          PIC X(20).
               10  XG-MAIL-STATE         PIC X(02).
               10  XG-MAIL-ZIP           PIC X(10).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  XG-PROPERTY-ADDRESS.
               10  XG-PROP-ADDRESS       PIC X(30).
               10  XG-PROP-CITY          PIC X(20).
               10  XG-PROP-STATE         PIC X(02).
               10  XG-PROP-ZIP           PIC X(10).
           05  FILLER                    PIC X(05)  VALUE SPACES.
