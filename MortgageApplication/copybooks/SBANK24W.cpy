      *   3 = 60 DAYS, 4 = 90+ DAYS (BUCKET 1, CURRENT, IS NEVER      *
      *   SELECTED).                                                   *
      *                                                                *
      *   THE CO-BORROWER, MAILING ADDRESS AND PROPERTY ADDRESS COME  *
      *   FROM THE BORROWER CONTACT MASTER (SBANK53W) AND ARE LEFT    *
      *   BLANK WHEN THE LOAN HAS NO CONTACT RECORD; NR-BORROWER-NAME *
      *   IS THEN THE LOAN MASTER'S SERVICING NAME.                   *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-08-22  DEV   INITIAL VERSION.                          *
      *   2026-10-15  DEV   ADDED CO-BORROWER, MAILING ADDRESS AND    *
      *                     PROPERTY ADDRESS FOR THE MAIL HOUSE.      *
      ******************************************************************
       01  NOTICE-REQUEST-RECORD.
           05  NR-LOAN-NUMBER            PIC X(10).
           05  NR-DAYS-PAST-DUE          PIC 9(04).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  NR-UNPAID-PRINCIPAL       PIC 9(09)V99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  NR-CO-BORROWER-NAME       PIC X(30).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  NR-MAILING-ADDRESS.
               10  NR-MAIL-ADDRESS-1     PIC X(30).
               10  NR-MAIL-ADDRESS-2     PIC X(30).
               10  NR-MAIL-CITY          PIC X(20).
               10  NR-MAIL-STATE         PIC X(02).
               10  NR-MAIL-ZIP           PIC X(10).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  NR-PROPERTY-ADDRESS.
               10  NR-PROP-ADDRESS       PIC X(30).
               10  NR-PROP-CITY          PIC X(20).
               10  NR-PROP-STATE         PIC X(02).
               10  NR-PROP-ZIP           PIC X(10).
           05  FILLER                    PIC X(05)  VALUE SPACES.
