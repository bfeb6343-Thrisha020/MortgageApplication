      *   THE PAYMENT CHANGES.  ALL FIELDS ARE DISPLAY FORMAT         *
      *   BECAUSE THE FEED LEAVES THE SHOP.                           *
      *                                                                *
      *   THE CO-BORROWER, MAILING ADDRESS AND PROPERTY ADDRESS COME  *
      *   FROM THE BORROWER CONTACT MASTER (SBANK53W) AND ARE LEFT    *
      *   BLANK WHEN THE LOAN HAS NO CONTACT RECORD; RN-BORROWER-NAME *
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
       01  REPRICE-NOTICE-RECORD.
           05  RN-LOAN-NUMBER            PIC X(10).
           05  RN-NEW-PAYMENT            PIC 9(07)V99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RN-EFFECTIVE-DATE         PIC 9(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RN-CO-BORROWER-NAME       PIC X(30).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RN-MAILING-ADDRESS.
               10  RN-MAIL-ADDRESS-1     PIC X(30).
               10  RN-MAIL-ADDRESS-2     PIC X(30).
               10  RN-MAIL-CITY          PIC X(20).
               10  RN-MAIL-STATE         PIC X(02).
               10  RN-MAIL-ZIP           PIC X(10).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RN-PROPERTY-ADDRESS.
               10  RN-PROP-ADDRESS       PIC X(30).
               10  RN-PROP-CITY          PIC X(20).
               10  RN-PROP-STATE         PIC X(02).
               10  RN-PROP-ZIP           PIC X(10).
           05  FILLER                    PIC X(05)  VALUE SPACES.
