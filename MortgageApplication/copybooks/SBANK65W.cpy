      ******************************************************************
      *                                                                *
      *   SBANK65W  -  ARM RATE CHANGE BORROWER NOTICE RECORD          *
      *                                                                *
      *   ONE RECORD PER ADJUSTABLE-RATE LOAN WHOSE NEXT RATE CHANGE   *
      *   HAS BEEN SCHEDULED, WRITTEN BY THE MONTHLY ARM CHANGE RUN    *
      *   COBARMCH (SEE SBANK29P) FOR THE LETTER-PRINT SERVICE.  THE   *
      *   NOTICE MUST REACH THE BORROWER AT LEAST 60 DAYS BEFORE THE   *
      *   FIRST PAYMENT AT THE NEW RATE (AN-FIRST-PAYMENT-DATE) IS     *
      *   DUE; AN-DAYS-NOTICE IS THE LEAD TIME FROM THE RUN DATE.      *
      *   ALL FIELDS ARE DISPLAY FORMAT BECAUSE THE FEED LEAVES THE    *
      *   SHOP.                                                        *
      *                                                                *
      *   THE CO-BORROWER, MAILING ADDRESS AND PROPERTY ADDRESS COME   *
      *   FROM THE BORROWER CONTACT MASTER (SBANK53W) AND ARE LEFT     *
      *   BLANK WHEN THE LOAN HAS NO CONTACT RECORD; AN-BORROWER-NAME  *
      *   IS THEN THE LOAN MASTER'S SERVICING NAME (SAME RULE AS       *
      *   SBANK26W).                                                   *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  ARM-NOTICE-RECORD.
           05  AN-LOAN-NUMBER            PIC X(10).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  AN-BORROWER-NAME          PIC X(30).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  AN-CHANGE-DATE            PIC 9(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  AN-FIRST-PAYMENT-DATE     PIC 9(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  AN-DAYS-NOTICE            PIC 9(03).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  AN-INDEX-CODE             PIC X(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  AN-INDEX-VALUE            PIC 9(02)V9(05).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  AN-MARGIN                 PIC 9(02)V999.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  AN-OLD-RATE               PIC 9(02)V999.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  AN-NEW-RATE               PIC 9(02)V999.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  AN-OLD-PAYMENT            PIC 9(07)V99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  AN-NEW-PAYMENT            PIC 9(07)V99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  AN-PRINCIPAL-BALANCE      PIC 9(09)V99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  AN-REMAINING-TERM         PIC 9(03).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  AN-CO-BORROWER-NAME       PIC X(30).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  AN-MAILING-ADDRESS.
               10  AN-MAIL-ADDRESS-1     PIC X(30).
               10  AN-MAIL-ADDRESS-2     PIC X(30).
               10  AN-MAIL-CITY          PIC X(20).
               10  AN-MAIL-STATE         PIC X(02).
               10  AN-MAIL-ZIP           PIC X(10).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  AN-PROPERTY-ADDRESS.
               10  AN-PROP-ADDRESS       PIC X(30).
               10  AN-PROP-CITY          PIC X(20).
               10  AN-PROP-STATE         PIC X(02).
               10  AN-PROP-ZIP           PIC X(10).
           05  FILLER                    PIC X(05)  VALUE SPACES.
