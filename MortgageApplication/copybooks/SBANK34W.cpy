      *   IS THE DAY OF MONTH THE DRAFT ORIGINATES, 01-28 SO EVERY     *
      *   MONTH HAS THE DAY.                                           *
      *                                                                *
      *   AE-STMT-SUPPRESS "Y" ON AN ENROLL CARD STOPS THE PAPER       *
      *   MONTHLY BILLING STATEMENT (COBBILL) WHILE THE LOAN STAYS     *
      *   ENROLLED; "N" OR SPACE KEEPS IT MAILED.  A CANCEL ALWAYS     *
      *   RESTORES THE PAPER STATEMENT.                                *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-09-01  DEV   INITIAL VERSION.                          *
      *   2026-10-15  DEV   CARVED AE-STMT-SUPPRESS OUT OF THE        *
      *                     TRAILING FILLER (CARD LENGTH UNCHANGED).  *
      ******************************************************************
       01  AUTOPAY-ENROLL-RECORD.
           05  AE-LOAN-NUMBER            PIC X(10).
           05  AE-BANK-ROUTING           PIC X(09).
           05  AE-BANK-ACCOUNT           PIC X(17).
           05  AE-DRAFT-DAY              PIC 9(02).
           05  AE-STMT-SUPPRESS          PIC X(01).
               88  AE-SUPPRESS-VALID            VALUE "Y" "N" " ".
               88  AE-SUPPRESS-STATEMENT        VALUE "Y".
           05  FILLER                    PIC X(40).
