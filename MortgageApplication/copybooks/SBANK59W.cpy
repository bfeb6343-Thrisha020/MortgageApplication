      ******************************************************************
      *                                                                *
      *   SBANK59W  -  MONTHLY BILLING PRINT-VENDOR FEED RECORD        *
      *                                                                *
      *   THE FILE COBBILL (SEE SBANK27P) HANDS TO THE STATEMENT       *
      *   PRINT VENDOR.  EVERY FIELD IS UNSIGNED DISPLAY SO THE        *
      *   VENDOR CAN LOAD IT WITHOUT PACKED-DECIMAL HANDLING.  EACH    *
      *   STATEMENT IS ONE "S" RECORD FOLLOWED BY ONE "T" RECORD PER   *
      *   TRANSACTION LISTED ON IT; THE FILE ENDS WITH ONE "Z"         *
      *   TRAILER CARRYING THE STATEMENT COUNT AND TOTAL BILLED SO     *
      *   THE VENDOR CAN PROVE THE FILE ARRIVED WHOLE.                 *
      *                                                                *
      *   BV-TOTAL-DUE = CURRENT INSTALLMENT (P+I + ESCROW) + PAST     *
      *   DUE + LATE CHARGES - SUSPENSE, NEVER BELOW ZERO.             *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  BILL-FEED-RECORD.
           05  BV-RECORD-TYPE            PIC X(01).
               88  BV-STATEMENT-RECORD          VALUE "S".
               88  BV-TRANSACTION-RECORD        VALUE "T".
               88  BV-TRAILER-RECORD            VALUE "Z".
           05  BV-LOAN-NUMBER            PIC X(10).
           05  BV-STMT-DATE              PIC 9(08).
           05  BV-DUE-DATE               PIC 9(08).
           05  BV-OLDEST-DUE-DATE        PIC 9(08).
           05  BV-BORROWER-NAME          PIC X(30).
           05  BV-CO-BORROWER-NAME       PIC X(30).
           05  BV-MAILING-ADDRESS.
               10  BV-MAIL-ADDRESS-1     PIC X(30).
               10  BV-MAIL-ADDRESS-2     PIC X(30).
               10  BV-MAIL-CITY          PIC X(20).
               10  BV-MAIL-STATE         PIC X(02).
               10  BV-MAIL-ZIP           PIC X(10).
           05  BV-PRINCIPAL-DUE          PIC 9(07)V99.
           05  BV-INTEREST-DUE           PIC 9(07)V99.
           05  BV-ESCROW-DUE             PIC 9(07)V99.
           05  BV-LATE-CHARGES           PIC 9(07)V99.
           05  BV-PAST-DUE-COUNT         PIC 9(03).
           05  BV-PAST-DUE-AMOUNT        PIC 9(09)V99.
           05  BV-SUSPENSE-BALANCE       PIC 9(07)V99.
           05  BV-TOTAL-DUE              PIC 9(09)V99.
           05  BV-PRINCIPAL-BALANCE      PIC 9(09)V99.
           05  FILLER                    PIC X(12).

       01  BILL-FEED-TRAN-RECORD REDEFINES BILL-FEED-RECORD.
           05  BW-RECORD-TYPE            PIC X(01).
           05  BW-LOAN-NUMBER            PIC X(10).
           05  BW-POST-DATE              PIC 9(08).
           05  BW-TRAN-TYPE              PIC X(01).
           05  BW-DESCRIPTION            PIC X(16).
           05  BW-RECEIPT-REFERENCE      PIC X(12).
           05  BW-RECEIPT-AMOUNT         PIC 9(07)V99.
           05  BW-PRINCIPAL-APPLIED      PIC 9(07)V99.
           05  BW-INTEREST-APPLIED       PIC 9(07)V99.
           05  BW-ESCROW-APPLIED         PIC 9(07)V99.
           05  BW-LATE-CHARGE-PAID       PIC 9(07)V99.
           05  BW-CURTAILMENT-AMOUNT     PIC 9(07)V99.
           05  BW-NEW-BALANCE            PIC 9(09)V99.
           05  FILLER                    PIC X(167).

       01  BILL-FEED-TRAILER-RECORD REDEFINES BILL-FEED-RECORD.
           05  BZ-RECORD-TYPE            PIC X(01).
           05  BZ-RUN-DATE               PIC 9(08).
           05  BZ-STMT-COUNT             PIC 9(07).
           05  BZ-TRAN-COUNT             PIC 9(07).
           05  BZ-TOTAL-BILLED           PIC 9(11)V99.
           05  FILLER                    PIC X(244).
