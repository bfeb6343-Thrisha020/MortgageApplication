      ******************************************************************
      *                                                                *
      *   SBANK91W  -  OUTBOUND SERVICING TRANSFER RECORD              *
      *                                                                *
      *   THE FILE THE SERVICING TRANSFER-OUT RUN COBXFER (SEE         *
      *   SBANK39P) HANDS TO THE NEW SERVICER.  EVERY RECORD IS 300    *
      *   BYTES, ALL DISPLAY FORMAT BECAUSE THE FILE LEAVES THE SHOP,  *
      *   AND STARTS WITH XO-RECORD-TYPE AND THE LOAN NUMBER.  THE     *
      *   FILE RUNS:                                                   *
      *     "HD"  ONE HEADER - TRANSFER DATE, NEW SERVICER, AND HOW    *
      *           THE LOANS WERE SELECTED.                             *
      *     THEN FOR EACH LOAN, IN LOAN NUMBER ORDER:                  *
      *     "LN"  THE LOAN MASTER (SBANK01W) AS IT STOOD BEFORE THE    *
      *           TRANSFER, AUTOPAY ENROLLMENT AND BANK DETAILS        *
      *           INCLUDED.                                            *
      *     "BC"  THE BORROWER CONTACT RECORD (SBANK53W), IF ANY.      *
      *     "ES"  THE ESCROW MASTER (SBANK17W), IF ANY - BALANCE,      *
      *           DEPOSIT, CUSHION AND BOTH DISBURSEMENT TABLES.  AN   *
      *           OVERDRAWN (ADVANCED) BALANCE CARRIES "-" IN XE-      *
      *           BALANCE-SIGN.                                        *
      *     "NH"  THE COLLECTIONS NOTICE HISTORY (SBANK23W), IF ANY.   *
      *     "TH"  ONE PER TRAN-HISTORY RECORD (SBANK11W) POSTED IN THE *
      *           24 MONTHS BEFORE THE TRANSFER DATE, OLDEST FIRST.    *
      *     "TR"  ONE TRAILER - RECORD COUNTS BY TYPE AND THE DOLLAR   *
      *           CONTROL TOTALS THE NEW SERVICER BALANCES THE FILE    *
      *           AGAINST.  XZ-RECORD-COUNT INCLUDES THE HEADER AND    *
      *           THE TRAILER.                                         *
      *   THE HEADER AND TRAILER CARRY "**HEADER**" AND "**TRAILER*"   *
      *   IN THE LOAN NUMBER.                                          *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  SERVICING-TRANSFER-RECORD.
           05  XO-RECORD-TYPE            PIC X(02).
               88  XO-HEADER-REC                VALUE "HD".
               88  XO-LOAN-REC                  VALUE "LN".
               88  XO-CONTACT-REC               VALUE "BC".
               88  XO-ESCROW-REC                VALUE "ES".
               88  XO-NOTICE-REC                VALUE "NH".
               88  XO-HISTORY-REC               VALUE "TH".
               88  XO-TRAILER-REC               VALUE "TR".
           05  XO-LOAN-NUMBER            PIC X(10).
           05  XO-RECORD-BODY            PIC X(288).

       01  XFER-HEADER-RECORD.
           05  FILLER                    PIC X(12).
           05  XH-TRANSFER-DATE          PIC 9(08).
           05  XH-CREATED-DATE           PIC 9(08).
           05  XH-SELECTION-TYPE         PIC X(01).
               88  XH-BY-INVESTOR               VALUE "I".
               88  XH-BY-LOAN-LIST              VALUE "L".
           05  XH-INVESTOR-CODE          PIC X(03).
           05  XH-NEW-SERVICER-ID        PIC X(10).
           05  XH-NEW-SERVICER-NAME      PIC X(30).
           05  FILLER                    PIC X(228).

       01  XFER-LOAN-RECORD.
           05  FILLER                    PIC X(12).
           05  XL-PRINCIPAL-BALANCE      PIC 9(09)V99.
           05  XL-INTEREST-RATE          PIC 9(02)V999.
           05  XL-TERM-MONTHS            PIC 9(03).
           05  XL-NEXT-DUE-DATE          PIC 9(08).
           05  XL-BORROWER-NAME          PIC X(30).
           05  XL-RATE-CODE              PIC X(10).
           05  XL-SUSPENSE-BALANCE       PIC 9(07)V99.
           05  XL-LATE-CHARGE-BALANCE    PIC 9(07)V99.
           05  XL-LATE-ASSESS-DATE       PIC 9(08).
           05  XL-AUTOPAY-INDICATOR      PIC X(01).
           05  XL-BANK-ROUTING           PIC X(09).
           05  XL-BANK-ACCOUNT           PIC X(17).
           05  XL-DRAFT-DAY              PIC 9(02).
           05  XL-STATUS-CODE            PIC X(01).
           05  XL-INVESTOR-CODE          PIC X(03).
           05  XL-STMT-SUPPRESS-IND      PIC X(01).
           05  FILLER                    PIC X(161).

       01  XFER-CONTACT-RECORD.
           05  FILLER                    PIC X(12).
           05  XB-PRIMARY-NAME           PIC X(30).
           05  XB-CO-BORROWER-NAME       PIC X(30).
           05  XB-MAILING-ADDRESS.
               10  XB-MAIL-ADDRESS-1     PIC X(30).
               10  XB-MAIL-ADDRESS-2     PIC X(30).
               10  XB-MAIL-CITY          PIC X(20).
               10  XB-MAIL-STATE         PIC X(02).
               10  XB-MAIL-ZIP           PIC X(10).
           05  XB-PROPERTY-ADDRESS.
               10  XB-PROP-ADDRESS       PIC X(30).
               10  XB-PROP-CITY          PIC X(20).
               10  XB-PROP-STATE         PIC X(02).
               10  XB-PROP-ZIP           PIC X(10).
           05  XB-PHONE                  PIC X(15).
           05  XB-EMAIL                  PIC X(40).
           05  FILLER                    PIC X(19).

       01  XFER-ESCROW-RECORD.
           05  FILLER                    PIC X(12).
           05  XE-BALANCE-SIGN           PIC X(01).
           05  XE-ESCROW-BALANCE         PIC 9(07)V99.
           05  XE-MONTHLY-DEPOSIT        PIC 9(07)V99.
           05  XE-CUSHION-MONTHS         PIC 9(02).
           05  XE-DISBURSEMENT-AMOUNT    PIC 9(07)V99
                                         OCCURS 12 TIMES.
           05  XE-ACTUAL-DISB-AMOUNT     PIC 9(07)V99
                                         OCCURS 12 TIMES.
           05  FILLER                    PIC X(51).

       01  XFER-NOTICE-RECORD.
           05  FILLER                    PIC X(12).
           05  XN-LAST-BUCKET            PIC 9(01).
           05  XN-LAST-NOTICE-DATE       PIC 9(08).
           05  XN-NOTICE-COUNT           PIC 9(05).
           05  FILLER                    PIC X(274).

       01  XFER-HISTORY-RECORD.
           05  FILLER                    PIC X(12).
           05  XT-POST-DATE              PIC 9(08).
           05  XT-POST-TIME              PIC 9(08).
           05  XT-RECEIPT-DATE           PIC 9(08).
           05  XT-RECEIPT-AMOUNT         PIC 9(07)V99.
           05  XT-PRINCIPAL-APPLIED      PIC 9(07)V99.
           05  XT-INTEREST-APPLIED       PIC 9(07)V99.
           05  XT-CURTAILMENT-AMOUNT     PIC 9(07)V99.
           05  XT-SUSPENSE-AFTER         PIC 9(07)V99.
           05  XT-NEW-BALANCE            PIC 9(09)V99.
           05  XT-TRAN-TYPE              PIC X(01).
           05  XT-LATE-CHARGE-PAID       PIC 9(07)V99.
           05  XT-RECEIPT-REFERENCE      PIC X(12).
           05  XT-ESCROW-APPLIED         PIC 9(07)V99.
           05  FILLER                    PIC X(177).

       01  XFER-TRAILER-RECORD.
           05  FILLER                    PIC X(12).
           05  XZ-LOAN-COUNT             PIC 9(07).
           05  XZ-CONTACT-COUNT          PIC 9(07).
           05  XZ-ESCROW-COUNT           PIC 9(07).
           05  XZ-NOTICE-COUNT           PIC 9(07).
           05  XZ-HISTORY-COUNT          PIC 9(07).
           05  XZ-RECORD-COUNT           PIC 9(09).
           05  XZ-PRINCIPAL-TOTAL        PIC 9(13)V99.
           05  XZ-ESCROW-SIGN            PIC X(01).
           05  XZ-ESCROW-TOTAL           PIC 9(11)V99.
           05  XZ-SUSPENSE-TOTAL         PIC 9(11)V99.
           05  XZ-LATE-CHARGE-TOTAL      PIC 9(11)V99.
           05  FILLER                    PIC X(189).
