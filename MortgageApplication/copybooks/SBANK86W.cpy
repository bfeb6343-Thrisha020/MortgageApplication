      ******************************************************************
      *                                                                *
      *   SBANK86W  -  INSURANCE CARRIER NOTIFICATION RECORD           *
      *                                                                *
      *   ONE RECORD PER POLICY EVENT REPORTED BY A HAZARD OR FLOOD    *
      *   CARRIER (OR KEYED BY THE INSURANCE DESK FROM A CARRIER'S     *
      *   LETTER), APPLIED BY COBHAZMT (SEE SBANK37P) TO THE POLICY    *
      *   MASTER (SBANK85W).  HN-NOTICE-TYPE:                          *
      *     "N"  NEW POLICY - THE BORROWER'S FIRST POLICY OF THIS      *
      *          COVERAGE TYPE, OR A REPLACEMENT FROM ANOTHER CARRIER. *
      *          EVERY FIELD IS REQUIRED.                              *
      *     "R"  RENEWAL - NEW EFFECTIVE AND EXPIRATION DATES; THE     *
      *          COVERAGE AND PREMIUM WHEN KEYED.                      *
      *     "C"  CANCELLATION - HN-EFFECTIVE-DATE IS THE DATE COVER    *
      *          ENDS.                                                 *
      *     "E"  ENDORSEMENT - A CHANGE OF COVERAGE AMOUNT OR PREMIUM  *
      *          ONLY.  A BLANK FIELD IS LEFT AS IT IS.                *
      *                                                                *
      *   ALL AMOUNTS ARE DISPLAY NUMERIC - THE FEED ARRIVES FROM      *
      *   OUTSIDE THE PROGRAM SUITE AND COBHAZMT EDITS IT.             *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  CARRIER-NOTICE-RECORD.
           05  HN-NOTICE-TYPE            PIC X(01).
               88  HN-NEW-POLICY                VALUE "N".
               88  HN-RENEWAL                   VALUE "R".
               88  HN-CANCELLATION              VALUE "C".
               88  HN-ENDORSEMENT               VALUE "E".
           05  HN-LOAN-NUMBER            PIC X(10).
           05  HN-COVERAGE-TYPE          PIC X(01).
               88  HN-COVERAGE-VALID            VALUE "H", "F".
           05  HN-CARRIER-NAME           PIC X(30).
           05  HN-POLICY-NUMBER          PIC X(15).
           05  HN-COVERAGE-AMOUNT        PIC 9(09)V99.
           05  HN-COVERAGE-AMOUNT-X REDEFINES HN-COVERAGE-AMOUNT
                                         PIC X(11).
           05  HN-ANNUAL-PREMIUM         PIC 9(07)V99.
           05  HN-ANNUAL-PREMIUM-X REDEFINES HN-ANNUAL-PREMIUM
                                         PIC X(09).
           05  HN-EFFECTIVE-DATE         PIC 9(08).
           05  HN-EFFECTIVE-DATE-X REDEFINES HN-EFFECTIVE-DATE
                                         PIC X(08).
           05  HN-EXPIRATION-DATE        PIC 9(08).
           05  HN-EXPIRATION-DATE-X REDEFINES HN-EXPIRATION-DATE
                                         PIC X(08).
           05  FILLER                    PIC X(27).
