      ******************************************************************
      *                                                                *
      *   SBANK54W  -  BORROWER CONTACT MAINTENANCE TRANSACTION CARD   *
      *                                                                *
      *   ONE CARD PER CONTACT ADD OR FIELD-LEVEL CHANGE, AS KEYED BY  *
      *   THE SERVICING DESK.  READ BY COBCNTCT (SEE SBANK26P).        *
      *                                                                *
      *   CT-TRAN-CODE:                                                *
      *     "A"  ADD A CONTACT RECORD FOR A LOAN ALREADY ON THE LOAN   *
      *          MASTER.  CT-NEW-VALUE CARRIES THE PRIMARY NAME AS     *
      *          MAILED; BLANK TAKES LM-BORROWER-NAME.  THE REST OF    *
      *          THE RECORD IS FILLED BY "C" CARDS, WHICH MAY FOLLOW   *
      *          IN THE SAME FEED.  CT-FIELD-CODE IS NOT USED.         *
      *     "C"  CHANGE ONE FIELD OF AN EXISTING CONTACT RECORD.       *
      *                                                                *
      *   CT-FIELD-CODE NAMES THE CONTACT FIELD (SBANK53W); CT-NEW-    *
      *   VALUE CARRIES THE REPLACEMENT, LEFT JUSTIFIED, IN THE        *
      *   WIDTH OF THE TARGET FIELD:                                   *
      *     "01"  BC-PRIMARY-NAME       (30, NOT BLANK)               *
      *     "02"  BC-CO-BORROWER-NAME   (30, BLANK CLEARS IT)         *
      *     "03"  BC-MAIL-ADDRESS-1     (30, NOT BLANK)               *
      *     "04"  BC-MAIL-ADDRESS-2     (30, BLANK CLEARS IT)         *
      *     "05"  BC-MAIL-CITY          (20, NOT BLANK)               *
      *     "06"  BC-MAIL-STATE         (2 LETTERS)                   *
      *     "07"  BC-MAIL-ZIP           (10, FIRST 5 DIGITS)          *
      *     "08"  BC-PROP-ADDRESS       (30, NOT BLANK)               *
      *     "09"  BC-PROP-CITY          (20, NOT BLANK)               *
      *     "10"  BC-PROP-STATE         (2 LETTERS)                   *
      *     "11"  BC-PROP-ZIP           (10, FIRST 5 DIGITS)          *
      *     "12"  BC-PHONE              (15, BLANK CLEARS IT)         *
      *     "13"  BC-EMAIL              (40, ONE "@", BLANK CLEARS)   *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  CONTACT-TRAN-RECORD.
           05  CT-LOAN-NUMBER            PIC X(10).
           05  CT-TRAN-CODE              PIC X(01).
               88  CT-ADD-CONTACT               VALUE "A".
               88  CT-CHANGE-CONTACT            VALUE "C".
           05  CT-FIELD-CODE             PIC X(02).
               88  CT-FIELD-PRIMARY-NAME        VALUE "01".
               88  CT-FIELD-CO-BORROWER         VALUE "02".
               88  CT-FIELD-MAIL-ADDRESS-1      VALUE "03".
               88  CT-FIELD-MAIL-ADDRESS-2      VALUE "04".
               88  CT-FIELD-MAIL-CITY           VALUE "05".
               88  CT-FIELD-MAIL-STATE          VALUE "06".
               88  CT-FIELD-MAIL-ZIP            VALUE "07".
               88  CT-FIELD-PROP-ADDRESS        VALUE "08".
               88  CT-FIELD-PROP-CITY           VALUE "09".
               88  CT-FIELD-PROP-STATE          VALUE "10".
               88  CT-FIELD-PROP-ZIP            VALUE "11".
               88  CT-FIELD-PHONE               VALUE "12".
               88  CT-FIELD-EMAIL               VALUE "13".
               88  CT-FIELD-CODE-VALID          VALUE "01" THRU "13".
           05  CT-NEW-VALUE              PIC X(40).
           05  FILLER                    PIC X(27).
