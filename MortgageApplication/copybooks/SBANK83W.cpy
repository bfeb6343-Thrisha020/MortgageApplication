      ******************************************************************
      *                                                                *
      *   SBANK83W  -  CASH RECONCILIATION OPEN ITEM RECORD            *
      *                                                                *
      *   ONE RECORD PER CASH ITEM THE DAILY CASH RECONCILIATION       *
      *   COBCASHR (SEE SBANK36P) HAS NOT YET SEEN CLEAR, CARRIED      *
      *   FORWARD FROM DAY TO DAY AND AGED FROM CO-OPENED-DATE.  KEYED *
      *   ON ITEM TYPE, RECEIPT REFERENCE AND LOAN NUMBER, SO AN ITEM  *
      *   REJECTED AGAIN ON A LATER DAY KEEPS ITS ORIGINAL AGE.        *
      *                                                                *
      *   CO-ITEM-TYPE VALUES:                                         *
      *     "J"  LOCKBOX RECEIPT REJECTED BY COBPOST (RCPTREJ) -       *
      *          CO-REJECT-REASON CARRIES THE SBANK12W REASON.  CLEARS *
      *          WHEN THE RESUBMITTED RECEIPT POSTS UNDER THE SAME     *
      *          REFERENCE.                                            *
      *     "U"  LOCKBOX RECEIPT NEITHER POSTED NOR REJECTED, OR       *
      *          REFUSED WITH ITS BATCH (REASON "06").  CLEARS THE     *
      *          SAME WAY.                                             *
      *     "D"  ACH DRAFT ORIGINATED BY COBADRFT - CO-ITEM-DATE IS    *
      *          THE SETTLEMENT DATE.  CLEARS WHEN THE SETTLED ITEM    *
      *          ARRIVES ON THE LOCKBOX FEED WITH ITS REFERENCE;       *
      *          LISTED AS UNSETTLED ONCE THE SETTLEMENT DATE PASSES.  *
      *     "S"  THE ONE SUSPENSE CONTROL RECORD (REFERENCE            *
      *          "SUSPENSE") - THE PORTFOLIO LM-SUSPENSE-BALANCE TOTAL *
      *          AS OF CO-SUSPENSE-DATE AND THE TOTAL BEFORE IT, FOR   *
      *          THE DAY'S SUSPENSE MOVEMENT.                          *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  CASH-OPEN-ITEM-RECORD.
           05  CO-ITEM-KEY.
               10  CO-ITEM-TYPE          PIC X(01).
                   88  CO-REJECTED-ITEM         VALUE "J".
                   88  CO-UNPOSTED-ITEM         VALUE "U".
                   88  CO-ACH-DRAFT             VALUE "D".
                   88  CO-SUSPENSE-CONTROL      VALUE "S".
               10  CO-REFERENCE          PIC X(12).
               10  CO-LOAN-NUMBER        PIC X(10).
           05  CO-DEPOSIT-NUMBER         PIC X(08).
           05  CO-ITEM-AMOUNT            PIC 9(07)V99     COMP-3.
           05  CO-ITEM-DATE              PIC 9(08).
           05  CO-OPENED-DATE            PIC 9(08).
           05  CO-REJECT-REASON          PIC X(02).
           05  CO-SUSPENSE-DATE          PIC 9(08).
           05  CO-SUSPENSE-TOTAL         PIC 9(11)V99     COMP-3.
           05  CO-PRIOR-SUSPENSE-TOTAL   PIC 9(11)V99     COMP-3.
           05  FILLER                    PIC X(20).
