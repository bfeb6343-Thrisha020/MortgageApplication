      ******************************************************************
      *                                                                *
      *   SBANK90W  -  SERVICING TRANSFER CARD                         *
      *                                                                *
      *   THE CARDS THAT DRIVE THE SERVICING TRANSFER-OUT RUN COBXFER  *
      *   (SEE SBANK39P) WHEN AN INVESTOR SELLS THE SERVICING ON A     *
      *   BLOCK OF LOANS.  XC-CARD-TYPE SAYS WHICH VIEW OF THE BODY    *
      *   APPLIES:                                                     *
      *     "H"  HEADER - EXACTLY ONE, FIRST IN THE DECK.  THE SALE /  *
      *          TRANSFER DATE AND THE NEW SERVICER.  A NON-BLANK      *
      *          XC-INVESTOR-CODE TRANSFERS EVERY OPEN LOAN WITH THAT  *
      *          LM-INVESTOR-CODE; BLANK MEANS THE "L" CARDS THAT      *
      *          FOLLOW LIST THE LOANS.  THE TWO ARE NOT MIXED.        *
      *     "A"  NEW SERVICER'S CORRESPONDENCE ADDRESS AND PHONE FOR   *
      *          THE BORROWER GOODBYE LETTERS.  OPTIONAL, AT MOST ONE. *
      *     "L"  ONE LOAN TO TRANSFER (LOAN-LIST RUNS ONLY).  THE      *
      *          CARDS NEED NOT BE IN LOAN NUMBER ORDER.               *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  TRANSFER-CARD-RECORD.
           05  XC-CARD-TYPE              PIC X(01).
               88  XC-HEADER-CARD               VALUE "H".
               88  XC-ADDRESS-CARD              VALUE "A".
               88  XC-LOAN-CARD                 VALUE "L".
           05  XC-CARD-BODY              PIC X(79).
           05  XC-HEADER-BODY REDEFINES XC-CARD-BODY.
               10  XC-TRANSFER-DATE      PIC 9(08).
               10  XC-TRANSFER-DATE-X REDEFINES XC-TRANSFER-DATE
                                         PIC X(08).
               10  XC-INVESTOR-CODE      PIC X(03).
               10  XC-NEW-SERVICER-ID    PIC X(10).
               10  XC-NEW-SERVICER-NAME  PIC X(30).
               10  FILLER                PIC X(28).
           05  XC-ADDRESS-BODY REDEFINES XC-CARD-BODY.
               10  XC-SVCR-ADDRESS       PIC X(30).
               10  XC-SVCR-CITY          PIC X(20).
               10  XC-SVCR-STATE         PIC X(02).
               10  XC-SVCR-ZIP           PIC X(10).
               10  XC-SVCR-PHONE         PIC X(15).
               10  FILLER                PIC X(02).
           05  XC-LOAN-BODY REDEFINES XC-CARD-BODY.
               10  XC-LOAN-NUMBER        PIC X(10).
               10  FILLER                PIC X(69).
