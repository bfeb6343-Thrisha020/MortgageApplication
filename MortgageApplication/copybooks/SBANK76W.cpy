      ******************************************************************
      *                                                                *
      *   SBANK76W  -  PMI MAINTENANCE CARD                            *
      *                                                                *
      *   80-BYTE CARD KEYED BY THE SERVICING DESK AND APPLIED BY      *
      *   COBPMIMT (SEE SBANK33P) TO THE PMI MASTER (SBANK75W).        *
      *   PK-ACTION SAYS WHAT THE CARD DOES:                           *
      *     "S"  SET UP A LOAN'S RECORD.  THE INDICATOR ("A" PMI IN    *
      *          FORCE, "N" NONE) AND THE ORIGINAL PROPERTY VALUE ARE  *
      *          REQUIRED; PMI IN FORCE ALSO NEEDS THE MONTHLY         *
      *          PREMIUM AND THE CERTIFICATE NUMBER.                   *
      *     "A"  AMEND THE ORIGINAL VALUE, PREMIUM OR CERTIFICATE ON   *
      *          A RECORD WHOSE PMI HAS NOT ENDED.  ONLY THE FIELDS    *
      *          KEYED ARE CHANGED (BLANK LEAVES A FIELD AS IT IS).    *
      *     "R"  RECORD THE BORROWER'S WRITTEN REQUEST TO CANCEL PMI   *
      *          IN FORCE, DATED PK-REQUEST-DATE (BLANK MEANS THE      *
      *          MAINTENANCE DATE).  THE NEXT MONTHLY PMI RUN COBPMI   *
      *          CANCELS IF THE LOAN IS AT 80% AND CURRENT.            *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  PMI-MAINT-CARD.
           05  PK-ACTION                 PIC X(01).
               88  PK-SETUP-PMI                 VALUE "S".
               88  PK-AMEND-PMI                 VALUE "A".
               88  PK-CANCEL-REQUEST            VALUE "R".
           05  PK-LOAN-NUMBER            PIC X(10).
           05  PK-PMI-INDICATOR          PIC X(01).
               88  PK-INDICATOR-VALID           VALUE "A", "N".
               88  PK-PMI-IN-FORCE              VALUE "A".
           05  PK-ORIGINAL-VALUE         PIC 9(09)V99.
           05  PK-ORIGINAL-VALUE-X REDEFINES PK-ORIGINAL-VALUE
                                         PIC X(11).
           05  PK-MONTHLY-PREMIUM        PIC 9(05)V99.
           05  PK-MONTHLY-PREMIUM-X REDEFINES PK-MONTHLY-PREMIUM
                                         PIC X(07).
           05  PK-CERTIFICATE-NUMBER     PIC X(15).
           05  PK-REQUEST-DATE           PIC 9(08).
           05  PK-REQUEST-DATE-X REDEFINES PK-REQUEST-DATE
                                         PIC X(08).
           05  FILLER                    PIC X(27).
