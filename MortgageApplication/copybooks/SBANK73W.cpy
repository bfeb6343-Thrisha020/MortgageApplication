      ******************************************************************
      *                                                                *
      *   SBANK73W  -  LOAN MODIFICATION AGREEMENT RECORD              *
      *                                                                *
      *   ONE RECORD PER MODIFICATION COBMODFY (SEE SBANK32P) BOOKS,   *
      *   CARRYING THE LOAN'S TERMS BEFORE AND AFTER AND THE           *
      *   ARREARAGE CAPITALIZED, COMPONENT BY COMPONENT.  APPENDED     *
      *   ACROSS RUNS (SAME CONVENTION AS THE MAINTENANCE AUDIT,       *
      *   SBANK50W) SO THE FILE IS THE PERMANENT RECORD OF EVERY       *
      *   MODIFICATION THE LOAN HAS HAD.                               *
      *                                                                *
      *   MG-NEW-BALANCE = MG-OLD-BALANCE + MG-CAP-INTEREST            *
      *                    + MG-CAP-ESCROW + MG-CAP-FEES.              *
      *   MG-WAIVED-LATE-CHARGES IS FORGIVEN, NOT CAPITALIZED, AND     *
      *   DOES NOT ENTER THE NEW BALANCE.  THE PAYMENTS ARE THE        *
      *   PRINCIPAL-AND-INTEREST INSTALLMENT BY COBCALC'S LEVEL-       *
      *   PAYMENT FORMULA OVER THE REMAINING TERM.                     *
      *                                                                *
      *   ALL FIELDS ARE DISPLAY FORMAT SO THE FILE BROWSES CLEAN.     *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  MOD-AGREEMENT-RECORD.
           05  MG-LOAN-NUMBER            PIC X(10).
           05  MG-AGREEMENT-REF          PIC X(12).
           05  MG-RUN-DATE               PIC 9(08).
           05  MG-RUN-TIME               PIC 9(08).
           05  MG-BEFORE-TERMS.
               10  MG-OLD-BALANCE        PIC 9(09)V99.
               10  MG-OLD-RATE-CODE      PIC X(10).
               10  MG-OLD-RATE           PIC 9(02)V999.
               10  MG-OLD-TERM-MONTHS    PIC 9(03).
               10  MG-OLD-DUE-DATE       PIC 9(08).
               10  MG-OLD-PAYMENT        PIC 9(07)V99.
           05  MG-AFTER-TERMS.
               10  MG-NEW-BALANCE        PIC 9(09)V99.
               10  MG-NEW-RATE-CODE      PIC X(10).
               10  MG-NEW-RATE           PIC 9(02)V999.
               10  MG-NEW-TERM-MONTHS    PIC 9(03).
               10  MG-NEW-DUE-DATE       PIC 9(08).
               10  MG-NEW-PAYMENT        PIC 9(07)V99.
           05  MG-ARREARAGE.
               10  MG-PAST-DUE-MONTHS    PIC 9(03).
               10  MG-CAP-INTEREST       PIC 9(07)V99.
               10  MG-CAP-ESCROW         PIC 9(07)V99.
               10  MG-CAP-FEES           PIC 9(07)V99.
               10  MG-WAIVED-LATE-CHARGES PIC 9(07)V99.
           05  FILLER                    PIC X(20).
