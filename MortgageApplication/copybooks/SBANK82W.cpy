      ******************************************************************
      *                                                                *
      *   SBANK82W  -  INTEREST ACCRUAL CONTROL RECORD                 *
      *                                                                *
      *   ONE RECORD APPENDED BY EVERY RUN OF THE NIGHTLY ACCRUAL RUN  *
      *   COBACCR (SEE SBANK35P) TO AN ACCUMULATE-ACROSS-RUNS FILE,    *
      *   COUNTING AND TOTALING THE ACCRUED INTEREST RECEIVABLE        *
      *   ENTRIES IT WROTE TO THE GL EXTRACT (SOURCE "A" - SEE         *
      *   SBANK08W) THAT NIGHT.  COBGLREC (SBANK07P) ADDS UP THE       *
      *   RECORDS FOR ITS RUN DATE AND BALANCES THE SOURCE "A"         *
      *   ENTRIES ON THE EXTRACT AGAINST THEM, APART FROM THE NIGHTLY  *
      *   PRINCIPAL/INTEREST SPLIT.  A RERUN ON THE SAME DATE APPENDS  *
      *   A SECOND RECORD WITH ONLY WHAT THE RERUN WROTE, SO THE SUM   *
      *   STILL TIES.                                                  *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  ACCRUAL-CONTROL-RECORD.
           05  IC-RUN-DATE               PIC 9(08).
           05  IC-BOOKED-COUNT           PIC 9(07)        COMP.
           05  IC-BOOKED-AMOUNT          PIC 9(11)V99     COMP-3.
           05  IC-REVERSED-COUNT         PIC 9(07)        COMP.
           05  IC-REVERSED-AMOUNT        PIC 9(11)V99     COMP-3.
           05  IC-MONTH-END-IND          PIC X(01).
               88  IC-MONTH-END-RUN             VALUE "Y".
           05  FILLER                    PIC X(20).
