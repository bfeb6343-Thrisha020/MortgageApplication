      ******************************************************************
      *                                                                *
      *   SBANK57W  -  BILLING STATEMENT HISTORY RECORD                *
      *                                                                *
      *   ONE RECORD PER LOAN THAT HAS EVER RECEIVED A MONTHLY         *
      *   BILLING STATEMENT, KEYED BY SH-LOAN-NUMBER ON THE INDEXED    *
      *   FILE BILLHIST.  WRITTEN AND REWRITTEN BY THE MONTHLY         *
      *   BILLING RUN COBBILL (SEE SBANK27P), WHICH LISTS EVERY        *
      *   TRANSACTION POSTED AFTER SH-LAST-STMT-DATE.                  *
      *                                                                *
      *   SH-PRIOR-STMT-DATE KEEPS THE STATEMENT DATE BEFORE THE       *
      *   LATEST ONE, SO A RERUN OF THE SAME CYCLE DATE LISTS THE      *
      *   SAME TRANSACTIONS AGAIN INSTEAD OF NONE.                     *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  STMT-HISTORY-RECORD.
           05  SH-LOAN-NUMBER            PIC X(10).
           05  SH-LAST-STMT-DATE         PIC 9(08).
           05  SH-PRIOR-STMT-DATE        PIC 9(08).
           05  SH-LAST-DUE-DATE          PIC 9(08).
           05  SH-LAST-AMOUNT-DUE        PIC 9(09)V99  COMP-3.
           05  SH-STMT-COUNT             PIC 9(05)     COMP.
           05  FILLER                    PIC X(20).
