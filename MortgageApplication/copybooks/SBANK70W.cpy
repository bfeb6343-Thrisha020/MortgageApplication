      ******************************************************************
      *                                                                *
      *   SBANK70W  -  LOSS MITIGATION PLAN EXCEPTION LINE             *
      *                                                                *
      *   PRINT LINE LAYOUT FOR THE REPORT THE DAILY PLAN CHECK        *
      *   COBPLNCK (SEE SBANK31P) PRINTS FOR THE LOSS MITIGATION       *
      *   DESK.  ONE DETAIL LINE PER PLAN THAT LEFT ACTIVE STATUS ON   *
      *   THE RUN, PE-ACTION SAYING WHY:                               *
      *     BROKEN     -  THE INSTALLMENT DUE ON PE-DUE-DATE WAS NOT   *
      *                   RECEIVED IN FULL BY THE END OF ITS GRACE     *
      *                   PERIOD (PE-AMOUNT-RECEIVED SHOWS WHAT DID    *
      *                   COME IN)                                     *
      *     COMPLETED  -  THE PLAN RAN TO ITS END DATE WITH EVERY      *
      *                   INSTALLMENT MADE - THE LOAN IS READY FOR     *
      *                   THE DESK'S WORKOUT DECISION                  *
      *     PAID OFF   -  THE LOAN WAS CLOSED BY COBSATIS WHILE ON     *
      *                   THE PLAN                                     *
      *                                                                *
      *   PLAN-EXCEPTION-TOTAL-LINE REDEFINES THE SAME 132 BYTES FOR   *
      *   THE LABELED RUN COUNTS PRINTED AT THE END.                   *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  PLAN-EXCEPTION-LINE.
           05  PE-LOAN-NUMBER            PIC X(10).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  PE-BORROWER-NAME          PIC X(30).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  PE-PLAN-TYPE              PIC X(11).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  PE-ACTION                 PIC X(10).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  PE-DUE-DATE               PIC 9(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  PE-PLAN-PAYMENT           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  PE-AMOUNT-RECEIVED        PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  PE-PAYMENTS-MADE          PIC ZZ9.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  PE-END-DATE               PIC 9(08).
           05  FILLER                    PIC X(12)  VALUE SPACES.
       01  PLAN-EXCEPTION-TOTAL-LINE REDEFINES PLAN-EXCEPTION-LINE.
           05  PG-LABEL                  PIC X(40).
           05  FILLER                    PIC X(02).
           05  PG-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(83).
