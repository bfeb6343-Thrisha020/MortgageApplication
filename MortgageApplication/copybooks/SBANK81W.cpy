      ******************************************************************
      *                                                                *
      *   SBANK81W  -  INTEREST ACCRUAL REPORT LINE                    *
      *                                                                *
      *   PRINT LINE LAYOUT FOR THE REPORT THE NIGHTLY ACCRUAL RUN     *
      *   COBACCR (SEE SBANK35P) PRINTS.  ONE DETAIL LINE PER LOAN     *
      *   WHOSE ACCRUAL STATUS CHANGED OR THAT COULD NOT BE ACCRUED,   *
      *   IQ-ACTION SAYING WHICH:                                      *
      *     NONACCRUAL -  90 DAYS PAST DUE - ACCRUAL STOPPED AND       *
      *                   IQ-ACCRUED-TO-DATE DROPPED                   *
      *     REINSTATED -  NONACCRUAL LOAN BROUGHT CURRENT - ACCRUING   *
      *                   AGAIN FROM ITS PAID-THROUGH DATE             *
      *     EXCEPTION  -  LOAN THAT COULD NOT BE ACCRUED (IQ-REMARK    *
      *                   SAYS WHY)                                    *
      *                                                                *
      *   ACCRUAL-REPORT-TOTAL-LINE REDEFINES THE SAME 132 BYTES FOR   *
      *   THE LABELED RUN COUNTS AND AMOUNTS PRINTED AT THE END.       *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  ACCRUAL-REPORT-LINE.
           05  IQ-LOAN-NUMBER            PIC X(10).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  IQ-ACTION                 PIC X(10).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  IQ-PRINCIPAL-BALANCE      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  IQ-RATE-USED              PIC Z9.9999.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  IQ-PAID-THROUGH-DATE      PIC 9(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  IQ-DAYS-PAST-DUE          PIC ZZZ9.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  IQ-ACCRUED-TO-DATE        PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  IQ-REMARK                 PIC X(30).
           05  FILLER                    PIC X(23)  VALUE SPACES.

       01  ACCRUAL-REPORT-TOTAL-LINE REDEFINES ACCRUAL-REPORT-LINE.
           05  IK-LABEL                  PIC X(40).
           05  FILLER                    PIC X(02).
           05  IK-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02).
           05  IK-AMOUNT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(64).
