      ******************************************************************
      *                                                                *
      *   SBANK79W  -  PMI TERMINATION REPORT LINE                     *
      *                                                                *
      *   PRINT LINE LAYOUT FOR THE REPORT THE MONTHLY PMI RUN COBPMI  *
      *   (SEE SBANK34P) PRINTS.  ONE DETAIL LINE PER LOAN ACTED ON,   *
      *   PW-ACTION SAYING WHAT HAPPENED:                              *
      *     TERMINATED -  78% REACHED ON SCHEDULE, LOAN CURRENT - PMI  *
      *                   ENDED AND THE PREMIUM TAKEN OUT OF ESCROW    *
      *     CANCELLED  -  BORROWER REQUEST HONORED AT 80%              *
      *     ELIGIBLE   -  AT 80% ON SCHEDULE - THE BORROWER MAY ASK    *
      *                   FOR CANCELLATION (PW-SCHED-78-DATE IS WHEN   *
      *                   PMI WILL END AUTOMATICALLY)                  *
      *     BLOCKED    -  TERMINATION OR CANCELLATION DUE BUT HELD     *
      *                   BECAUSE THE LOAN IS 30 OR MORE DAYS PAST     *
      *                   DUE (COBDELQ'S AGING)                        *
      *     DECLINED   -  BORROWER REQUEST ON A LOAN NOT YET AT 80%    *
      *     EXCEPTION  -  LOAN THAT COULD NOT BE TESTED (PW-REMARK     *
      *                   SAYS WHY)                                    *
      *   PW-LTV-PERCENT IS THE SCHEDULED BALANCE AS A PERCENTAGE OF   *
      *   THE ORIGINAL PROPERTY VALUE.                                 *
      *                                                                *
      *   PMI-REPORT-TOTAL-LINE REDEFINES THE SAME 140 BYTES FOR THE   *
      *   LABELED RUN COUNTS AND AMOUNTS PRINTED AT THE END.           *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  PMI-REPORT-LINE.
           05  PW-LOAN-NUMBER            PIC X(10).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  PW-ACTION                 PIC X(10).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  PW-ORIGINAL-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  PW-PRINCIPAL-BALANCE      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  PW-SCHED-BALANCE          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  PW-LTV-PERCENT            PIC ZZ9.99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  PW-DAYS-PAST-DUE          PIC ZZZ9.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  PW-SCHED-78-DATE          PIC 9(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  PW-PREMIUM-REMOVED        PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  PW-REMARK                 PIC X(28).
           05  FILLER                    PIC X(02)  VALUE SPACES.
       01  PMI-REPORT-TOTAL-LINE REDEFINES PMI-REPORT-LINE.
           05  PV-LABEL                  PIC X(40).
           05  FILLER                    PIC X(02).
           05  PV-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02).
           05  PV-AMOUNT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(72).
