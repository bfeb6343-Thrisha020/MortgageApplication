      ******************************************************************
      *                                                                *
      *   SBANK89W  -  INSURANCE PIPELINE REPORT LINE                  *
      *                                                                *
      *   PRINT LINE LAYOUT FOR THE UNINSURED / FORCE-PLACED PIPELINE  *
      *   REPORT THE MONTHLY INSURANCE MONITORING RUN COBHAZRD (SEE    *
      *   SBANK38P) PRINTS.  ONE DETAIL LINE PER POLICY IN THE         *
      *   PIPELINE OR ACTED ON THIS RUN, HR-ACTION SAYING WHERE IT     *
      *   STANDS:                                                      *
      *     1ST LETTER -  FIRST LAPSE LETTER SENT THIS RUN             *
      *     2ND LETTER -  SECOND LAPSE LETTER SENT THIS RUN            *
      *     AWAITING   -  A LETTER IS OUT; THE NEXT STEP IS NOT DUE    *
      *     FORCE-PLCD -  COVERAGE FORCE-PLACED THIS RUN               *
      *     FP RENEWED -  FORCE-PLACED COVER EXPIRED AND WAS PLACED    *
      *                   AGAIN                                        *
      *     FP ACTIVE  -  FORCE-PLACED COVER STANDING FROM AN EARLIER  *
      *                   RUN                                          *
      *     FP ENDED   -  FORCE-PLACED COVER ENDED ON PROOF OF THE     *
      *                   BORROWER'S OWN POLICY                        *
      *     CURED      -  LETTERS WERE OUT AND THE BORROWER'S COVERAGE *
      *                   IS NOW IN ORDER                              *
      *     EXCEPTION  -  POLICY THAT COULD NOT BE TESTED (HR-REMARK   *
      *                   SAYS WHY)                                    *
      *   HR-REASON IS HP-LAPSE-REASON (SEE SBANK85W).  HR-DAYS-IN-    *
      *   PIPELINE COUNTS FROM THE FIRST LETTER.                       *
      *                                                                *
      *   INSURANCE-TOTAL-LINE REDEFINES THE SAME 140 BYTES FOR THE    *
      *   LABELED RUN COUNTS AND AMOUNTS PRINTED AT THE END.           *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      *   2026-10-15  DEV   TRAILING FILLER WIDENED TO 6 SO THE DETAIL *
      *                     LINE IS THE FULL 140 BYTES.                *
      ******************************************************************
       01  INSURANCE-REPORT-LINE.
           05  HR-LOAN-NUMBER            PIC X(10).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  HR-COVERAGE-TYPE          PIC X(01).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  HR-ACTION                 PIC X(10).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  HR-REASON                 PIC X(01).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  HR-EXPIRATION-DATE        PIC 9(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  HR-COVERAGE-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  HR-PRINCIPAL-BALANCE      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  HR-DAYS-IN-PIPELINE       PIC ZZZ9.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  HR-FP-PREMIUM             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  HR-ADVANCE-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  HR-REMARK                 PIC X(28).
           05  FILLER                    PIC X(06)  VALUE SPACES.
       01  INSURANCE-TOTAL-LINE REDEFINES INSURANCE-REPORT-LINE.
           05  HT-LABEL                  PIC X(40).
           05  FILLER                    PIC X(02).
           05  HT-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02).
           05  HT-AMOUNT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(72).
