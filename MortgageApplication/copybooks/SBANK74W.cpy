      ******************************************************************
      *                                                                *
      *   SBANK74W  -  LOAN MODIFICATION REGISTER LINE                 *
      *                                                                *
      *   PRINT LINE LAYOUT FOR THE REGISTER THE MODIFICATION RUN      *
      *   COBMODFY (SEE SBANK32P) PRINTS.  ONE DETAIL LINE PER LOAN    *
      *   MODIFIED: THE BALANCE BEFORE AND AFTER, THE ARREARAGE        *
      *   CAPITALIZED, THE LATE CHARGES WAIVED, AND THE OLD AND NEW    *
      *   PRINCIPAL-AND-INTEREST PAYMENT.                              *
      *                                                                *
      *   MOD-REGISTER-TOTAL-LINE REDEFINES THE SAME 140 BYTES FOR     *
      *   THE LABELED RUN COUNTS AND AMOUNTS PRINTED AT THE END.       *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  MOD-REGISTER-LINE.
           05  MP-LOAN-NUMBER            PIC X(10).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  MP-OLD-BALANCE            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  MP-CAPITALIZED            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  MP-NEW-BALANCE            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  MP-WAIVED                 PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  MP-NEW-RATE               PIC Z9.999.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  MP-NEW-TERM               PIC ZZ9.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  MP-FIRST-DUE-DATE         PIC 9(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  MP-OLD-PAYMENT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  MP-NEW-PAYMENT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  MP-AGREEMENT-REF          PIC X(12).
           05  FILLER                    PIC X(05)  VALUE SPACES.
       01  MOD-REGISTER-TOTAL-LINE REDEFINES MOD-REGISTER-LINE.
           05  MQ-LABEL                  PIC X(40).
           05  FILLER                    PIC X(02).
           05  MQ-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02).
           05  MQ-AMOUNT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(72).
