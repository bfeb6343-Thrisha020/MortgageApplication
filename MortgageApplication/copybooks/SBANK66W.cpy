      ******************************************************************
      *                                                                *
      *   SBANK66W  -  ARM RATE CHANGE REGISTER LINE                   *
      *                                                                *
      *   PRINT LINE LAYOUT FOR THE REGISTER THE MONTHLY ARM CHANGE    *
      *   RUN COBARMCH (SEE SBANK29P) PRINTS.  ONE DETAIL LINE PER     *
      *   LOAN ACTED ON, AG-ACTION SAYING WHAT HAPPENED:               *
      *     SCHEDULED  -  NEW RATE SET AND NOTICE WRITTEN             *
      *     APPLIED    -  SCHEDULED RATE PUT ON THE LOAN MASTER       *
      *     EXCEPTION  -  LOAN DUE FOR A CHANGE THAT COULD NOT BE     *
      *                   PRICED (AG-REMARK SAYS WHY)                  *
      *   ON A SCHEDULED LINE AG-LIMIT-REMARK NAMES THE CAP OR FLOOR   *
      *   THAT HELD THE RATE AND AG-NOTICE-REMARK FLAGS A NOTICE       *
      *   WRITTEN WITH LESS THAN 60 DAYS' LEAD.                        *
      *                                                                *
      *   ARM-REGISTER-TOTAL-LINE REDEFINES THE SAME 132 BYTES FOR     *
      *   THE LABELED RUN COUNTS PRINTED AT THE END.                   *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  ARM-REGISTER-LINE.
           05  AG-LOAN-NUMBER            PIC X(10).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  AG-ACTION                 PIC X(10).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  AG-CHANGE-DATE            PIC 9(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  AG-INDEX-VALUE            PIC Z9.99999.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  AG-OLD-RATE               PIC Z9.999.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  AG-NEW-RATE               PIC Z9.999.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  AG-OLD-PAYMENT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  AG-NEW-PAYMENT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  AG-PAYMENT-DATE           PIC 9(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  AG-REMARK                 PIC X(30).
           05  AG-REMARK-PARTS REDEFINES AG-REMARK.
               10  AG-LIMIT-REMARK       PIC X(14).
               10  FILLER                PIC X(01).
               10  AG-NOTICE-REMARK      PIC X(15).
           05  FILLER                    PIC X(04)  VALUE SPACES.
       01  ARM-REGISTER-TOTAL-LINE REDEFINES ARM-REGISTER-LINE.
           05  AS-LABEL                  PIC X(40).
           05  FILLER                    PIC X(02).
           05  AS-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(83).
