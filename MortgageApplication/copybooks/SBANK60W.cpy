      ******************************************************************
      *                                                                *
      *   SBANK60W  -  MONTHLY BILLING RUN SUMMARY LINE                *
      *                                                                *
      *   PRINT LINE LAYOUT FOR THE RUN SUMMARY COBBILL (SEE           *
      *   SBANK27P) PRINTS AT THE END OF EACH CYCLE - ONE LABELED      *
      *   COUNT PER LINE, WITH THE DOLLAR TOTAL ON THE LINES THAT      *
      *   CARRY ONE (STATEMENTS PRODUCED / TOTAL BILLED).  THE         *
      *   STATEMENT COUNT AND TOTAL TIE TO THE VENDOR FEED TRAILER.    *
      *                                                                *
      *   BILL-SUMMARY-HEADING REDEFINES THE SAME 80 BYTES FOR THE     *
      *   HEADING LINE THAT CARRIES THE RUN DATE.                      *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      *   2026-10-15  DEV   ADDED BILL-SUMMARY-HEADING SO THE RUN     *
      *                     DATE HAS ITS OWN FIELD ON THE HEADING     *
      *                     LINE.                                     *
      ******************************************************************
       01  BILL-SUMMARY-LINE.
           05  BS-LABEL                  PIC X(40).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  BS-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  BS-AMOUNT                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(11)  VALUE SPACES.
       01  BILL-SUMMARY-HEADING REDEFINES BILL-SUMMARY-LINE.
           05  BH-LABEL                  PIC X(40).
           05  FILLER                    PIC X(02).
           05  BH-RUN-DATE               PIC 9(08).
           05  FILLER                    PIC X(30).
