      ******************************************************************
      *                                                                *
      *   SBANK71W  -  LOAN MODIFICATION TERMS RECORD                  *
      *                                                                *
      *   ONE RECORD PER SIGNED MODIFICATION AGREEMENT, CARD-IMAGE     *
      *   FORMAT AS KEYED BY THE LOSS MITIGATION DESK.  READ BY THE    *
      *   MODIFICATION RUN COBMODFY (SEE SBANK32P), WHICH             *
      *   CAPITALIZES THE ARREARAGE AND RE-AMORTIZES THE LOAN ON THE   *
      *   AGREED TERMS.                                                *
      *                                                                *
      *   MD-NEW-RATE-CODE      RATE CODE THE LOAN MOVES TO - A CODE   *
      *                         ON PARM-FILE OR THE RESERVED "ARM".    *
      *                         SPACES KEEPS THE CURRENT CODE.         *
      *   MD-NEW-TERM-MONTHS    REMAINING TERM AFTER MODIFICATION      *
      *                         (LM-TERM-MONTHS), NOT ZERO.            *
      *   MD-FIRST-DUE-DATE     FIRST PAYMENT DUE UNDER THE AGREEMENT, *
      *                         ON OR AFTER THE RUN DATE.  EVERY       *
      *                         INSTALLMENT DUE BEFORE IT IS PAST DUE  *
      *                         AND ITS INTEREST IS CAPITALIZED.       *
      *   MD-WAIVE-LATE-IND     "Y" WAIVES LM-LATE-CHARGE-BALANCE;     *
      *                         "N" OR SPACE LEAVES IT OWING.  LATE    *
      *                         CHARGES ARE NEVER CAPITALIZED.         *
      *   MD-FEE-AMOUNT         ELIGIBLE FEES AND CORPORATE ADVANCES   *
      *                         THE AGREEMENT CAPITALIZES (ZERO IF     *
      *                         NONE).                                 *
      *   MD-AGREEMENT-REF      THE DESK'S AGREEMENT NUMBER, CARRIED   *
      *                         TO THE HISTORY AND AGREEMENT RECORDS.  *
      *                                                                *
      *   ALL AMOUNT AND DATE FIELDS ARE DISPLAY NUMERIC (NOT          *
      *   PACKED) BECAUSE THE FEED ARRIVES FROM OUTSIDE THE PROGRAM    *
      *   SUITE - COBMODFY VALIDATES THEM BEFORE USING THEM.           *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  MOD-TERMS-RECORD.
           05  MD-LOAN-NUMBER            PIC X(10).
           05  MD-NEW-RATE-CODE          PIC X(10).
           05  MD-NEW-TERM-MONTHS        PIC 9(03).
           05  MD-FIRST-DUE-DATE         PIC 9(08).
           05  MD-WAIVE-LATE-IND         PIC X(01).
               88  MD-WAIVE-LATE-CHARGES        VALUE "Y".
               88  MD-WAIVE-IND-VALID           VALUE "Y" "N" " ".
           05  MD-FEE-AMOUNT             PIC 9(07)V99.
           05  MD-AGREEMENT-REF          PIC X(12).
           05  FILLER                    PIC X(27).
