      ******************************************************************
      *                                                                *
      *   SBANK80W  -  INTEREST ACCRUAL MASTER RECORD                  *
      *                                                                *
      *   ONE RECORD PER LOAN, KEYED BY IA-LOAN-NUMBER, WRITTEN ON     *
      *   THE LOAN'S FIRST NIGHT THROUGH THE ACCRUAL RUN COBACCR (SEE  *
      *   SBANK35P) AND REWRITTEN EVERY NIGHT AFTER.                   *
      *                                                                *
      *   IA-PAID-THROUGH-DATE IS THE DATE INTEREST HAS BEEN PAID TO - *
      *   THE DUE DATE ONE MONTH BEFORE LM-NEXT-DUE-DATE, SINCE A      *
      *   MORTGAGE INSTALLMENT PAYS THE MONTH'S INTEREST IN ARREARS.   *
      *   IA-ACCRUED-TO-DATE IS THE INTEREST EARNED SINCE THEN AND NOT *
      *   YET COLLECTED, BUILT UP ONE NIGHT'S PER-DIEM AT A TIME (365- *
      *   DAY YEAR, COBPAYOF'S BASIS) AT THAT NIGHT'S BALANCE AND      *
      *   RATE, AND STARTED AGAIN WHEN A PAYMENT MOVES THE PAID-       *
      *   THROUGH DATE.                                                *
      *                                                                *
      *   IA-ACCRUAL-STATUS "N" IS NONACCRUAL - SET WHEN THE LOAN      *
      *   REACHES 90 DAYS PAST DUE (COBDELQ'S AGING), WHEN ITS         *
      *   ACCRUED INTEREST IS DROPPED AND ACCRUAL STOPS.  IT RETURNS   *
      *   TO ACCRUAL ONCE THE LOAN IS BROUGHT CURRENT.                 *
      *                                                                *
      *   IA-AIR-BOOKED-AMOUNT AND IA-AIR-BOOKED-DATE ARE THE          *
      *   MONTH-END ACCRUED INTEREST RECEIVABLE ENTRY OUTSTANDING ON   *
      *   THE GL EXTRACT (SOURCE "A" - SEE SBANK08W); THE FIRST RUN IN *
      *   THE FOLLOWING MONTH REVERSES IT AND CLEARS BOTH FIELDS.      *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  ACCRUAL-MASTER-RECORD.
           05  IA-LOAN-NUMBER            PIC X(10).
           05  IA-ACCRUAL-STATUS         PIC X(01).
               88  IA-ACCRUING                  VALUE "A".
               88  IA-NONACCRUAL                VALUE "N".
           05  IA-PAID-THROUGH-DATE      PIC 9(08).
           05  IA-LAST-ACCRUAL-DATE      PIC 9(08).
           05  IA-RATE-USED              PIC 9(02)V9(04)  COMP-3.
           05  IA-PER-DIEM-INTEREST      PIC 9(05)V9(04)  COMP-3.
           05  IA-ACCRUED-TO-DATE        PIC 9(07)V99     COMP-3.
           05  IA-NONACCRUAL-DATE        PIC 9(08).
           05  IA-AIR-BOOKED-AMOUNT      PIC 9(07)V99     COMP-3.
           05  IA-AIR-BOOKED-DATE        PIC 9(08).
           05  IA-SETUP-DATE             PIC 9(08).
           05  FILLER                    PIC X(20).
