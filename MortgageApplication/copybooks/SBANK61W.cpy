      ******************************************************************
      *                                                                *
      *   SBANK61W  -  ADJUSTABLE-RATE MORTGAGE TERMS RECORD           *
      *                                                                *
      *   ONE RECORD PER ADJUSTABLE-RATE LOAN, KEYED BY                *
      *   AM-LOAN-NUMBER ON THE INDEXED FILE ARMTERMS.  SET UP AND     *
      *   AMENDED ONLY THROUGH THE ARM TERMS LOAD COBARMMT (SEE        *
      *   SBANK28P), WHICH ALSO MOVES THE LOAN ONTO THE RESERVED       *
      *   RATE CODE "ARM" SO COBCALC PRICES IT AT ITS OWN              *
      *   LM-INTEREST-RATE.  READ AND REWRITTEN BY THE MONTHLY ARM     *
      *   CHANGE RUN COBARMCH (SBANK29P).                              *
      *                                                                *
      *   RATES ARE PERCENT WITH THREE DECIMALS, AS LM-INTEREST-RATE.  *
      *   AT A CHANGE THE NEW RATE IS THE INDEX VALUE AS OF            *
      *   AM-LOOKBACK-DAYS BEFORE THE CHANGE DATE PLUS AM-MARGIN,      *
      *   ROUNDED TO A MULTIPLE OF AM-ROUNDING-FACTOR (ZERO MEANS NO   *
      *   ROUNDING BEYOND THREE DECIMALS) BY AM-ROUNDING-METHOD, AND   *
      *   THEN HELD:                                                   *
      *     - WITHIN AM-INITIAL-CAP OF AM-CURRENT-RATE AT THE FIRST    *
      *       CHANGE (AM-CHANGE-COUNT ZERO), AM-PERIODIC-CAP AFTER     *
      *     - AT OR BELOW AM-INITIAL-RATE PLUS AM-LIFETIME-CAP         *
      *     - AT OR ABOVE AM-FLOOR-RATE                                *
      *                                                                *
      *   A CHANGE IS SCHEDULED AHEAD OF AM-NEXT-CHANGE-DATE (THE      *
      *   PENDING FIELDS, WITH THE BORROWER NOTICE) AND APPLIED TO     *
      *   THE LOAN MASTER ON THE FIRST RUN ON OR AFTER THAT DATE,      *
      *   WHICH THEN MOVES ON BY AM-CHANGE-FREQUENCY MONTHS.  THE      *
      *   FIRST PAYMENT AT THE NEW RATE IS DUE ONE MONTH AFTER THE     *
      *   CHANGE DATE (AM-PENDING-PAYMENT-DATE).                       *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  ARM-TERMS-RECORD.
           05  AM-LOAN-NUMBER            PIC X(10).
           05  AM-INDEX-CODE             PIC X(08).
           05  AM-MARGIN                 PIC 9(02)V999 COMP-3.
           05  AM-INITIAL-CAP            PIC 9(02)V999 COMP-3.
           05  AM-PERIODIC-CAP           PIC 9(02)V999 COMP-3.
           05  AM-LIFETIME-CAP           PIC 9(02)V999 COMP-3.
           05  AM-FLOOR-RATE             PIC 9(02)V999 COMP-3.
           05  AM-ROUNDING-FACTOR        PIC 9(01)V999 COMP-3.
           05  AM-ROUNDING-METHOD        PIC X(01).
               88  AM-ROUND-NEAREST             VALUE "N".
               88  AM-ROUND-UP                  VALUE "U".
               88  AM-ROUND-DOWN                VALUE "D".
           05  AM-CHANGE-FREQUENCY       PIC 9(03)     COMP.
           05  AM-LOOKBACK-DAYS          PIC 9(03)     COMP.
           05  AM-NEXT-CHANGE-DATE       PIC 9(08).
           05  AM-LAST-CHANGE-DATE       PIC 9(08).
           05  AM-INITIAL-RATE           PIC 9(02)V999 COMP-3.
           05  AM-CURRENT-RATE           PIC 9(02)V999 COMP-3.
           05  AM-CHANGE-COUNT           PIC 9(03)     COMP.
           05  AM-PENDING-SWITCH         PIC X(01).
               88  AM-CHANGE-PENDING            VALUE "Y".
           05  AM-PENDING-RATE           PIC 9(02)V999 COMP-3.
           05  AM-PENDING-INDEX-VALUE    PIC 9(02)V9(05) COMP-3.
           05  AM-PENDING-PAYMENT        PIC 9(07)V99  COMP-3.
           05  AM-PENDING-PAYMENT-DATE   PIC 9(08).
           05  AM-PENDING-NOTICE-DATE    PIC 9(08).
           05  FILLER                    PIC X(20).
