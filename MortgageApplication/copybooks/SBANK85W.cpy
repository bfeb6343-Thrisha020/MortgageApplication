      ******************************************************************
      *                                                                *
      *   SBANK85W  -  HAZARD AND FLOOD INSURANCE POLICY RECORD        *
      *                                                                *
      *   ONE RECORD PER LOAN PER COVERAGE TYPE, KEYED BY HP-POLICY-   *
      *   KEY (LOAN NUMBER AND COVERAGE TYPE) ON THE INDEXED FILE      *
      *   HAZDMSTR.  HOLDS THE BORROWER'S OWN POLICY AS THE CARRIER    *
      *   LAST REPORTED IT, AND THE LAPSE PIPELINE THE MONTHLY         *
      *   INSURANCE MONITORING RUN IS WORKING THE LOAN THROUGH.        *
      *                                                                *
      *   THE BORROWER'S POLICY FIELDS ARE SET AND CHANGED ONLY BY THE *
      *   CARRIER NOTIFICATION LOAD COBHAZMT (SEE SBANK37P), FROM THE  *
      *   FEED IN SBANK86W.  THE LAPSE FIELDS ARE SET ONLY BY THE      *
      *   MONTHLY MONITORING RUN COBHAZRD (SBANK38P).                  *
      *                                                                *
      *   HP-COVERAGE-TYPE:   "H"  HAZARD      "F"  FLOOD              *
      *   HP-POLICY-STATUS:   "A"  IN FORCE                            *
      *                       "C"  CANCELLED BY THE CARRIER, EFFECTIVE *
      *                            HP-CANCEL-DATE                      *
      *   HP-LAPSE-STAGE - HOW FAR THE LOAN IS IN THE PIPELINE:        *
      *     SPACE  COVERAGE IN ORDER                                   *
      *     "1"    FIRST LAPSE LETTER SENT  (HP-FIRST-LETTER-DATE)     *
      *     "2"    SECOND LAPSE LETTER SENT (HP-SECOND-LETTER-DATE)    *
      *     "F"    COVERAGE FORCE-PLACED    (HP-FORCE-PLACED-DATE)     *
      *   HP-LAPSE-REASON - WHY THE PIPELINE WAS STARTED:              *
      *     "E"  POLICY EXPIRING OR EXPIRED WITHOUT RENEWAL            *
      *     "C"  POLICY CANCELLED BY THE CARRIER                       *
      *     "U"  COVERAGE BELOW THE LOAN'S PRINCIPAL BALANCE           *
      *   HP-FP-COVERAGE, HP-FP-PREMIUM AND HP-FP-EXPIRATION DESCRIBE  *
      *   THE FORCE-PLACED COVER WHILE THE STAGE IS "F".  A NOTICE     *
      *   OF ADEQUATE BORROWER COVERAGE ENDS IT AT THE NEXT RUN.       *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  INSURANCE-POLICY-RECORD.
           05  HP-POLICY-KEY.
               10  HP-LOAN-NUMBER        PIC X(10).
               10  HP-COVERAGE-TYPE      PIC X(01).
                   88  HP-HAZARD-COVERAGE       VALUE "H".
                   88  HP-FLOOD-COVERAGE        VALUE "F".
           05  HP-CARRIER-NAME           PIC X(30).
           05  HP-POLICY-NUMBER          PIC X(15).
           05  HP-COVERAGE-AMOUNT        PIC 9(09)V99  COMP-3.
           05  HP-ANNUAL-PREMIUM         PIC 9(07)V99  COMP-3.
           05  HP-EFFECTIVE-DATE         PIC 9(08).
           05  HP-EXPIRATION-DATE        PIC 9(08).
           05  HP-POLICY-STATUS          PIC X(01).
               88  HP-POLICY-IN-FORCE           VALUE "A".
               88  HP-POLICY-CANCELLED          VALUE "C".
           05  HP-CANCEL-DATE            PIC 9(08).
           05  HP-LAPSE-STAGE            PIC X(01).
               88  HP-NO-LAPSE                  VALUE SPACE.
               88  HP-FIRST-LETTER-SENT         VALUE "1".
               88  HP-SECOND-LETTER-SENT        VALUE "2".
               88  HP-FORCE-PLACED              VALUE "F".
           05  HP-LAPSE-REASON           PIC X(01).
               88  HP-LAPSE-EXPIRING            VALUE "E".
               88  HP-LAPSE-CANCELLED           VALUE "C".
               88  HP-LAPSE-UNDERINSURED        VALUE "U".
           05  HP-FIRST-LETTER-DATE      PIC 9(08).
           05  HP-SECOND-LETTER-DATE     PIC 9(08).
           05  HP-FORCE-PLACED-DATE      PIC 9(08).
           05  HP-FP-COVERAGE            PIC 9(09)V99  COMP-3.
           05  HP-FP-PREMIUM             PIC 9(07)V99  COMP-3.
           05  HP-FP-EXPIRATION          PIC 9(08).
           05  HP-SETUP-DATE             PIC 9(08).
           05  HP-LAST-NOTICE-DATE       PIC 9(08).
           05  FILLER                    PIC X(20).
