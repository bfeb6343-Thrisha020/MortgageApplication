      ******************************************************************
      *                                                                *
      *   SBANK87W  -  CARRIER NOTIFICATION REJECT RECORD              *
      *                                                                *
      *   ONE RECORD PER NOTIFICATION THE CARRIER LOAD COBHAZMT (SEE   *
      *   SBANK37P) COULD NOT APPLY.  THE ORIGINAL RECORD IMAGE IS     *
      *   CARRIED INTACT SO THE REJECT FILE CAN BE CORRECTED AND       *
      *   RESUBMITTED AS A LATER FEED (SAME CONVENTION AS SBANK77W).   *
      *                                                                *
      *   HX-REJECT-REASON VALUES:                                     *
      *     "01"  LOAN NOT ON THE LOAN MASTER FILE.                   *
      *     "02"  NOTICE TYPE NOT "N", "R", "C" OR "E", OR COVERAGE   *
      *           TYPE NOT "H" OR "F".                                 *
      *     "03"  THE LOAN IS CLOSED (PAID OFF BY COBSATIS).          *
      *     "04"  CARRIER, POLICY NUMBER, COVERAGE OR PREMIUM MISSING *
      *           OR INVALID.                                          *
      *     "05"  A DATE IS NOT A CALENDAR DATE, OR THE EXPIRATION IS *
      *           NOT AFTER THE EFFECTIVE DATE.                        *
      *     "06"  RENEWAL, CANCELLATION OR ENDORSEMENT WITH NO POLICY *
      *           OF THAT COVERAGE TYPE ON FILE, OR FOR A DIFFERENT   *
      *           POLICY NUMBER THAN THE ONE ON FILE.                  *
      *     "07"  A MASTER WRITE OR REWRITE FAILED - AN I/O FAULT,    *
      *           NOT A FEED DEFECT.  THE RUN STOPS ON THIS REASON.   *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  CARRIER-REJECT-RECORD.
           05  HX-NOTICE-IMAGE           PIC X(120).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  HX-REJECT-REASON          PIC X(02).
               88  HX-LOAN-NOT-ON-FILE          VALUE "01".
               88  HX-BAD-NOTICE-TYPE           VALUE "02".
               88  HX-LOAN-CLOSED               VALUE "03".
               88  HX-BAD-POLICY-FIELD          VALUE "04".
               88  HX-BAD-DATE                  VALUE "05".
               88  HX-NO-POLICY-ON-FILE         VALUE "06".
               88  HX-WRITE-FAILED              VALUE "07".
