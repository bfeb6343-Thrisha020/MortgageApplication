      *     "05"  NEXT DUE DATE NOT A REAL CALENDAR DATE.             *
      *     "06"  RATE CODE NOT ON THE PARAMETER MASTER FILE.         *
      *     "07"  LOAN NUMBER ALREADY ON THE LOAN MASTER FILE.        *
      *     "08"  CONTACT SEGMENT PRESENT BUT THE MAILING ADDRESS IS  *
      *           INCOMPLETE (LINE 1, CITY, STATE OR ZIP MISSING).    *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-08-22  DEV   INITIAL VERSION.                          *
      *   2026-10-15  DEV   BR-FEED-IMAGE WIDENED TO THE EXTENDED     *
      *                     BOARDING FEED (SBANK13W CONTACT SEGMENT)  *
      *                     SO THE CARD IMAGE STAYS INTACT.  ADDED    *
      *                     REASON "08" - CONTACT SEGMENT INCOMPLETE. *
      ******************************************************************
       01  BOARDING-REJECT-RECORD.
           05  BR-FEED-IMAGE             PIC X(319).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  BR-REJECT-REASON          PIC X(02).
               88  BR-NO-LOAN-NUMBER            VALUE "01".
               88  BR-BAD-DUE-DATE              VALUE "05".
               88  BR-RATE-CODE-UNKNOWN         VALUE "06".
               88  BR-DUPLICATE-LOAN            VALUE "07".
               88  BR-CONTACT-INCOMPLETE        VALUE "08".
