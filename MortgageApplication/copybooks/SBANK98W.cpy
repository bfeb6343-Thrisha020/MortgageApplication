      ******************************************************************
      *                                                                *
      *   SBANK98W  -  CYCLE CONTROL MAINTENANCE CARD REJECT RECORD    *
      *                                                                *
      *   ONE RECORD PER CARD THE CYCLE CONTROL MAINTENANCE RUN        *
      *   COBCYCMT (SEE SBANK41P) COULD NOT APPLY.  THE ORIGINAL CARD  *
      *   IMAGE IS CARRIED INTACT SO THE REJECT FILE CAN BE CORRECTED  *
      *   AND RESUBMITTED (SAME CONVENTION AS SBANK35W).               *
      *                                                                *
      *   YX-REJECT-REASON VALUES:                                     *
      *     "01"  ACTION NOT "D", "H", "X", "R" OR "P".               *
      *     "02"  DATE NOT A CALENDAR DATE.                           *
      *     "03"  BUSINESS DATE ON A SATURDAY, SUNDAY OR HOLIDAY.     *
      *     "04"  HOLIDAY DATE NOT AFTER THE CURRENT BUSINESS DATE.   *
      *     "05"  HOLIDAY ALREADY ON THE CALENDAR ("H") OR NOT ON IT  *
      *           ("X"), OR NO HOLIDAY NAME ("H").                     *
      *     "06"  PROGRAM-ID BLANK, OR NO STATUS ROW FOR THE STEP.    *
      *     "07"  THE STEP IS RUNNING.                                *
      *     "08"  A FILE WRITE, REWRITE OR DELETE FAILED - AN I/O     *
      *           FAULT, NOT A CARD DEFECT.  THE RUN STOPS ON THIS    *
      *           REASON.                                              *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  CYCLE-REJECT-RECORD.
           05  YX-CARD-IMAGE             PIC X(80).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  YX-REJECT-REASON          PIC X(02).
               88  YX-BAD-ACTION                VALUE "01".
               88  YX-BAD-DATE                  VALUE "02".
               88  YX-NOT-A-BUSINESS-DAY        VALUE "03".
               88  YX-HOLIDAY-NOT-FUTURE        VALUE "04".
               88  YX-BAD-HOLIDAY               VALUE "05".
               88  YX-NO-STEP-ROW               VALUE "06".
               88  YX-STEP-RUNNING              VALUE "07".
               88  YX-WRITE-FAILED              VALUE "08".
