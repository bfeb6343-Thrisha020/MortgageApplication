      ******************************************************************
      *                                                                *
      *   SBANK69W  -  LOSS MITIGATION PLAN CARD REJECT RECORD         *
      *                                                                *
      *   ONE RECORD PER CARD THE PLAN MAINTENANCE RUN COBPLNMT (SEE   *
      *   SBANK30P) COULD NOT APPLY.  THE ORIGINAL CARD IMAGE IS       *
      *   CARRIED INTACT SO THE REJECT FILE CAN BE CORRECTED AND       *
      *   RESUBMITTED AS A LATER FEED (SAME CONVENTION AS SBANK35W).   *
      *                                                                *
      *   PJ-REJECT-REASON VALUES:                                     *
      *     "01"  LOAN NOT ON THE LOAN MASTER FILE.                   *
      *     "02"  ACTION NOT "S", "A" OR "T".                         *
      *     "03"  THE LOAN IS CLOSED (PAID OFF BY COBSATIS).          *
      *     "04"  PLAN TYPE, PLAN PAYMENT OR BUREAU STATUS MISSING    *
      *           OR INVALID.                                          *
      *     "05"  A DATE IS NOT A CALENDAR DATE, THE END DATE IS      *
      *           BEFORE THE START, OR THE FIRST PAYMENT DATE FALLS   *
      *           OUTSIDE THE PLAN.                                    *
      *     "06"  SET-UP CARD FOR A LOAN ALREADY ON AN ACTIVE PLAN.   *
      *     "07"  AMEND OR TERMINATE CARD WITH NO ACTIVE OR BROKEN    *
      *           PLAN ON FILE.                                        *
      *     "08"  A MASTER WRITE OR REWRITE FAILED - AN I/O FAULT,    *
      *           NOT A CARD DEFECT.  THE RUN STOPS ON THIS REASON.   *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  PLAN-REJECT-RECORD.
           05  PJ-CARD-IMAGE             PIC X(80).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  PJ-REJECT-REASON          PIC X(02).
               88  PJ-LOAN-NOT-ON-FILE          VALUE "01".
               88  PJ-BAD-ACTION                VALUE "02".
               88  PJ-LOAN-CLOSED               VALUE "03".
               88  PJ-BAD-PLAN-FIELD            VALUE "04".
               88  PJ-BAD-DATE                  VALUE "05".
               88  PJ-PLAN-ALREADY-ACTIVE       VALUE "06".
               88  PJ-NO-PLAN-ON-FILE           VALUE "07".
               88  PJ-WRITE-FAILED              VALUE "08".
