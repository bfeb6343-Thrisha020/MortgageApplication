      ******************************************************************
      *                                                                *
      *   SBANK77W  -  PMI MAINTENANCE CARD REJECT RECORD              *
      *                                                                *
      *   ONE RECORD PER CARD THE PMI MAINTENANCE RUN COBPMIMT (SEE    *
      *   SBANK33P) COULD NOT APPLY.  THE ORIGINAL CARD IMAGE IS       *
      *   CARRIED INTACT SO THE REJECT FILE CAN BE CORRECTED AND       *
      *   RESUBMITTED AS A LATER FEED (SAME CONVENTION AS SBANK35W).   *
      *                                                                *
      *   PX-REJECT-REASON VALUES:                                     *
      *     "01"  LOAN NOT ON THE LOAN MASTER FILE.                   *
      *     "02"  ACTION NOT "S", "A" OR "R".                         *
      *     "03"  THE LOAN IS CLOSED (PAID OFF BY COBSATIS).          *
      *     "04"  INDICATOR, ORIGINAL VALUE, PREMIUM OR CERTIFICATE   *
      *           MISSING OR INVALID.                                  *
      *     "05"  REQUEST DATE NOT A CALENDAR DATE OR AFTER THE       *
      *           MAINTENANCE DATE.                                    *
      *     "06"  SET-UP CARD FOR A LOAN ALREADY ON THE PMI MASTER.   *
      *     "07"  AMEND CARD WITH NO RECORD ON FILE OR PMI ALREADY    *
      *           ENDED, OR REQUEST CARD WITH NO PMI IN FORCE.        *
      *     "08"  A MASTER WRITE OR REWRITE FAILED - AN I/O FAULT,    *
      *           NOT A CARD DEFECT.  THE RUN STOPS ON THIS REASON.   *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  PMI-REJECT-RECORD.
           05  PX-CARD-IMAGE             PIC X(80).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  PX-REJECT-REASON          PIC X(02).
               88  PX-LOAN-NOT-ON-FILE          VALUE "01".
               88  PX-BAD-ACTION                VALUE "02".
               88  PX-LOAN-CLOSED               VALUE "03".
               88  PX-BAD-PMI-FIELD             VALUE "04".
               88  PX-BAD-DATE                  VALUE "05".
               88  PX-ALREADY-ON-FILE           VALUE "06".
               88  PX-NO-PMI-ON-FILE            VALUE "07".
               88  PX-WRITE-FAILED              VALUE "08".
