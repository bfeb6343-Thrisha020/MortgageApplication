      ******************************************************************
      *                                                                *
      *   SBANK64W  -  ARM TERMS AND INDEX CARD REJECT RECORD          *
      *                                                                *
      *   ONE RECORD PER CARD THE ARM TERMS LOAD COBARMMT (SEE         *
      *   SBANK28P) COULD NOT APPLY.  THE ORIGINAL CARD IMAGE IS       *
      *   CARRIED INTACT SO THE REJECT FILE CAN BE CORRECTED AND       *
      *   RESUBMITTED AS A LATER FEED (SAME CONVENTION AS SBANK35W).   *
      *                                                                *
      *   AJ-REJECT-REASON VALUES:                                     *
      *     "01"  LOAN NOT ON THE LOAN MASTER FILE.                   *
      *     "02"  CARD TYPE NOT "T" OR "I".                           *
      *     "03"  THE LOAN IS CLOSED (PAID OFF BY COBSATIS).          *
      *     "04"  A TERMS FIELD IS BLANK, NOT NUMERIC OR OUT OF       *
      *           RANGE (INDEX CODE, MARGIN, CAPS, FLOOR, ROUNDING,   *
      *           FREQUENCY, LOOKBACK).                                *
      *     "05"  NEXT CHANGE DATE NOT A CALENDAR DATE.               *
      *     "06"  NO START RATE ON THE CARD FOR A LOAN WITH NO ARM    *
      *           TERMS YET.                                           *
      *     "07"  INDEX CARD WITH A BLANK CODE, A DATE THAT IS NOT A  *
      *           CALENDAR DATE, OR A VALUE THAT IS NOT NUMERIC.      *
      *     "08"  A MASTER WRITE OR REWRITE FAILED - AN I/O FAULT,    *
      *           NOT A CARD DEFECT.  THE RUN STOPS ON THIS REASON.   *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  ARM-REJECT-RECORD.
           05  AJ-CARD-IMAGE             PIC X(80).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  AJ-REJECT-REASON          PIC X(02).
               88  AJ-LOAN-NOT-ON-FILE          VALUE "01".
               88  AJ-BAD-CARD-TYPE             VALUE "02".
               88  AJ-LOAN-CLOSED               VALUE "03".
               88  AJ-BAD-TERMS                 VALUE "04".
               88  AJ-BAD-CHANGE-DATE           VALUE "05".
               88  AJ-NO-START-RATE             VALUE "06".
               88  AJ-BAD-INDEX-CARD            VALUE "07".
               88  AJ-WRITE-FAILED              VALUE "08".
