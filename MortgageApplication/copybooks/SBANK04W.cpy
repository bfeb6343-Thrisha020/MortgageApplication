      *                                                                *
      *   SBANK04W  -  BATCH RUN CONTROL CARD                          *
      *                                                                *
      *   ONE CARD READ AT STARTUP BY THE BATCH PROGRAMS THAT NEED     *
      *   MORE THAN A DATE (COBAMORT, COBTRANS, COBDRIVE, COBMERGE,    *
      *   COBACCR) - WHICH LOAN OR LOANS TO RUN AGAINST.               *
      *                                                                *
      *   RCC-LOAN-NUMBER  = A SPECIFIC LOAN NUMBER, OR "ALL" (LEFT    *
      *                      JUSTIFIED) TO PROCESS THE WHOLE FILE.     *
      *   RCC-RUN-DATE     = NO LONGER READ.  EVERY PROGRAM TAKES THE  *
      *                      BUSINESS DATE FROM THE CYCLE CONTROL FILE *
      *                      THROUGH COBCYCLE (SEE SBANK94W).  THE     *
      *                      FIELD KEEPS ITS POSITION SO EXISTING      *
      *                      CARDS STILL LINE UP.                      *
      *                                                                *
      *   THE RANGE FIELDS BELOW SPLIT THE NIGHTLY COBDRIVE RUN INTO  *
      *   PARALLEL INSTANCES (AND DRIVE COBMERGE'S COMPLETION CHECK): *
      *                      RANGE (INCLUSIVE).  SPACES MEANS THROUGH  *
      *                      END OF FILE.                              *
      *                                                                *
      *   RCC-MONTH-END-IND = "Y" MAKES THE NIGHTLY ACCRUAL RUN        *
      *                      COBACCR BOOK MONTH-END ACCRUED INTEREST   *
      *                      RECEIVABLE ON A RUN BEFORE THE LAST       *
      *                      CALENDAR DAY.  THE MONTH'S LAST BUSINESS  *
      *                      DAY ON THE CYCLE CONTROL CALENDAR, AND    *
      *                      THE RUN DATED THE LAST CALENDAR DAY, ARE  *
      *                      ALWAYS MONTH-END RUNS, SO THIS IS ONLY AN *
      *                      OPERATIONS OVERRIDE.  COBACCR'S CARD IS   *
      *                      OPTIONAL.                                 *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *                     (CARD LENGTH UNCHANGED) SO THE NIGHTLY    *
      *                     RUN CAN BE SPLIT INTO PARALLEL RANGE      *
      *                     INSTANCES.                                *
      *   2026-10-15  DEV   CARVED RCC-MONTH-END-IND OUT OF THE       *
      *                     TRAILING FILLER (CARD LENGTH UNCHANGED)   *
      *                     FOR THE NIGHTLY ACCRUAL RUN COBACCR.      *
      *   2026-10-15  DEV   RCC-RUN-DATE IS NO LONGER READ - THE      *
      *                     BUSINESS DATE COMES FROM THE CYCLE        *
      *                     CONTROL FILE THROUGH COBCYCLE (SEE        *
      *                     SBANK94W).  RCC-MONTH-END-IND IS NOW ONLY *
      *                     AN OVERRIDE OF THE CALENDAR MONTH END.    *
      ******************************************************************
       01  RUN-CONTROL-CARD.
           05  RCC-LOAN-NUMBER           PIC X(10).
           05  RCC-INSTANCE-ID           PIC X(02).
           05  RCC-FROM-LOAN             PIC X(10).
           05  RCC-THRU-LOAN             PIC X(10).
           05  RCC-MONTH-END-IND         PIC X(01).
               88  RCC-FORCE-MONTH-END         VALUE "Y".
           05  FILLER                    PIC X(39).
