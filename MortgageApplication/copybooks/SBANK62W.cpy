      ******************************************************************
      *                                                                *
      *   SBANK62W  -  ARM INDEX VALUE HISTORY RECORD                  *
      *                                                                *
      *   ONE RECORD PER PUBLISHED VALUE OF A RATE INDEX, KEYED BY     *
      *   IX-KEY (INDEX CODE + EFFECTIVE DATE) ON THE INDEXED FILE     *
      *   INDXHIST.  LOADED AS THE RATES ARE PUBLISHED THROUGH THE     *
      *   ARM TERMS LOAD COBARMMT (SEE SBANK28P); A SECOND VALUE FOR   *
      *   THE SAME CODE AND DATE CORRECTS THE FIRST.  THE ARM CHANGE   *
      *   RUN COBARMCH (SBANK29P) USES THE LATEST VALUE EFFECTIVE ON   *
      *   OR BEFORE A LOAN'S LOOKBACK DATE.                            *
      *                                                                *
      *   IX-INDEX-VALUE IS PERCENT WITH FIVE DECIMALS.                *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  INDEX-HISTORY-RECORD.
           05  IX-KEY.
               10  IX-INDEX-CODE         PIC X(08).
               10  IX-EFFECTIVE-DATE     PIC 9(08).
           05  IX-INDEX-VALUE            PIC 9(02)V9(05) COMP-3.
           05  IX-LOAD-DATE              PIC 9(08).
           05  FILLER                    PIC X(20).
