      ******************************************************************
      *                                                                *
      *   SBANK95W  -  CYCLE CONTROL RECORD                            *
      *                                                                *
      *   ONE INDEXED FILE (DD CYCLCTL) HOLDS THE WHOLE BATCH CYCLE,   *
      *   KEYED BY CC-RECORD-KEY.  CC-RECORD-TYPE SAYS WHICH ROW:      *
      *     "D"  THE BUSINESS DATE ROW - EXACTLY ONE, KEY DATA SPACES. *
      *          SET BY COBCYCMT, ROLLED FORWARD BY THE CLOSE-OF-DAY   *
      *          STEP COBEOD THROUGH COBCYCLE.                         *
      *     "H"  ONE ROW PER HOLIDAY, KEYED BY THE DATE - NO BUSINESS  *
      *          IS DONE THAT DAY.  KEPT BY COBCYCMT.                  *
      *     "S"  ONE STATUS ROW PER BATCH STEP, KEYED BY PROGRAM-ID    *
      *          AND RANGE INSTANCE (SPACES UNLESS THE STEP RUNS AS    *
      *          PARALLEL INSTANCES).  WRITTEN BY COBCYCLE THE FIRST   *
      *          TIME THE STEP STARTS AND UPDATED AT EVERY START AND   *
      *          END.                                                  *
      *   THE ROWS ARE ONLY EVER UPDATED THROUGH COBCYCLE (SBANK94W)   *
      *   AND THE MAINTENANCE RUN COBCYCMT.                            *
      *                                                                *
      *   CYCLE-DATE-ROW, CYCLE-HOLIDAY-ROW AND CYCLE-STEP-ROW ARE     *
      *   FURTHER 01 LEVELS UNDER THE SAME FD, SO EACH IS AN ALTERNATE *
      *   VIEW OF THE SAME 100-BYTE RECORD AREA.  EACH STARTS WITH A   *
      *   12-BYTE FILLER OVER THE KEY.                                 *
      *                                                                *
      *   CS-STEP-STATUS IS "R" RUNNING, "C" COMPLETE, "F" FAILED, OR  *
      *   "X" RESET BY COBCYCMT FOR A DELIBERATE RERUN.                *
      *                                                                *
      *   THE START AND END STAMPS ON A STEP ROW ARE THE SYSTEM CLOCK  *
      *   - WHEN THE STEP REALLY RAN - AND MAY FALL ON THE DAY AFTER   *
      *   CS-BUSINESS-DATE FOR A STEP THAT RUNS PAST MIDNIGHT.         *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  CYCLE-CONTROL-RECORD.
           05  CC-RECORD-KEY.
               10  CC-RECORD-TYPE        PIC X(01).
                   88  CC-DATE-ROW             VALUE "D".
                   88  CC-HOLIDAY-ROW          VALUE "H".
                   88  CC-STEP-ROW             VALUE "S".
               10  CC-KEY-DATA           PIC X(11).
               10  CC-HOLIDAY-KEY REDEFINES CC-KEY-DATA.
                   15  CC-HOLIDAY-DATE   PIC 9(08).
                   15  FILLER            PIC X(03).
               10  CC-STEP-KEY REDEFINES CC-KEY-DATA.
                   15  CC-STEP-PROGRAM   PIC X(08).
                   15  CC-STEP-INSTANCE  PIC X(02).
                   15  FILLER            PIC X(01).
           05  FILLER                    PIC X(88).

       01  CYCLE-DATE-ROW.
           05  FILLER                    PIC X(12).
           05  CD-BUSINESS-DATE          PIC 9(08).
           05  CD-PRIOR-BUSINESS-DATE    PIC 9(08).
           05  CD-CHANGED-BY             PIC X(08).
           05  CD-CHANGED-DATE           PIC 9(08).
           05  CD-CHANGED-TIME           PIC 9(08).
           05  FILLER                    PIC X(48).

       01  CYCLE-HOLIDAY-ROW.
           05  FILLER                    PIC X(12).
           05  CH-HOLIDAY-NAME           PIC X(30).
           05  FILLER                    PIC X(58).

       01  CYCLE-STEP-ROW.
           05  FILLER                    PIC X(12).
           05  CS-BUSINESS-DATE          PIC 9(08).
           05  CS-STEP-STATUS            PIC X(01).
               88  CS-STEP-RUNNING             VALUE "R".
               88  CS-STEP-COMPLETE            VALUE "C".
               88  CS-STEP-FAILED              VALUE "F".
               88  CS-STEP-RESET               VALUE "X".
           05  CS-START-DATE             PIC 9(08).
           05  CS-START-TIME             PIC 9(08).
           05  CS-END-DATE               PIC 9(08).
           05  CS-END-TIME               PIC 9(08).
           05  CS-RUN-COUNT              PIC 9(03).
           05  CS-LAST-COMPLETE-DATE     PIC 9(08).
           05  FILLER                    PIC X(36).
