      ******************************************************************
      *                                                                *
      *   SBANK94W  -  COBCYCLE CALLING CONVENTION (PARM-4)            *
      *                                                                *
      *   COPIED INTO COBCYCLE'S LINKAGE SECTION AND INTO THE          *
      *   WORKING-STORAGE OF EVERY PROGRAM THAT CALLS COBCYCLE, SO     *
      *   THE CALLER AND CALLEE ALWAYS AGREE ON THE PARAMETER LAYOUT.  *
      *   FOLLOWS THE SAME FEEDBACK CONTRACT STYLE AS COBCALC'S PARM-1 *
      *   (SEE SBANK02W).  THE NAMES CARRY THEIR OWN CY- PREFIX SO A   *
      *   PROGRAM THAT ALSO CALLS COBCALC OR COBPAYOF NEEDS NO         *
      *   QUALIFICATION.                                               *
      *                                                                *
      *   COBCYCLE IS THE ONE KEEPER OF THE CYCLE CONTROL FILE         *
      *   CYCLCTL (SBANK95W) - THE CURRENT BUSINESS DATE, THE HOLIDAY  *
      *   CALENDAR, AND A STATUS ROW FOR EVERY BATCH STEP.  EVERY      *
      *   BATCH PROGRAM TAKES ITS PROCESSING DATE FROM HERE, NEVER     *
      *   FROM THE SYSTEM CLOCK OR A CONTROL CARD, SO A RUN PAST       *
      *   MIDNIGHT STILL BELONGS TO THE BUSINESS DAY IT STARTED ON.    *
      *                                                                *
      *   THE CALLER SETS CY-FUNCTION, AND FOR "S", "C", "F" AND "R"   *
      *   ALSO CY-PROGRAM-ID AND CY-INSTANCE-ID (SPACES UNLESS THE     *
      *   STEP RUNS AS PARALLEL RANGE INSTANCES - SEE RCC-INSTANCE-ID  *
      *   IN SBANK04W):                                                *
      *     "D"  DATE ONLY - RETURN THE BUSINESS DATES.  NO STEP IS    *
      *          RECORDED (USED BY CALLED ROUTINES SUCH AS COBCALC).   *
      *     "S"  START A STEP - RETURN THE BUSINESS DATES, CHECK THE   *
      *          STEP'S PREDECESSORS ON THE SCHEDULE (SBANK96W) HAVE   *
      *          COMPLETED FOR THE SAME BUSINESS DATE AND THAT A       *
      *          ONCE-PER-DATE STEP HAS NOT ALREADY COMPLETED FOR IT,  *
      *          AND MARK THE STEP RUNNING.  A STEP LEFT RUNNING BY    *
      *          AN ABEND, OR FAILED, MAY BE STARTED AGAIN.            *
      *     "C"  END A STEP - COMPLETE.                                *
      *     "F"  END A STEP - FAILED.                                  *
      *     "R"  ROLL THE BUSINESS DATE FORWARD TO THE NEXT BUSINESS   *
      *          DAY.  ONLY THE RUNNING CLOSE-OF-DAY STEP MAY ASK.     *
      *                                                                *
      *   RETURNED ON EVERY SUCCESSFUL CALL (AFTER "R", THE NEW        *
      *   DATES):                                                      *
      *   CY-BUSINESS-DATE       THE PROCESSING DATE, CCYYMMDD.        *
      *   CY-PRIOR-BUSINESS-DATE THE BUSINESS DAY BEFORE IT.           *
      *   CY-NEXT-BUSINESS-DATE  THE NEXT DAY THAT IS NOT A SATURDAY,  *
      *                          SUNDAY OR CALENDAR HOLIDAY.           *
      *   CY-MONTH-END-IND       "Y" WHEN THE NEXT BUSINESS DATE IS IN *
      *                          A LATER MONTH - THIS IS THE MONTH'S   *
      *                          LAST BUSINESS DAY.                    *
      *   ON A REFUSED START, CY-BLOCKING-STEP AND CY-BLOCKING-STATUS  *
      *   NAME THE FIRST STEP IN THE WAY ("N" = NOT RUN FOR THIS       *
      *   DATE, OTHERWISE ITS CS-STEP-STATUS).                         *
      *                                                                *
      *   00  CY-SUCCESS           NORMAL COMPLETION.                 *
      *   04  CY-PREDECESSOR-OPEN  A PREDECESSOR (OR, FOR THE CLOSE-   *
      *                            OF-DAY STEP, A STEP REQUIRED BEFORE *
      *                            CLOSE) HAS NOT COMPLETED FOR THIS   *
      *                            BUSINESS DATE.  RUN IT FIRST.       *
      *   08  CY-ALREADY-COMPLETE  A ONCE-PER-DATE STEP HAS ALREADY    *
      *                            COMPLETED FOR THIS BUSINESS DATE.   *
      *                            A DELIBERATE RERUN NEEDS THE STEP   *
      *                            RESET BY COBCYCMT FIRST.            *
      *   12  CY-STEP-NOT-RUNNING  "C", "F" OR "R" FOR A STEP THAT IS  *
      *                            NOT MARKED RUNNING.                 *
      *   16  CY-NO-BUSINESS-DATE  THE CYCLE CONTROL FILE HAS NO       *
      *                            BUSINESS DATE ROW, OR ITS DATE IS   *
      *                            NOT A REAL CALENDAR DATE.  SET IT   *
      *                            WITH COBCYCMT.                      *
      *   20  CY-CYCLE-FILE-ERROR  CYCLCTL COULD NOT BE OPENED, READ   *
      *                            OR WRITTEN - A DATASET PROBLEM.     *
      *   24  CY-INVALID-REQUEST   UNKNOWN CY-FUNCTION, BLANK          *
      *                            CY-PROGRAM-ID, OR "R" FROM A STEP   *
      *                            THAT IS NOT THE CLOSE-OF-DAY STEP.  *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  PARM-4.
           05  CYCLE-FEEDBACK              PIC XX.
               88  CY-SUCCESS                     VALUE "00".
               88  CY-PREDECESSOR-OPEN            VALUE "04".
               88  CY-ALREADY-COMPLETE            VALUE "08".
               88  CY-STEP-NOT-RUNNING            VALUE "12".
               88  CY-NO-BUSINESS-DATE            VALUE "16".
               88  CY-CYCLE-FILE-ERROR            VALUE "20".
               88  CY-INVALID-REQUEST             VALUE "24".
           05  CY-FUNCTION                 PIC X(01).
               88  CY-GET-DATE                    VALUE "D".
               88  CY-START-STEP                  VALUE "S".
               88  CY-END-COMPLETE                VALUE "C".
               88  CY-END-FAILED                  VALUE "F".
               88  CY-ROLL-DATE                   VALUE "R".
           05  CY-PROGRAM-ID               PIC X(08).
           05  CY-INSTANCE-ID              PIC X(02).
           05  CY-BUSINESS-DATE            PIC 9(08).
           05  CY-PRIOR-BUSINESS-DATE      PIC 9(08).
           05  CY-NEXT-BUSINESS-DATE       PIC 9(08).
           05  CY-MONTH-END-IND            PIC X(01).
               88  CY-MONTH-END-RUN               VALUE "Y".
           05  CY-BLOCKING-STEP            PIC X(08).
           05  CY-BLOCKING-STATUS          PIC X(01).
