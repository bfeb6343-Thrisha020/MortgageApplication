      ******************************************************************
      *                                                                *
      *   SBANK96W  -  BATCH CYCLE STEP SCHEDULE                       *
      *                                                                *
      *   THE ORDER THE BATCH STEPS MUST RUN IN WITHIN ONE BUSINESS    *
      *   DATE, SHARED BY COBCYCLE (WHICH ENFORCES IT) AND THE CYCLE   *
      *   STATUS REPORT COBCYCRP (WHICH REPORTS AGAINST IT).  LIKE THE *
      *   PIPELINE TIMINGS IN THE PROGRAMS THEMSELVES, THE RUN ORDER   *
      *   IS PART OF THE SYSTEM DESIGN, NOT A BUSINESS PARAMETER, SO   *
      *   IT LIVES HERE RATHER THAN ON A FILE - ADDING A STEP OR A     *
      *   DEPENDENCY IS A CHANGE TO THIS TABLE AND A RECOMPILE OF THE  *
      *   TWO PROGRAMS.                                                *
      *                                                                *
      *   ONE ENTRY PER STEP (PROGRAM-ID):                             *
      *   SC-STEP-CLASS   "N"  NIGHTLY - MUST COMPLETE EVERY BUSINESS  *
      *                        DATE BEFORE THE CLOSE-OF-DAY ROLL.      *
      *                   "M"  MONTH END - MUST COMPLETE BEFORE THE    *
      *                        ROLL ON THE MONTH'S LAST BUSINESS DAY.  *
      *                   "R"  ON REQUEST - RUN WHEN OPERATIONS OR A   *
      *                        DESK SCHEDULES IT; NEVER HOLDS CLOSE.   *
      *                   "C"  THE CLOSE-OF-DAY STEP ITSELF (COBEOD).  *
      *                        ITS START CHECKS EVERY "N" STEP (AND    *
      *                        EVERY "M" STEP AT MONTH END) INSTEAD OF *
      *                        A PREDECESSOR LIST.                     *
      *   SC-ONCE-PER-DATE "Y" - THE STEP POSTS OR SENDS SOMETHING A   *
      *                        SECOND RUN WOULD DUPLICATE, SO IT MAY   *
      *                        COMPLETE ONLY ONCE PER BUSINESS DATE.   *
      *   SC-PREDECESSOR  UP TO FOUR STEPS THAT MUST HAVE COMPLETED    *
      *                   FOR THE SAME BUSINESS DATE BEFORE THIS ONE   *
      *                   MAY START.  A STEP THAT RUNS AS PARALLEL     *
      *                   RANGE INSTANCES (COBDRIVE) IS COMPLETE ONLY  *
      *                   WHEN EVERY ONE OF ITS INSTANCE ROWS IS.      *
      *   A PREDECESSOR SHOULD ONLY BE A STEP THAT IS SURE TO RUN ON   *
      *   THE SAME DATE - AN "N" STEP, OR AN "M" STEP FOR ANOTHER "M"  *
      *   STEP - OR THE DEPENDENT STEP CAN NEVER START.                *
      *   A PROGRAM NOT ON THE TABLE MAY STILL START AND IS RECORDED,  *
      *   AS AN ON-REQUEST STEP WITH NO PREDECESSORS.                  *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      *   2026-10-15  DEV   COBGLREC NOW ALSO WAITS FOR COBACCR, SO    *
      *                     THE DATE'S ACCRUAL ENTRIES AND ACCRCTL     *
      *                     ROWS ARE THERE TO RECONCILE.               *
      ******************************************************************
       01  CYCLE-SCHEDULE-DATA.
      *----------------------------------------------------------------*
      *    NIGHTLY - REQUIRED EVERY BUSINESS DAY BEFORE CLOSE.         *
      *----------------------------------------------------------------*
           05  FILLER  PIC X(08)  VALUE "COBPOST".
           05  FILLER  PIC X(02)  VALUE "NY".
           05  FILLER  PIC X(32)  VALUE SPACES.
           05  FILLER  PIC X(08)  VALUE "COBNSF".
           05  FILLER  PIC X(02)  VALUE "NN".
           05  FILLER  PIC X(32)  VALUE SPACES.
           05  FILLER  PIC X(08)  VALUE "COBCASHR".
           05  FILLER  PIC X(02)  VALUE "NN".
           05  FILLER  PIC X(32)  VALUE "COBPOST".
           05  FILLER  PIC X(08)  VALUE "COBPLNCK".
           05  FILLER  PIC X(02)  VALUE "NN".
           05  FILLER  PIC X(32)  VALUE "COBPOST COBNSF".
           05  FILLER  PIC X(08)  VALUE "COBADRFT".
           05  FILLER  PIC X(02)  VALUE "NY".
           05  FILLER  PIC X(32)  VALUE SPACES.
           05  FILLER  PIC X(08)  VALUE "COBVERFY".
           05  FILLER  PIC X(02)  VALUE "NN".
           05  FILLER  PIC X(32)  VALUE "COBPOST COBNSF".
           05  FILLER  PIC X(08)  VALUE "COBDRIVE".
           05  FILLER  PIC X(02)  VALUE "NY".
           05  FILLER  PIC X(32)  VALUE "COBVERFY".
           05  FILLER  PIC X(08)  VALUE "COBMERGE".
           05  FILLER  PIC X(02)  VALUE "NN".
           05  FILLER  PIC X(32)  VALUE "COBDRIVE".
           05  FILLER  PIC X(08)  VALUE "COBGLREC".
           05  FILLER  PIC X(02)  VALUE "NN".
           05  FILLER  PIC X(16)  VALUE "COBMERGECOBPOST ".
           05  FILLER  PIC X(16)  VALUE "COBNSF  COBACCR ".
           05  FILLER  PIC X(08)  VALUE "COBACCR".
           05  FILLER  PIC X(02)  VALUE "NY".
           05  FILLER  PIC X(32)  VALUE "COBPOST COBNSF".
           05  FILLER  PIC X(08)  VALUE "COBDELQ".
           05  FILLER  PIC X(02)  VALUE "NN".
           05  FILLER  PIC X(32)  VALUE "COBPOST COBNSF".

      *----------------------------------------------------------------*
      *    MONTH END - REQUIRED BEFORE CLOSE ON THE MONTH'S LAST       *
      *    BUSINESS DAY.                                               *
      *----------------------------------------------------------------*
           05  FILLER  PIC X(08)  VALUE "COBBUREU".
           05  FILLER  PIC X(02)  VALUE "MY".
           05  FILLER  PIC X(32)  VALUE "COBPOST COBNSF".
           05  FILLER  PIC X(08)  VALUE "COBARCHV".
           05  FILLER  PIC X(02)  VALUE "MY".
           05  FILLER  PIC X(32)  VALUE "COBGLREC".

      *----------------------------------------------------------------*
      *    PERIODIC RUNS - SCHEDULED BY OPERATIONS, NOT HELD FOR CLOSE.*
      *----------------------------------------------------------------*
           05  FILLER  PIC X(08)  VALUE "COBLATE".
           05  FILLER  PIC X(02)  VALUE "RY".
           05  FILLER  PIC X(32)  VALUE "COBPOST COBNSF".
           05  FILLER  PIC X(08)  VALUE "COBNOTIC".
           05  FILLER  PIC X(02)  VALUE "RN".
           05  FILLER  PIC X(32)  VALUE "COBPOST COBNSF".
           05  FILLER  PIC X(08)  VALUE "COBBILL".
           05  FILLER  PIC X(02)  VALUE "RY".
           05  FILLER  PIC X(32)  VALUE "COBPOST COBNSF".
           05  FILLER  PIC X(08)  VALUE "COBREMIT".
           05  FILLER  PIC X(02)  VALUE "RY".
           05  FILLER  PIC X(32)  VALUE "COBPOST COBNSF".
           05  FILLER  PIC X(08)  VALUE "COBPMI".
           05  FILLER  PIC X(02)  VALUE "RY".
           05  FILLER  PIC X(32)  VALUE "COBPOST COBNSF".
           05  FILLER  PIC X(08)  VALUE "COBARMCH".
           05  FILLER  PIC X(02)  VALUE "RY".
           05  FILLER  PIC X(32)  VALUE SPACES.
           05  FILLER  PIC X(08)  VALUE "COBHAZRD".
           05  FILLER  PIC X(02)  VALUE "RY".
           05  FILLER  PIC X(32)  VALUE SPACES.
           05  FILLER  PIC X(08)  VALUE "COBYREND".
           05  FILLER  PIC X(02)  VALUE "RY".
           05  FILLER  PIC X(32)  VALUE SPACES.
           05  FILLER  PIC X(08)  VALUE "COBESCDR".
           05  FILLER  PIC X(02)  VALUE "RN".
           05  FILLER  PIC X(32)  VALUE SPACES.

      *----------------------------------------------------------------*
      *    DESK FEEDS AND INQUIRIES - RUN ON REQUEST, ANY NUMBER OF    *
      *    TIMES A DAY.                                                *
      *----------------------------------------------------------------*
           05  FILLER  PIC X(08)  VALUE "COBBOARD".
           05  FILLER  PIC X(02)  VALUE "RN".
           05  FILLER  PIC X(32)  VALUE SPACES.
           05  FILLER  PIC X(08)  VALUE "COBMAINT".
           05  FILLER  PIC X(02)  VALUE "RN".
           05  FILLER  PIC X(32)  VALUE SPACES.
           05  FILLER  PIC X(08)  VALUE "COBCNTCT".
           05  FILLER  PIC X(02)  VALUE "RN".
           05  FILLER  PIC X(32)  VALUE SPACES.
           05  FILLER  PIC X(08)  VALUE "COBAENRL".
           05  FILLER  PIC X(02)  VALUE "RN".
           05  FILLER  PIC X(32)  VALUE SPACES.
           05  FILLER  PIC X(08)  VALUE "COBARMMT".
           05  FILLER  PIC X(02)  VALUE "RN".
           05  FILLER  PIC X(32)  VALUE SPACES.
           05  FILLER  PIC X(08)  VALUE "COBPLNMT".
           05  FILLER  PIC X(02)  VALUE "RN".
           05  FILLER  PIC X(32)  VALUE SPACES.
           05  FILLER  PIC X(08)  VALUE "COBPMIMT".
           05  FILLER  PIC X(02)  VALUE "RN".
           05  FILLER  PIC X(32)  VALUE SPACES.
           05  FILLER  PIC X(08)  VALUE "COBHAZMT".
           05  FILLER  PIC X(02)  VALUE "RN".
           05  FILLER  PIC X(32)  VALUE SPACES.
           05  FILLER  PIC X(08)  VALUE "COBMODFY".
           05  FILLER  PIC X(02)  VALUE "RN".
           05  FILLER  PIC X(32)  VALUE SPACES.
           05  FILLER  PIC X(08)  VALUE "COBSATIS".
           05  FILLER  PIC X(02)  VALUE "RN".
           05  FILLER  PIC X(32)  VALUE SPACES.
           05  FILLER  PIC X(08)  VALUE "COBESCPY".
           05  FILLER  PIC X(02)  VALUE "RN".
           05  FILLER  PIC X(32)  VALUE SPACES.
           05  FILLER  PIC X(08)  VALUE "COBREPRC".
           05  FILLER  PIC X(02)  VALUE "RN".
           05  FILLER  PIC X(32)  VALUE SPACES.
           05  FILLER  PIC X(08)  VALUE "COBXFER".
           05  FILLER  PIC X(02)  VALUE "RN".
           05  FILLER  PIC X(32)  VALUE SPACES.
           05  FILLER  PIC X(08)  VALUE "COBAMORT".
           05  FILLER  PIC X(02)  VALUE "RN".
           05  FILLER  PIC X(32)  VALUE SPACES.
           05  FILLER  PIC X(08)  VALUE "COBTRANS".
           05  FILLER  PIC X(02)  VALUE "RN".
           05  FILLER  PIC X(32)  VALUE SPACES.

      *----------------------------------------------------------------*
      *    CLOSE OF DAY - CHECKS EVERY REQUIRED STEP ABOVE INSTEAD OF  *
      *    A PREDECESSOR LIST.                                         *
      *----------------------------------------------------------------*
           05  FILLER  PIC X(08)  VALUE "COBEOD".
           05  FILLER  PIC X(02)  VALUE "CY".
           05  FILLER  PIC X(32)  VALUE SPACES.

       01  CYCLE-SCHEDULE-TABLE REDEFINES CYCLE-SCHEDULE-DATA.
           05  SC-STEP-ENTRY             OCCURS 38 TIMES
                                         INDEXED BY SC-IDX.
               10  SC-STEP-PROGRAM       PIC X(08).
               10  SC-STEP-CLASS         PIC X(01).
                   88  SC-NIGHTLY-STEP         VALUE "N".
                   88  SC-MONTH-END-STEP       VALUE "M".
                   88  SC-ON-REQUEST-STEP      VALUE "R".
                   88  SC-CLOSE-STEP           VALUE "C".
               10  SC-ONCE-PER-DATE      PIC X(01).
                   88  SC-ONCE-ONLY            VALUE "Y".
               10  SC-PREDECESSOR        PIC X(08)
                                         OCCURS 4 TIMES.

       01  CYCLE-SCHEDULE-SIZE.
           05  SC-STEP-MAX               PIC 9(03)  COMP VALUE 38.
