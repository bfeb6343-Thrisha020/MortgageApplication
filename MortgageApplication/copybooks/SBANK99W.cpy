      ******************************************************************
      *                                                                *
      *   SBANK99W  -  BATCH CYCLE STATUS REPORT LINE                  *
      *                                                                *
      *   PRINT LINE LAYOUT FOR THE CYCLE STATUS REPORT COBCYCRP (SEE  *
      *   SBANK43P) PRINTS FOR OPERATIONS.  ONE DETAIL LINE PER STEP   *
      *   STATUS ROW ON THE CYCLE CONTROL FILE (ONE PER RANGE          *
      *   INSTANCE), OR ONE PER SCHEDULED STEP THAT HAS NEVER RUN,     *
      *   WITH YR-STATUS SAYING WHERE IT STANDS FOR THE CURRENT        *
      *   BUSINESS DATE:                                               *
      *     COMPLETE     -  COMPLETED FOR THE DATE                     *
      *     FAILED       -  ENDED IN ERROR - RESTART WHEN FIXED        *
      *     RUNNING      -  STARTED AND NOT ENDED (STILL RUNNING, OR   *
      *                     ABENDED - CHECK THE JOB)                   *
      *     RESET        -  RESET BY COBCYCMT FOR A RERUN              *
      *     OUTSTANDING  -  NOT RUN YET AND REQUIRED BEFORE THE CLOSE  *
      *     NOT DUE      -  MONTH-END STEP, NOT THE MONTH'S LAST DAY   *
      *     NOT RUN      -  ON-REQUEST STEP NOT RUN FOR THE DATE       *
      *   YR-BUSINESS-DATE IS THE DATE THE ROW LAST RAN FOR, SO A      *
      *   STEP NOT YET RUN TODAY SHOWS WHEN IT LAST DID.  YR-REMARK    *
      *   NAMES THE FIRST PREDECESSOR A STEP IS STILL WAITING ON.      *
      *                                                                *
      *   CYCLE-STATUS-TOTAL-LINE REDEFINES THE SAME 132 BYTES FOR     *
      *   THE LABELED LINES AT THE HEAD OF THE REPORT (THE BUSINESS    *
      *   DATES) AND THE COUNTS AT THE FOOT.                           *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  CYCLE-STATUS-LINE.
           05  YR-PROGRAM-ID             PIC X(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  YR-INSTANCE-ID            PIC X(02).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  YR-STEP-CLASS             PIC X(10).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  YR-STATUS                 PIC X(11).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  YR-BUSINESS-DATE          PIC X(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  YR-START-DATE             PIC X(08).
           05  FILLER                    PIC X(01)  VALUE SPACES.
           05  YR-START-TIME             PIC X(06).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  YR-END-DATE               PIC X(08).
           05  FILLER                    PIC X(01)  VALUE SPACES.
           05  YR-END-TIME               PIC X(06).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  YR-RUN-COUNT              PIC ZZ9.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  YR-REMARK                 PIC X(40).
           05  FILLER                    PIC X(04)  VALUE SPACES.
       01  CYCLE-STATUS-TOTAL-LINE REDEFINES CYCLE-STATUS-LINE.
           05  YK-LABEL                  PIC X(40).
           05  FILLER                    PIC X(02).
           05  YK-VALUE                  PIC X(20).
           05  FILLER                    PIC X(02).
           05  YK-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(61).
