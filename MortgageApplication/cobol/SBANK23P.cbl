000240*                                                                *
000250*   THE ACCOUNT STATUS COMES FROM THE SAME AGING DERIVATION     *
000260*   COBDELQ AND COBNOTIC ALREADY TRUST - DAYS PAST DUE FROM     *
000270*   LM-NEXT-DUE-DATE AS OF THE CYCLE CONTROL BUSINESS DATE,     *
000280*   BUCKETED UNDER 30 / 30-59 / 60-89 / 90 PLUS.  A LOAN        *
000290*   CLOSED BY COBSATIS REPORTS PAID OFF (STATUS "13") WITH A    *
000300*   ZERO BALANCE; A LOAN THAT CURTAILED DURING THE MONTH        *
000440*   DATE       INIT   DESCRIPTION                                *
000450*   ---------- ----   ------------------------------------------ *
000460*   2026-09-01  DEV   INITIAL VERSION.                          *
000462*   2026-10-15  DEV   A LOAN UNDER AN ACTIVE LOSS MITIGATION    *
000464*                     PLAN (LMPLAN, COPYBOOK SBANK67W) REPORTS  *
000466*                     THE PLAN'S BUREAU STATUS IN PLACE OF ITS  *
000468*                     AGING STATUS; SUMMARIZED SEPARATELY.      *
000469*   2026-10-15  DEV   THE RUN DATE NOW COMES FROM THE CYCLE     *
000470*                     CONTROL FILE THROUGH COBCYCLE (SBANK94W)  *
000471*                     INSTEAD OF THE CONTROL CARD, WHICH IS NO  *
000472*                     LONGER READ.  THE STEP IS CHECKED AGAINST *
000473*                     ITS PREDECESSORS AT START AND ITS         *
000474*                     COMPLETION OR FAILURE IS RECORDED AT THE  *
000475*                     END.                                      *
000476******************************************************************
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.  IBM-370.
000510 OBJECT-COMPUTER.  IBM-370.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000600*----------------------------------------------------------------*
000610*    LOAN MASTER FILE - READ SEQUENTIALLY, WHOLE PORTFOLIO.      *
000620*----------------------------------------------------------------*
000750         RECORD KEY IS EM-LOAN-NUMBER
000760         FILE STATUS IS WS-ESCR-FILE-STATUS.

000761*----------------------------------------------------------------*
000762*    LOSS MITIGATION PLAN FILE - READ AT RANDOM FOR THE STATUS   *
000763*    A LOAN UNDER AN ACTIVE PLAN REPORTS.                        *
000764*----------------------------------------------------------------*
000765     SELECT LOSS-MIT-PLAN ASSIGN TO LMPLAN
000766         ORGANIZATION IS INDEXED
000767         ACCESS MODE IS RANDOM
000768         RECORD KEY IS LP-LOAN-NUMBER
000769         FILE STATUS IS WS-PLAN-FILE-STATUS.

000770*----------------------------------------------------------------*
000780*    BUREAU FEED - FIXED-FORMAT, LEAVES THE SHOP.                *
000790*----------------------------------------------------------------*

000890 DATA DIVISION.
000900 FILE SECTION.
000940 FD  LOAN-MASTER
000950     LABEL RECORDS ARE STANDARD.
000960     COPY SBANK01W.
001040     LABEL RECORDS ARE STANDARD.
001050     COPY SBANK48W.

001052 FD  LOSS-MIT-PLAN
001054     LABEL RECORDS ARE STANDARD.
001056     COPY SBANK67W.

001060 WORKING-STORAGE SECTION.
001070 01  WS-SWITCHES.
001090     05  WS-LOAN-FILE-STATUS      PIC X(02).
001100         88  WS-LOAN-FILE-OK               VALUE "00".
001110     05  WS-ESCR-FILE-STATUS      PIC X(02).
001120         88  WS-ESCR-FILE-OK               VALUE "00".
001122     05  WS-PLAN-FILE-STATUS      PIC X(02).
001124         88  WS-PLAN-FILE-OK               VALUE "00".
001126         88  WS-PLAN-FILE-NOT-FOUND        VALUE "23", "35".
001130     05  WS-FEED-FILE-STATUS      PIC X(02).
001140     05  WS-RPT-FILE-STATUS       PIC X(02).
001150     05  WS-EOF-SWITCH            PIC X(01)  VALUE "N".
001160         88  END-OF-LOAN-FILE              VALUE "Y".
001170     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
001180         88  STOP-THE-RUN                  VALUE "Y".
001183     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
001186         88  CYCLE-STEP-RUNNING            VALUE "Y".
001190     05  WS-FILES-OPEN-SWITCH     PIC X(01)  VALUE "N".
001200         88  RUN-FILES-ARE-OPEN            VALUE "Y".
001202     05  WS-PLAN-SWITCH           PIC X(01)  VALUE "N".
001204         88  LOAN-ON-ACTIVE-PLAN           VALUE "Y".

001210 01  WS-AGING-FIELDS.
001220     05  WS-RUN-DATE              PIC 9(8).
001310     05  WS-PAST-DUE-AMOUNT       PIC 9(9)V99    COMP-3.

001320*----------------------------------------------------------------*
001330*    RUN TOTALS PER BUCKET (1-4 AGING, 5 = PAID OFF, 6 = UNDER   *
001340*    A LOSS MITIGATION PLAN) FOR THE ATTESTATION SUMMARY.        *
001350*----------------------------------------------------------------*
001360 01  WS-STATUS-TOTALS.
001370     05  WS-STATUS-TOTAL OCCURS 6 TIMES
001380                         INDEXED BY WS-STS-IDX.
001390         10  WS-STATUS-COUNT      PIC 9(7)       COMP.
001400         10  WS-STATUS-BALANCE    PIC 9(11)V99   COMP-3.
001490         "  STATUS 80 - 90+ DAYS PAST DUE".
001500     05  FILLER  PIC X(34) VALUE
001510         "  STATUS 13 - PAID OFF".
001512     05  FILLER  PIC X(34) VALUE
001514         "  STATUS PER LOSS MITIGATION PLAN".
001520 01  WS-STATUS-LABELS REDEFINES WS-STATUS-LABELS-DATA.
001530     05  WS-STATUS-LABEL          PIC X(34)  OCCURS 6 TIMES.

001540 01  WS-COUNTERS.
001550     05  WS-LOANS-EXAMINED        PIC 9(7)       COMP.
001640*----------------------------------------------------------------*
001650     COPY SBANK02W.

001655     COPY SBANK94W.

001660 LINKAGE SECTION.

001670 PROCEDURE DIVISION.
001920                                   WS-PAST-DUE-REPORTED.
001930     INITIALIZE WS-STATUS-TOTALS.

001940     MOVE "S"                  TO CY-FUNCTION.
001950     MOVE "COBBUREU"           TO CY-PROGRAM-ID.
001960     MOVE SPACES               TO CY-INSTANCE-ID.
001970     CALL "COBCYCLE" USING PARM-4.
001980     IF NOT CY-SUCCESS
001990         DISPLAY "COBBUREU - NOT CLEARED TO RUN BY CYCLE "
002000             "CONTROL - RUN ABORTED"
002030         MOVE "Y"              TO WS-STOP-SWITCH
002040         GO TO 1000-EXIT
002050     END-IF.
002055     MOVE "Y"                  TO WS-CYCLE-SWITCH.

002060     MOVE CY-BUSINESS-DATE     TO WS-RUN-DATE.
002070     COMPUTE WS-RUN-DATE-INT =
002080         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).

002220         GO TO 1000-EXIT
002230     END-IF.

002231*    NO PLAN HAS EVER BEEN SET UP UNTIL COBPLNMT FIRST RUNS -   *
002232*    CREATE THE FILE EMPTY RATHER THAN STOP THE RUN.            *
002233     OPEN INPUT LOSS-MIT-PLAN.
002234     IF WS-PLAN-FILE-NOT-FOUND
002235         OPEN OUTPUT LOSS-MIT-PLAN
002236         CLOSE LOSS-MIT-PLAN
002237         OPEN INPUT LOSS-MIT-PLAN
002238     END-IF.
002239     IF NOT WS-PLAN-FILE-OK
002240         DISPLAY "COBBUREU - PLAN FILE OPEN FAILED - "
002241             "STATUS " WS-PLAN-FILE-STATUS " - RUN ABORTED"
002242         MOVE "Y"              TO WS-STOP-SWITCH
002243         CLOSE LOAN-MASTER
002244               ESCROW-MASTER
002245         GO TO 1000-EXIT
002246     END-IF.

002247     OPEN OUTPUT BUREAU-FEED.
002250     OPEN OUTPUT BUREAU-RPT.
002260*    VALUE CLAUSES ON FD RECORD FILLER ARE DOCUMENTARY ONLY -    *
002270*    CLEAR THE FEED RECORD AREA ONCE SO THE FILLER BYTES NEVER   *
003140     COMPUTE WS-PAST-DUE-AMOUNT =
003150         WS-TOTAL-PAYMENT * WS-MONTHS-PAST-DUE.

003152*    A LOAN UNDER AN ACTIVE PLAN REPORTS THE STATUS THE LOSS    *
003153*    MITIGATION DESK AGREED WITH THE BORROWER, NOT ITS AGING;   *
003154*    THE AMOUNT PAST DUE IS STILL OWED AND STILL REPORTED.      *
003155     PERFORM 2200-CHECK-PLAN-RTN
003156         THRU 2200-EXIT.
003157     IF LOAN-ON-ACTIVE-PLAN
003158         MOVE 6                TO WS-THIS-BUCKET
003159     END-IF.

003160     PERFORM 4000-WRITE-BUREAU-RECORD-RTN
003170         THRU 4000-EXIT.
003180 2100-EXIT.
003190     EXIT.

003191*----------------------------------------------------------------*
003192*    2200-CHECK-PLAN-RTN  -  SET LOAN-ON-ACTIVE-PLAN WHEN THE    *
003193*    LOAN HAS A LOSS MITIGATION PLAN IN ACTIVE STATUS WHOSE      *
003194*    START AND END DATES SPAN THE RUN DATE (SEE SBANK67W).       *
003195*----------------------------------------------------------------*
003196 2200-CHECK-PLAN-RTN.
003197     MOVE "N"                  TO WS-PLAN-SWITCH.
003198     MOVE LM-LOAN-NUMBER       TO LP-LOAN-NUMBER.
003199     READ LOSS-MIT-PLAN
003200         INVALID KEY
003201             GO TO 2200-EXIT
003202     END-READ.
003203     IF LP-PLAN-ACTIVE
003204         AND LP-START-DATE NOT > WS-RUN-DATE
003205         AND LP-END-DATE NOT < WS-RUN-DATE
003206         MOVE "Y"              TO WS-PLAN-SWITCH
003207     END-IF.
003208 2200-EXIT.
003209     EXIT.

003210*----------------------------------------------------------------*
003211*    2300-READ-ESCROW-RTN  -  FETCH THE ESCROW DEPOSIT THAT      *
003220*    RIDES ON THE SCHEDULED PAYMENT.  A LOAN WITHOUT AN ESCROW   *
003230*    RECORD REPORTS P+I ALONE.                                   *
003240*----------------------------------------------------------------*
003680             MOVE "71"         TO CB-ACCOUNT-STATUS
003690         WHEN 3
003700             MOVE "78"         TO CB-ACCOUNT-STATUS
003705         WHEN 6
003706             MOVE LP-BUREAU-STATUS TO CB-ACCOUNT-STATUS
003710         WHEN OTHER
003720             MOVE "80"         TO CB-ACCOUNT-STATUS
003730     END-EVALUATE.
004010     PERFORM 7100-PRINT-ONE-STATUS-RTN
004020         THRU 7100-EXIT
004030         VARYING WS-STS-IDX FROM 1 BY 1
004040             UNTIL WS-STS-IDX > 6.

004050     MOVE SPACES               TO BUREAU-SUMMARY-LINE.
004060     MOVE "TOTAL PAST DUE REPORTED" TO CS-LABEL.
004440               ESCROW-MASTER
004450               BUREAU-FEED
004460               BUREAU-RPT
004465               LOSS-MIT-PLAN
004470     END-IF.

004480     DISPLAY "COBBUREU - LOANS EXAMINED  " WS-LOANS-EXAMINED.
004490     DISPLAY "COBBUREU - LOANS REPORTED  " WS-LOANS-REPORTED.
004500     DISPLAY "COBBUREU - NOT REPORTED    "
004510         WS-LOANS-NOT-REPORTED.
004511     IF CYCLE-STEP-RUNNING
004512         IF STOP-THE-RUN
004513             MOVE "F"          TO CY-FUNCTION
004514         ELSE
004515             MOVE "C"          TO CY-FUNCTION
004516         END-IF
004517         CALL "COBCYCLE" USING PARM-4
004518     END-IF.
004520 9999-EXIT.
004530     EXIT.
