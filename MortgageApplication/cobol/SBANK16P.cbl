000190*                                                                *
000200*   WALKS THE WHOLE LOAN MASTER WITH THE SAME AGING ARITHMETIC  *
000210*   COBDELQ APPLIES TO LM-NEXT-DUE-DATE (DAYS PAST DUE AS OF    *
000220*   THE CYCLE CONTROL BUSINESS DATE FROM COBCYCLE) AND          *
000230*   ASSESSES THE LATE FEE ON EVERY LOAN PAST THE GRACE PERIOD   *
000240*   - THE FEES USED TO BE BILLED OFF A SPREADSHEET AND NEVER    *
000250*   HIT THE BOOKS.                                              *
000534*                     LM-STATUS-CODE IN SBANK01W) - A PAID-OFF  *
000536*                     LOAN MUST NEVER BE ASSESSED A LATE        *
000537*                     CHARGE.                                   *
000538*   2026-10-15  DEV   NO LATE CHARGE ON A LOAN UNDER AN ACTIVE  *
000539*                     LOSS MITIGATION PLAN (LMPLAN, COPYBOOK    *
000540*                     SBANK67W); SUCH LOANS ARE COUNTED ON THE  *
000541*                     SUMMARY.                                  *
000542*   2026-10-15  DEV   THE RUN DATE NOW COMES FROM THE CYCLE     *
000543*                     CONTROL FILE THROUGH COBCYCLE (SBANK94W)  *
000544*                     INSTEAD OF THE CONTROL CARD, WHICH IS NO  *
000545*                     LONGER READ.  THE STEP IS CHECKED AGAINST *
000546*                     ITS PREDECESSORS AT START AND ITS         *
000547*                     COMPLETION OR FAILURE IS RECORDED AT THE  *
000548*                     END.                                      *
000549******************************************************************
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER.  IBM-370.
000580 OBJECT-COMPUTER.  IBM-370.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000670*----------------------------------------------------------------*
000680*    PARAMETER MASTER FILE - READ SEQUENTIALLY FOR THE           *
000690*    LATEGRACE AND LATEFEE CODES.                                *
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-RPT-FILE-STATUS.

000971*----------------------------------------------------------------*
000972*    LOSS MITIGATION PLAN FILE - READ AT RANDOM; A LOAN UNDER AN *
000973*    ACTIVE PLAN IS NOT ASSESSED.                                *
000974*----------------------------------------------------------------*
000975     SELECT LOSS-MIT-PLAN ASSIGN TO LMPLAN
000976         ORGANIZATION IS INDEXED
000977         ACCESS MODE IS RANDOM
000978         RECORD KEY IS LP-LOAN-NUMBER
000979         FILE STATUS IS WS-PLAN-FILE-STATUS.

000980 DATA DIVISION.
000990 FILE SECTION.
001030 FD  PARM-FILE
001040     LABEL RECORDS ARE STANDARD.
001050     COPY SBANK00W.
001130     LABEL RECORDS ARE STANDARD.
001140     COPY SBANK31W.

001142 FD  LOSS-MIT-PLAN
001144     LABEL RECORDS ARE STANDARD.
001146     COPY SBANK67W.

001150 WORKING-STORAGE SECTION.
001160 01  WS-SWITCHES.
001180     05  WS-PARM-FILE-STATUS      PIC X(02).
001190         88  WS-PARM-FILE-OK               VALUE "00".
001200     05  WS-LOAN-FILE-STATUS      PIC X(02).
001210         88  WS-LOAN-FILE-OK               VALUE "00".
001220     05  WS-GL-FILE-STATUS        PIC X(02).
001230     05  WS-RPT-FILE-STATUS       PIC X(02).
001232     05  WS-PLAN-FILE-STATUS      PIC X(02).
001234         88  WS-PLAN-FILE-OK               VALUE "00".
001236         88  WS-PLAN-FILE-NOT-FOUND        VALUE "23", "35".
001240     05  WS-EOF-SWITCH            PIC X(01)  VALUE "N".
001250         88  END-OF-LOAN-FILE              VALUE "Y".
001260     05  WS-PARM-EOF-SWITCH       PIC X(01)  VALUE "N".
001270         88  END-OF-PARM-FILE              VALUE "Y".
001280     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
001290         88  STOP-THE-RUN                  VALUE "Y".
001293     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
001296         88  CYCLE-STEP-RUNNING            VALUE "Y".
001300     05  WS-SWEEP-OPEN-SWITCH     PIC X(01)  VALUE "N".
001310         88  SWEEP-FILES-ARE-OPEN          VALUE "Y".
001320     05  WS-GRACE-FOUND-SWITCH    PIC X(01)  VALUE "N".
001330         88  GRACE-DAYS-FOUND              VALUE "Y".
001340     05  WS-FEE-FOUND-SWITCH      PIC X(01)  VALUE "N".
001350         88  FEE-AMOUNT-FOUND              VALUE "Y".
001352     05  WS-PLAN-SWITCH           PIC X(01)  VALUE "N".
001354         88  LOAN-ON-ACTIVE-PLAN           VALUE "Y".

001360 01  WS-AGING-FIELDS.
001370     05  WS-RUN-DATE              PIC 9(8).
001520 01  WS-COUNTERS.
001530     05  WS-LOANS-EXAMINED        PIC 9(7)       COMP.
001540     05  WS-LOANS-ASSESSED        PIC 9(7)       COMP.
001542     05  WS-LOANS-ON-PLAN         PIC 9(7)       COMP.
001550     05  WS-FEES-ASSESSED         PIC 9(11)V99   COMP-3.

001555     COPY SBANK94W.

001560 LINKAGE SECTION.

001570 PROCEDURE DIVISION.
001790 1000-INITIALIZE-RTN.
001800     MOVE ZERO                 TO WS-LOANS-EXAMINED
001810                                   WS-LOANS-ASSESSED
001812                                   WS-LOANS-ON-PLAN
001820                                   WS-FEES-ASSESSED.

001830     MOVE "S"                  TO CY-FUNCTION.
001840     MOVE "COBLATE"            TO CY-PROGRAM-ID.
001850     MOVE SPACES               TO CY-INSTANCE-ID.
001860     CALL "COBCYCLE" USING PARM-4.
001870     IF NOT CY-SUCCESS
001880         DISPLAY "COBLATE - NOT CLEARED TO RUN BY CYCLE "
001890             "CONTROL - ASSESSMENT ABORTED"
001920         MOVE "Y"              TO WS-STOP-SWITCH
001930         GO TO 1000-EXIT
001940     END-IF.
001945     MOVE "Y"                  TO WS-CYCLE-SWITCH.

001950     MOVE CY-BUSINESS-DATE     TO WS-RUN-DATE.
001960     MOVE WS-RUN-DATE (1:6)    TO WS-RUN-YEAR-MONTH.
001970     COMPUTE WS-RUN-DATE-INT =
001980         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
002210         GO TO 1000-EXIT
002220     END-IF.

002221*    NO PLAN HAS EVER BEEN SET UP UNTIL COBPLNMT FIRST RUNS -   *
002222*    CREATE THE FILE EMPTY RATHER THAN STOP THE ASSESSMENT.     *
002223     OPEN INPUT LOSS-MIT-PLAN.
002224     IF WS-PLAN-FILE-NOT-FOUND
002225         OPEN OUTPUT LOSS-MIT-PLAN
002226         CLOSE LOSS-MIT-PLAN
002227         OPEN INPUT LOSS-MIT-PLAN
002228     END-IF.
002229     IF NOT WS-PLAN-FILE-OK
002230         DISPLAY "COBLATE - PLAN FILE OPEN FAILED - STATUS "
002231             WS-PLAN-FILE-STATUS " - ASSESSMENT ABORTED"
002232         MOVE "Y"              TO WS-STOP-SWITCH
002233         CLOSE LOAN-MASTER
002234         GO TO 1000-EXIT
002235     END-IF.

002236     OPEN OUTPUT LATE-RPT.

002240*    SAME CREATE-ON-FIRST-RUN IDIOM AS COBCALC'S GL EXTRACT -   *
002250*    THE FEES APPEND TO THE ONE ACCUMULATE-ACROSS-RUNS FILE.    *
003280         GO TO 2100-EXIT
003290     END-IF.

003291     PERFORM 2200-CHECK-PLAN-RTN
003292         THRU 2200-EXIT.
003293     IF LOAN-ON-ACTIVE-PLAN
003294         ADD 1 TO WS-LOANS-ON-PLAN
003295         GO TO 2100-EXIT
003296     END-IF.

003300*    A RECORD CONVERTED BEFORE THE LATE-CHARGE FIELDS EXISTED   *
003310*    STILL HAS SPACES THERE - TREAT THAT AS NEVER ASSESSED AND  *
003320*    A ZERO BALANCE (SAME GUARD AS LM-SUSPENSE-BALANCE).        *
003620 2100-EXIT.
003630     EXIT.

003631*----------------------------------------------------------------*
003632*    2200-CHECK-PLAN-RTN  -  SET LOAN-ON-ACTIVE-PLAN WHEN THE    *
003633*    LOAN HAS A LOSS MITIGATION PLAN IN ACTIVE STATUS WHOSE      *
003634*    START AND END DATES SPAN THE RUN DATE (SEE SBANK67W).       *
003635*----------------------------------------------------------------*
003636 2200-CHECK-PLAN-RTN.
003637     MOVE "N"                  TO WS-PLAN-SWITCH.
003638     MOVE LM-LOAN-NUMBER       TO LP-LOAN-NUMBER.
003639     READ LOSS-MIT-PLAN
003640         INVALID KEY
003641             GO TO 2200-EXIT
003642     END-READ.
003643     IF LP-PLAN-ACTIVE
003644         AND LP-START-DATE NOT > WS-RUN-DATE
003645         AND LP-END-DATE NOT < WS-RUN-DATE
003646         MOVE "Y"              TO WS-PLAN-SWITCH
003647     END-IF.
003648 2200-EXIT.
003649     EXIT.

003650*----------------------------------------------------------------*
003651*    4000-WRITE-GL-EXTRACT-RTN  -  WRITE THE FEE-INCOME RECORD   *
003660*    FOR THE LOAN JUST ASSESSED.  GX-RECORD-SOURCE "L" TELLS     *
003670*    COBGLREC THIS RECORD HAS NO AUDIT TRAIL POSTING TO MATCH;   *
003680*    THE FEE RIDES IN THE INTEREST (INCOME) AMOUNT AND           *
004130     MOVE WS-LOANS-ASSESSED    TO LS-COUNT.
004140     MOVE WS-FEES-ASSESSED     TO LS-AMOUNT.
004150     WRITE LATE-REPORT-LINE.

004152     MOVE SPACES               TO LATE-SUMMARY-LINE.
004154     MOVE "LOANS SKIPPED - ON A PLAN" TO LS-LABEL.
004156     MOVE WS-LOANS-ON-PLAN     TO LS-COUNT.
004158     WRITE LATE-REPORT-LINE.
004160 7000-EXIT.
004170     EXIT.

004270         CLOSE LOAN-MASTER
004280               GL-EXTRACT
004290               LATE-RPT
004292               LOSS-MIT-PLAN
004300     END-IF.

004310     DISPLAY "COBLATE - LOANS EXAMINED  " WS-LOANS-EXAMINED.
004320     DISPLAY "COBLATE - LOANS ASSESSED  " WS-LOANS-ASSESSED.
004321     DISPLAY "COBLATE - LOANS ON A PLAN " WS-LOANS-ON-PLAN.
004322     IF CYCLE-STEP-RUNNING
004323         IF STOP-THE-RUN
004324             MOVE "F"          TO CY-FUNCTION
004325         ELSE
004326             MOVE "C"          TO CY-FUNCTION
004327         END-IF
004328         CALL "COBCYCLE" USING PARM-4
004329     END-IF.
004330 9999-EXIT.
004340     EXIT.
