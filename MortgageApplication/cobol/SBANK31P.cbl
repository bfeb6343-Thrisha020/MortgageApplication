000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    COBPLNCK.
000120 AUTHOR.        R HALVERSEN.
000130 INSTALLATION.  LOAN SERVICING SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*                                                                *
000180*   COBPLNCK  -  DAILY LOSS MITIGATION PLAN CHECK               *
000190*                                                                *
000200*   RUN EVERY NIGHT AFTER COBPOST AND COBNSF.  WALKS THE PLAN   *
000210*   FILE LMPLAN (COPYBOOK SBANK67W) AND, FOR EVERY ACTIVE PLAN  *
000220*   WHOSE CURRENT INSTALLMENT IS OUT OF ITS GRACE PERIOD        *
000230*   (LP-NEXT-PAYMENT-DATE PLUS WS-PLAN-GRACE-DAYS BEFORE THE    *
000240*   RUN DATE), TOTALS THE RECEIPTS THE PAYMENT TRANSACTION      *
000250*   HISTORY (SBANK11W) SHOWS FOR THE LOAN FROM                  *
000260*   LP-WINDOW-START-DATE THROUGH THE END OF THAT GRACE PERIOD:  *
000270*     - PAYMENTS APPLIED, CURTAILED, HELD IN SUSPENSE OR        *
000280*       SATISFIED (TRAN TYPES F, C, S AND P) COUNT IN FULL;     *
000290*     - A REVERSAL (TYPE R) TAKES ITS RECEIPT BACK OUT, SO A    *
000300*       PLAN PAYMENT THAT CAME BACK NSF DOES NOT KEEP THE PLAN. *
000310*   A PLAN WHOSE RECEIPTS COVER LP-PLAN-PAYMENT MOVES ON TO     *
000320*   THE NEXT MONTHLY INSTALLMENT; ONE THAT FALLS SHORT IS       *
000330*   BROKEN (STATUS "B") AND THE LOAN GOES BACK TO NORMAL        *
000340*   LATE-CHARGE, NOTICE, BUREAU AND DRAFT SERVICING FROM THE    *
000350*   NEXT CYCLE.  A PLAN PAST ITS END DATE WITH NOTHING OWED,    *
000360*   OR ON A LOAN COBSATIS HAS CLOSED, IS COMPLETED.             *
000370*                                                                *
000380*   EVERY PLAN THAT LEAVES ACTIVE STATUS IS LISTED ON THE       *
000390*   EXCEPTION REPORT (COPYBOOK SBANK70W) FOR THE LOSS           *
000400*   MITIGATION DESK, WITH THE RUN COUNTS AT THE FOOT.           *
000410*                                                                *
000420*   THE TRANSACTION HISTORY IS NOT IN LOAN ORDER, SO THE PLANS  *
000430*   DUE FOR A DECISION ARE HELD IN AN IN-STORAGE TABLE WHILE    *
000440*   IT IS READ ONCE FROM THE FRONT.                             *
000450*                                                                *
000460*   MODIFICATION HISTORY.                                       *
000470*   -------------------------------------------------------     *
000480*   DATE       INIT   DESCRIPTION                                *
000490*   ---------- ----   ------------------------------------------ *
000500*   2026-10-15  DEV   INITIAL VERSION.                          *
000501*   2026-10-15  DEV   THE RUN DATE NOW COMES FROM THE CYCLE     *
000502*                     CONTROL FILE THROUGH COBCYCLE (SBANK94W)  *
000503*                     INSTEAD OF THE CONTROL CARD, WHICH IS NO  *
000504*                     LONGER READ.  THE STEP IS CHECKED AGAINST *
000505*                     ITS PREDECESSORS AT START AND ITS         *
000506*                     COMPLETION OR FAILURE IS RECORDED AT THE  *
000507*                     END.                                      *
000510******************************************************************
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.  IBM-370.
000550 OBJECT-COMPUTER.  IBM-370.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000640*----------------------------------------------------------------*
000650*    LOSS MITIGATION PLAN FILE - WALKED IN KEY ORDER, THEN READ  *
000660*    AT RANDOM FOR THE DECISIONS; REWRITTEN AS PLANS MOVE ON.    *
000670*----------------------------------------------------------------*
000680     SELECT LOSS-MIT-PLAN ASSIGN TO LMPLAN
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS LP-LOAN-NUMBER
000720         FILE STATUS IS WS-PLAN-FILE-STATUS.

000730*----------------------------------------------------------------*
000740*    PAYMENT TRANSACTION HISTORY - READ ONCE FROM THE FRONT.     *
000750*----------------------------------------------------------------*
000760     SELECT TRAN-HISTORY ASSIGN TO TRANHIST
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-HIST-FILE-STATUS.

000790*----------------------------------------------------------------*
000800*    LOAN MASTER FILE - READ AT RANDOM FOR THE BORROWER NAME     *
000810*    AND TO SEE WHETHER THE LOAN HAS BEEN CLOSED.                *
000820*----------------------------------------------------------------*
000830     SELECT LOAN-MASTER ASSIGN TO LOANMSTR
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS RANDOM
000860         RECORD KEY IS LM-LOAN-NUMBER
000870         FILE STATUS IS WS-LOAN-FILE-STATUS.

000880*----------------------------------------------------------------*
000890*    PLAN EXCEPTION REPORT FOR THE LOSS MITIGATION DESK.         *
000900*----------------------------------------------------------------*
000910     SELECT PLAN-EXCP-RPT ASSIGN TO PLANEXCP
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-RPT-FILE-STATUS.

000940 DATA DIVISION.
000950 FILE SECTION.
000990 FD  LOSS-MIT-PLAN
001000     LABEL RECORDS ARE STANDARD.
001010     COPY SBANK67W.

001020 FD  TRAN-HISTORY
001030     LABEL RECORDS ARE STANDARD.
001040     COPY SBANK11W.

001050 FD  LOAN-MASTER
001060     LABEL RECORDS ARE STANDARD.
001070     COPY SBANK01W.

001080 FD  PLAN-EXCP-RPT
001090     LABEL RECORDS ARE STANDARD.
001100     COPY SBANK70W.

001110 WORKING-STORAGE SECTION.
001120 01  WS-SWITCHES.
001140     05  WS-PLAN-FILE-STATUS      PIC X(02).
001150         88  WS-PLAN-FILE-OK               VALUE "00".
001160         88  WS-PLAN-FILE-NOT-FOUND        VALUE "23", "35".
001170     05  WS-HIST-FILE-STATUS      PIC X(02).
001180         88  WS-HIST-FILE-OK               VALUE "00".
001190     05  WS-LOAN-FILE-STATUS      PIC X(02).
001200         88  WS-LOAN-FILE-OK               VALUE "00".
001210     05  WS-RPT-FILE-STATUS       PIC X(02).
001220     05  WS-PLAN-EOF-SWITCH       PIC X(01)  VALUE "N".
001230         88  END-OF-PLAN-FILE              VALUE "Y".
001240     05  WS-HIST-EOF-SWITCH       PIC X(01)  VALUE "N".
001250         88  END-OF-HISTORY                VALUE "Y".
001260     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
001270         88  STOP-THE-RUN                  VALUE "Y".
001273     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
001276         88  CYCLE-STEP-RUNNING            VALUE "Y".
001280     05  WS-FILES-OPEN-SWITCH     PIC X(01)  VALUE "N".
001290         88  RUN-FILES-ARE-OPEN            VALUE "Y".
001300     05  WS-LOAN-SWITCH           PIC X(01)  VALUE "N".
001310         88  LOAN-ON-FILE                  VALUE "Y".
001320     05  WS-MATCH-SWITCH          PIC X(01)  VALUE "N".
001330         88  PLAN-ENTRY-MATCHED            VALUE "Y".

001340 01  WS-RUN-FIELDS.
001350     05  WS-RUN-DATE              PIC 9(8).
001360     05  WS-RUN-DATE-INT          PIC S9(9)   COMP.
001370     05  WS-WORK-DATE-INT         PIC S9(9)   COMP.
001380     05  WS-DUE-BY-DATE           PIC 9(8).
001390*    A PLAN INSTALLMENT GETS THE SAME FIFTEEN DAYS OF GRACE THE  *
001400*    DESK WRITES INTO EVERY PLAN AGREEMENT BEFORE IT COUNTS AS   *
001410*    MISSED.                                                     *
001420     05  WS-PLAN-GRACE-DAYS       PIC 9(03)   COMP  VALUE 15.
001430     05  WS-RECEIVED-AMOUNT       PIC S9(09)V99  COMP-3.

001440 01  WS-COUNTERS.
001450     05  WS-PLANS-EXAMINED        PIC 9(07)  COMP.
001460     05  WS-INSTALLMENTS-DUE      PIC 9(07)  COMP.
001470     05  WS-INSTALLMENTS-KEPT     PIC 9(07)  COMP.
001480     05  WS-PLANS-BROKEN          PIC 9(07)  COMP.
001490     05  WS-PLANS-COMPLETED       PIC 9(07)  COMP.
001500     05  WS-PLANS-PAID-OFF        PIC 9(07)  COMP.
001510     05  WS-HISTORY-READ          PIC 9(09)  COMP.

001520*----------------------------------------------------------------*
001530*    PLANS WITH AN INSTALLMENT DUE FOR A DECISION TONIGHT, IN    *
001540*    LOAN ORDER, WITH THE RECEIPT WINDOW AND THE RECEIPTS        *
001550*    FOUND IN IT.  A FULL TABLE STOPS THE RUN RATHER THAN        *
001560*    LEAVE PLANS UNCHECKED (SAME POLICY AS COBCALC'S PARAMETER   *
001570*    TABLE).                                                     *
001580*----------------------------------------------------------------*
001590 01  WS-PLAN-TABLE-FIELDS.
001600     05  WS-PLAN-TABLE-MAX        PIC 9(04)  COMP  VALUE 2000.
001610     05  WS-PLAN-PTR              PIC 9(04)  COMP.
001620     05  WS-PLAN-TABLE.
001630         10  WS-PLAN-ENTRY OCCURS 2000 TIMES
001640                           INDEXED BY WS-PLN-IDX.
001650             15  WS-PLN-LOAN-NUMBER   PIC X(10).
001660             15  WS-PLN-WINDOW-START  PIC 9(08).
001670             15  WS-PLN-DUE-BY        PIC 9(08).
001680             15  WS-PLN-RECEIVED      PIC S9(09)V99  COMP-3.

001690 01  WS-DATE-FIELDS.
001700     05  WS-CHECK-DATE            PIC 9(8).
001710     05  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
001720         10  WS-CHECK-YEAR        PIC 9(4).
001730         10  WS-CHECK-MONTH       PIC 9(2).
001740         10  WS-CHECK-DAY         PIC 9(2).
001750     05  WS-FIRST-DATE            PIC 9(8).
001760     05  WS-FIRST-DATE-PARTS REDEFINES WS-FIRST-DATE.
001770         10  FILLER               PIC 9(6).
001780         10  WS-FIRST-DAY         PIC 9(2).
001790     05  WS-MONTH-COUNT           PIC 9(6)  COMP.
001800     05  WS-MONTH-REMAINDER       PIC 9(2)  COMP.
001810     05  WS-LEAP-REMAINDER        PIC 9(4)  COMP.
001820     05  WS-LEAP-QUOTIENT         PIC 9(4)  COMP.
001830     05  WS-DAYS-IN-MONTH         PIC 9(2)  COMP.

001840*----------------------------------------------------------------*
001850*    DAYS PER MONTH - FIXED CALENDAR CONSTANTS (SAME TABLE AS    *
001860*    COBVERFY'S DUE-DATE VALIDATOR).  FEBRUARY IS HANDLED        *
001870*    SEPARATELY FOR LEAP YEARS.                                  *
001880*----------------------------------------------------------------*
001890 01  WS-MONTH-DAYS-DATA.
001900     05  FILLER                   PIC X(24)
001910              VALUE "312831303130313130313031".
001920 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-DATA.
001930     05  WS-MONTH-DAY-LIMIT       PIC 9(2)  OCCURS 12 TIMES.

001940     COPY SBANK94W.

001945 LINKAGE SECTION.

001950 PROCEDURE DIVISION.
001960*----------------------------------------------------------------*
001970*    0000-MAINLINE                                                *
001980*----------------------------------------------------------------*
001990 0000-MAINLINE.
002000     PERFORM 1000-INITIALIZE-RTN
002010         THRU 1000-EXIT.
002020     IF NOT STOP-THE-RUN
002030         PERFORM 2000-WALK-PLANS-RTN
002040             THRU 2000-EXIT
002050     END-IF.
002060     IF NOT STOP-THE-RUN
002070         PERFORM 3000-SCAN-HISTORY-RTN
002080             THRU 3000-EXIT
002090     END-IF.
002100     IF NOT STOP-THE-RUN
002110         PERFORM 4000-DECIDE-INSTALLMENTS-RTN
002120             THRU 4000-EXIT
002130     END-IF.
002140     IF RUN-FILES-ARE-OPEN
002150         PERFORM 7000-PRINT-TOTALS-RTN
002160             THRU 7000-EXIT
002170     END-IF.
002180     PERFORM 9999-TERMINATE-RTN
002190         THRU 9999-EXIT.
002200     GOBACK.

002210*----------------------------------------------------------------*
002220*    1000-INITIALIZE-RTN  -  READ THE RUN DATE AND OPEN THE RUN  *
002230*    FILES, CREATING THE PLAN FILE IF NO PLAN HAS EVER BEEN      *
002240*    SET UP.                                                     *
002250*----------------------------------------------------------------*
002260 1000-INITIALIZE-RTN.
002270     MOVE ZERO                 TO WS-PLANS-EXAMINED
002280                                   WS-INSTALLMENTS-DUE
002290                                   WS-INSTALLMENTS-KEPT
002300                                   WS-PLANS-BROKEN
002310                                   WS-PLANS-COMPLETED
002320                                   WS-PLANS-PAID-OFF
002330                                   WS-HISTORY-READ
002340                                   WS-PLAN-PTR.
002350     INITIALIZE WS-PLAN-TABLE.

002360     MOVE "S"                  TO CY-FUNCTION.
002370     MOVE "COBPLNCK"           TO CY-PROGRAM-ID.
002380     MOVE SPACES               TO CY-INSTANCE-ID.
002390     CALL "COBCYCLE" USING PARM-4.
002400     IF NOT CY-SUCCESS
002410         DISPLAY "COBPLNCK - NOT CLEARED TO RUN BY CYCLE "
002420             "CONTROL - RUN ABORTED"
002450         MOVE "Y"              TO WS-STOP-SWITCH
002460         GO TO 1000-EXIT
002470     END-IF.
002475     MOVE "Y"                  TO WS-CYCLE-SWITCH.

002480     MOVE CY-BUSINESS-DATE     TO WS-RUN-DATE.
002490     COMPUTE WS-RUN-DATE-INT =
002500         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).

002510     OPEN I-O LOSS-MIT-PLAN.
002520     IF WS-PLAN-FILE-NOT-FOUND
002530         OPEN OUTPUT LOSS-MIT-PLAN
002540         CLOSE LOSS-MIT-PLAN
002550         OPEN I-O LOSS-MIT-PLAN
002560     END-IF.
002570     IF NOT WS-PLAN-FILE-OK
002580         DISPLAY "COBPLNCK - PLAN FILE OPEN FAILED - STATUS "
002590             WS-PLAN-FILE-STATUS " - RUN ABORTED"
002600         MOVE "Y"              TO WS-STOP-SWITCH
002610         GO TO 1000-EXIT
002620     END-IF.

002630     OPEN INPUT TRAN-HISTORY.
002640     IF NOT WS-HIST-FILE-OK
002650         DISPLAY "COBPLNCK - TRANSACTION HISTORY OPEN FAILED - "
002660             "STATUS " WS-HIST-FILE-STATUS " - RUN ABORTED"
002670         MOVE "Y"              TO WS-STOP-SWITCH
002680         CLOSE LOSS-MIT-PLAN
002690         GO TO 1000-EXIT
002700     END-IF.

002710     OPEN INPUT LOAN-MASTER.
002720     IF NOT WS-LOAN-FILE-OK
002730         DISPLAY "COBPLNCK - LOAN MASTER OPEN FAILED - STATUS "
002740             WS-LOAN-FILE-STATUS " - RUN ABORTED"
002750         MOVE "Y"              TO WS-STOP-SWITCH
002760         CLOSE LOSS-MIT-PLAN
002770               TRAN-HISTORY
002780         GO TO 1000-EXIT
002790     END-IF.

002800     OPEN OUTPUT PLAN-EXCP-RPT.
002810*    VALUE CLAUSES ON FD RECORD FILLER ARE DOCUMENTARY ONLY -    *
002820*    CLEAR THE REPORT LINE AREA ONCE SO THE FILLER BYTES NEVER   *
002830*    CARRY GARBAGE.                                              *
002840     MOVE SPACES               TO PLAN-EXCEPTION-LINE.

002850     MOVE LOW-VALUES           TO LP-LOAN-NUMBER.
002860     START LOSS-MIT-PLAN KEY IS NOT LESS THAN LP-LOAN-NUMBER
002870         INVALID KEY
002880             MOVE "Y"          TO WS-PLAN-EOF-SWITCH
002890     END-START.
002900     MOVE "Y"                  TO WS-FILES-OPEN-SWITCH.
002910 1000-EXIT.
002920     EXIT.

002930*----------------------------------------------------------------*
002940*    2000-WALK-PLANS-RTN  -  EXAMINE EVERY PLAN ON FILE.         *
002950*----------------------------------------------------------------*
002960 2000-WALK-PLANS-RTN.
002970     PERFORM 2100-EXAMINE-ONE-PLAN-RTN
002980         THRU 2100-EXIT
002990         UNTIL END-OF-PLAN-FILE OR STOP-THE-RUN.
003000 2000-EXIT.
003010     EXIT.

003020*----------------------------------------------------------------*
003030*    2100-EXAMINE-ONE-PLAN-RTN  -  READ ONE PLAN.  AN ACTIVE     *
003040*    PLAN ON A CLOSED LOAN, OR PAST ITS END DATE WITH NO         *
003050*    INSTALLMENT LEFT OWING, IS COMPLETED HERE; ONE WHOSE        *
003060*    CURRENT INSTALLMENT IS OUT OF GRACE GOES INTO THE TABLE     *
003070*    FOR A DECISION ONCE THE HISTORY HAS BEEN READ.              *
003080*----------------------------------------------------------------*
003090 2100-EXAMINE-ONE-PLAN-RTN.
003100     READ LOSS-MIT-PLAN NEXT RECORD
003110         AT END
003120             MOVE "Y"          TO WS-PLAN-EOF-SWITCH
003130             GO TO 2100-EXIT
003140     END-READ.

003150     IF NOT LP-PLAN-ACTIVE
003160         GO TO 2100-EXIT
003170     END-IF.

003180     ADD 1 TO WS-PLANS-EXAMINED.

003190     PERFORM 2500-READ-LOAN-RTN
003200         THRU 2500-EXIT.
003210     IF LOAN-ON-FILE AND LM-LOAN-CLOSED
003220         SET LP-CLOSED-PAID-OFF TO TRUE
003230         PERFORM 5000-COMPLETE-PLAN-RTN
003240             THRU 5000-EXIT
003250         GO TO 2100-EXIT
003260     END-IF.

003270*    NO PLAN PAYMENT, OR THE SCHEDULE ALREADY RUN PAST THE END  *
003280*    DATE - NOTHING CAN BE MISSED, AND THE PLAN IS DONE ONCE    *
003290*    ITS END DATE HAS GONE BY.                                  *
003300     IF LP-PLAN-PAYMENT = ZERO
003310         OR LP-NEXT-PAYMENT-DATE > LP-END-DATE
003320         IF LP-END-DATE < WS-RUN-DATE
003330             SET LP-CLOSED-EXPIRED TO TRUE
003340             PERFORM 5000-COMPLETE-PLAN-RTN
003350                 THRU 5000-EXIT
003360         END-IF
003370         GO TO 2100-EXIT
003380     END-IF.

003390     COMPUTE WS-WORK-DATE-INT =
003400         FUNCTION INTEGER-OF-DATE (LP-NEXT-PAYMENT-DATE)
003410             + WS-PLAN-GRACE-DAYS.
003420     COMPUTE WS-DUE-BY-DATE =
003430         FUNCTION DATE-OF-INTEGER (WS-WORK-DATE-INT).
003440     IF WS-DUE-BY-DATE NOT < WS-RUN-DATE
003450         GO TO 2100-EXIT
003460     END-IF.

003470     IF WS-PLAN-PTR NOT < WS-PLAN-TABLE-MAX
003480         DISPLAY "COBPLNCK - PLAN TABLE FULL AT "
003490             WS-PLAN-TABLE-MAX " ENTRIES - RUN ABORTED"
003500         MOVE "Y"              TO WS-STOP-SWITCH
003510         GO TO 2100-EXIT
003520     END-IF.

003530     ADD 1 TO WS-PLAN-PTR.
003540     ADD 1 TO WS-INSTALLMENTS-DUE.
003550     SET WS-PLN-IDX            TO WS-PLAN-PTR.
003560     MOVE LP-LOAN-NUMBER       TO WS-PLN-LOAN-NUMBER (WS-PLN-IDX).
003570     MOVE LP-WINDOW-START-DATE
003580         TO WS-PLN-WINDOW-START (WS-PLN-IDX).
003590     MOVE WS-DUE-BY-DATE       TO WS-PLN-DUE-BY (WS-PLN-IDX).
003600     MOVE ZERO                 TO WS-PLN-RECEIVED (WS-PLN-IDX).
003610 2100-EXIT.
003620     EXIT.

003630*----------------------------------------------------------------*
003640*    2500-READ-LOAN-RTN  -  FETCH THE PLAN'S LOAN MASTER RECORD, *
003650*    REMEMBERING WHETHER ONE EXISTS.                             *
003660*----------------------------------------------------------------*
003670 2500-READ-LOAN-RTN.
003680     MOVE "Y"                  TO WS-LOAN-SWITCH.
003690     MOVE LP-LOAN-NUMBER       TO LM-LOAN-NUMBER.
003700     READ LOAN-MASTER
003710         INVALID KEY
003720             MOVE "N"          TO WS-LOAN-SWITCH
003730             MOVE SPACES       TO LM-BORROWER-NAME
003740     END-READ.
003750 2500-EXIT.
003760     EXIT.

003770*----------------------------------------------------------------*
003780*    3000-SCAN-HISTORY-RTN  -  READ THE TRANSACTION HISTORY      *
003790*    ONCE, CREDITING EACH RECEIPT TO THE PLAN IT FALLS IN.       *
003800*    NOTHING TO DECIDE MEANS NOTHING TO READ.                    *
003810*----------------------------------------------------------------*
003820 3000-SCAN-HISTORY-RTN.
003830     IF WS-PLAN-PTR = ZERO
003840         GO TO 3000-EXIT
003850     END-IF.
003860     PERFORM 3100-READ-ONE-HISTORY-RTN
003870         THRU 3100-EXIT
003880         UNTIL END-OF-HISTORY.
003890 3000-EXIT.
003900     EXIT.

003910*----------------------------------------------------------------*
003920*    3100-READ-ONE-HISTORY-RTN  -  READ ONE HISTORY RECORD AND   *
003930*    LOOK FOR ITS LOAN IN THE PLAN TABLE.                        *
003940*----------------------------------------------------------------*
003950 3100-READ-ONE-HISTORY-RTN.
003960     READ TRAN-HISTORY
003970         AT END
003980             MOVE "Y"          TO WS-HIST-EOF-SWITCH
003990             GO TO 3100-EXIT
004000     END-READ.

004010     ADD 1 TO WS-HISTORY-READ.

004020     IF NOT TH-FULL-PAYMENT
004030         AND NOT TH-CURTAILMENT
004040         AND NOT TH-SUSPENSE-HELD
004050         AND NOT TH-PAYOFF
004060         AND NOT TH-REVERSAL
004070         GO TO 3100-EXIT
004080     END-IF.

004090     MOVE "N"                  TO WS-MATCH-SWITCH.
004100     PERFORM 3200-MATCH-ONE-ENTRY-RTN
004110         THRU 3200-EXIT
004120         VARYING WS-PLN-IDX FROM 1 BY 1
004130             UNTIL WS-PLN-IDX > WS-PLAN-PTR
004140                OR PLAN-ENTRY-MATCHED.
004150 3100-EXIT.
004160     EXIT.

004170*----------------------------------------------------------------*
004180*    3200-MATCH-ONE-ENTRY-RTN  -  CREDIT THE RECEIPT TO ONE      *
004190*    TABLE ENTRY WHEN IT IS THE SAME LOAN AND THE RECEIPT DATE   *
004200*    FALLS IN THE INSTALLMENT'S WINDOW.  A REVERSAL TAKES THE    *
004210*    RECEIPT BACK OUT.                                           *
004220*----------------------------------------------------------------*
004230 3200-MATCH-ONE-ENTRY-RTN.
004240     IF WS-PLN-LOAN-NUMBER (WS-PLN-IDX) NOT = TH-LOAN-NUMBER
004250         GO TO 3200-EXIT
004260     END-IF.
004270     MOVE "Y"                  TO WS-MATCH-SWITCH.

004280     IF TH-RECEIPT-DATE < WS-PLN-WINDOW-START (WS-PLN-IDX)
004290         OR TH-RECEIPT-DATE > WS-PLN-DUE-BY (WS-PLN-IDX)
004300         GO TO 3200-EXIT
004310     END-IF.

004320     IF TH-REVERSAL
004330         SUBTRACT TH-RECEIPT-AMOUNT
004340             FROM WS-PLN-RECEIVED (WS-PLN-IDX)
004350     ELSE
004360         ADD TH-RECEIPT-AMOUNT
004370             TO WS-PLN-RECEIVED (WS-PLN-IDX)
004380     END-IF.
004390 3200-EXIT.
004400     EXIT.

004410*----------------------------------------------------------------*
004420*    4000-DECIDE-INSTALLMENTS-RTN  -  KEEP OR BREAK EVERY PLAN   *
004430*    IN THE TABLE.                                               *
004440*----------------------------------------------------------------*
004450 4000-DECIDE-INSTALLMENTS-RTN.
004460     PERFORM 4100-DECIDE-ONE-PLAN-RTN
004470         THRU 4100-EXIT
004480         VARYING WS-PLN-IDX FROM 1 BY 1
004490             UNTIL WS-PLN-IDX > WS-PLAN-PTR
004500                OR STOP-THE-RUN.
004510 4000-EXIT.
004520     EXIT.

004530*----------------------------------------------------------------*
004540*    4100-DECIDE-ONE-PLAN-RTN  -  RECEIPTS COVERING THE PLAN     *
004550*    PAYMENT KEEP THE PLAN AND MOVE IT ON ONE MONTH (KEEPING     *
004560*    THE FIRST PAYMENT'S DAY OF THE MONTH, PULLED BACK IN A      *
004570*    SHORTER MONTH); THE NEXT WINDOW OPENS THE DAY AFTER THIS    *
004580*    ONE'S GRACE ENDS.  AN INSTALLMENT PAST THE END DATE MEANS   *
004590*    THE PLAN IS COMPLETE.  RECEIPTS THAT FALL SHORT BREAK IT.   *
004600*----------------------------------------------------------------*
004610 4100-DECIDE-ONE-PLAN-RTN.
004620     MOVE WS-PLN-LOAN-NUMBER (WS-PLN-IDX) TO LP-LOAN-NUMBER.
004630     READ LOSS-MIT-PLAN
004640         INVALID KEY
004650             GO TO 4100-EXIT
004660     END-READ.
004670     PERFORM 2500-READ-LOAN-RTN
004680         THRU 2500-EXIT.

004690     MOVE WS-PLN-RECEIVED (WS-PLN-IDX) TO WS-RECEIVED-AMOUNT.
004700     IF WS-RECEIVED-AMOUNT < LP-PLAN-PAYMENT
004710         PERFORM 4500-BREAK-PLAN-RTN
004720             THRU 4500-EXIT
004730         GO TO 4100-EXIT
004740     END-IF.

004750     ADD 1 TO WS-INSTALLMENTS-KEPT.
004760     ADD 1 TO LP-PAYMENTS-MADE.

004770     COMPUTE WS-WORK-DATE-INT =
004780         FUNCTION INTEGER-OF-DATE (WS-PLN-DUE-BY (WS-PLN-IDX))
004790             + 1.
004800     COMPUTE LP-WINDOW-START-DATE =
004810         FUNCTION DATE-OF-INTEGER (WS-WORK-DATE-INT).

004820     MOVE LP-NEXT-PAYMENT-DATE TO WS-CHECK-DATE.
004830     MOVE LP-FIRST-PAYMENT-DATE TO WS-FIRST-DATE.
004840     MOVE WS-FIRST-DAY         TO WS-CHECK-DAY.
004850     PERFORM 6000-ADD-ONE-MONTH-RTN
004860         THRU 6000-EXIT.
004870     MOVE WS-CHECK-DATE        TO LP-NEXT-PAYMENT-DATE.

004880     IF LP-NEXT-PAYMENT-DATE > LP-END-DATE
004890         SET LP-CLOSED-EXPIRED TO TRUE
004900         PERFORM 5000-COMPLETE-PLAN-RTN
004910             THRU 5000-EXIT
004920         GO TO 4100-EXIT
004930     END-IF.

004940     PERFORM 5500-REWRITE-PLAN-RTN
004950         THRU 5500-EXIT.
004960 4100-EXIT.
004970     EXIT.

004980*----------------------------------------------------------------*
004990*    4500-BREAK-PLAN-RTN  -  THE INSTALLMENT WAS MISSED.  MARK   *
005000*    THE PLAN BROKEN AND LIST IT FOR THE DESK.                   *
005010*----------------------------------------------------------------*
005020 4500-BREAK-PLAN-RTN.
005030     SET LP-PLAN-BROKEN        TO TRUE.
005040     SET LP-CLOSED-MISSED-PAYMENT TO TRUE.
005050     MOVE WS-RUN-DATE          TO LP-CLOSE-DATE.
005060     PERFORM 5500-REWRITE-PLAN-RTN
005070         THRU 5500-EXIT.
005080     IF STOP-THE-RUN
005090         GO TO 4500-EXIT
005100     END-IF.

005110     ADD 1 TO WS-PLANS-BROKEN.
005120     MOVE "BROKEN"             TO PE-ACTION.
005130     IF WS-RECEIVED-AMOUNT < ZERO
005140         MOVE ZERO             TO WS-RECEIVED-AMOUNT
005150     END-IF.
005160     PERFORM 6500-WRITE-DETAIL-RTN
005170         THRU 6500-EXIT.
005180 4500-EXIT.
005190     EXIT.

005200*----------------------------------------------------------------*
005210*    5000-COMPLETE-PLAN-RTN  -  THE PLAN HAS RUN ITS COURSE (THE *
005220*    CALLER HAS SET THE CLOSE REASON).  MARK IT COMPLETED AND    *
005230*    LIST IT FOR THE DESK.                                       *
005240*----------------------------------------------------------------*
005250 5000-COMPLETE-PLAN-RTN.
005260     SET LP-PLAN-COMPLETED     TO TRUE.
005270     MOVE WS-RUN-DATE          TO LP-CLOSE-DATE.
005280     PERFORM 5500-REWRITE-PLAN-RTN
005290         THRU 5500-EXIT.
005300     IF STOP-THE-RUN
005310         GO TO 5000-EXIT
005320     END-IF.

005330     IF LP-CLOSED-PAID-OFF
005340         ADD 1 TO WS-PLANS-PAID-OFF
005350         MOVE "PAID OFF"       TO PE-ACTION
005360     ELSE
005370         ADD 1 TO WS-PLANS-COMPLETED
005380         MOVE "COMPLETED"      TO PE-ACTION
005390     END-IF.
005400     MOVE ZERO                 TO WS-RECEIVED-AMOUNT.
005410     PERFORM 6500-WRITE-DETAIL-RTN
005420         THRU 6500-EXIT.
005430 5000-EXIT.
005440     EXIT.

005450*----------------------------------------------------------------*
005460*    5500-REWRITE-PLAN-RTN  -  A REWRITE FAILURE ON A RECORD     *
005470*    JUST READ IS AN I/O FAULT THAT WOULD RECUR ON EVERY         *
005480*    REMAINING PLAN - THE RUN STOPS (SAME POLICY AS COBPOST).    *
005490*----------------------------------------------------------------*
005500 5500-REWRITE-PLAN-RTN.
005510     REWRITE LOSS-MIT-PLAN-RECORD
005520         INVALID KEY
005530             DISPLAY "COBPLNCK - REWRITE FAILED ON PLAN "
005540                 LP-LOAN-NUMBER " - STATUS "
005550                 WS-PLAN-FILE-STATUS " - RUN STOPPED"
005560             MOVE "Y"          TO WS-STOP-SWITCH
005570     END-REWRITE.
005580 5500-EXIT.
005590     EXIT.

005600*----------------------------------------------------------------*
005610*    6000-ADD-ONE-MONTH-RTN  -  MOVE WS-CHECK-DATE ON ONE        *
005620*    CALENDAR MONTH, KEEPING THE DAY OF THE MONTH BUT PULLING    *
005630*    IT BACK TO THE LAST DAY OF A SHORTER MONTH (SAME RULE AS    *
005640*    COBARMCH'S 4500).                                           *
005650*----------------------------------------------------------------*
005660 6000-ADD-ONE-MONTH-RTN.
005670     COMPUTE WS-MONTH-COUNT =
005680         WS-CHECK-YEAR * 12 + WS-CHECK-MONTH.
005690     DIVIDE WS-MONTH-COUNT BY 12
005700         GIVING WS-CHECK-YEAR
005710         REMAINDER WS-MONTH-REMAINDER.
005720     COMPUTE WS-CHECK-MONTH = WS-MONTH-REMAINDER + 1.

005730     IF WS-CHECK-MONTH = 2
005740         PERFORM 6100-SET-FEBRUARY-LIMIT-RTN
005750             THRU 6100-EXIT
005760     ELSE
005770         MOVE WS-MONTH-DAY-LIMIT (WS-CHECK-MONTH)
005780                               TO WS-DAYS-IN-MONTH
005790     END-IF.

005800     IF WS-CHECK-DAY > WS-DAYS-IN-MONTH
005810         MOVE WS-DAYS-IN-MONTH TO WS-CHECK-DAY
005820     END-IF.
005830 6000-EXIT.
005840     EXIT.

005850*----------------------------------------------------------------*
005860*    6100-SET-FEBRUARY-LIMIT-RTN  -  29 DAYS WHEN THE YEAR IS    *
005870*    DIVISIBLE BY 4 BUT NOT BY 100, OR DIVISIBLE BY 400;         *
005880*    OTHERWISE 28.                                               *
005890*----------------------------------------------------------------*
005900 6100-SET-FEBRUARY-LIMIT-RTN.
005910     MOVE 28                   TO WS-DAYS-IN-MONTH.

005920     DIVIDE WS-CHECK-YEAR BY 4
005930         GIVING WS-LEAP-QUOTIENT
005940         REMAINDER WS-LEAP-REMAINDER.
005950     IF WS-LEAP-REMAINDER NOT = ZERO
005960         GO TO 6100-EXIT
005970     END-IF.

005980     DIVIDE WS-CHECK-YEAR BY 100
005990         GIVING WS-LEAP-QUOTIENT
006000         REMAINDER WS-LEAP-REMAINDER.
006010     IF WS-LEAP-REMAINDER NOT = ZERO
006020         MOVE 29               TO WS-DAYS-IN-MONTH
006030         GO TO 6100-EXIT
006040     END-IF.

006050     DIVIDE WS-CHECK-YEAR BY 400
006060         GIVING WS-LEAP-QUOTIENT
006070         REMAINDER WS-LEAP-REMAINDER.
006080     IF WS-LEAP-REMAINDER = ZERO
006090         MOVE 29               TO WS-DAYS-IN-MONTH
006100     END-IF.
006110 6100-EXIT.
006120     EXIT.

006130*----------------------------------------------------------------*
006140*    6500-WRITE-DETAIL-RTN  -  PRINT ONE EXCEPTION LINE FOR THE  *
006150*    PLAN IN HAND.  PE-ACTION IS ALREADY SET.                    *
006160*----------------------------------------------------------------*
006170 6500-WRITE-DETAIL-RTN.
006180     MOVE LP-LOAN-NUMBER       TO PE-LOAN-NUMBER.
006190     MOVE LM-BORROWER-NAME     TO PE-BORROWER-NAME.
006200     IF LP-FORBEARANCE
006210         MOVE "FORBEARANCE"    TO PE-PLAN-TYPE
006220     ELSE
006230         MOVE "REPAYMENT"      TO PE-PLAN-TYPE
006240     END-IF.
006250     MOVE LP-NEXT-PAYMENT-DATE TO PE-DUE-DATE.
006260     MOVE LP-PLAN-PAYMENT      TO PE-PLAN-PAYMENT.
006270     MOVE WS-RECEIVED-AMOUNT   TO PE-AMOUNT-RECEIVED.
006280     MOVE LP-PAYMENTS-MADE     TO PE-PAYMENTS-MADE.
006290     MOVE LP-END-DATE          TO PE-END-DATE.
006300     WRITE PLAN-EXCEPTION-LINE.
006310 6500-EXIT.
006320     EXIT.

006330*----------------------------------------------------------------*
006340*    7000-PRINT-TOTALS-RTN  -  THE RUN COUNTS AT THE FOOT OF     *
006350*    THE REPORT.                                                 *
006360*----------------------------------------------------------------*
006370 7000-PRINT-TOTALS-RTN.
006380     MOVE SPACES               TO PLAN-EXCEPTION-LINE.
006390     WRITE PLAN-EXCEPTION-LINE.

006400     MOVE SPACES               TO PLAN-EXCEPTION-TOTAL-LINE.
006410     MOVE "ACTIVE PLANS EXAMINED"      TO PG-LABEL.
006420     MOVE WS-PLANS-EXAMINED            TO PG-COUNT.
006430     WRITE PLAN-EXCEPTION-TOTAL-LINE.

006440     MOVE "PLAN INSTALLMENTS DUE"      TO PG-LABEL.
006450     MOVE WS-INSTALLMENTS-DUE          TO PG-COUNT.
006460     WRITE PLAN-EXCEPTION-TOTAL-LINE.

006470     MOVE "PLAN INSTALLMENTS KEPT"     TO PG-LABEL.
006480     MOVE WS-INSTALLMENTS-KEPT         TO PG-COUNT.
006490     WRITE PLAN-EXCEPTION-TOTAL-LINE.

006500     MOVE "PLANS BROKEN"               TO PG-LABEL.
006510     MOVE WS-PLANS-BROKEN              TO PG-COUNT.
006520     WRITE PLAN-EXCEPTION-TOTAL-LINE.

006530     MOVE "PLANS COMPLETED"            TO PG-LABEL.
006540     MOVE WS-PLANS-COMPLETED           TO PG-COUNT.
006550     WRITE PLAN-EXCEPTION-TOTAL-LINE.

006560     MOVE "PLANS CLOSED - LOAN PAID OFF" TO PG-LABEL.
006570     MOVE WS-PLANS-PAID-OFF            TO PG-COUNT.
006580     WRITE PLAN-EXCEPTION-TOTAL-LINE.
006590 7000-EXIT.
006600     EXIT.

006610*----------------------------------------------------------------*
006620*    9999-TERMINATE-RTN  -  CLOSE FILES AND LOG THE RUN TOTALS.  *
006630*----------------------------------------------------------------*
006640 9999-TERMINATE-RTN.
006650*    GUARDED ON WHETHER THE RUN FILES WERE OPENED, NOT ON THE   *
006660*    STOP SWITCH - A MID-RUN STOP (REWRITE FAULT OR FULL TABLE) *
006670*    LEAVES THEM OPEN AND THEY MUST STILL BE CLOSED.            *
006680     IF RUN-FILES-ARE-OPEN
006690         CLOSE LOSS-MIT-PLAN
006700               TRAN-HISTORY
006710               LOAN-MASTER
006720               PLAN-EXCP-RPT
006730     END-IF.

006740     DISPLAY "COBPLNCK - ACTIVE PLANS EXAMINED "
006750         WS-PLANS-EXAMINED.
006760     DISPLAY "COBPLNCK - INSTALLMENTS DUE      "
006770         WS-INSTALLMENTS-DUE.
006780     DISPLAY "COBPLNCK - INSTALLMENTS KEPT     "
006790         WS-INSTALLMENTS-KEPT.
006800     DISPLAY "COBPLNCK - PLANS BROKEN          " WS-PLANS-BROKEN.
006810     DISPLAY "COBPLNCK - PLANS COMPLETED       "
006820         WS-PLANS-COMPLETED.
006830     DISPLAY "COBPLNCK - PLANS ON PAID-OFF LOANS "
006840         WS-PLANS-PAID-OFF.
006850     DISPLAY "COBPLNCK - HISTORY RECORDS READ  " WS-HISTORY-READ.
006860     IF CYCLE-STEP-RUNNING
006861         IF STOP-THE-RUN
006862             MOVE "F"          TO CY-FUNCTION
006863         ELSE
006864             MOVE "C"          TO CY-FUNCTION
006865         END-IF
006866         CALL "COBCYCLE" USING PARM-4
006867     END-IF.
006868 9999-EXIT.
006870     EXIT.
