000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    COBPLNMT.
000120 AUTHOR.        R HALVERSEN.
000130 INSTALLATION.  LOAN SERVICING SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*                                                                *
000180*   COBPLNMT  -  LOSS MITIGATION PLAN MAINTENANCE RUN           *
000190*                                                                *
000200*   APPLIES THE PLAN CARDS (COPYBOOK SBANK68W) KEYED BY THE     *
000210*   LOSS MITIGATION DESK TO THE PLAN FILE LMPLAN (SBANK67W):    *
000220*     - A SET-UP CARD PUTS A LOAN ON A HARDSHIP FORBEARANCE OR  *
000230*       REPAYMENT PLAN, REPLACING ANY PLAN THAT HAS ALREADY     *
000240*       ENDED.  A LOAN ALREADY ON AN ACTIVE PLAN IS REJECTED -  *
000250*       THE DESK AMENDS THAT PLAN INSTEAD.                      *
000260*     - AN AMEND CARD CHANGES THE FIELDS IT KEYS ON AN ACTIVE   *
000270*       OR BROKEN PLAN, AND REINSTATES A BROKEN ONE.            *
000280*     - A TERMINATE CARD ENDS AN ACTIVE OR BROKEN PLAN.         *
000290*   ONCE A PLAN IS ACTIVE, COBLATE, COBNOTIC, COBBUREU AND      *
000300*   COBADRFT SERVICE THE LOAN UNDER IT (SEE SBANK67W), AND THE  *
000310*   DAILY PLAN CHECK COBPLNCK WATCHES THE PLAN PAYMENTS.        *
000320*                                                                *
000330*   A CARD THAT FAILS ANY EDIT GOES TO THE REJECT FILE          *
000340*   (SBANK69W) WITH ITS IMAGE INTACT.  THE PLAN FILE IS         *
000350*   CREATED ON THE FIRST RUN.  THE BUSINESS DATE IS THE         *
000360*   DATE STAMPED ON EACH PLAN CHANGED.                          *
000370*                                                                *
000380*   MODIFICATION HISTORY.                                       *
000390*   -------------------------------------------------------     *
000400*   DATE       INIT   DESCRIPTION                                *
000410*   ---------- ----   ------------------------------------------ *
000420*   2026-10-15  DEV   INITIAL VERSION.                          *
000421*   2026-10-15  DEV   THE RUN DATE NOW COMES FROM THE CYCLE     *
000422*                     CONTROL FILE THROUGH COBCYCLE (SBANK94W)  *
000423*                     INSTEAD OF THE CONTROL CARD, WHICH IS NO  *
000424*                     LONGER READ.  THE STEP IS CHECKED AGAINST *
000425*                     ITS PREDECESSORS AT START AND ITS         *
000426*                     COMPLETION OR FAILURE IS RECORDED AT THE  *
000427*                     END.                                      *
000430******************************************************************
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.  IBM-370.
000470 OBJECT-COMPUTER.  IBM-370.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000560*----------------------------------------------------------------*
000570*    LOSS MITIGATION PLAN CARDS.                                 *
000580*----------------------------------------------------------------*
000590     SELECT PLAN-CARDS ASSIGN TO PLANCARD
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-CARD-FILE-STATUS.

000620*----------------------------------------------------------------*
000630*    LOAN MASTER FILE - READ AT RANDOM TO CONFIRM THE LOAN IS    *
000640*    ON FILE AND OPEN.                                           *
000650*----------------------------------------------------------------*
000660     SELECT LOAN-MASTER ASSIGN TO LOANMSTR
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS LM-LOAN-NUMBER
000700         FILE STATUS IS WS-LOAN-FILE-STATUS.

000710*----------------------------------------------------------------*
000720*    LOSS MITIGATION PLAN FILE - CREATED ON THE FIRST RUN.       *
000730*----------------------------------------------------------------*
000740     SELECT LOSS-MIT-PLAN ASSIGN TO LMPLAN
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS LP-LOAN-NUMBER
000780         FILE STATUS IS WS-PLAN-FILE-STATUS.

000790*----------------------------------------------------------------*
000800*    CARD REJECT FILE - CORRECTED AND RESUBMITTED AS A LATER     *
000810*    FEED.                                                       *
000820*----------------------------------------------------------------*
000830     SELECT REJECT-FILE ASSIGN TO PLANREJ
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-RJCT-FILE-STATUS.

000860 DATA DIVISION.
000870 FILE SECTION.
000910 FD  PLAN-CARDS
000920     LABEL RECORDS ARE STANDARD.
000930     COPY SBANK68W.

000940 FD  LOAN-MASTER
000950     LABEL RECORDS ARE STANDARD.
000960     COPY SBANK01W.

000970 FD  LOSS-MIT-PLAN
000980     LABEL RECORDS ARE STANDARD.
000990     COPY SBANK67W.

001000 FD  REJECT-FILE
001010     LABEL RECORDS ARE STANDARD.
001020     COPY SBANK69W.

001030 WORKING-STORAGE SECTION.
001040 01  WS-SWITCHES.
001060     05  WS-CARD-FILE-STATUS      PIC X(02).
001070     05  WS-LOAN-FILE-STATUS      PIC X(02).
001080         88  WS-LOAN-FILE-OK               VALUE "00".
001090     05  WS-PLAN-FILE-STATUS      PIC X(02).
001100         88  WS-PLAN-FILE-OK               VALUE "00".
001110         88  WS-PLAN-FILE-NOT-FOUND        VALUE "23", "35".
001120     05  WS-RJCT-FILE-STATUS      PIC X(02).
001130     05  WS-EOF-SWITCH            PIC X(01)  VALUE "N".
001140         88  END-OF-CARDS                  VALUE "Y".
001150     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
001160         88  STOP-THE-RUN                  VALUE "Y".
001163     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
001166         88  CYCLE-STEP-RUNNING            VALUE "Y".
001170     05  WS-FILES-OPEN-SWITCH     PIC X(01)  VALUE "N".
001180         88  RUN-FILES-ARE-OPEN            VALUE "Y".
001190     05  WS-CARD-OK-SWITCH        PIC X(01)  VALUE "N".
001200         88  CARD-PASSED-EDITS             VALUE "Y".
001210     05  WS-PLAN-SWITCH           PIC X(01)  VALUE "N".
001220         88  PLAN-ON-FILE                  VALUE "Y".
001230     05  WS-REINSTATE-SWITCH      PIC X(01)  VALUE "N".
001240         88  PLAN-BEING-REINSTATED         VALUE "Y".

001250 01  WS-COUNTERS.
001260     05  WS-CARDS-READ            PIC 9(07)  COMP.
001270     05  WS-PLANS-SET-UP          PIC 9(07)  COMP.
001280     05  WS-PLANS-AMENDED         PIC 9(07)  COMP.
001290     05  WS-PLANS-REINSTATED      PIC 9(07)  COMP.
001300     05  WS-PLANS-TERMINATED      PIC 9(07)  COMP.
001310     05  WS-CARDS-REJECTED        PIC 9(07)  COMP.

001320 01  WS-WORK-FIELDS.
001330     05  WS-MAINT-DATE            PIC 9(08).

001340 01  WS-DATE-FIELDS.
001350     05  WS-DATE-OK-SWITCH        PIC X(01)  VALUE "N".
001360         88  WS-DATE-IS-VALID              VALUE "Y".
001370     05  WS-CHECK-DATE            PIC 9(8).
001380     05  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
001390         10  WS-CHECK-YEAR        PIC 9(4).
001400         10  WS-CHECK-MONTH       PIC 9(2).
001410         10  WS-CHECK-DAY         PIC 9(2).
001420     05  WS-LEAP-REMAINDER        PIC 9(4)  COMP.
001430     05  WS-LEAP-QUOTIENT         PIC 9(4)  COMP.
001440     05  WS-DAYS-IN-MONTH         PIC 9(2)  COMP.

001450*----------------------------------------------------------------*
001460*    DAYS PER MONTH - FIXED CALENDAR CONSTANTS (SAME TABLE AS    *
001470*    COBVERFY'S DUE-DATE VALIDATOR).  FEBRUARY IS HANDLED        *
001480*    SEPARATELY FOR LEAP YEARS.                                  *
001490*----------------------------------------------------------------*
001500 01  WS-MONTH-DAYS-DATA.
001510     05  FILLER                   PIC X(24)
001520              VALUE "312831303130313130313031".
001530 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-DATA.
001540     05  WS-MONTH-DAY-LIMIT       PIC 9(2)  OCCURS 12 TIMES.

001550     COPY SBANK94W.

001555 LINKAGE SECTION.

001560 PROCEDURE DIVISION.
001570*----------------------------------------------------------------*
001580*    0000-MAINLINE                                                *
001590*----------------------------------------------------------------*
001600 0000-MAINLINE.
001610     PERFORM 1000-INITIALIZE-RTN
001620         THRU 1000-EXIT.
001630     IF NOT STOP-THE-RUN
001640         PERFORM 2000-PROCESS-CARDS-RTN
001650             THRU 2000-EXIT
001660     END-IF.
001670     PERFORM 9999-TERMINATE-RTN
001680         THRU 9999-EXIT.
001690     GOBACK.

001700*----------------------------------------------------------------*
001710*    1000-INITIALIZE-RTN  -  READ THE MAINTENANCE DATE, OPEN     *
001720*    FILES (CREATING THE PLAN FILE ON ITS FIRST RUN) AND         *
001730*    ZEROISE COUNTERS.                                           *
001740*----------------------------------------------------------------*
001750 1000-INITIALIZE-RTN.
001760     MOVE ZERO                 TO WS-CARDS-READ
001770                                   WS-PLANS-SET-UP
001780                                   WS-PLANS-AMENDED
001790                                   WS-PLANS-REINSTATED
001800                                   WS-PLANS-TERMINATED
001810                                   WS-CARDS-REJECTED.

001820     MOVE "S"                  TO CY-FUNCTION.
001830     MOVE "COBPLNMT"           TO CY-PROGRAM-ID.
001840     MOVE SPACES               TO CY-INSTANCE-ID.
001850     CALL "COBCYCLE" USING PARM-4.
001860     IF NOT CY-SUCCESS
001870         DISPLAY "COBPLNMT - NOT CLEARED TO RUN BY CYCLE "
001880             "CONTROL - RUN STOPPED"
001910         MOVE "Y"              TO WS-STOP-SWITCH
001920         GO TO 1000-EXIT
001930     END-IF.
001935     MOVE "Y"                  TO WS-CYCLE-SWITCH.
001940     MOVE CY-BUSINESS-DATE     TO WS-MAINT-DATE.

001950     OPEN INPUT PLAN-CARDS.
001960*    A MISSING OR MISPOINTED CARD FILE GIVES EVERY READ STATUS  *
001970*    47 AND AT END NEVER FIRES - STOP NOW RATHER THAN SPIN.     *
001980     IF NOT WS-CARD-FILE-STATUS = "00"
001990         DISPLAY "COBPLNMT - PLAN CARD FILE OPEN FAILED - "
002000             "STATUS " WS-CARD-FILE-STATUS " - RUN STOPPED"
002010         MOVE "Y"              TO WS-STOP-SWITCH
002020         GO TO 1000-EXIT
002030     END-IF.

002040     OPEN INPUT LOAN-MASTER.
002050     IF NOT WS-LOAN-FILE-OK
002060         DISPLAY "COBPLNMT - LOAN MASTER OPEN FAILED - STATUS "
002070             WS-LOAN-FILE-STATUS " - RUN STOPPED"
002080         MOVE "Y"              TO WS-STOP-SWITCH
002090         CLOSE PLAN-CARDS
002100         GO TO 1000-EXIT
002110     END-IF.

002120     OPEN I-O LOSS-MIT-PLAN.
002130     IF WS-PLAN-FILE-NOT-FOUND
002140         OPEN OUTPUT LOSS-MIT-PLAN
002150         CLOSE LOSS-MIT-PLAN
002160         OPEN I-O LOSS-MIT-PLAN
002170     END-IF.
002180     IF NOT WS-PLAN-FILE-OK
002190         DISPLAY "COBPLNMT - PLAN FILE OPEN FAILED - STATUS "
002200             WS-PLAN-FILE-STATUS " - RUN STOPPED"
002210         MOVE "Y"              TO WS-STOP-SWITCH
002220         CLOSE PLAN-CARDS
002230               LOAN-MASTER
002240         GO TO 1000-EXIT
002250     END-IF.

002260     OPEN OUTPUT REJECT-FILE.
002270*    VALUE CLAUSES ON FD RECORD FILLER ARE DOCUMENTARY ONLY -    *
002280*    CLEAR THE REJECT RECORD AREA ONCE SO THE FILLER BYTES       *
002290*    NEVER CARRY GARBAGE.                                        *
002300     MOVE SPACES               TO PLAN-REJECT-RECORD.
002310     MOVE "Y"                  TO WS-FILES-OPEN-SWITCH.
002320 1000-EXIT.
002330     EXIT.

002340*----------------------------------------------------------------*
002350*    2000-PROCESS-CARDS-RTN  -  VALIDATE AND APPLY EVERY CARD.   *
002360*----------------------------------------------------------------*
002370 2000-PROCESS-CARDS-RTN.
002380     PERFORM 2100-PROCESS-ONE-CARD-RTN
002390         THRU 2100-EXIT
002400         UNTIL END-OF-CARDS OR STOP-THE-RUN.
002410 2000-EXIT.
002420     EXIT.

002430*----------------------------------------------------------------*
002440*    2100-PROCESS-ONE-CARD-RTN  -  READ ONE CARD AND HAND IT TO  *
002450*    THE ROUTINE FOR ITS ACTION.                                 *
002460*----------------------------------------------------------------*
002470 2100-PROCESS-ONE-CARD-RTN.
002480     READ PLAN-CARDS
002490         AT END
002500             MOVE "Y"          TO WS-EOF-SWITCH
002510             GO TO 2100-EXIT
002520     END-READ.

002530     ADD 1 TO WS-CARDS-READ.

002540     EVALUATE TRUE
002550         WHEN PC-SETUP-PLAN
002560             PERFORM 3000-SET-UP-PLAN-RTN
002570                 THRU 3000-EXIT
002580         WHEN PC-AMEND-PLAN
002590             PERFORM 4000-AMEND-PLAN-RTN
002600                 THRU 4000-EXIT
002610         WHEN PC-TERMINATE-PLAN
002620             PERFORM 5000-TERMINATE-PLAN-RTN
002630                 THRU 5000-EXIT
002640         WHEN OTHER
002650             SET PJ-BAD-ACTION TO TRUE
002660             PERFORM 6000-WRITE-REJECT-RTN
002670                 THRU 6000-EXIT
002680     END-EVALUATE.
002690 2100-EXIT.
002700     EXIT.

002710*----------------------------------------------------------------*
002720*    2200-READ-LOAN-RTN  -  THE CARD'S LOAN MUST BE ON FILE AND  *
002730*    OPEN.  WS-CARD-OK-SWITCH SAYS WHETHER IT IS; THE REJECT     *
002740*    REASON IS SET WHEN IT IS NOT.                               *
002750*----------------------------------------------------------------*
002760 2200-READ-LOAN-RTN.
002770     MOVE "N"                  TO WS-CARD-OK-SWITCH.
002780     MOVE PC-LOAN-NUMBER       TO LM-LOAN-NUMBER.
002790     READ LOAN-MASTER
002800         INVALID KEY
002810             SET PJ-LOAN-NOT-ON-FILE TO TRUE
002820             GO TO 2200-EXIT
002830     END-READ.

002840*    A LOAN COBSATIS HAS CLOSED IS PAID OFF - THERE IS NOTHING  *
002850*    LEFT TO FORBEAR.                                           *
002860     IF LM-LOAN-CLOSED
002870         SET PJ-LOAN-CLOSED    TO TRUE
002880         GO TO 2200-EXIT
002890     END-IF.

002900     MOVE "Y"                  TO WS-CARD-OK-SWITCH.
002910 2200-EXIT.
002920     EXIT.

002930*----------------------------------------------------------------*
002940*    2300-READ-PLAN-RTN  -  FETCH THE LOAN'S PLAN RECORD,        *
002950*    REMEMBERING WHETHER ONE EXISTS.                             *
002960*----------------------------------------------------------------*
002970 2300-READ-PLAN-RTN.
002980     MOVE "Y"                  TO WS-PLAN-SWITCH.
002990     MOVE PC-LOAN-NUMBER       TO LP-LOAN-NUMBER.
003000     READ LOSS-MIT-PLAN
003010         INVALID KEY
003020             MOVE "N"          TO WS-PLAN-SWITCH
003030     END-READ.
003040 2300-EXIT.
003050     EXIT.

003060*----------------------------------------------------------------*
003070*    3000-SET-UP-PLAN-RTN  -  EDIT A SET-UP CARD AND PUT THE     *
003080*    LOAN ON THE PLAN.  A PLAN THAT HAS ENDED (BROKEN,           *
003090*    COMPLETED OR TERMINATED) IS REPLACED; AN ACTIVE ONE IS      *
003100*    NOT.  A WRITE OR REWRITE FAILURE IS AN I/O FAULT THAT       *
003110*    STOPS THE RUN (SAME POLICY AS COBPOST).                     *
003120*----------------------------------------------------------------*
003130 3000-SET-UP-PLAN-RTN.
003140     PERFORM 3100-EDIT-SET-UP-CARD-RTN
003150         THRU 3100-EXIT.
003160     IF NOT CARD-PASSED-EDITS
003170         PERFORM 6000-WRITE-REJECT-RTN
003180             THRU 6000-EXIT
003190         GO TO 3000-EXIT
003200     END-IF.

003210     PERFORM 2200-READ-LOAN-RTN
003220         THRU 2200-EXIT.
003230     IF NOT CARD-PASSED-EDITS
003240         PERFORM 6000-WRITE-REJECT-RTN
003250             THRU 6000-EXIT
003260         GO TO 3000-EXIT
003270     END-IF.

003280     PERFORM 2300-READ-PLAN-RTN
003290         THRU 2300-EXIT.
003300     IF PLAN-ON-FILE AND LP-PLAN-ACTIVE
003310         SET PJ-PLAN-ALREADY-ACTIVE TO TRUE
003320         PERFORM 6000-WRITE-REJECT-RTN
003330             THRU 6000-EXIT
003340         GO TO 3000-EXIT
003350     END-IF.

003360     MOVE SPACES               TO LOSS-MIT-PLAN-RECORD.
003370     MOVE PC-LOAN-NUMBER       TO LP-LOAN-NUMBER.
003380     MOVE PC-PLAN-TYPE         TO LP-PLAN-TYPE.
003390     SET LP-PLAN-ACTIVE        TO TRUE.
003400     MOVE PC-START-DATE        TO LP-START-DATE
003410                                   LP-WINDOW-START-DATE.
003420     MOVE PC-END-DATE          TO LP-END-DATE.
003430     MOVE PC-PLAN-PAYMENT      TO LP-PLAN-PAYMENT.
003440     IF PC-PLAN-PAYMENT = ZERO
003450         MOVE ZERO             TO LP-FIRST-PAYMENT-DATE
003460                                   LP-NEXT-PAYMENT-DATE
003470     ELSE
003480         MOVE PC-FIRST-PAYMENT-DATE TO LP-FIRST-PAYMENT-DATE
003490                                        LP-NEXT-PAYMENT-DATE
003500     END-IF.
003510     MOVE ZERO                 TO LP-PAYMENTS-MADE
003520                                   LP-CLOSE-DATE.
003530     IF PC-BUREAU-STATUS = SPACES
003540         MOVE "11"             TO LP-BUREAU-STATUS
003550     ELSE
003560         MOVE PC-BUREAU-STATUS TO LP-BUREAU-STATUS
003570     END-IF.
003580     MOVE WS-MAINT-DATE        TO LP-SETUP-DATE
003590                                   LP-LAST-CHANGE-DATE.

003600     IF PLAN-ON-FILE
003610         REWRITE LOSS-MIT-PLAN-RECORD
003620             INVALID KEY
003630                 PERFORM 6500-PLAN-WRITE-FAILED-RTN
003640                     THRU 6500-EXIT
003650                 GO TO 3000-EXIT
003660         END-REWRITE
003670     ELSE
003680         WRITE LOSS-MIT-PLAN-RECORD
003690             INVALID KEY
003700                 PERFORM 6500-PLAN-WRITE-FAILED-RTN
003710                     THRU 6500-EXIT
003720                 GO TO 3000-EXIT
003730         END-WRITE
003740     END-IF.
003750     ADD 1 TO WS-PLANS-SET-UP.
003760 3000-EXIT.
003770     EXIT.

003780*----------------------------------------------------------------*
003790*    3100-EDIT-SET-UP-CARD-RTN  -  TYPE, DATES AND PLAN PAYMENT  *
003800*    ARE REQUIRED ON A SET-UP CARD.  CHEAPEST CHECKS FIRST; THE  *
003810*    FIRST FAILURE DECIDES THE REASON CODE (COBBOARD'S           *
003820*    CONVENTION).                                                *
003830*----------------------------------------------------------------*
003840 3100-EDIT-SET-UP-CARD-RTN.
003850     MOVE "N"                  TO WS-CARD-OK-SWITCH.
003860     SET PJ-BAD-PLAN-FIELD     TO TRUE.

003870     IF NOT PC-TYPE-VALID
003880         GO TO 3100-EXIT
003890     END-IF.

003900     IF PC-PLAN-PAYMENT NOT NUMERIC
003910         GO TO 3100-EXIT
003920     END-IF.
003930     IF PC-TYPE-REPAYMENT AND PC-PLAN-PAYMENT = ZERO
003940         GO TO 3100-EXIT
003950     END-IF.

003960     IF PC-BUREAU-STATUS NOT = SPACES
003970         AND PC-BUREAU-STATUS NOT NUMERIC
003980         GO TO 3100-EXIT
003990     END-IF.

004000     SET PJ-BAD-DATE           TO TRUE.
004010     IF PC-START-DATE NOT NUMERIC
004020         OR PC-END-DATE NOT NUMERIC
004030         GO TO 3100-EXIT
004040     END-IF.

004050     MOVE PC-START-DATE        TO WS-CHECK-DATE.
004060     PERFORM 7000-VALIDATE-DATE-RTN
004070         THRU 7000-EXIT.
004080     IF NOT WS-DATE-IS-VALID
004090         GO TO 3100-EXIT
004100     END-IF.

004110     MOVE PC-END-DATE          TO WS-CHECK-DATE.
004120     PERFORM 7000-VALIDATE-DATE-RTN
004130         THRU 7000-EXIT.
004140     IF NOT WS-DATE-IS-VALID
004150         GO TO 3100-EXIT
004160     END-IF.

004170     IF PC-END-DATE < PC-START-DATE
004180         GO TO 3100-EXIT
004190     END-IF.

004200*    A FORBEARANCE WITH NO PLAN PAYMENT HAS NO SCHEDULE - ANY   *
004210*    FIRST PAYMENT DATE KEYED ON IT IS IGNORED.                 *
004220     IF PC-PLAN-PAYMENT = ZERO
004230         MOVE "Y"              TO WS-CARD-OK-SWITCH
004240         GO TO 3100-EXIT
004250     END-IF.

004260     IF PC-FIRST-PAYMENT-DATE NOT NUMERIC
004270         GO TO 3100-EXIT
004280     END-IF.
004290     MOVE PC-FIRST-PAYMENT-DATE TO WS-CHECK-DATE.
004300     PERFORM 7000-VALIDATE-DATE-RTN
004310         THRU 7000-EXIT.
004320     IF NOT WS-DATE-IS-VALID
004330         GO TO 3100-EXIT
004340     END-IF.
004350     IF PC-FIRST-PAYMENT-DATE < PC-START-DATE
004360         OR PC-FIRST-PAYMENT-DATE > PC-END-DATE
004370         GO TO 3100-EXIT
004380     END-IF.

004390     MOVE "Y"                  TO WS-CARD-OK-SWITCH.
004400 3100-EXIT.
004410     EXIT.

004420*----------------------------------------------------------------*
004430*    4000-AMEND-PLAN-RTN  -  EDIT AN AMEND CARD, CARRY THE       *
004440*    FIELDS IT KEYS ONTO THE PLAN, RE-CHECK THE PLAN AS A        *
004450*    WHOLE, AND REWRITE IT.  A PLAN THAT FAILS THE RE-CHECK IS   *
004460*    LEFT ON FILE UNCHANGED.                                     *
004470*----------------------------------------------------------------*
004480 4000-AMEND-PLAN-RTN.
004490     PERFORM 2200-READ-LOAN-RTN
004500         THRU 2200-EXIT.
004510     IF NOT CARD-PASSED-EDITS
004520         PERFORM 6000-WRITE-REJECT-RTN
004530             THRU 6000-EXIT
004540         GO TO 4000-EXIT
004550     END-IF.

004560     PERFORM 2300-READ-PLAN-RTN
004570         THRU 2300-EXIT.
004580     IF NOT PLAN-ON-FILE
004590         OR (NOT LP-PLAN-ACTIVE AND NOT LP-PLAN-BROKEN)
004600         SET PJ-NO-PLAN-ON-FILE TO TRUE
004610         PERFORM 6000-WRITE-REJECT-RTN
004620             THRU 6000-EXIT
004630         GO TO 4000-EXIT
004640     END-IF.

004650     PERFORM 4100-EDIT-AMEND-CARD-RTN
004660         THRU 4100-EXIT.
004670     IF NOT CARD-PASSED-EDITS
004680         PERFORM 6000-WRITE-REJECT-RTN
004690             THRU 6000-EXIT
004700         GO TO 4000-EXIT
004710     END-IF.

004720     MOVE "N"                  TO WS-REINSTATE-SWITCH.
004730     IF LP-PLAN-BROKEN
004740         MOVE "Y"              TO WS-REINSTATE-SWITCH
004750     END-IF.

004760     PERFORM 4200-APPLY-AMENDMENT-RTN
004770         THRU 4200-EXIT.

004780     PERFORM 4300-CHECK-AMENDED-PLAN-RTN
004790         THRU 4300-EXIT.
004800     IF NOT CARD-PASSED-EDITS
004810         PERFORM 6000-WRITE-REJECT-RTN
004820             THRU 6000-EXIT
004830         GO TO 4000-EXIT
004840     END-IF.

004850     REWRITE LOSS-MIT-PLAN-RECORD
004860         INVALID KEY
004870             PERFORM 6500-PLAN-WRITE-FAILED-RTN
004880                 THRU 6500-EXIT
004890             GO TO 4000-EXIT
004900     END-REWRITE.

004910     IF PLAN-BEING-REINSTATED
004920         ADD 1 TO WS-PLANS-REINSTATED
004930     ELSE
004940         ADD 1 TO WS-PLANS-AMENDED
004950     END-IF.
004960 4000-EXIT.
004970     EXIT.

004980*----------------------------------------------------------------*
004990*    4100-EDIT-AMEND-CARD-RTN  -  EVERY FIELD KEYED ON AN AMEND  *
005000*    CARD MUST BE GOOD; A BLANK FIELD IS LEFT AS IT IS.          *
005010*----------------------------------------------------------------*
005020 4100-EDIT-AMEND-CARD-RTN.
005030     MOVE "N"                  TO WS-CARD-OK-SWITCH.
005040     SET PJ-BAD-PLAN-FIELD     TO TRUE.

005050     IF PC-PLAN-TYPE NOT = SPACE
005060         AND NOT PC-TYPE-VALID
005070         GO TO 4100-EXIT
005080     END-IF.

005090     IF PC-PLAN-PAYMENT-X NOT = SPACES
005100         AND PC-PLAN-PAYMENT NOT NUMERIC
005110         GO TO 4100-EXIT
005120     END-IF.

005130     IF PC-BUREAU-STATUS NOT = SPACES
005140         AND PC-BUREAU-STATUS NOT NUMERIC
005150         GO TO 4100-EXIT
005160     END-IF.

005170     SET PJ-BAD-DATE           TO TRUE.
005180     IF PC-START-DATE-X NOT = SPACES
005190         MOVE PC-START-DATE-X  TO WS-CHECK-DATE
005200         PERFORM 7000-VALIDATE-DATE-RTN
005210             THRU 7000-EXIT
005220         IF NOT WS-DATE-IS-VALID
005230             GO TO 4100-EXIT
005240         END-IF
005250     END-IF.

005260     IF PC-END-DATE-X NOT = SPACES
005270         MOVE PC-END-DATE-X    TO WS-CHECK-DATE
005280         PERFORM 7000-VALIDATE-DATE-RTN
005290             THRU 7000-EXIT
005300         IF NOT WS-DATE-IS-VALID
005310             GO TO 4100-EXIT
005320         END-IF
005330     END-IF.

005340     IF PC-FIRST-PAYMENT-DATE-X NOT = SPACES
005350         MOVE PC-FIRST-PAYMENT-DATE-X TO WS-CHECK-DATE
005360         PERFORM 7000-VALIDATE-DATE-RTN
005370             THRU 7000-EXIT
005380         IF NOT WS-DATE-IS-VALID
005390             GO TO 4100-EXIT
005400         END-IF
005410     END-IF.

005420     MOVE "Y"                  TO WS-CARD-OK-SWITCH.
005430 4100-EXIT.
005440     EXIT.

005450*----------------------------------------------------------------*
005460*    4200-APPLY-AMENDMENT-RTN  -  CARRY THE KEYED FIELDS ONTO    *
005470*    THE PLAN RECORD.  A NEW FIRST PAYMENT DATE RESTARTS THE     *
005480*    SCHEDULE, COUNTING RECEIPTS FROM THE AMENDMENT ON; A        *
005490*    BROKEN PLAN GOES BACK TO ACTIVE.                            *
005500*----------------------------------------------------------------*
005510 4200-APPLY-AMENDMENT-RTN.
005520     IF PC-PLAN-TYPE NOT = SPACE
005530         MOVE PC-PLAN-TYPE     TO LP-PLAN-TYPE
005540     END-IF.
005550     IF PC-PLAN-PAYMENT-X NOT = SPACES
005560         MOVE PC-PLAN-PAYMENT  TO LP-PLAN-PAYMENT
005570     END-IF.
005580     IF PC-BUREAU-STATUS NOT = SPACES
005590         MOVE PC-BUREAU-STATUS TO LP-BUREAU-STATUS
005600     END-IF.
005610     IF PC-START-DATE-X NOT = SPACES
005620         MOVE PC-START-DATE    TO LP-START-DATE
005630     END-IF.
005640     IF PC-END-DATE-X NOT = SPACES
005650         MOVE PC-END-DATE      TO LP-END-DATE
005660     END-IF.
005670     IF PC-FIRST-PAYMENT-DATE-X NOT = SPACES
005680         MOVE PC-FIRST-PAYMENT-DATE TO LP-FIRST-PAYMENT-DATE
005690                                        LP-NEXT-PAYMENT-DATE
005700         MOVE WS-MAINT-DATE    TO LP-WINDOW-START-DATE
005710     END-IF.

005720*    A PLAN WHOSE PAYMENT IS AMENDED TO ZERO HAS NO SCHEDULE    *
005730*    LEFT TO WATCH.                                             *
005740     IF LP-PLAN-PAYMENT = ZERO
005750         MOVE ZERO             TO LP-FIRST-PAYMENT-DATE
005760                                   LP-NEXT-PAYMENT-DATE
005770     END-IF.

005780     IF PLAN-BEING-REINSTATED
005790         SET LP-PLAN-ACTIVE    TO TRUE
005800         MOVE ZERO             TO LP-CLOSE-DATE
005810         MOVE SPACES           TO LP-CLOSE-REASON
005820     END-IF.
005830     MOVE WS-MAINT-DATE        TO LP-LAST-CHANGE-DATE.
005840 4200-EXIT.
005850     EXIT.

005860*----------------------------------------------------------------*
005870*    4300-CHECK-AMENDED-PLAN-RTN  -  THE AMENDED PLAN MUST STILL *
005880*    HANG TOGETHER: END ON OR AFTER START, A REPAYMENT PLAN      *
005890*    STILL CARRIES A PAYMENT, AND A PLAN PAYMENT STILL HAS A     *
005900*    SCHEDULE WITHIN THE PLAN.  A BROKEN PLAN WITH A PAYMENT IS  *
005910*    ONLY REINSTATED ON A NEW FIRST PAYMENT DATE - ITS MISSED    *
005920*    INSTALLMENT WOULD BREAK IT AGAIN THE NEXT NIGHT.            *
005930*----------------------------------------------------------------*
005940 4300-CHECK-AMENDED-PLAN-RTN.
005950     MOVE "N"                  TO WS-CARD-OK-SWITCH.

005960     SET PJ-BAD-PLAN-FIELD     TO TRUE.
005970     IF LP-REPAYMENT AND LP-PLAN-PAYMENT = ZERO
005980         GO TO 4300-EXIT
005990     END-IF.

006000     SET PJ-BAD-DATE           TO TRUE.
006010     IF LP-END-DATE < LP-START-DATE
006020         GO TO 4300-EXIT
006030     END-IF.

006040     IF LP-PLAN-PAYMENT NOT = ZERO
006050         IF LP-NEXT-PAYMENT-DATE = ZERO
006060             GO TO 4300-EXIT
006070         END-IF
006080         IF PC-FIRST-PAYMENT-DATE-X NOT = SPACES
006090             AND (LP-FIRST-PAYMENT-DATE < LP-START-DATE
006100              OR LP-FIRST-PAYMENT-DATE > LP-END-DATE)
006110             GO TO 4300-EXIT
006120         END-IF
006130         IF PLAN-BEING-REINSTATED
006140             AND PC-FIRST-PAYMENT-DATE-X = SPACES
006150             GO TO 4300-EXIT
006160         END-IF
006170     END-IF.

006180     MOVE "Y"                  TO WS-CARD-OK-SWITCH.
006190 4300-EXIT.
006200     EXIT.

006210*----------------------------------------------------------------*
006220*    5000-TERMINATE-PLAN-RTN  -  END AN ACTIVE OR BROKEN PLAN    *
006230*    WITH THE DESK'S REASON.  THE LOAN GOES BACK TO NORMAL       *
006240*    SERVICING ON THE NEXT CYCLE.  A PLAN ON A LOAN SINCE        *
006250*    CLOSED CAN STILL BE TERMINATED, SO THE LOAN MASTER IS NOT   *
006260*    CONSULTED.                                                  *
006270*----------------------------------------------------------------*
006280 5000-TERMINATE-PLAN-RTN.
006290     PERFORM 2300-READ-PLAN-RTN
006300         THRU 2300-EXIT.
006310     IF NOT PLAN-ON-FILE
006320         OR (NOT LP-PLAN-ACTIVE AND NOT LP-PLAN-BROKEN)
006330         SET PJ-NO-PLAN-ON-FILE TO TRUE
006340         PERFORM 6000-WRITE-REJECT-RTN
006350             THRU 6000-EXIT
006360         GO TO 5000-EXIT
006370     END-IF.

006380     SET LP-PLAN-TERMINATED    TO TRUE.
006390     MOVE WS-MAINT-DATE        TO LP-CLOSE-DATE
006400                                   LP-LAST-CHANGE-DATE.
006410     MOVE PC-TERMINATE-REASON  TO LP-CLOSE-REASON.

006420     REWRITE LOSS-MIT-PLAN-RECORD
006430         INVALID KEY
006440             PERFORM 6500-PLAN-WRITE-FAILED-RTN
006450                 THRU 6500-EXIT
006460             GO TO 5000-EXIT
006470     END-REWRITE.
006480     ADD 1 TO WS-PLANS-TERMINATED.
006490 5000-EXIT.
006500     EXIT.

006510*----------------------------------------------------------------*
006520*    6000-WRITE-REJECT-RTN  -  DROP THE CARD, IMAGE INTACT,      *
006530*    ONTO THE REJECT FILE WITH THE REASON CODE THE CALLER HAS    *
006540*    ALREADY SET.                                                *
006550*----------------------------------------------------------------*
006560 6000-WRITE-REJECT-RTN.
006570     MOVE LOSS-MIT-PLAN-CARD   TO PJ-CARD-IMAGE.
006580     WRITE PLAN-REJECT-RECORD.
006590     ADD 1 TO WS-CARDS-REJECTED.
006600 6000-EXIT.
006610     EXIT.

006620*----------------------------------------------------------------*
006630*    6500-PLAN-WRITE-FAILED-RTN  -  A PLAN WRITE OR REWRITE      *
006640*    FAILURE IS AN I/O FAULT THAT WOULD RECUR ON EVERY           *
006650*    REMAINING CARD - REJECT THE CARD AND STOP THE RUN.          *
006660*----------------------------------------------------------------*
006670 6500-PLAN-WRITE-FAILED-RTN.
006680     DISPLAY "COBPLNMT - PLAN WRITE FAILED ON LOAN "
006690         LP-LOAN-NUMBER " - STATUS " WS-PLAN-FILE-STATUS
006700         " - RUN STOPPED".
006710     SET PJ-WRITE-FAILED       TO TRUE.
006720     PERFORM 6000-WRITE-REJECT-RTN
006730         THRU 6000-EXIT.
006740     MOVE "Y"                  TO WS-STOP-SWITCH.
006750 6500-EXIT.
006760     EXIT.

006770*----------------------------------------------------------------*
006780*    7000-VALIDATE-DATE-RTN  -  CHECK WS-CHECK-DATE IS A REAL    *
006790*    CALENDAR DATE: MONTH 1-12, DAY WITHIN THE MONTH, WITH THE   *
006800*    FULL CENTURY LEAP-YEAR RULE FOR FEBRUARY (SAME RULES AS     *
006810*    COBVERFY'S DUE-DATE CHECK).  A DATE MOVED IN FROM A         *
006820*    CHARACTER VIEW OF THE CARD IS CHECKED NUMERIC FIRST.        *
006830*----------------------------------------------------------------*
006840 7000-VALIDATE-DATE-RTN.
006850     MOVE "N"                  TO WS-DATE-OK-SWITCH.

006860     IF WS-CHECK-DATE NOT NUMERIC
006870         GO TO 7000-EXIT
006880     END-IF.

006890     IF WS-CHECK-YEAR = ZERO
006900         GO TO 7000-EXIT
006910     END-IF.

006920     IF WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
006930         GO TO 7000-EXIT
006940     END-IF.

006950     IF WS-CHECK-MONTH = 2
006960         PERFORM 7100-SET-FEBRUARY-LIMIT-RTN
006970             THRU 7100-EXIT
006980     ELSE
006990         MOVE WS-MONTH-DAY-LIMIT (WS-CHECK-MONTH)
007000                               TO WS-DAYS-IN-MONTH
007010     END-IF.

007020     IF WS-CHECK-DAY < 1 OR WS-CHECK-DAY > WS-DAYS-IN-MONTH
007030         GO TO 7000-EXIT
007040     END-IF.

007050     MOVE "Y"                  TO WS-DATE-OK-SWITCH.
007060 7000-EXIT.
007070     EXIT.

007080*----------------------------------------------------------------*
007090*    7100-SET-FEBRUARY-LIMIT-RTN  -  29 DAYS WHEN THE YEAR IS    *
007100*    DIVISIBLE BY 4 BUT NOT BY 100, OR DIVISIBLE BY 400;         *
007110*    OTHERWISE 28.                                               *
007120*----------------------------------------------------------------*
007130 7100-SET-FEBRUARY-LIMIT-RTN.
007140     MOVE 28                   TO WS-DAYS-IN-MONTH.

007150     DIVIDE WS-CHECK-YEAR BY 4
007160         GIVING WS-LEAP-QUOTIENT
007170         REMAINDER WS-LEAP-REMAINDER.
007180     IF WS-LEAP-REMAINDER NOT = ZERO
007190         GO TO 7100-EXIT
007200     END-IF.

007210     DIVIDE WS-CHECK-YEAR BY 100
007220         GIVING WS-LEAP-QUOTIENT
007230         REMAINDER WS-LEAP-REMAINDER.
007240     IF WS-LEAP-REMAINDER NOT = ZERO
007250         MOVE 29               TO WS-DAYS-IN-MONTH
007260         GO TO 7100-EXIT
007270     END-IF.

007280     DIVIDE WS-CHECK-YEAR BY 400
007290         GIVING WS-LEAP-QUOTIENT
007300         REMAINDER WS-LEAP-REMAINDER.
007310     IF WS-LEAP-REMAINDER = ZERO
007320         MOVE 29               TO WS-DAYS-IN-MONTH
007330     END-IF.
007340 7100-EXIT.
007350     EXIT.

007360*----------------------------------------------------------------*
007370*    9999-TERMINATE-RTN  -  CLOSE FILES AND LOG THE RUN TOTALS.  *
007380*----------------------------------------------------------------*
007390 9999-TERMINATE-RTN.
007400     IF RUN-FILES-ARE-OPEN
007410         CLOSE PLAN-CARDS
007420               LOAN-MASTER
007430               LOSS-MIT-PLAN
007440               REJECT-FILE
007450     END-IF.

007460     DISPLAY "COBPLNMT - CARDS READ         " WS-CARDS-READ.
007470     DISPLAY "COBPLNMT - PLANS SET UP       " WS-PLANS-SET-UP.
007480     DISPLAY "COBPLNMT - PLANS AMENDED      " WS-PLANS-AMENDED.
007490     DISPLAY "COBPLNMT - PLANS REINSTATED   "
007500         WS-PLANS-REINSTATED.
007510     DISPLAY "COBPLNMT - PLANS TERMINATED   "
007520         WS-PLANS-TERMINATED.
007530     DISPLAY "COBPLNMT - CARDS REJECTED     " WS-CARDS-REJECTED.
007540     IF CYCLE-STEP-RUNNING
007541         IF STOP-THE-RUN
007542             MOVE "F"          TO CY-FUNCTION
007543         ELSE
007544             MOVE "C"          TO CY-FUNCTION
007545         END-IF
007546         CALL "COBCYCLE" USING PARM-4
007547     END-IF.
007548 9999-EXIT.
007550     EXIT.
