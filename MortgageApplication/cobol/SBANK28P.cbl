000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    COBARMMT.
000120 AUTHOR.        R HALVERSEN.
000130 INSTALLATION.  LOAN SERVICING SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*                                                                *
000180*   COBARMMT  -  ARM TERMS AND INDEX VALUE LOAD                 *
000190*                                                                *
000200*   APPLIES THE ARM CARDS (COPYBOOK SBANK63W) KEYED BY THE      *
000210*   SERVICING DESK:                                             *
000220*     - A TERMS CARD SETS UP OR AMENDS ONE LOAN'S ADJUSTABLE-   *
000230*       RATE TERMS ON ARMTERMS (SBANK61W).  SETTING UP TERMS    *
000240*       MOVES THE LOAN ONTO THE RESERVED RATE CODE "ARM" AT     *
000250*       THE CARD'S START RATE, SO COBCALC PRICES IT AT ITS OWN  *
000260*       LM-INTEREST-RATE FROM THEN ON.  AN AMENDMENT KEEPS THE  *
000270*       RATE IN FORCE AND THE CHANGE HISTORY, AND DROPS ANY     *
000280*       CHANGE ALREADY SCHEDULED SO THE NEXT CHANGE RUN         *
000290*       RE-PRICES IT UNDER THE AMENDED TERMS.                   *
000300*     - AN INDEX CARD ADDS ONE PUBLISHED INDEX VALUE TO THE     *
000310*       INDEX HISTORY FILE INDXHIST (SBANK62W), OR CORRECTS     *
000320*       THE VALUE ALREADY LOADED FOR THAT CODE AND DATE.        *
000330*   A CARD THAT FAILS ANY EDIT GOES TO THE REJECT FILE          *
000340*   (SBANK64W) WITH ITS IMAGE INTACT.  BOTH MASTERS ARE         *
000350*   CREATED ON THE FIRST RUN.  THE BUSINESS DATE IS THE         *
000360*   LOAD DATE STAMPED ON EACH INDEX VALUE.                      *
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
000570*    ARM TERMS AND INDEX VALUE CARDS.                            *
000580*----------------------------------------------------------------*
000590     SELECT ARM-CARDS ASSIGN TO ARMCARDS
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-CARD-FILE-STATUS.

000620*----------------------------------------------------------------*
000630*    LOAN MASTER FILE - OPENED I-O; THE RATE CODE AND RATE ARE   *
000640*    REWRITTEN ON EVERY APPLIED TERMS CARD.                      *
000650*----------------------------------------------------------------*
000660     SELECT LOAN-MASTER ASSIGN TO LOANMSTR
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS LM-LOAN-NUMBER
000700         FILE STATUS IS WS-LOAN-FILE-STATUS.

000710*----------------------------------------------------------------*
000720*    ARM TERMS MASTER - CREATED ON THE FIRST RUN.                *
000730*----------------------------------------------------------------*
000740     SELECT ARM-TERMS ASSIGN TO ARMTERMS
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS AM-LOAN-NUMBER
000780         FILE STATUS IS WS-TERM-FILE-STATUS.

000790*----------------------------------------------------------------*
000800*    INDEX VALUE HISTORY - CREATED ON THE FIRST RUN.             *
000810*----------------------------------------------------------------*
000820     SELECT INDEX-HISTORY ASSIGN TO INDXHIST
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS RANDOM
000850         RECORD KEY IS IX-KEY
000860         FILE STATUS IS WS-INDX-FILE-STATUS.

000870*----------------------------------------------------------------*
000880*    CARD REJECT FILE - CORRECTED AND RESUBMITTED AS A LATER     *
000890*    FEED.                                                       *
000900*----------------------------------------------------------------*
000910     SELECT REJECT-FILE ASSIGN TO ARMREJ
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-RJCT-FILE-STATUS.

000940 DATA DIVISION.
000950 FILE SECTION.
000990 FD  ARM-CARDS
001000     LABEL RECORDS ARE STANDARD.
001010     COPY SBANK63W.

001020 FD  LOAN-MASTER
001030     LABEL RECORDS ARE STANDARD.
001040     COPY SBANK01W.

001050 FD  ARM-TERMS
001060     LABEL RECORDS ARE STANDARD.
001070     COPY SBANK61W.

001080 FD  INDEX-HISTORY
001090     LABEL RECORDS ARE STANDARD.
001100     COPY SBANK62W.

001110 FD  REJECT-FILE
001120     LABEL RECORDS ARE STANDARD.
001130     COPY SBANK64W.

001140 WORKING-STORAGE SECTION.
001150 01  WS-SWITCHES.
001170     05  WS-CARD-FILE-STATUS      PIC X(02).
001180     05  WS-LOAN-FILE-STATUS      PIC X(02).
001190         88  WS-LOAN-FILE-OK               VALUE "00".
001200     05  WS-TERM-FILE-STATUS      PIC X(02).
001210         88  WS-TERM-FILE-OK               VALUE "00".
001220         88  WS-TERM-FILE-NOT-FOUND        VALUE "23", "35".
001230     05  WS-INDX-FILE-STATUS      PIC X(02).
001240         88  WS-INDX-FILE-OK               VALUE "00".
001250         88  WS-INDX-FILE-NOT-FOUND        VALUE "23", "35".
001260     05  WS-RJCT-FILE-STATUS      PIC X(02).
001270     05  WS-EOF-SWITCH            PIC X(01)  VALUE "N".
001280         88  END-OF-CARDS                  VALUE "Y".
001290     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
001300         88  STOP-THE-RUN                  VALUE "Y".
001303     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
001306         88  CYCLE-STEP-RUNNING            VALUE "Y".
001310     05  WS-FILES-OPEN-SWITCH     PIC X(01)  VALUE "N".
001320         88  RUN-FILES-ARE-OPEN            VALUE "Y".
001330     05  WS-CARD-OK-SWITCH        PIC X(01)  VALUE "N".
001340         88  CARD-PASSED-EDITS             VALUE "Y".
001350     05  WS-TERMS-SWITCH          PIC X(01)  VALUE "N".
001360         88  TERMS-ON-FILE                 VALUE "Y".
001370     05  WS-DUPLICATE-SWITCH      PIC X(01)  VALUE "N".
001380         88  INDEX-ALREADY-LOADED          VALUE "Y".

001390 01  WS-COUNTERS.
001400     05  WS-CARDS-READ            PIC 9(07)  COMP.
001410     05  WS-TERMS-ADDED           PIC 9(07)  COMP.
001420     05  WS-TERMS-AMENDED         PIC 9(07)  COMP.
001430     05  WS-INDEX-ADDED           PIC 9(07)  COMP.
001440     05  WS-INDEX-CORRECTED       PIC 9(07)  COMP.
001450     05  WS-CARDS-REJECTED        PIC 9(07)  COMP.

001460 01  WS-WORK-FIELDS.
001470     05  WS-LOAD-DATE             PIC 9(08).
001480     05  WS-LIFETIME-CEILING      PIC 9(03)V999  COMP-3.

001490 01  WS-DATE-FIELDS.
001500     05  WS-DATE-OK-SWITCH        PIC X(01)  VALUE "N".
001510         88  WS-DATE-IS-VALID              VALUE "Y".
001520     05  WS-CHECK-DATE            PIC 9(8).
001530     05  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
001540         10  WS-CHECK-YEAR        PIC 9(4).
001550         10  WS-CHECK-MONTH       PIC 9(2).
001560         10  WS-CHECK-DAY         PIC 9(2).
001570     05  WS-LEAP-REMAINDER        PIC 9(4)  COMP.
001580     05  WS-LEAP-QUOTIENT         PIC 9(4)  COMP.
001590     05  WS-DAYS-IN-MONTH         PIC 9(2)  COMP.

001600*----------------------------------------------------------------*
001610*    DAYS PER MONTH - FIXED CALENDAR CONSTANTS (SAME TABLE AS    *
001620*    COBVERFY'S DUE-DATE VALIDATOR).  FEBRUARY IS HANDLED        *
001630*    SEPARATELY FOR LEAP YEARS.                                  *
001640*----------------------------------------------------------------*
001650 01  WS-MONTH-DAYS-DATA.
001660     05  FILLER                   PIC X(24)
001670              VALUE "312831303130313130313031".
001680 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-DATA.
001690     05  WS-MONTH-DAY-LIMIT       PIC 9(2)  OCCURS 12 TIMES.

001700     COPY SBANK94W.

001705 LINKAGE SECTION.

001710 PROCEDURE DIVISION.
001720*----------------------------------------------------------------*
001730*    0000-MAINLINE                                                *
001740*----------------------------------------------------------------*
001750 0000-MAINLINE.
001760     PERFORM 1000-INITIALIZE-RTN
001770         THRU 1000-EXIT.
001780     IF NOT STOP-THE-RUN
001790         PERFORM 2000-PROCESS-CARDS-RTN
001800             THRU 2000-EXIT
001810     END-IF.
001820     PERFORM 9999-TERMINATE-RTN
001830         THRU 9999-EXIT.
001840     GOBACK.

001850*----------------------------------------------------------------*
001860*    1000-INITIALIZE-RTN  -  READ THE LOAD DATE, OPEN FILES      *
001870*    (CREATING EITHER ARM MASTER ON ITS FIRST RUN) AND ZEROISE   *
001880*    COUNTERS.                                                   *
001890*----------------------------------------------------------------*
001900 1000-INITIALIZE-RTN.
001910     MOVE ZERO                 TO WS-CARDS-READ
001920                                   WS-TERMS-ADDED
001930                                   WS-TERMS-AMENDED
001940                                   WS-INDEX-ADDED
001950                                   WS-INDEX-CORRECTED
001960                                   WS-CARDS-REJECTED.

001970     MOVE "S"                  TO CY-FUNCTION.
001980     MOVE "COBARMMT"           TO CY-PROGRAM-ID.
001990     MOVE SPACES               TO CY-INSTANCE-ID.
002000     CALL "COBCYCLE" USING PARM-4.
002010     IF NOT CY-SUCCESS
002020         DISPLAY "COBARMMT - NOT CLEARED TO RUN BY CYCLE "
002030             "CONTROL - RUN STOPPED"
002060         MOVE "Y"              TO WS-STOP-SWITCH
002070         GO TO 1000-EXIT
002080     END-IF.
002085     MOVE "Y"                  TO WS-CYCLE-SWITCH.
002090     MOVE CY-BUSINESS-DATE     TO WS-LOAD-DATE.

002100     OPEN INPUT ARM-CARDS.
002110*    A MISSING OR MISPOINTED CARD FILE GIVES EVERY READ STATUS  *
002120*    47 AND AT END NEVER FIRES - STOP NOW RATHER THAN SPIN.     *
002130     IF NOT WS-CARD-FILE-STATUS = "00"
002140         DISPLAY "COBARMMT - ARM CARD FILE OPEN FAILED - "
002150             "STATUS " WS-CARD-FILE-STATUS " - RUN STOPPED"
002160         MOVE "Y"              TO WS-STOP-SWITCH
002170         GO TO 1000-EXIT
002180     END-IF.

002190     OPEN I-O LOAN-MASTER.
002200     IF NOT WS-LOAN-FILE-OK
002210         DISPLAY "COBARMMT - LOAN MASTER OPEN FAILED - STATUS "
002220             WS-LOAN-FILE-STATUS " - RUN STOPPED"
002230         MOVE "Y"              TO WS-STOP-SWITCH
002240         CLOSE ARM-CARDS
002250         GO TO 1000-EXIT
002260     END-IF.

002270     OPEN I-O ARM-TERMS.
002280     IF WS-TERM-FILE-NOT-FOUND
002290         OPEN OUTPUT ARM-TERMS
002300         CLOSE ARM-TERMS
002310         OPEN I-O ARM-TERMS
002320     END-IF.
002330     IF NOT WS-TERM-FILE-OK
002340         DISPLAY "COBARMMT - ARM TERMS OPEN FAILED - STATUS "
002350             WS-TERM-FILE-STATUS " - RUN STOPPED"
002360         MOVE "Y"              TO WS-STOP-SWITCH
002370         CLOSE ARM-CARDS
002380               LOAN-MASTER
002390         GO TO 1000-EXIT
002400     END-IF.

002410     OPEN I-O INDEX-HISTORY.
002420     IF WS-INDX-FILE-NOT-FOUND
002430         OPEN OUTPUT INDEX-HISTORY
002440         CLOSE INDEX-HISTORY
002450         OPEN I-O INDEX-HISTORY
002460     END-IF.
002470     IF NOT WS-INDX-FILE-OK
002480         DISPLAY "COBARMMT - INDEX HISTORY OPEN FAILED - "
002490             "STATUS " WS-INDX-FILE-STATUS " - RUN STOPPED"
002500         MOVE "Y"              TO WS-STOP-SWITCH
002510         CLOSE ARM-CARDS
002520               LOAN-MASTER
002530               ARM-TERMS
002540         GO TO 1000-EXIT
002550     END-IF.

002560     OPEN OUTPUT REJECT-FILE.
002570*    VALUE CLAUSES ON FD RECORD FILLER ARE DOCUMENTARY ONLY -    *
002580*    CLEAR THE REJECT RECORD AREA ONCE SO THE FILLER BYTES       *
002590*    NEVER CARRY GARBAGE.                                        *
002600     MOVE SPACES               TO ARM-REJECT-RECORD.
002610     MOVE "Y"                  TO WS-FILES-OPEN-SWITCH.
002620 1000-EXIT.
002630     EXIT.

002640*----------------------------------------------------------------*
002650*    2000-PROCESS-CARDS-RTN  -  VALIDATE AND APPLY EVERY CARD.   *
002660*----------------------------------------------------------------*
002670 2000-PROCESS-CARDS-RTN.
002680     PERFORM 2100-PROCESS-ONE-CARD-RTN
002690         THRU 2100-EXIT
002700         UNTIL END-OF-CARDS OR STOP-THE-RUN.
002710 2000-EXIT.
002720     EXIT.

002730*----------------------------------------------------------------*
002740*    2100-PROCESS-ONE-CARD-RTN  -  READ ONE CARD AND HAND IT TO  *
002750*    THE ROUTINE FOR ITS TYPE.                                   *
002760*----------------------------------------------------------------*
002770 2100-PROCESS-ONE-CARD-RTN.
002780     READ ARM-CARDS
002790         AT END
002800             MOVE "Y"          TO WS-EOF-SWITCH
002810             GO TO 2100-EXIT
002820     END-READ.

002830     ADD 1 TO WS-CARDS-READ.

002840     EVALUATE TRUE
002850         WHEN AC-TERMS-CARD
002860             PERFORM 3000-APPLY-TERMS-CARD-RTN
002870                 THRU 3000-EXIT
002880         WHEN AC-INDEX-CARD
002890             PERFORM 4000-APPLY-INDEX-CARD-RTN
002900                 THRU 4000-EXIT
002910         WHEN OTHER
002920             SET AJ-BAD-CARD-TYPE TO TRUE
002930             PERFORM 6000-WRITE-REJECT-RTN
002940                 THRU 6000-EXIT
002950     END-EVALUATE.
002960 2100-EXIT.
002970     EXIT.

002980*----------------------------------------------------------------*
002990*    3000-APPLY-TERMS-CARD-RTN  -  EDIT A TERMS CARD, THEN SET   *
003000*    UP OR AMEND THE LOAN'S TERMS AND PUT THE LOAN ON THE "ARM"  *
003010*    RATE CODE.  THE TERMS RECORD IS WRITTEN BEFORE THE LOAN IS  *
003020*    RE-CODED, SO A LOAN IS NEVER PRICED AS AN ARM WITHOUT       *
003030*    TERMS BEHIND IT.  A WRITE OR REWRITE FAILURE IS AN I/O      *
003040*    FAULT THAT STOPS THE RUN (SAME POLICY AS COBPOST).          *
003050*----------------------------------------------------------------*
003060 3000-APPLY-TERMS-CARD-RTN.
003070     PERFORM 3100-EDIT-TERMS-CARD-RTN
003080         THRU 3100-EXIT.
003090     IF NOT CARD-PASSED-EDITS
003100         PERFORM 6000-WRITE-REJECT-RTN
003110             THRU 6000-EXIT
003120         GO TO 3000-EXIT
003130     END-IF.

003140     MOVE AC-LOAN-NUMBER       TO LM-LOAN-NUMBER.
003150     READ LOAN-MASTER
003160         INVALID KEY
003170             SET AJ-LOAN-NOT-ON-FILE TO TRUE
003180             PERFORM 6000-WRITE-REJECT-RTN
003190                 THRU 6000-EXIT
003200             GO TO 3000-EXIT
003210     END-READ.

003220*    A LOAN COBSATIS HAS CLOSED IS PAID OFF - THERE IS NO RATE  *
003230*    LEFT TO ADJUST.                                            *
003240     IF LM-LOAN-CLOSED
003250         SET AJ-LOAN-CLOSED    TO TRUE
003260         PERFORM 6000-WRITE-REJECT-RTN
003270             THRU 6000-EXIT
003280         GO TO 3000-EXIT
003290     END-IF.

003300     MOVE "Y"                  TO WS-TERMS-SWITCH.
003310     MOVE AC-LOAN-NUMBER       TO AM-LOAN-NUMBER.
003320     READ ARM-TERMS
003330         INVALID KEY
003340             MOVE "N"          TO WS-TERMS-SWITCH
003350     END-READ.

003360     IF NOT TERMS-ON-FILE
003370         IF AC-START-RATE NOT NUMERIC
003380             SET AJ-NO-START-RATE TO TRUE
003390             PERFORM 6000-WRITE-REJECT-RTN
003400                 THRU 6000-EXIT
003410             GO TO 3000-EXIT
003420         END-IF
003430         IF AC-START-RATE = ZERO
003440             SET AJ-NO-START-RATE TO TRUE
003450             PERFORM 6000-WRITE-REJECT-RTN
003460                 THRU 6000-EXIT
003470             GO TO 3000-EXIT
003480         END-IF
003490         MOVE SPACES           TO ARM-TERMS-RECORD
003500         MOVE AC-LOAN-NUMBER   TO AM-LOAN-NUMBER
003510         MOVE AC-START-RATE    TO AM-INITIAL-RATE
003520                                   AM-CURRENT-RATE
003530         MOVE ZERO             TO AM-CHANGE-COUNT
003540                                   AM-LAST-CHANGE-DATE
003550     END-IF.

003560*    THE FLOOR MUST SIT BELOW THE LIFETIME CEILING OR NO RATE   *
003570*    COULD EVER SATISFY BOTH.                                   *
003580     COMPUTE WS-LIFETIME-CEILING =
003590         AM-INITIAL-RATE + AC-LIFETIME-CAP.
003600     IF AC-FLOOR-RATE > WS-LIFETIME-CEILING
003610         SET AJ-BAD-TERMS      TO TRUE
003620         PERFORM 6000-WRITE-REJECT-RTN
003630             THRU 6000-EXIT
003640         GO TO 3000-EXIT
003650     END-IF.

003660     PERFORM 3200-BUILD-TERMS-RTN
003670         THRU 3200-EXIT.

003680     IF TERMS-ON-FILE
003690         REWRITE ARM-TERMS-RECORD
003700             INVALID KEY
003710                 DISPLAY "COBARMMT - TERMS REWRITE FAILED ON "
003720                     "LOAN " AM-LOAN-NUMBER " - STATUS "
003730                     WS-TERM-FILE-STATUS " - RUN STOPPED"
003740                 SET AJ-WRITE-FAILED TO TRUE
003750                 PERFORM 6000-WRITE-REJECT-RTN
003760                     THRU 6000-EXIT
003770                 MOVE "Y"      TO WS-STOP-SWITCH
003780                 GO TO 3000-EXIT
003790         END-REWRITE
003800     ELSE
003810         WRITE ARM-TERMS-RECORD
003820             INVALID KEY
003830                 DISPLAY "COBARMMT - TERMS WRITE FAILED ON "
003840                     "LOAN " AM-LOAN-NUMBER " - STATUS "
003850                     WS-TERM-FILE-STATUS " - RUN STOPPED"
003860                 SET AJ-WRITE-FAILED TO TRUE
003870                 PERFORM 6000-WRITE-REJECT-RTN
003880                     THRU 6000-EXIT
003890                 MOVE "Y"      TO WS-STOP-SWITCH
003900                 GO TO 3000-EXIT
003910         END-WRITE
003920     END-IF.

003930*    RE-CODE THE LOAN EVEN ON AN AMENDMENT - A LOAN MOVED OFF   *
003940*    "ARM" BY A MAINTENANCE CARD COMES BACK AT THE RATE THE     *
003950*    TERMS SAY IS IN FORCE.                                     *
003960     MOVE "ARM"                TO LM-RATE-CODE.
003970     MOVE AM-CURRENT-RATE      TO LM-INTEREST-RATE.
003980     REWRITE LOAN-MASTER-RECORD
003990         INVALID KEY
004000             DISPLAY "COBARMMT - REWRITE FAILED ON LOAN "
004010                 LM-LOAN-NUMBER " - STATUS "
004020                 WS-LOAN-FILE-STATUS " - RUN STOPPED"
004030             SET AJ-WRITE-FAILED TO TRUE
004040             PERFORM 6000-WRITE-REJECT-RTN
004050                 THRU 6000-EXIT
004060             MOVE "Y"          TO WS-STOP-SWITCH
004070             GO TO 3000-EXIT
004080     END-REWRITE.

004090     IF TERMS-ON-FILE
004100         ADD 1 TO WS-TERMS-AMENDED
004110     ELSE
004120         ADD 1 TO WS-TERMS-ADDED
004130     END-IF.
004140 3000-EXIT.
004150     EXIT.

004160*----------------------------------------------------------------*
004170*    3100-EDIT-TERMS-CARD-RTN  -  EVERY FIELD ON A TERMS CARD    *
004180*    IS REQUIRED.  CHEAPEST CHECKS FIRST; THE FIRST FAILURE      *
004190*    DECIDES THE REASON CODE (COBBOARD'S CONVENTION).            *
004200*----------------------------------------------------------------*
004210 3100-EDIT-TERMS-CARD-RTN.
004220     MOVE "N"                  TO WS-CARD-OK-SWITCH.
004230     SET AJ-BAD-TERMS          TO TRUE.

004240     IF AC-INDEX-CODE = SPACES OR LOW-VALUES
004250         GO TO 3100-EXIT
004260     END-IF.

004270     IF AC-MARGIN NOT NUMERIC
004280         OR AC-INITIAL-CAP NOT NUMERIC
004290         OR AC-PERIODIC-CAP NOT NUMERIC
004300         OR AC-LIFETIME-CAP NOT NUMERIC
004310         OR AC-FLOOR-RATE NOT NUMERIC
004320         OR AC-ROUNDING-FACTOR NOT NUMERIC
004330         GO TO 3100-EXIT
004340     END-IF.

004350     IF NOT AC-METHOD-VALID
004360         GO TO 3100-EXIT
004370     END-IF.

004380     IF AC-CHANGE-FREQUENCY NOT NUMERIC
004390         OR AC-LOOKBACK-DAYS NOT NUMERIC
004400         GO TO 3100-EXIT
004410     END-IF.

004420     IF AC-CHANGE-FREQUENCY = ZERO
004430         GO TO 3100-EXIT
004440     END-IF.

004450     SET AJ-BAD-CHANGE-DATE    TO TRUE.
004460     IF AC-NEXT-CHANGE-DATE NOT NUMERIC
004470         GO TO 3100-EXIT
004480     END-IF.

004490     MOVE AC-NEXT-CHANGE-DATE  TO WS-CHECK-DATE.
004500     PERFORM 4200-VALIDATE-DATE-RTN
004510         THRU 4200-EXIT.
004520     IF NOT WS-DATE-IS-VALID
004530         GO TO 3100-EXIT
004540     END-IF.

004550     MOVE "Y"                  TO WS-CARD-OK-SWITCH.
004560 3100-EXIT.
004570     EXIT.

004580*----------------------------------------------------------------*
004590*    3200-BUILD-TERMS-RTN  -  CARRY THE CARD'S TERMS ONTO THE    *
004600*    TERMS RECORD.  THE RATE IN FORCE, INITIAL RATE AND CHANGE   *
004610*    HISTORY ARE LEFT AS THEY ARE; ANY SCHEDULED CHANGE IS       *
004620*    DROPPED FOR THE CHANGE RUN TO RE-PRICE.                     *
004630*----------------------------------------------------------------*
004640 3200-BUILD-TERMS-RTN.
004650     MOVE AC-INDEX-CODE        TO AM-INDEX-CODE.
004660     MOVE AC-MARGIN            TO AM-MARGIN.
004670     MOVE AC-INITIAL-CAP       TO AM-INITIAL-CAP.
004680     MOVE AC-PERIODIC-CAP      TO AM-PERIODIC-CAP.
004690     MOVE AC-LIFETIME-CAP      TO AM-LIFETIME-CAP.
004700     MOVE AC-FLOOR-RATE        TO AM-FLOOR-RATE.
004710     MOVE AC-ROUNDING-FACTOR   TO AM-ROUNDING-FACTOR.
004720     MOVE AC-ROUNDING-METHOD   TO AM-ROUNDING-METHOD.
004730     MOVE AC-CHANGE-FREQUENCY  TO AM-CHANGE-FREQUENCY.
004740     MOVE AC-LOOKBACK-DAYS     TO AM-LOOKBACK-DAYS.
004750     MOVE AC-NEXT-CHANGE-DATE  TO AM-NEXT-CHANGE-DATE.

004760     MOVE "N"                  TO AM-PENDING-SWITCH.
004770     MOVE ZERO                 TO AM-PENDING-RATE
004780                                   AM-PENDING-INDEX-VALUE
004790                                   AM-PENDING-PAYMENT
004800                                   AM-PENDING-PAYMENT-DATE
004810                                   AM-PENDING-NOTICE-DATE.
004820 3200-EXIT.
004830     EXIT.

004840*----------------------------------------------------------------*
004850*    4000-APPLY-INDEX-CARD-RTN  -  EDIT AN INDEX CARD AND ADD    *
004860*    THE VALUE TO THE HISTORY, OR CORRECT THE VALUE ALREADY      *
004870*    LOADED FOR THE SAME CODE AND DATE.                          *
004880*----------------------------------------------------------------*
004890 4000-APPLY-INDEX-CARD-RTN.
004900     IF AI-INDEX-CODE = SPACES OR LOW-VALUES
004910         OR AI-EFFECTIVE-DATE NOT NUMERIC
004920         OR AI-INDEX-VALUE NOT NUMERIC
004930         SET AJ-BAD-INDEX-CARD TO TRUE
004940         PERFORM 6000-WRITE-REJECT-RTN
004950             THRU 6000-EXIT
004960         GO TO 4000-EXIT
004970     END-IF.

004980     MOVE AI-EFFECTIVE-DATE    TO WS-CHECK-DATE.
004990     PERFORM 4200-VALIDATE-DATE-RTN
005000         THRU 4200-EXIT.
005010     IF NOT WS-DATE-IS-VALID
005020         SET AJ-BAD-INDEX-CARD TO TRUE
005030         PERFORM 6000-WRITE-REJECT-RTN
005040             THRU 6000-EXIT
005050         GO TO 4000-EXIT
005060     END-IF.

005070     MOVE SPACES               TO INDEX-HISTORY-RECORD.
005080     MOVE AI-INDEX-CODE        TO IX-INDEX-CODE.
005090     MOVE AI-EFFECTIVE-DATE    TO IX-EFFECTIVE-DATE.
005100     MOVE AI-INDEX-VALUE       TO IX-INDEX-VALUE.
005110     MOVE WS-LOAD-DATE         TO IX-LOAD-DATE.

005120     MOVE "N"                  TO WS-DUPLICATE-SWITCH.
005130     WRITE INDEX-HISTORY-RECORD
005140         INVALID KEY
005150             MOVE "Y"          TO WS-DUPLICATE-SWITCH
005160     END-WRITE.
005170     IF NOT INDEX-ALREADY-LOADED
005180         ADD 1 TO WS-INDEX-ADDED
005190         GO TO 4000-EXIT
005200     END-IF.

005210*    THE CODE AND DATE ARE ALREADY LOADED - THE CARD IS A       *
005220*    CORRECTION OF THE PUBLISHED VALUE.                         *
005230     REWRITE INDEX-HISTORY-RECORD
005240         INVALID KEY
005250             DISPLAY "COBARMMT - INDEX HISTORY WRITE FAILED ON "
005260                 IX-INDEX-CODE " " IX-EFFECTIVE-DATE
005270                 " - STATUS " WS-INDX-FILE-STATUS
005280                 " - RUN STOPPED"
005290             SET AJ-WRITE-FAILED TO TRUE
005300             PERFORM 6000-WRITE-REJECT-RTN
005310                 THRU 6000-EXIT
005320             MOVE "Y"          TO WS-STOP-SWITCH
005330             GO TO 4000-EXIT
005340     END-REWRITE.
005350     ADD 1 TO WS-INDEX-CORRECTED.
005360 4000-EXIT.
005370     EXIT.

005380*----------------------------------------------------------------*
005390*    4200-VALIDATE-DATE-RTN  -  CHECK WS-CHECK-DATE IS A REAL    *
005400*    CALENDAR DATE: MONTH 1-12, DAY WITHIN THE MONTH, WITH THE   *
005410*    FULL CENTURY LEAP-YEAR RULE FOR FEBRUARY (SAME RULES AS     *
005420*    COBVERFY'S DUE-DATE CHECK).                                 *
005430*----------------------------------------------------------------*
005440 4200-VALIDATE-DATE-RTN.
005450     MOVE "N"                  TO WS-DATE-OK-SWITCH.

005460     IF WS-CHECK-YEAR = ZERO
005470         GO TO 4200-EXIT
005480     END-IF.

005490     IF WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
005500         GO TO 4200-EXIT
005510     END-IF.

005520     IF WS-CHECK-MONTH = 2
005530         PERFORM 4300-SET-FEBRUARY-LIMIT-RTN
005540             THRU 4300-EXIT
005550     ELSE
005560         MOVE WS-MONTH-DAY-LIMIT (WS-CHECK-MONTH)
005570                               TO WS-DAYS-IN-MONTH
005580     END-IF.

005590     IF WS-CHECK-DAY < 1 OR WS-CHECK-DAY > WS-DAYS-IN-MONTH
005600         GO TO 4200-EXIT
005610     END-IF.

005620     MOVE "Y"                  TO WS-DATE-OK-SWITCH.
005630 4200-EXIT.
005640     EXIT.

005650*----------------------------------------------------------------*
005660*    4300-SET-FEBRUARY-LIMIT-RTN  -  29 DAYS WHEN THE YEAR IS    *
005670*    DIVISIBLE BY 4 BUT NOT BY 100, OR DIVISIBLE BY 400;         *
005680*    OTHERWISE 28.                                               *
005690*----------------------------------------------------------------*
005700 4300-SET-FEBRUARY-LIMIT-RTN.
005710     MOVE 28                   TO WS-DAYS-IN-MONTH.

005720     DIVIDE WS-CHECK-YEAR BY 4
005730         GIVING WS-LEAP-QUOTIENT
005740         REMAINDER WS-LEAP-REMAINDER.
005750     IF WS-LEAP-REMAINDER NOT = ZERO
005760         GO TO 4300-EXIT
005770     END-IF.

005780     DIVIDE WS-CHECK-YEAR BY 100
005790         GIVING WS-LEAP-QUOTIENT
005800         REMAINDER WS-LEAP-REMAINDER.
005810     IF WS-LEAP-REMAINDER NOT = ZERO
005820         MOVE 29               TO WS-DAYS-IN-MONTH
005830         GO TO 4300-EXIT
005840     END-IF.

005850     DIVIDE WS-CHECK-YEAR BY 400
005860         GIVING WS-LEAP-QUOTIENT
005870         REMAINDER WS-LEAP-REMAINDER.
005880     IF WS-LEAP-REMAINDER = ZERO
005890         MOVE 29               TO WS-DAYS-IN-MONTH
005900     END-IF.
005910 4300-EXIT.
005920     EXIT.

005930*----------------------------------------------------------------*
005940*    6000-WRITE-REJECT-RTN  -  DROP THE CARD, IMAGE INTACT,      *
005950*    ONTO THE REJECT FILE WITH THE REASON CODE THE CALLER HAS    *
005960*    ALREADY SET.                                                *
005970*----------------------------------------------------------------*
005980 6000-WRITE-REJECT-RTN.
005990     MOVE ARM-MAINT-CARD       TO AJ-CARD-IMAGE.
006000     WRITE ARM-REJECT-RECORD.
006010     ADD 1 TO WS-CARDS-REJECTED.
006020 6000-EXIT.
006030     EXIT.

006040*----------------------------------------------------------------*
006050*    9999-TERMINATE-RTN  -  CLOSE FILES AND LOG THE RUN TOTALS.  *
006060*----------------------------------------------------------------*
006070 9999-TERMINATE-RTN.
006080     IF RUN-FILES-ARE-OPEN
006090         CLOSE ARM-CARDS
006100               LOAN-MASTER
006110               ARM-TERMS
006120               INDEX-HISTORY
006130               REJECT-FILE
006140     END-IF.

006150     DISPLAY "COBARMMT - CARDS READ         " WS-CARDS-READ.
006160     DISPLAY "COBARMMT - ARM TERMS ADDED    " WS-TERMS-ADDED.
006170     DISPLAY "COBARMMT - ARM TERMS AMENDED  " WS-TERMS-AMENDED.
006180     DISPLAY "COBARMMT - INDEX VALUES ADDED " WS-INDEX-ADDED.
006190     DISPLAY "COBARMMT - INDEX CORRECTIONS  " WS-INDEX-CORRECTED.
006200     DISPLAY "COBARMMT - CARDS REJECTED     " WS-CARDS-REJECTED.
006210     IF CYCLE-STEP-RUNNING
006211         IF STOP-THE-RUN
006212             MOVE "F"          TO CY-FUNCTION
006213         ELSE
006214             MOVE "C"          TO CY-FUNCTION
006215         END-IF
006216         CALL "COBCYCLE" USING PARM-4
006217     END-IF.
006218 9999-EXIT.
006220     EXIT.
