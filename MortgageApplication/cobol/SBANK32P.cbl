000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    COBMODFY.
000120 AUTHOR.        R HALVERSEN.
000130 INSTALLATION.  LOAN SERVICING SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*                                                                *
000180*   COBMODFY  -  LOAN MODIFICATION RUN                          *
000190*                                                                *
000200*   READS THE SIGNED MODIFICATION AGREEMENTS KEYED BY THE LOSS  *
000210*   MITIGATION DESK (COPYBOOK SBANK71W) AND BOOKS EACH ONE:     *
000220*                                                                *
000230*     - THE ARREARAGE IS CAPITALIZED INTO PRINCIPAL: INTEREST   *
000240*       ON EVERY INSTALLMENT DUE BEFORE THE AGREED FIRST DUE    *
000250*       DATE (ONE MONTH'S INTEREST AT THE CURRENT RATE ON THE   *
000260*       CURRENT BALANCE PER INSTALLMENT, RATE RESOLVED AS       *
000270*       COBCALC DOES), AN ESCROW ADVANCE OUTSTANDING ON THE     *
000280*       ESCROW MASTER (A NEGATIVE EM-ESCROW-BALANCE, WHICH IS   *
000290*       BROUGHT BACK TO ZERO), AND THE ELIGIBLE FEES THE        *
000300*       AGREEMENT NAMES.                                        *
000310*     - LATE CHARGES ARE NEVER CAPITALIZED.  THE AGREEMENT      *
000320*       EITHER WAIVES LM-LATE-CHARGE-BALANCE OR LEAVES IT       *
000330*       OWING.                                                  *
000340*     - THE NEW RATE CODE, REMAINING TERM, AND FIRST DUE DATE   *
000350*       GO ON THE LOAN MASTER.  COBCALC RE-AMORTIZES THE NEW    *
000360*       BALANCE OVER THE NEW TERM FROM THE NEXT NIGHTLY CYCLE   *
000370*       ON; THIS RUN PRICES THE SAME PAYMENT WITH THE SAME      *
000380*       LEVEL-PAYMENT FORMULA FOR THE AGREEMENT RECORD.  A      *
000390*       LOAN MOVED TO THE RESERVED CODE "ARM" KEEPS ITS         *
000400*       LM-INTEREST-RATE AND NEEDS ITS ARM TERMS BOARDED        *
000410*       THROUGH COBARMMT BEFORE ITS FIRST CHANGE DATE.          *
000420*     - THE CAPITALIZATION POSTS TO THE TRANSACTION HISTORY     *
000430*       (TH-TRAN-TYPE "M") AND TO THE GL EXTRACT, ONE RECORD    *
000440*       PER COMPONENT (GX-RECORD-SOURCE "M" - SEE SBANK08W).    *
000450*     - THE PRINCIPAL ADDED GOES ONTO LC-TOTAL-PRINCIPAL IN THE *
000460*       SAME UNIT OF WORK, SO COBVERFY STAYS CLEAN.             *
000470*     - A BEFORE-AND-AFTER AGREEMENT RECORD (SBANK73W) IS       *
000480*       APPENDED AND THE LOAN IS LISTED ON THE MODIFICATION     *
000490*       REGISTER (SBANK74W), WHICH ENDS WITH THE RUN TOTALS.    *
000500*                                                                *
000510*   A CARD THAT FAILS ITS EDITS GOES TO THE REJECT FILE         *
000520*   (COPYBOOK SBANK72W) CARD IMAGE INTACT WITH A REASON CODE.   *
000530*                                                                *
000540*   MODIFICATION HISTORY.                                       *
000550*   -------------------------------------------------------     *
000560*   DATE       INIT   DESCRIPTION                                *
000570*   ---------- ----   ------------------------------------------ *
000572*   2026-10-15  DEV   INITIAL VERSION.                          *
000574*   2026-10-15  DEV   THE RUN DATE AND THE POSTING DATE STAMPED *
000576*                     ON TRAN-HISTORY AND THE LOAN CONTROL      *
000580*                     RECORD NOW BOTH COME FROM THE CYCLE       *
000581*                     CONTROL BUSINESS DATE THROUGH COBCYCLE    *
000582*                     (SBANK94W) INSTEAD OF THE CONTROL CARD    *
000583*                     AND THE SYSTEM CLOCK - A RUN PAST         *
000584*                     MIDNIGHT NO LONGER SPLITS ONE BUSINESS    *
000585*                     DAY ACROSS TWO DATES.  THE CONTROL CARD   *
000586*                     IS NO LONGER READ.  THE STEP IS CHECKED   *
000587*                     AGAINST ITS PREDECESSORS AT START AND ITS *
000588*                     COMPLETION OR FAILURE IS RECORDED AT THE  *
000589*                     END.                                      *
000590******************************************************************
000600 ENVIRONMENT DIVISION.
000610 CONFIGURATION SECTION.
000620 SOURCE-COMPUTER.  IBM-370.
000630 OBJECT-COMPUTER.  IBM-370.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000720*----------------------------------------------------------------*
000730*    MODIFICATION TERMS FEED FROM THE LOSS MITIGATION DESK.      *
000740*----------------------------------------------------------------*
000750     SELECT MOD-FEED ASSIGN TO MODTERMS
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-FEED-FILE-STATUS.

000780*----------------------------------------------------------------*
000790*    PARAMETER MASTER FILE - READ SEQUENTIALLY AT STARTUP TO     *
000800*    LOAD THE RATE TABLE BOTH RATE CODES ARE RESOLVED AGAINST    *
000810*    (SAME LOAD-AND-FOLD CONVENTION AS COBCALC).                 *
000820*----------------------------------------------------------------*
000830     SELECT PARM-FILE ASSIGN TO PARMFILE
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS SEQUENTIAL
000860         RECORD KEY IS PARM-CODE
000870         FILE STATUS IS WS-PARM-FILE-STATUS.

000880*----------------------------------------------------------------*
000890*    LOAN MASTER FILE - OPENED I-O; THE MODIFIED TERMS AND THE   *
000900*    CAPITALIZED BALANCE ARE REWRITTEN.                          *
000910*----------------------------------------------------------------*
000920     SELECT LOAN-MASTER ASSIGN TO LOANMSTR
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS RANDOM
000950         RECORD KEY IS LM-LOAN-NUMBER
000960         FILE STATUS IS WS-LOAN-FILE-STATUS.

000970*----------------------------------------------------------------*
000980*    ESCROW MASTER FILE - OPENED I-O; A CAPITALIZED ESCROW       *
000990*    ADVANCE IS BROUGHT BACK TO A ZERO BALANCE.                  *
001000*----------------------------------------------------------------*
001010     SELECT ESCROW-MASTER ASSIGN TO ESCRMSTR
001020         ORGANIZATION IS INDEXED
001030         ACCESS MODE IS RANDOM
001040         RECORD KEY IS EM-LOAN-NUMBER
001050         FILE STATUS IS WS-ESCR-FILE-STATUS.

001060*----------------------------------------------------------------*
001070*    PAYMENT TRANSACTION HISTORY - THE CAPITALIZATION IS         *
001080*    APPENDED AS TRAN TYPE "M".                                  *
001090*----------------------------------------------------------------*
001100     SELECT TRAN-HISTORY ASSIGN TO TRANHIST
001110         ORGANIZATION IS SEQUENTIAL
001120         FILE STATUS IS WS-HIST-FILE-STATUS.

001130*----------------------------------------------------------------*
001140*    GL POSTING EXTRACT - THE CAPITALIZATION IS APPENDED TO THE  *
001150*    SAME ACCUMULATE-ACROSS-RUNS FILE COBCALC WRITES.            *
001160*----------------------------------------------------------------*
001170     SELECT GL-EXTRACT ASSIGN TO GLEXTRCT
001180         ORGANIZATION IS SEQUENTIAL
001190         FILE STATUS IS WS-GL-FILE-STATUS.

001200*----------------------------------------------------------------*
001210*    LOAN MASTER CONTROL FILE - THE RUNNING COUNT AND BALANCE   *
001220*    TOTALS COBVERFY PROVES THE FILE AGAINST.                    *
001230*----------------------------------------------------------------*
001240     SELECT CONTROL-FILE ASSIGN TO LOANCTL
001250         ORGANIZATION IS INDEXED
001260         ACCESS MODE IS RANDOM
001270         RECORD KEY IS LC-KEY
001280         FILE STATUS IS WS-CTLF-FILE-STATUS.

001290*----------------------------------------------------------------*
001300*    MODIFICATION AGREEMENT FILE - BEFORE-AND-AFTER TERMS,       *
001310*    APPENDED ACROSS RUNS.                                       *
001320*----------------------------------------------------------------*
001330     SELECT AGREEMENT-FILE ASSIGN TO MODAGREE
001340         ORGANIZATION IS LINE SEQUENTIAL
001350         FILE STATUS IS WS-AGRE-FILE-STATUS.

001360*----------------------------------------------------------------*
001370*    MODIFICATION REJECT FILE - CORRECTED AND RESUBMITTED AS A   *
001380*    LATER FEED.                                                 *
001390*----------------------------------------------------------------*
001400     SELECT REJECT-FILE ASSIGN TO MODREJ
001410         ORGANIZATION IS LINE SEQUENTIAL
001420         FILE STATUS IS WS-RJCT-FILE-STATUS.

001430*----------------------------------------------------------------*
001440*    MODIFICATION REGISTER.                                      *
001450*----------------------------------------------------------------*
001460     SELECT MOD-REGISTER ASSIGN TO MODREG
001470         ORGANIZATION IS LINE SEQUENTIAL
001480         FILE STATUS IS WS-RGST-FILE-STATUS.

001490 DATA DIVISION.
001500 FILE SECTION.
001540 FD  MOD-FEED
001550     LABEL RECORDS ARE STANDARD.
001560     COPY SBANK71W.

001570 FD  PARM-FILE
001580     LABEL RECORDS ARE STANDARD.
001590     COPY SBANK00W.

001600 FD  LOAN-MASTER
001610     LABEL RECORDS ARE STANDARD.
001620     COPY SBANK01W.

001630 FD  ESCROW-MASTER
001640     LABEL RECORDS ARE STANDARD.
001650     COPY SBANK17W.

001660 FD  TRAN-HISTORY
001670     LABEL RECORDS ARE STANDARD.
001680     COPY SBANK11W.

001690 FD  GL-EXTRACT
001700     LABEL RECORDS ARE STANDARD.
001710     COPY SBANK08W.

001720 FD  CONTROL-FILE
001730     LABEL RECORDS ARE STANDARD.
001740     COPY SBANK28W.

001750 FD  AGREEMENT-FILE
001760     LABEL RECORDS ARE STANDARD.
001770     COPY SBANK73W.

001780 FD  REJECT-FILE
001790     LABEL RECORDS ARE STANDARD.
001800     COPY SBANK72W.

001810 FD  MOD-REGISTER
001820     LABEL RECORDS ARE STANDARD.
001830     COPY SBANK74W.

001840 WORKING-STORAGE SECTION.
001850 01  WS-SWITCHES.
001870     05  WS-FEED-FILE-STATUS      PIC X(02).
001880     05  WS-PARM-FILE-STATUS      PIC X(02).
001890         88  WS-PARM-FILE-OK               VALUE "00".
001900     05  WS-LOAN-FILE-STATUS      PIC X(02).
001910         88  WS-LOAN-FILE-OK               VALUE "00".
001920     05  WS-ESCR-FILE-STATUS      PIC X(02).
001930         88  WS-ESCR-FILE-OK               VALUE "00".
001940     05  WS-HIST-FILE-STATUS      PIC X(02).
001950     05  WS-GL-FILE-STATUS        PIC X(02).
001960     05  WS-CTLF-FILE-STATUS      PIC X(02).
001970         88  WS-CTLF-FILE-OK               VALUE "00".
001980     05  WS-AGRE-FILE-STATUS      PIC X(02).
001990     05  WS-RJCT-FILE-STATUS      PIC X(02).
002000     05  WS-RGST-FILE-STATUS      PIC X(02).
002010     05  WS-EOF-SWITCH            PIC X(01)  VALUE "N".
002020         88  END-OF-FEED                   VALUE "Y".
002030     05  WS-PARM-EOF-SWITCH       PIC X(01)  VALUE "N".
002040         88  END-OF-PARM-FILE              VALUE "Y".
002050     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
002060         88  STOP-THE-RUN                  VALUE "Y".
002063     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
002066         88  CYCLE-STEP-RUNNING            VALUE "Y".
002070     05  WS-FILES-OPEN-SWITCH     PIC X(01)  VALUE "N".
002080         88  RUN-FILES-ARE-OPEN            VALUE "Y".
002090     05  WS-RATE-FOUND-SWITCH     PIC X(01)  VALUE "N".
002100         88  WS-RATE-CODE-FOUND            VALUE "Y".
002110     05  WS-DATE-OK-SWITCH        PIC X(01)  VALUE "N".
002120         88  WS-DATE-IS-VALID              VALUE "Y".
002130     05  WS-ESCROW-SWITCH         PIC X(01)  VALUE "N".
002140         88  ESCROW-ON-FILE                VALUE "Y".
002150     05  WS-COUNT-DONE-SWITCH     PIC X(01)  VALUE "N".
002160         88  PAST-DUE-COUNTED              VALUE "Y".

002170 01  WS-COUNTERS.
002180     05  WS-CARDS-READ            PIC 9(07)  COMP.
002190     05  WS-LOANS-MODIFIED        PIC 9(07)  COMP.
002200     05  WS-CARDS-REJECTED        PIC 9(07)  COMP.
002210     05  WS-LATE-WAIVED-COUNT     PIC 9(07)  COMP.
002220     05  WS-TOTAL-CAP-INTEREST    PIC 9(11)V99   COMP-3.
002230     05  WS-TOTAL-CAP-ESCROW      PIC 9(11)V99   COMP-3.
002240     05  WS-TOTAL-CAP-FEES        PIC 9(11)V99   COMP-3.
002250     05  WS-TOTAL-CAPITALIZED     PIC 9(11)V99   COMP-3.
002260     05  WS-TOTAL-WAIVED          PIC 9(11)V99   COMP-3.

002270 01  WS-RUN-STAMP-FIELDS.
002280     05  WS-RUN-DATE              PIC 9(8).
002290     05  WS-CURRENT-DATE          PIC 9(8).
002300     05  WS-CURRENT-TIME          PIC 9(8).

002310 01  WS-CONSTANTS.
002320     05  WS-CTL-KEY-VALUE         PIC X(08)  VALUE "LOANMSTR".
002330*    NO REAL ARREARAGE RUNS TO 999 INSTALLMENTS - THE LIMIT ONLY *
002340*    KEEPS A GARBAGE DUE DATE FROM LOOPING THE COUNT.            *
002350     05  WS-MAX-PAST-DUE          PIC 9(03)  COMP VALUE 999.
002360     05  WS-MAX-BALANCE           PIC 9(09)V99 COMP-3
002370                                  VALUE 999999999.99.

002380*----------------------------------------------------------------*
002390*    RATE TABLE - LOADED FROM PARM-FILE AT STARTUP, SAME SHAPE,  *
002400*    50-ENTRY LIMIT, AND VALUE CHECKS AS COBPAYOF'S, SO A RATE   *
002410*    CODE RESOLVES HERE EXACTLY AS COBCALC WILL PRICE IT.        *
002420*----------------------------------------------------------------*
002430 01  WS-PARM-TABLE-FIELDS.
002440     05  WS-PARM-PTR              PIC 9(4)  COMP.
002450     05  WS-PARM-MAX              PIC 9(4)  COMP VALUE 50.
002460     05  WS-PARM-TABLE.
002470         10  WS-PARM-ENTRY OCCURS 50 TIMES
002480                           INDEXED BY WS-PARM-IDX.
002490             15  WS-PARM-ENTRY-CODE   PIC X(10).
002500             15  WS-PARM-ENTRY-VALUE  PIC X(10).
002510             15  WS-PARM-ENTRY-NUMERIC
002520                 REDEFINES WS-PARM-ENTRY-VALUE PIC 9(10).

002530 01  WS-FOLD-FIELDS.
002540     05  WS-FOLD-CODE-1           PIC X(10).
002550     05  WS-FOLD-LOOKUP-CODE      PIC X(10).
002560     05  WS-LOWER-CASE-ALPHABET   PIC X(26)
002570              VALUE "abcdefghijklmnopqrstuvwxyz".
002580     05  WS-UPPER-CASE-ALPHABET   PIC X(26)
002590              VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

002600*----------------------------------------------------------------*
002610*    MODIFICATION WORK AREAS - THE BEFORE TERMS, THE ARREARAGE   *
002620*    BY COMPONENT, AND THE AFTER TERMS, ALL SETTLED BEFORE ANY   *
002630*    FILE IS TOUCHED.                                            *
002640*----------------------------------------------------------------*
002650 01  WS-MOD-FIELDS.
002660     05  WS-LOOKUP-RATE-CODE      PIC X(10).
002670     05  WS-EFFECTIVE-RATE        PIC 9(2)V9(4)  COMP-3.
002680     05  WS-OLD-RATE              PIC 9(2)V9(4)  COMP-3.
002690     05  WS-NEW-RATE              PIC 9(2)V9(4)  COMP-3.
002700     05  WS-NEW-RATE-CODE         PIC X(10).
002710     05  WS-OLD-BALANCE           PIC 9(9)V99    COMP-3.
002720     05  WS-NEW-BALANCE           PIC 9(10)V99   COMP-3.
002730     05  WS-OLD-PAYMENT           PIC 9(7)V99    COMP-3.
002740     05  WS-NEW-PAYMENT           PIC 9(7)V99    COMP-3.
002750     05  WS-PAST-DUE-MONTHS       PIC 9(03)      COMP.
002760     05  WS-MONTH-INTEREST        PIC 9(7)V99    COMP-3.
002770     05  WS-CAP-INTEREST          PIC 9(7)V99    COMP-3.
002780     05  WS-CAP-ESCROW            PIC 9(7)V99    COMP-3.
002790     05  WS-CAP-FEES              PIC 9(7)V99    COMP-3.
002800     05  WS-CAPITALIZED           PIC 9(9)V99    COMP-3.
002810     05  WS-WAIVED-AMOUNT         PIC 9(7)V99    COMP-3.

002820*----------------------------------------------------------------*
002830*    PAYMENT WORK AREAS - COBCALC'S LEVEL-PAYMENT FORMULA ON A   *
002840*    BALANCE, RATE, AND TERM SET BY THE CALLER.                  *
002850*----------------------------------------------------------------*
002860 01  WS-CALC-FIELDS.
002870     05  WS-CALC-BALANCE          PIC 9(9)V99    COMP-3.
002880     05  WS-CALC-RATE             PIC 9(2)V9(4)  COMP-3.
002890     05  WS-CALC-TERM             PIC 9(03)      COMP.
002900     05  WS-CALC-PAYMENT          PIC 9(7)V99    COMP-3.
002910     05  WS-MONTHLY-RATE          PIC 9V9(6)     COMP-3.
002920     05  WS-RATE-FACTOR           PIC 9(4)V9(8)  COMP-3.

002930*----------------------------------------------------------------*
002940*    GL COMPONENT WORK AREAS - ONE "M" EXTRACT RECORD IS BUILT   *
002950*    FROM THESE PER CAPITALIZED COMPONENT.                       *
002960*----------------------------------------------------------------*
002970 01  WS-GL-FIELDS.
002980     05  WS-GL-OFFSET-ACCOUNT     PIC X(10).
002990     05  WS-GL-AMOUNT             PIC 9(7)V99    COMP-3.

003000 01  WS-DATE-FIELDS.
003010     05  WS-MONTHS-TO-ADD         PIC 9(03)  COMP.
003020     05  WS-MONTH-COUNT           PIC 9(07)  COMP.
003030     05  WS-MONTH-REMAINDER       PIC 9(02)  COMP.
003040     05  WS-CHECK-DATE            PIC 9(8).
003050     05  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
003060         10  WS-CHECK-YEAR        PIC 9(4).
003070         10  WS-CHECK-MONTH       PIC 9(2).
003080         10  WS-CHECK-DAY         PIC 9(2).
003090     05  WS-LEAP-REMAINDER        PIC 9(4)  COMP.
003100     05  WS-LEAP-QUOTIENT         PIC 9(4)  COMP.
003110     05  WS-DAYS-IN-MONTH         PIC 9(2)  COMP.

003120*----------------------------------------------------------------*
003130*    DAYS PER MONTH - FIXED CALENDAR CONSTANTS (SAME TABLE AS    *
003140*    COBBOARD'S DUE-DATE VALIDATOR).  FEBRUARY IS HANDLED        *
003150*    SEPARATELY FOR LEAP YEARS.                                  *
003160*----------------------------------------------------------------*
003170 01  WS-MONTH-DAYS-DATA.
003180     05  FILLER                   PIC X(24)
003190              VALUE "312831303130313130313031".
003200 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-DATA.
003210     05  WS-MONTH-DAY-LIMIT       PIC 9(2)  OCCURS 12 TIMES.

003220     COPY SBANK94W.

003225 LINKAGE SECTION.

003230 PROCEDURE DIVISION.
003240*----------------------------------------------------------------*
003250*    0000-MAINLINE                                                *
003260*----------------------------------------------------------------*
003270 0000-MAINLINE.
003280     PERFORM 1000-INITIALIZE-RTN
003290         THRU 1000-EXIT.
003300     IF NOT STOP-THE-RUN
003310         PERFORM 2000-PROCESS-FEED-RTN
003320             THRU 2000-EXIT
003330         PERFORM 7000-PRINT-TOTALS-RTN
003340             THRU 7000-EXIT
003350     END-IF.
003360     PERFORM 9999-TERMINATE-RTN
003370         THRU 9999-EXIT.
003380     GOBACK.

003390*----------------------------------------------------------------*
003400*    1000-INITIALIZE-RTN  -  READ THE RUN DATE, LOAD THE RATE    *
003410*    TABLE, OPEN THE RUN FILES, AND FETCH THE CONTROL RECORD.    *
003420*    THE CONTROL RECORD MUST ALREADY EXIST - COBVERFY            *
003430*    ESTABLISHES IT (SAME POLICY AS COBPOST).                    *
003440*----------------------------------------------------------------*
003450 1000-INITIALIZE-RTN.
003460     MOVE ZERO                 TO WS-CARDS-READ
003470                                   WS-LOANS-MODIFIED
003480                                   WS-CARDS-REJECTED
003490                                   WS-LATE-WAIVED-COUNT
003500                                   WS-TOTAL-CAP-INTEREST
003510                                   WS-TOTAL-CAP-ESCROW
003520                                   WS-TOTAL-CAP-FEES
003530                                   WS-TOTAL-CAPITALIZED
003540                                   WS-TOTAL-WAIVED
003550                                   WS-PARM-PTR.
003560     INITIALIZE WS-PARM-TABLE.
003580     ACCEPT WS-CURRENT-TIME    FROM TIME.

003590     MOVE "S"                  TO CY-FUNCTION.
003600     MOVE "COBMODFY"           TO CY-PROGRAM-ID.
003610     MOVE SPACES               TO CY-INSTANCE-ID.
003620     CALL "COBCYCLE" USING PARM-4.
003630     IF NOT CY-SUCCESS
003640         DISPLAY "COBMODFY - NOT CLEARED TO RUN BY CYCLE "
003650             "CONTROL - RUN ABORTED"
003680         MOVE "Y"              TO WS-STOP-SWITCH
003690         GO TO 1000-EXIT
003700     END-IF.
003705     MOVE "Y"                  TO WS-CYCLE-SWITCH.
003710     MOVE CY-BUSINESS-DATE     TO WS-RUN-DATE.
003715     MOVE CY-BUSINESS-DATE     TO WS-CURRENT-DATE.

003720     OPEN INPUT MOD-FEED.
003730*    A MISSING OR MISPOINTED FEED GIVES EVERY READ STATUS 47    *
003740*    AND AT END NEVER FIRES - STOP NOW RATHER THAN SPIN.        *
003750     IF NOT WS-FEED-FILE-STATUS = "00"
003760         DISPLAY "COBMODFY - MODIFICATION FEED OPEN FAILED - "
003770             "STATUS " WS-FEED-FILE-STATUS " - RUN STOPPED"
003780         MOVE "Y"              TO WS-STOP-SWITCH
003790         GO TO 1000-EXIT
003800     END-IF.

003810     PERFORM 1100-LOAD-PARM-TABLE-RTN
003820         THRU 1100-EXIT.
003830     IF STOP-THE-RUN
003840         CLOSE MOD-FEED
003850         GO TO 1000-EXIT
003860     END-IF.

003870     OPEN I-O LOAN-MASTER.
003880     IF NOT WS-LOAN-FILE-OK
003890         DISPLAY "COBMODFY - LOAN MASTER OPEN FAILED - STATUS "
003900             WS-LOAN-FILE-STATUS " - RUN STOPPED"
003910         MOVE "Y"              TO WS-STOP-SWITCH
003920         CLOSE MOD-FEED
003930         GO TO 1000-EXIT
003940     END-IF.

003950     OPEN I-O ESCROW-MASTER.
003960     IF NOT WS-ESCR-FILE-OK
003970         DISPLAY "COBMODFY - ESCROW MASTER OPEN FAILED - "
003980             "STATUS " WS-ESCR-FILE-STATUS " - RUN STOPPED"
003990         MOVE "Y"              TO WS-STOP-SWITCH
004000         CLOSE MOD-FEED
004010               LOAN-MASTER
004020         GO TO 1000-EXIT
004030     END-IF.

004040     OPEN I-O CONTROL-FILE.
004050     IF NOT WS-CTLF-FILE-OK
004060         DISPLAY "COBMODFY - CONTROL FILE OPEN FAILED - STATUS "
004070             WS-CTLF-FILE-STATUS " - RUN COBVERFY FIRST - "
004080             "RUN STOPPED"
004090         MOVE "Y"              TO WS-STOP-SWITCH
004100         CLOSE MOD-FEED
004110               LOAN-MASTER
004120               ESCROW-MASTER
004130         GO TO 1000-EXIT
004140     END-IF.

004150     MOVE WS-CTL-KEY-VALUE     TO LC-KEY.
004160     READ CONTROL-FILE
004170         INVALID KEY
004180             DISPLAY "COBMODFY - CONTROL RECORD MISSING - RUN "
004190                 "COBVERFY TO ESTABLISH IT - RUN STOPPED"
004200             MOVE "Y"          TO WS-STOP-SWITCH
004210             CLOSE MOD-FEED
004220                   LOAN-MASTER
004230                   ESCROW-MASTER
004240                   CONTROL-FILE
004250     END-READ.
004260     IF STOP-THE-RUN
004270         GO TO 1000-EXIT
004280     END-IF.

004290     OPEN EXTEND TRAN-HISTORY.
004300     IF NOT WS-HIST-FILE-STATUS = "00"
004310         OPEN OUTPUT TRAN-HISTORY
004320         CLOSE TRAN-HISTORY
004330         OPEN EXTEND TRAN-HISTORY
004340     END-IF.

004350     OPEN EXTEND GL-EXTRACT.
004360     IF NOT WS-GL-FILE-STATUS = "00"
004370         OPEN OUTPUT GL-EXTRACT
004380         CLOSE GL-EXTRACT
004390         OPEN EXTEND GL-EXTRACT
004400     END-IF.

004410*    THE AGREEMENT FILE ACCUMULATES ACROSS RUNS, CREATED ON THE *
004420*    VERY FIRST RUN (SAME IDIOM AS COBCALC'S GL EXTRACT).       *
004430     OPEN EXTEND AGREEMENT-FILE.
004440     IF NOT WS-AGRE-FILE-STATUS = "00"
004450         OPEN OUTPUT AGREEMENT-FILE
004460         CLOSE AGREEMENT-FILE
004470         OPEN EXTEND AGREEMENT-FILE
004480     END-IF.

004490     OPEN OUTPUT REJECT-FILE.
004500     OPEN OUTPUT MOD-REGISTER.
004510*    VALUE CLAUSES ON FD RECORD FILLER ARE DOCUMENTARY ONLY -    *
004520*    CLEAR THE OUTPUT RECORD AREAS ONCE SO THE FILLER BYTES      *
004530*    NEVER CARRY GARBAGE.                                        *
004540     MOVE SPACES               TO TRAN-HISTORY-RECORD.
004550     MOVE SPACES               TO GL-EXTRACT-RECORD.
004560     MOVE SPACES               TO MOD-AGREEMENT-RECORD.
004570     MOVE SPACES               TO MOD-REJECT-RECORD.
004580     MOVE SPACES               TO MOD-REGISTER-LINE.
004590     MOVE "Y"                  TO WS-FILES-OPEN-SWITCH.
004600 1000-EXIT.
004610     EXIT.

004620*----------------------------------------------------------------*
004630*    1100-LOAD-PARM-TABLE-RTN  -  LOAD THE RATE TABLE FROM       *
004640*    PARM-FILE.  AN UNOPENABLE OR EMPTY FILE, OR ONE THE TABLE   *
004650*    CANNOT HOLD, STOPS THE RUN BEFORE ANY LOAN IS TOUCHED.      *
004660*----------------------------------------------------------------*
004670 1100-LOAD-PARM-TABLE-RTN.
004680     OPEN INPUT PARM-FILE.
004690     IF NOT WS-PARM-FILE-OK
004700         DISPLAY "COBMODFY - PARM-FILE OPEN FAILED - STATUS "
004710             WS-PARM-FILE-STATUS " - RUN STOPPED"
004720         MOVE "Y"              TO WS-STOP-SWITCH
004730         GO TO 1100-EXIT
004740     END-IF.

004750     PERFORM 1150-READ-PARM-RTN
004760         THRU 1150-EXIT
004770         UNTIL END-OF-PARM-FILE.

004780     CLOSE PARM-FILE.

004790     IF WS-PARM-PTR = ZERO AND NOT STOP-THE-RUN
004800         DISPLAY "COBMODFY - PARM-FILE IS EMPTY - RUN STOPPED"
004810         MOVE "Y"              TO WS-STOP-SWITCH
004820     END-IF.
004830 1100-EXIT.
004840     EXIT.

004850*----------------------------------------------------------------*
004860*    1150-READ-PARM-RTN  -  READ ONE PARAMETER RECORD INTO THE   *
004870*    NEXT TABLE SLOT.  THE RESERVED CODES (LATEGRACE, LATEFEE,   *
004880*    SERVFEE) ARE NOT RATE CODES AND ARE SKIPPED, AS COBMAINT    *
004890*    DOES.  A NON-NUMERIC VALUE, OR ONE OVER 999999, WOULD       *
004900*    PRICE A MODIFICATION AT A GARBAGE RATE - THE SAME VALUE     *
004910*    CHECKS AS COBPAYOF STOP THE RUN INSTEAD.                    *
004920*----------------------------------------------------------------*
004930 1150-READ-PARM-RTN.
004940     READ PARM-FILE
004950         AT END
004960             MOVE "Y"          TO WS-PARM-EOF-SWITCH
004970             GO TO 1150-EXIT
004980     END-READ.

004990     MOVE PARM-CODE            TO WS-FOLD-CODE-1.
005000     INSPECT WS-FOLD-CODE-1
005010         CONVERTING WS-LOWER-CASE-ALPHABET
005020                 TO WS-UPPER-CASE-ALPHABET.
005030     IF WS-FOLD-CODE-1 = "LATEGRACE"
005040         OR WS-FOLD-CODE-1 = "LATEFEE"
005050         OR WS-FOLD-CODE-1 = "SERVFEE"
005060         GO TO 1150-EXIT
005070     END-IF.

005080     ADD 1 TO WS-PARM-PTR.
005090     IF WS-PARM-PTR > WS-PARM-MAX
005100         DISPLAY "COBMODFY - MORE PARAMETER RECORDS THAN THE "
005110             "RATE TABLE HOLDS - RUN STOPPED"
005120         MOVE "Y"              TO WS-STOP-SWITCH
005130         MOVE "Y"              TO WS-PARM-EOF-SWITCH
005140         GO TO 1150-EXIT
005150     END-IF.

005160     MOVE PARM-CODE
005170         TO WS-PARM-ENTRY-CODE (WS-PARM-PTR).
005180     MOVE PARM-VALUE
005190         TO WS-PARM-ENTRY-VALUE (WS-PARM-PTR).

005200     IF WS-PARM-ENTRY-VALUE (WS-PARM-PTR) NOT NUMERIC
005210         OR WS-PARM-ENTRY-NUMERIC (WS-PARM-PTR) > 999999
005220         DISPLAY "COBMODFY - INVALID RATE ON PARM-FILE CODE "
005230             PARM-CODE " - RUN STOPPED"
005240         MOVE "Y"              TO WS-STOP-SWITCH
005250         MOVE "Y"              TO WS-PARM-EOF-SWITCH
005260     END-IF.
005270 1150-EXIT.
005280     EXIT.

005290*----------------------------------------------------------------*
005300*    2000-PROCESS-FEED-RTN  -  EDIT AND BOOK EVERY AGREEMENT.    *
005310*----------------------------------------------------------------*
005320 2000-PROCESS-FEED-RTN.
005330     PERFORM 2100-PROCESS-ONE-CARD-RTN
005340         THRU 2100-EXIT
005350         UNTIL END-OF-FEED OR STOP-THE-RUN.
005360 2000-EXIT.
005370     EXIT.

005380*----------------------------------------------------------------*
005390*    2100-PROCESS-ONE-CARD-RTN  -  READ ONE AGREEMENT, EDIT IT   *
005400*    AGAINST THE CARD RULES AND THE LOAN, PRICE THE ARREARAGE    *
005410*    AND THE NEW PAYMENT, AND BOOK IT.  NOTHING IS WRITTEN       *
005420*    UNTIL EVERY EDIT HAS PASSED.                                *
005430*----------------------------------------------------------------*
005440 2100-PROCESS-ONE-CARD-RTN.
005450     READ MOD-FEED
005460         AT END
005470             MOVE "Y"          TO WS-EOF-SWITCH
005480             GO TO 2100-EXIT
005490     END-READ.

005500     ADD 1 TO WS-CARDS-READ.

005510     IF MD-NEW-TERM-MONTHS NOT NUMERIC
005520         OR MD-NEW-TERM-MONTHS = ZERO
005530         SET MJ-BAD-TERM       TO TRUE
005540         PERFORM 6000-WRITE-REJECT-RTN
005550             THRU 6000-EXIT
005560         GO TO 2100-EXIT
005570     END-IF.

005580     PERFORM 3100-VALIDATE-DATE-RTN
005590         THRU 3100-EXIT.
005600     IF NOT WS-DATE-IS-VALID
005610         OR MD-FIRST-DUE-DATE < WS-RUN-DATE
005620         SET MJ-BAD-FIRST-DUE-DATE TO TRUE
005630         PERFORM 6000-WRITE-REJECT-RTN
005640             THRU 6000-EXIT
005650         GO TO 2100-EXIT
005660     END-IF.

005670     IF MD-FEE-AMOUNT NOT NUMERIC
005680         OR NOT MD-WAIVE-IND-VALID
005690         SET MJ-BAD-FEE-OR-WAIVER TO TRUE
005700         PERFORM 6000-WRITE-REJECT-RTN
005710             THRU 6000-EXIT
005720         GO TO 2100-EXIT
005730     END-IF.

005740     MOVE MD-LOAN-NUMBER       TO LM-LOAN-NUMBER.
005750     READ LOAN-MASTER
005760         INVALID KEY
005770             SET MJ-LOAN-NOT-ON-FILE TO TRUE
005780             PERFORM 6000-WRITE-REJECT-RTN
005790                 THRU 6000-EXIT
005800             GO TO 2100-EXIT
005810     END-READ.

005820*    A LOAN COBSATIS HAS CLOSED IS PAID OFF - THERE IS NOTHING  *
005830*    TO MODIFY (THE SAME POLICY AS COBMAINT).                   *
005840     IF LM-LOAN-CLOSED
005850         SET MJ-LOAN-CLOSED    TO TRUE
005860         PERFORM 6000-WRITE-REJECT-RTN
005870             THRU 6000-EXIT
005880         GO TO 2100-EXIT
005890     END-IF.

005900*    THE PAST-DUE INTEREST IS PRICED AT THE RATE THE LOAN HAS   *
005910*    BEEN ACCRUING AT - ITS CURRENT CODE.                       *
005920     MOVE LM-RATE-CODE         TO WS-LOOKUP-RATE-CODE.
005930     PERFORM 3300-LOOKUP-RATE-CODE-RTN
005940         THRU 3300-EXIT.
005950     IF NOT WS-RATE-CODE-FOUND
005960         OR LM-NEXT-DUE-DATE NOT NUMERIC
005970         OR LM-PRINCIPAL-BALANCE NOT NUMERIC
005980         SET MJ-CURRENT-RATE-UNKNOWN TO TRUE
005990         PERFORM 6000-WRITE-REJECT-RTN
006000             THRU 6000-EXIT
006010         GO TO 2100-EXIT
006020     END-IF.
006030     MOVE WS-EFFECTIVE-RATE    TO WS-OLD-RATE.

006040     IF MD-NEW-RATE-CODE = SPACES OR LOW-VALUES
006050         MOVE LM-RATE-CODE     TO WS-NEW-RATE-CODE
006060     ELSE
006070         MOVE MD-NEW-RATE-CODE TO WS-NEW-RATE-CODE
006080     END-IF.
006090     MOVE WS-NEW-RATE-CODE     TO WS-LOOKUP-RATE-CODE.
006100     PERFORM 3300-LOOKUP-RATE-CODE-RTN
006110         THRU 3300-EXIT.
006120     IF NOT WS-RATE-CODE-FOUND
006130         SET MJ-BAD-RATE-CODE  TO TRUE
006140         PERFORM 6000-WRITE-REJECT-RTN
006150             THRU 6000-EXIT
006160         GO TO 2100-EXIT
006170     END-IF.
006180     MOVE WS-EFFECTIVE-RATE    TO WS-NEW-RATE.

006190     PERFORM 4000-PRICE-ARREARAGE-RTN
006200         THRU 4000-EXIT.
006210     IF WS-NEW-BALANCE > WS-MAX-BALANCE
006220         SET MJ-BALANCE-OVERFLOW TO TRUE
006230         PERFORM 6000-WRITE-REJECT-RTN
006240             THRU 6000-EXIT
006250         GO TO 2100-EXIT
006260     END-IF.

006270     PERFORM 4500-PRICE-PAYMENTS-RTN
006280         THRU 4500-EXIT.

006290     PERFORM 5000-APPLY-MODIFICATION-RTN
006300         THRU 5000-EXIT.
006310 2100-EXIT.
006320     EXIT.

006330*----------------------------------------------------------------*
006340*    3100-VALIDATE-DATE-RTN  -  CHECK THE AGREED FIRST DUE DATE  *
006350*    IS A REAL CALENDAR DATE: NUMERIC, MONTH 1-12, DAY WITHIN    *
006360*    THE MONTH, WITH THE FULL CENTURY LEAP-YEAR RULE FOR         *
006370*    FEBRUARY (SAME RULES AS COBBOARD'S VALIDATOR).              *
006380*----------------------------------------------------------------*
006390 3100-VALIDATE-DATE-RTN.
006400     MOVE "N"                  TO WS-DATE-OK-SWITCH.

006410     IF MD-FIRST-DUE-DATE NOT NUMERIC
006420         GO TO 3100-EXIT
006430     END-IF.

006440     MOVE MD-FIRST-DUE-DATE    TO WS-CHECK-DATE.

006450     IF WS-CHECK-YEAR = ZERO
006460         GO TO 3100-EXIT
006470     END-IF.

006480     IF WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
006490         GO TO 3100-EXIT
006500     END-IF.

006510     IF WS-CHECK-MONTH = 2
006520         PERFORM 3200-SET-FEBRUARY-LIMIT-RTN
006530             THRU 3200-EXIT
006540     ELSE
006550         MOVE WS-MONTH-DAY-LIMIT (WS-CHECK-MONTH)
006560                               TO WS-DAYS-IN-MONTH
006570     END-IF.

006580     IF WS-CHECK-DAY < 1 OR WS-CHECK-DAY > WS-DAYS-IN-MONTH
006590         GO TO 3100-EXIT
006600     END-IF.

006610     MOVE "Y"                  TO WS-DATE-OK-SWITCH.
006620 3100-EXIT.
006630     EXIT.

006640*----------------------------------------------------------------*
006650*    3200-SET-FEBRUARY-LIMIT-RTN  -  29 DAYS WHEN THE YEAR IS    *
006660*    DIVISIBLE BY 4 BUT NOT BY 100, OR DIVISIBLE BY 400;         *
006670*    OTHERWISE 28.                                               *
006680*----------------------------------------------------------------*
006690 3200-SET-FEBRUARY-LIMIT-RTN.
006700     MOVE 28                   TO WS-DAYS-IN-MONTH.

006710     DIVIDE WS-CHECK-YEAR BY 4
006720         GIVING WS-LEAP-QUOTIENT
006730         REMAINDER WS-LEAP-REMAINDER.
006740     IF WS-LEAP-REMAINDER NOT = ZERO
006750         GO TO 3200-EXIT
006760     END-IF.

006770     DIVIDE WS-CHECK-YEAR BY 100
006780         GIVING WS-LEAP-QUOTIENT
006790         REMAINDER WS-LEAP-REMAINDER.
006800     IF WS-LEAP-REMAINDER NOT = ZERO
006810         MOVE 29               TO WS-DAYS-IN-MONTH
006820         GO TO 3200-EXIT
006830     END-IF.

006840     DIVIDE WS-CHECK-YEAR BY 400
006850         GIVING WS-LEAP-QUOTIENT
006860         REMAINDER WS-LEAP-REMAINDER.
006870     IF WS-LEAP-REMAINDER = ZERO
006880         MOVE 29               TO WS-DAYS-IN-MONTH
006890     END-IF.
006900 3200-EXIT.
006910     EXIT.

006920*----------------------------------------------------------------*
006930*    3300-LOOKUP-RATE-CODE-RTN  -  RESOLVE WS-LOOKUP-RATE-CODE   *
006940*    TO WS-EFFECTIVE-RATE EXACTLY AS COBCALC'S 4040 DOES: THE    *
006950*    RESERVED CODE "ARM" TAKES THE LOAN'S OWN LM-INTEREST-RATE,  *
006960*    ANY OTHER CODE IS MATCHED CASE-FOLDED AGAINST THE TABLE.    *
006970*----------------------------------------------------------------*
006980 3300-LOOKUP-RATE-CODE-RTN.
006990     MOVE "N"                  TO WS-RATE-FOUND-SWITCH.
007000     MOVE ZERO                 TO WS-EFFECTIVE-RATE.
007010     MOVE WS-LOOKUP-RATE-CODE  TO WS-FOLD-LOOKUP-CODE.
007020     INSPECT WS-FOLD-LOOKUP-CODE
007030         CONVERTING WS-LOWER-CASE-ALPHABET
007040                 TO WS-UPPER-CASE-ALPHABET.

007050     IF WS-FOLD-LOOKUP-CODE = "ARM"
007060         IF LM-INTEREST-RATE NUMERIC
007070             SET WS-RATE-CODE-FOUND TO TRUE
007080             MOVE LM-INTEREST-RATE TO WS-EFFECTIVE-RATE
007090         END-IF
007100         GO TO 3300-EXIT
007110     END-IF.

007120     PERFORM 3350-CHECK-RATE-CODE-RTN
007130         THRU 3350-EXIT
007140         VARYING WS-PARM-IDX FROM 1 BY 1
007150             UNTIL WS-PARM-IDX > WS-PARM-PTR
007160                 OR WS-RATE-CODE-FOUND.
007170 3300-EXIT.
007180     EXIT.

007190*----------------------------------------------------------------*
007200*    3350-CHECK-RATE-CODE-RTN  -  COMPARE ONE TABLE ENTRY'S      *
007210*    CASE-FOLDED CODE TO THE LOOKUP KEY AND CAPTURE ITS RATE.    *
007220*----------------------------------------------------------------*
007230 3350-CHECK-RATE-CODE-RTN.
007240     MOVE WS-PARM-ENTRY-CODE (WS-PARM-IDX) TO WS-FOLD-CODE-1.
007250     INSPECT WS-FOLD-CODE-1
007260         CONVERTING WS-LOWER-CASE-ALPHABET
007270                 TO WS-UPPER-CASE-ALPHABET.

007280     IF WS-FOLD-CODE-1 = WS-FOLD-LOOKUP-CODE
007290         SET WS-RATE-CODE-FOUND TO TRUE
007300         COMPUTE WS-EFFECTIVE-RATE ROUNDED =
007310             WS-PARM-ENTRY-NUMERIC (WS-PARM-IDX) / 10000
007320     END-IF.
007330 3350-EXIT.
007340     EXIT.

007350*----------------------------------------------------------------*
007360*    4000-PRICE-ARREARAGE-RTN  -  SETTLE EACH COMPONENT THE      *
007370*    AGREEMENT CAPITALIZES AND THE NEW BALANCE THEY MAKE:        *
007380*      INTEREST - ONE MONTH'S INTEREST (CURRENT BALANCE TIMES    *
007390*                 THE CURRENT RATE / 1200, COBCALC'S SPLIT) FOR  *
007400*                 EVERY INSTALLMENT FROM LM-NEXT-DUE-DATE UP TO  *
007410*                 BUT NOT INCLUDING THE AGREED FIRST DUE DATE.   *
007420*      ESCROW   - THE ADVANCE A NEGATIVE EM-ESCROW-BALANCE       *
007430*                 SHOWS.  A LOAN WITH NO ESCROW RECORD HAS NONE. *
007440*      FEES     - AS KEYED ON THE AGREEMENT.                     *
007450*    THE WAIVED LATE CHARGES ARE NOTED HERE BUT NEVER ADDED.     *
007460*----------------------------------------------------------------*
007470 4000-PRICE-ARREARAGE-RTN.
007480     MOVE LM-PRINCIPAL-BALANCE TO WS-OLD-BALANCE.
007490     MOVE ZERO                 TO WS-PAST-DUE-MONTHS
007500                                   WS-CAP-INTEREST
007510                                   WS-CAP-ESCROW
007520                                   WS-WAIVED-AMOUNT.
007530     MOVE MD-FEE-AMOUNT        TO WS-CAP-FEES.

007540     MOVE "N"                  TO WS-COUNT-DONE-SWITCH.
007550     PERFORM 4100-COUNT-PAST-DUE-RTN
007560         THRU 4100-EXIT
007570         UNTIL PAST-DUE-COUNTED.

007580     IF WS-PAST-DUE-MONTHS > ZERO
007590         COMPUTE WS-MONTH-INTEREST ROUNDED =
007600             WS-OLD-BALANCE * WS-OLD-RATE / 1200
007610         COMPUTE WS-CAP-INTEREST =
007620             WS-MONTH-INTEREST * WS-PAST-DUE-MONTHS
007630     END-IF.

007640     MOVE "N"                  TO WS-ESCROW-SWITCH.
007650     MOVE LM-LOAN-NUMBER       TO EM-LOAN-NUMBER.
007660     READ ESCROW-MASTER
007670         INVALID KEY
007680             CONTINUE
007690         NOT INVALID KEY
007700             MOVE "Y"          TO WS-ESCROW-SWITCH
007710     END-READ.
007720     IF ESCROW-ON-FILE
007730         AND EM-ESCROW-BALANCE NUMERIC
007740         AND EM-ESCROW-BALANCE < ZERO
007750         COMPUTE WS-CAP-ESCROW = ZERO - EM-ESCROW-BALANCE
007760     END-IF.

007770     IF MD-WAIVE-LATE-CHARGES
007780         AND LM-LATE-CHARGE-BALANCE NUMERIC
007790         MOVE LM-LATE-CHARGE-BALANCE TO WS-WAIVED-AMOUNT
007800     END-IF.

007810     COMPUTE WS-CAPITALIZED =
007820         WS-CAP-INTEREST + WS-CAP-ESCROW + WS-CAP-FEES.
007830     COMPUTE WS-NEW-BALANCE = WS-OLD-BALANCE + WS-CAPITALIZED.
007840 4000-EXIT.
007850     EXIT.

007860*----------------------------------------------------------------*
007870*    4100-COUNT-PAST-DUE-RTN  -  COUNT ONE MORE INSTALLMENT IF   *
007880*    IT FALLS DUE BEFORE THE AGREED FIRST DUE DATE.  EACH DATE   *
007890*    IS TAKEN FROM LM-NEXT-DUE-DATE BY WHOLE MONTHS SO A         *
007900*    MONTH-END DUE DAY DOES NOT DRIFT THROUGH FEBRUARY.          *
007910*----------------------------------------------------------------*
007920 4100-COUNT-PAST-DUE-RTN.
007930     IF WS-PAST-DUE-MONTHS NOT < WS-MAX-PAST-DUE
007940         MOVE "Y"              TO WS-COUNT-DONE-SWITCH
007950         GO TO 4100-EXIT
007960     END-IF.

007970     MOVE LM-NEXT-DUE-DATE     TO WS-CHECK-DATE.
007980     MOVE WS-PAST-DUE-MONTHS   TO WS-MONTHS-TO-ADD.
007990     PERFORM 4200-ADD-MONTHS-RTN
008000         THRU 4200-EXIT.

008010     IF WS-CHECK-DATE < MD-FIRST-DUE-DATE
008020         ADD 1 TO WS-PAST-DUE-MONTHS
008030     ELSE
008040         MOVE "Y"              TO WS-COUNT-DONE-SWITCH
008050     END-IF.
008060 4100-EXIT.
008070     EXIT.

008080*----------------------------------------------------------------*
008090*    4200-ADD-MONTHS-RTN  -  MOVE WS-CHECK-DATE ON BY            *
008100*    WS-MONTHS-TO-ADD CALENDAR MONTHS, KEEPING THE DAY OF THE    *
008110*    MONTH BUT PULLING IT BACK TO THE LAST DAY OF A SHORTER      *
008120*    MONTH (SAME RULE AS COBARMCH).                              *
008130*----------------------------------------------------------------*
008140 4200-ADD-MONTHS-RTN.
008150     COMPUTE WS-MONTH-COUNT =
008160         WS-CHECK-YEAR * 12 + WS-CHECK-MONTH - 1
008170             + WS-MONTHS-TO-ADD.
008180     DIVIDE WS-MONTH-COUNT BY 12
008190         GIVING WS-CHECK-YEAR
008200         REMAINDER WS-MONTH-REMAINDER.
008210     COMPUTE WS-CHECK-MONTH = WS-MONTH-REMAINDER + 1.

008220     IF WS-CHECK-MONTH = 2
008230         PERFORM 3200-SET-FEBRUARY-LIMIT-RTN
008240             THRU 3200-EXIT
008250     ELSE
008260         MOVE WS-MONTH-DAY-LIMIT (WS-CHECK-MONTH)
008270                               TO WS-DAYS-IN-MONTH
008280     END-IF.

008290     IF WS-CHECK-DAY > WS-DAYS-IN-MONTH
008300         MOVE WS-DAYS-IN-MONTH TO WS-CHECK-DAY
008310     END-IF.
008320 4200-EXIT.
008330     EXIT.

008340*----------------------------------------------------------------*
008350*    4500-PRICE-PAYMENTS-RTN  -  THE PRINCIPAL-AND-INTEREST      *
008360*    PAYMENT BEFORE (CURRENT BALANCE, RATE, AND TERM) AND AFTER  *
008370*    (NEW BALANCE, RATE, AND TERM) THE MODIFICATION.  A LOAN     *
008380*    WITH A ZERO TERM ON FILE HAS NO OLD PAYMENT TO SHOW.        *
008390*----------------------------------------------------------------*
008400 4500-PRICE-PAYMENTS-RTN.
008410     MOVE ZERO                 TO WS-OLD-PAYMENT.
008420     IF LM-TERM-MONTHS > ZERO
008430         MOVE WS-OLD-BALANCE   TO WS-CALC-BALANCE
008440         MOVE WS-OLD-RATE      TO WS-CALC-RATE
008450         MOVE LM-TERM-MONTHS   TO WS-CALC-TERM
008460         PERFORM 4600-CALCULATE-PAYMENT-RTN
008470             THRU 4600-EXIT
008480         MOVE WS-CALC-PAYMENT  TO WS-OLD-PAYMENT
008490     END-IF.

008500     MOVE WS-NEW-BALANCE       TO WS-CALC-BALANCE.
008510     MOVE WS-NEW-RATE          TO WS-CALC-RATE.
008520     MOVE MD-NEW-TERM-MONTHS   TO WS-CALC-TERM.
008530     PERFORM 4600-CALCULATE-PAYMENT-RTN
008540         THRU 4600-EXIT.
008550     MOVE WS-CALC-PAYMENT      TO WS-NEW-PAYMENT.
008560 4500-EXIT.
008570     EXIT.

008580*----------------------------------------------------------------*
008590*    4600-CALCULATE-PAYMENT-RTN  -  STANDARD LEVEL-PAYMENT       *
008600*    AMORTIZATION OF WS-CALC-BALANCE OVER WS-CALC-TERM AT        *
008610*    WS-CALC-RATE - THE SAME FORMULA AS COBCALC'S                *
008620*    4100-CALCULATE-PAYMENT-RTN, WITH THE SAME ZERO-RATE         *
008630*    HANDLING.  THE CALLER HAS ALREADY REJECTED A ZERO TERM.     *
008640*----------------------------------------------------------------*
008650 4600-CALCULATE-PAYMENT-RTN.
008660     COMPUTE WS-MONTHLY-RATE ROUNDED =
008670         WS-CALC-RATE / 12 / 100.

008680     IF WS-MONTHLY-RATE = ZERO
008690         COMPUTE WS-CALC-PAYMENT ROUNDED =
008700             WS-CALC-BALANCE / WS-CALC-TERM
008710     ELSE
008720         COMPUTE WS-RATE-FACTOR ROUNDED =
008730             (1 + WS-MONTHLY-RATE) ** WS-CALC-TERM
008740         COMPUTE WS-CALC-PAYMENT ROUNDED =
008750             (WS-CALC-BALANCE * WS-MONTHLY-RATE
008760                 * WS-RATE-FACTOR) / (WS-RATE-FACTOR - 1)
008770     END-IF.
008780 4600-EXIT.
008790     EXIT.

008800*----------------------------------------------------------------*
008810*    5000-APPLY-MODIFICATION-RTN  -  PUT THE AGREED TERMS AND    *
008820*    THE CAPITALIZED BALANCE ON THE LOAN MASTER, CLEAR A         *
008830*    CAPITALIZED ESCROW ADVANCE, MOVE THE CONTROL TOTAL, AND     *
008840*    WRITE THE HISTORY, GL, AGREEMENT, AND REGISTER RECORDS.     *
008850*    THE AGREEMENT'S BEFORE IMAGE IS TAKEN FIRST.                *
008860*----------------------------------------------------------------*
008870 5000-APPLY-MODIFICATION-RTN.
008880     MOVE SPACES               TO MOD-AGREEMENT-RECORD.
008890     MOVE LM-LOAN-NUMBER       TO MG-LOAN-NUMBER.
008900     MOVE MD-AGREEMENT-REF     TO MG-AGREEMENT-REF.
008910     MOVE WS-RUN-DATE          TO MG-RUN-DATE.
008920     MOVE WS-CURRENT-TIME      TO MG-RUN-TIME.
008930     MOVE WS-OLD-BALANCE       TO MG-OLD-BALANCE.
008940     MOVE LM-RATE-CODE         TO MG-OLD-RATE-CODE.
008950     MOVE WS-OLD-RATE          TO MG-OLD-RATE.
008960     MOVE LM-TERM-MONTHS       TO MG-OLD-TERM-MONTHS.
008970     MOVE LM-NEXT-DUE-DATE     TO MG-OLD-DUE-DATE.
008980     MOVE WS-OLD-PAYMENT       TO MG-OLD-PAYMENT.

008990     MOVE WS-NEW-BALANCE       TO LM-PRINCIPAL-BALANCE.
009000     MOVE WS-NEW-RATE-CODE     TO LM-RATE-CODE.
009010     MOVE WS-NEW-RATE          TO LM-INTEREST-RATE.
009020     MOVE MD-NEW-TERM-MONTHS   TO LM-TERM-MONTHS.
009030     MOVE MD-FIRST-DUE-DATE    TO LM-NEXT-DUE-DATE.
009040     IF WS-WAIVED-AMOUNT > ZERO
009050         MOVE ZERO             TO LM-LATE-CHARGE-BALANCE
009060     END-IF.

009070*    A REWRITE FAILURE ON A RECORD JUST READ IS AN I/O FAULT    *
009080*    THAT WOULD RECUR ON EVERY REMAINING CARD - THE RUN STOPS   *
009090*    AND THE CARD STAYS ON THE TRAIL VIA THE REJECT FILE        *
009100*    (SAME POLICY AS COBPOST).                                  *
009110     REWRITE LOAN-MASTER-RECORD
009120         INVALID KEY
009130             DISPLAY "COBMODFY - REWRITE FAILED ON LOAN "
009140                 LM-LOAN-NUMBER " - STATUS "
009150                 WS-LOAN-FILE-STATUS " - RUN STOPPED"
009160             SET MJ-REWRITE-FAILED TO TRUE
009170             PERFORM 6000-WRITE-REJECT-RTN
009180                 THRU 6000-EXIT
009190             MOVE "Y"          TO WS-STOP-SWITCH
009200             GO TO 5000-EXIT
009210     END-REWRITE.

009220*    THE PRINCIPAL ADDED MOVES THE CONTROL TOTAL IN THE SAME    *
009230*    UNIT OF WORK, SO COBVERFY'S COMPARISON HOLDS EVEN AFTER    *
009240*    AN ABEND MID-RUN.                                          *
009250     IF WS-CAPITALIZED > ZERO
009260         ADD WS-CAPITALIZED    TO LC-TOTAL-PRINCIPAL
009270         MOVE WS-CURRENT-DATE  TO LC-LAST-UPDATE-DATE
009280         MOVE WS-CURRENT-TIME  TO LC-LAST-UPDATE-TIME
009290         REWRITE LOAN-CONTROL-RECORD
009300     END-IF.

009310     IF WS-CAP-ESCROW > ZERO
009320         MOVE ZERO             TO EM-ESCROW-BALANCE
009330         REWRITE ESCROW-MASTER-RECORD
009340             INVALID KEY
009350                 DISPLAY "COBMODFY - ESCROW REWRITE FAILED ON "
009360                     "LOAN " EM-LOAN-NUMBER " - STATUS "
009370                     WS-ESCR-FILE-STATUS " - RUN STOPPED"
009380                 SET MJ-REWRITE-FAILED TO TRUE
009390                 PERFORM 6000-WRITE-REJECT-RTN
009400                     THRU 6000-EXIT
009410                 MOVE "Y"      TO WS-STOP-SWITCH
009420         END-REWRITE
009430     END-IF.

009440     PERFORM 5100-WRITE-HISTORY-RTN
009450         THRU 5100-EXIT.
009460     PERFORM 5200-WRITE-GL-EXTRACT-RTN
009470         THRU 5200-EXIT.

009480     MOVE WS-NEW-BALANCE       TO MG-NEW-BALANCE.
009490     MOVE LM-RATE-CODE         TO MG-NEW-RATE-CODE.
009500     MOVE WS-NEW-RATE          TO MG-NEW-RATE.
009510     MOVE LM-TERM-MONTHS       TO MG-NEW-TERM-MONTHS.
009520     MOVE LM-NEXT-DUE-DATE     TO MG-NEW-DUE-DATE.
009530     MOVE WS-NEW-PAYMENT       TO MG-NEW-PAYMENT.
009540     MOVE WS-PAST-DUE-MONTHS   TO MG-PAST-DUE-MONTHS.
009550     MOVE WS-CAP-INTEREST      TO MG-CAP-INTEREST.
009560     MOVE WS-CAP-ESCROW        TO MG-CAP-ESCROW.
009570     MOVE WS-CAP-FEES          TO MG-CAP-FEES.
009580     MOVE WS-WAIVED-AMOUNT     TO MG-WAIVED-LATE-CHARGES.
009590     WRITE MOD-AGREEMENT-RECORD.

009600     PERFORM 6500-WRITE-REGISTER-RTN
009610         THRU 6500-EXIT.

009620     ADD 1 TO WS-LOANS-MODIFIED.
009630     ADD WS-CAP-INTEREST       TO WS-TOTAL-CAP-INTEREST.
009640     ADD WS-CAP-ESCROW         TO WS-TOTAL-CAP-ESCROW.
009650     ADD WS-CAP-FEES           TO WS-TOTAL-CAP-FEES.
009660     ADD WS-CAPITALIZED        TO WS-TOTAL-CAPITALIZED.
009670     IF WS-WAIVED-AMOUNT > ZERO
009680         ADD 1 TO WS-LATE-WAIVED-COUNT
009690         ADD WS-WAIVED-AMOUNT  TO WS-TOTAL-WAIVED
009700     END-IF.
009710 5000-EXIT.
009720     EXIT.

009730*----------------------------------------------------------------*
009740*    5100-WRITE-HISTORY-RTN  -  APPEND THE "M" HISTORY RECORD.   *
009750*    NO MONEY WAS RECEIVED, SO EVERY APPLIED AMOUNT IS ZERO AND  *
009760*    YEAR-END, REMITTANCE, AND STATEMENT TOTALS ARE UNMOVED;     *
009770*    TH-NEW-BALANCE CARRIES THE CAPITALIZED BALANCE SO THE       *
009780*    HISTORY STILL RECONCILES TO THE MASTER.  THE COMPONENTS     *
009790*    ARE ON THE AGREEMENT RECORD, FOUND BY TH-RECEIPT-REFERENCE. *
009800*----------------------------------------------------------------*
009810 5100-WRITE-HISTORY-RTN.
009820     MOVE SPACES               TO TRAN-HISTORY-RECORD.
009830     MOVE LM-LOAN-NUMBER       TO TH-LOAN-NUMBER.
009840     MOVE WS-CURRENT-DATE      TO TH-POST-DATE.
009850     MOVE WS-CURRENT-TIME      TO TH-POST-TIME.
009860     MOVE WS-RUN-DATE          TO TH-RECEIPT-DATE.
009870     MOVE ZERO                 TO TH-RECEIPT-AMOUNT
009880                                   TH-PRINCIPAL-APPLIED
009890                                   TH-INTEREST-APPLIED
009900                                   TH-CURTAILMENT-AMOUNT
009910                                   TH-LATE-CHARGE-PAID
009920                                   TH-ESCROW-APPLIED.
009930     IF LM-SUSPENSE-BALANCE NUMERIC
009940         MOVE LM-SUSPENSE-BALANCE TO TH-SUSPENSE-AFTER
009950     ELSE
009960         MOVE ZERO             TO TH-SUSPENSE-AFTER
009970     END-IF.
009980     MOVE WS-NEW-BALANCE       TO TH-NEW-BALANCE.
009990     SET TH-MODIFICATION       TO TRUE.
010000     MOVE MD-AGREEMENT-REF     TO TH-RECEIPT-REFERENCE.
010010     WRITE TRAN-HISTORY-RECORD.
010020 5100-EXIT.
010030     EXIT.

010040*----------------------------------------------------------------*
010050*    5200-WRITE-GL-EXTRACT-RTN  -  ONE "M" EXTRACT RECORD PER    *
010060*    CAPITALIZED COMPONENT: PRINCIPAL (1000-PRIN) IS CHARGED     *
010070*    GX-PRINCIPAL-AMOUNT AND THE OFFSET ACCOUNT IN THE INTEREST  *
010080*    ACCOUNT SLOT IS CREDITED WITH IT (SEE SBANK08W).            *
010090*----------------------------------------------------------------*
010100 5200-WRITE-GL-EXTRACT-RTN.
010110     IF WS-CAP-INTEREST > ZERO
010120         MOVE "4000-INTC"      TO WS-GL-OFFSET-ACCOUNT
010130         MOVE WS-CAP-INTEREST  TO WS-GL-AMOUNT
010140         PERFORM 5250-WRITE-GL-COMPONENT-RTN
010150             THRU 5250-EXIT
010160     END-IF.

010170     IF WS-CAP-ESCROW > ZERO
010180         MOVE "2200-ESCR"      TO WS-GL-OFFSET-ACCOUNT
010190         MOVE WS-CAP-ESCROW    TO WS-GL-AMOUNT
010200         PERFORM 5250-WRITE-GL-COMPONENT-RTN
010210             THRU 5250-EXIT
010220     END-IF.

010230     IF WS-CAP-FEES > ZERO
010240         MOVE "1400-CADV"      TO WS-GL-OFFSET-ACCOUNT
010250         MOVE WS-CAP-FEES      TO WS-GL-AMOUNT
010260         PERFORM 5250-WRITE-GL-COMPONENT-RTN
010270             THRU 5250-EXIT
010280     END-IF.
010290 5200-EXIT.
010300     EXIT.

010310*----------------------------------------------------------------*
010320*    5250-WRITE-GL-COMPONENT-RTN  -  WRITE ONE "M" RECORD FOR    *
010330*    THE COMPONENT THE CALLER HAS SET UP.                        *
010340*----------------------------------------------------------------*
010350 5250-WRITE-GL-COMPONENT-RTN.
010360     MOVE SPACES               TO GL-EXTRACT-RECORD.
010370     MOVE LM-LOAN-NUMBER       TO GX-LOAN-NUMBER.
010380     MOVE WS-RUN-DATE          TO GX-RUN-DATE.
010390     MOVE "1000-PRIN"          TO GX-GL-ACCOUNT-PRINCIPAL.
010400     MOVE WS-GL-AMOUNT         TO GX-PRINCIPAL-AMOUNT.
010410     MOVE WS-GL-OFFSET-ACCOUNT TO GX-GL-ACCOUNT-INTEREST.
010420     MOVE ZERO                 TO GX-INTEREST-AMOUNT.
010430     MOVE WS-NEW-BALANCE       TO GX-NEW-BALANCE.
010440     SET GX-SOURCE-MODIFICATION TO TRUE.
010450     WRITE GL-EXTRACT-RECORD.
010460 5250-EXIT.
010470     EXIT.

010480*----------------------------------------------------------------*
010490*    6000-WRITE-REJECT-RTN  -  DROP THE CARD, IMAGE INTACT,      *
010500*    ONTO THE REJECT FILE WITH THE REASON CODE THE CALLER HAS    *
010510*    ALREADY SET.                                                *
010520*----------------------------------------------------------------*
010530 6000-WRITE-REJECT-RTN.
010540     MOVE MOD-TERMS-RECORD     TO MJ-CARD-IMAGE.
010550     WRITE MOD-REJECT-RECORD.
010560     ADD 1 TO WS-CARDS-REJECTED.
010570 6000-EXIT.
010580     EXIT.

010590*----------------------------------------------------------------*
010600*    6500-WRITE-REGISTER-RTN  -  LIST THE MODIFIED LOAN.         *
010610*----------------------------------------------------------------*
010620 6500-WRITE-REGISTER-RTN.
010630     MOVE SPACES               TO MOD-REGISTER-LINE.
010640     MOVE LM-LOAN-NUMBER       TO MP-LOAN-NUMBER.
010650     MOVE WS-OLD-BALANCE       TO MP-OLD-BALANCE.
010660     MOVE WS-CAPITALIZED       TO MP-CAPITALIZED.
010670     MOVE WS-NEW-BALANCE       TO MP-NEW-BALANCE.
010680     MOVE WS-WAIVED-AMOUNT     TO MP-WAIVED.
010690     MOVE WS-NEW-RATE          TO MP-NEW-RATE.
010700     MOVE LM-TERM-MONTHS       TO MP-NEW-TERM.
010710     MOVE LM-NEXT-DUE-DATE     TO MP-FIRST-DUE-DATE.
010720     MOVE WS-OLD-PAYMENT       TO MP-OLD-PAYMENT.
010730     MOVE WS-NEW-PAYMENT       TO MP-NEW-PAYMENT.
010740     MOVE MD-AGREEMENT-REF     TO MP-AGREEMENT-REF.
010750     WRITE MOD-REGISTER-LINE.
010760 6500-EXIT.
010770     EXIT.

010780*----------------------------------------------------------------*
010790*    7000-PRINT-TOTALS-RTN  -  THE RUN COUNTS AND AMOUNTS AT THE *
010800*    FOOT OF THE REGISTER.                                       *
010810*----------------------------------------------------------------*
010820 7000-PRINT-TOTALS-RTN.
010830     MOVE SPACES               TO MOD-REGISTER-TOTAL-LINE.
010840     MOVE "AGREEMENTS READ"            TO MQ-LABEL.
010850     MOVE WS-CARDS-READ                TO MQ-COUNT.
010860     WRITE MOD-REGISTER-TOTAL-LINE.

010870     MOVE SPACES               TO MOD-REGISTER-TOTAL-LINE.
010880     MOVE "LOANS MODIFIED / PRINCIPAL ADDED" TO MQ-LABEL.
010890     MOVE WS-LOANS-MODIFIED            TO MQ-COUNT.
010900     MOVE WS-TOTAL-CAPITALIZED         TO MQ-AMOUNT.
010910     WRITE MOD-REGISTER-TOTAL-LINE.

010920     MOVE SPACES               TO MOD-REGISTER-TOTAL-LINE.
010930     MOVE "  INTEREST CAPITALIZED"     TO MQ-LABEL.
010940     MOVE WS-TOTAL-CAP-INTEREST        TO MQ-AMOUNT.
010950     WRITE MOD-REGISTER-TOTAL-LINE.

010960     MOVE SPACES               TO MOD-REGISTER-TOTAL-LINE.
010970     MOVE "  ESCROW ADVANCES CAPITALIZED" TO MQ-LABEL.
010980     MOVE WS-TOTAL-CAP-ESCROW          TO MQ-AMOUNT.
010990     WRITE MOD-REGISTER-TOTAL-LINE.

011000     MOVE SPACES               TO MOD-REGISTER-TOTAL-LINE.
011010     MOVE "  FEES CAPITALIZED"         TO MQ-LABEL.
011020     MOVE WS-TOTAL-CAP-FEES            TO MQ-AMOUNT.
011030     WRITE MOD-REGISTER-TOTAL-LINE.

011040     MOVE SPACES               TO MOD-REGISTER-TOTAL-LINE.
011050     MOVE "LATE CHARGES WAIVED"        TO MQ-LABEL.
011060     MOVE WS-LATE-WAIVED-COUNT         TO MQ-COUNT.
011070     MOVE WS-TOTAL-WAIVED              TO MQ-AMOUNT.
011080     WRITE MOD-REGISTER-TOTAL-LINE.

011090     MOVE SPACES               TO MOD-REGISTER-TOTAL-LINE.
011100     MOVE "AGREEMENTS REJECTED"        TO MQ-LABEL.
011110     MOVE WS-CARDS-REJECTED            TO MQ-COUNT.
011120     WRITE MOD-REGISTER-TOTAL-LINE.
011130 7000-EXIT.
011140     EXIT.

011150*----------------------------------------------------------------*
011160*    9999-TERMINATE-RTN  -  CLOSE WHAT IS OPEN AND LOG THE RUN   *
011170*    TOTALS.                                                     *
011180*----------------------------------------------------------------*
011190 9999-TERMINATE-RTN.
011200*    GUARDED ON WHETHER THE RUN FILES WERE OPENED, NOT ON THE   *
011210*    STOP SWITCH - A MID-RUN STOP (REWRITE FAULT) LEAVES THEM   *
011220*    OPEN WITH RECORDS ALREADY WRITTEN THAT MUST STILL BE       *
011230*    CLOSED.                                                    *
011240     IF RUN-FILES-ARE-OPEN
011250         CLOSE MOD-FEED
011260               LOAN-MASTER
011270               ESCROW-MASTER
011280               CONTROL-FILE
011290               TRAN-HISTORY
011300               GL-EXTRACT
011310               AGREEMENT-FILE
011320               REJECT-FILE
011330               MOD-REGISTER
011340     END-IF.

011350     DISPLAY "COBMODFY - AGREEMENTS READ      " WS-CARDS-READ.
011360     DISPLAY "COBMODFY - LOANS MODIFIED       "
011370         WS-LOANS-MODIFIED.
011380     DISPLAY "COBMODFY - PRINCIPAL ADDED      "
011390         WS-TOTAL-CAPITALIZED.
011400     DISPLAY "COBMODFY - LATE CHARGES WAIVED  "
011410         WS-TOTAL-WAIVED.
011420     DISPLAY "COBMODFY - AGREEMENTS REJECTED  "
011430         WS-CARDS-REJECTED.
011440     IF CYCLE-STEP-RUNNING
011441         IF STOP-THE-RUN
011442             MOVE "F"          TO CY-FUNCTION
011443         ELSE
011444             MOVE "C"          TO CY-FUNCTION
011445         END-IF
011446         CALL "COBCYCLE" USING PARM-4
011447     END-IF.
011448 9999-EXIT.
011450     EXIT.
