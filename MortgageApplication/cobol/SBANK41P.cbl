000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    COBCYCMT.
000120 AUTHOR.        R HALVERSEN.
000130 INSTALLATION.  LOAN SERVICING SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*                                                                *
000180*   COBCYCMT  -  CYCLE CONTROL MAINTENANCE RUN                  *
000190*                                                                *
000200*   APPLIES THE CYCLE CONTROL CARDS (COPYBOOK SBANK97W) KEYED   *
000210*   BY OPERATIONS TO THE CYCLE CONTROL FILE CYCLCTL (SBANK95W), *
000220*   IN DECK ORDER:                                              *
000230*     - A BUSINESS DATE CARD SETS THE CURRENT BUSINESS DATE -   *
000240*       THE FIRST DATE OF A NEW FILE, OR A CORRECTION.  THE     *
000250*       DATE MUST BE A WEEKDAY THAT IS NOT A HOLIDAY; THE PRIOR *
000260*       BUSINESS DATE IS WORKED BACK FROM IT OVER THE SAME      *
000270*       CALENDAR.  THE NIGHTLY MOVE TO THE NEXT BUSINESS DAY IS *
000280*       THE CLOSE-OF-DAY STEP COBEOD'S JOB, NOT THIS RUN'S.     *
000290*     - HOLIDAY CARDS ADD OR REMOVE A DAY ON THE HOLIDAY        *
000300*       CALENDAR.  ONLY DATES AFTER THE CURRENT BUSINESS DATE   *
000310*       MAY CHANGE - THE DAYS ALREADY CLOSED ARE HISTORY.       *
000320*     - A RESET CARD MARKS A STEP'S STATUS ROW RESET SO A       *
000330*       ONCE-PER-DATE STEP MAY BE RERUN FOR ITS BUSINESS DATE   *
000340*       (THE STEPS THAT DEPEND ON IT WAIT FOR THE RERUN).  A    *
000350*       PURGE CARD REMOVES A STATUS ROW NO LONGER WANTED, SUCH  *
000360*       AS A COBDRIVE RANGE INSTANCE DROPPED FROM THE SPLIT.    *
000370*       A RUNNING STEP IS NEVER RESET OR PURGED.                *
000380*   EVERY OTHER UPDATE TO THE FILE GOES THROUGH COBCYCLE        *
000390*   (SBANK40P).  THIS RUN IS THE CYCLE'S OWN SET-UP, SO IT      *
000400*   DOES NOT ITSELF RUN AS A CYCLE STEP.                        *
000410*                                                                *
000420*   A CARD THAT FAILS ITS EDITS GOES TO THE REJECT FILE         *
000430*   (COPYBOOK SBANK98W) WITH A REASON CODE AND THE CARD IMAGE   *
000440*   INTACT.  A FILE WRITE FAILURE STOPS THE RUN.                *
000450*                                                                *
000460*   MODIFICATION HISTORY.                                       *
000470*   -------------------------------------------------------     *
000480*   DATE       INIT   DESCRIPTION                                *
000490*   ---------- ----   ------------------------------------------ *
000500*   2026-10-15  DEV   INITIAL VERSION.                          *
000510******************************************************************
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.  IBM-370.
000550 OBJECT-COMPUTER.  IBM-370.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580*----------------------------------------------------------------*
000590*    CYCLE CONTROL MAINTENANCE CARDS FROM OPERATIONS.            *
000600*----------------------------------------------------------------*
000610     SELECT CYCLE-CARDS ASSIGN TO CYCLCARD
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-CARD-FILE-STATUS.

000640*----------------------------------------------------------------*
000650*    CYCLE CONTROL FILE - BUSINESS DATE, HOLIDAYS AND STEP       *
000660*    STATUS ROWS.  CREATED EMPTY ON THE FIRST RUN.               *
000670*----------------------------------------------------------------*
000680     SELECT CYCLE-CONTROL ASSIGN TO CYCLCTL
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS CC-RECORD-KEY
000720         FILE STATUS IS WS-CYCL-FILE-STATUS.

000730*----------------------------------------------------------------*
000740*    REJECTED CARDS WITH REASON CODES.                           *
000750*----------------------------------------------------------------*
000760     SELECT REJECT-FILE ASSIGN TO CYCLREJ
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-REJ-FILE-STATUS.

000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  CYCLE-CARDS
000820     LABEL RECORDS ARE STANDARD.
000830     COPY SBANK97W.

000840 FD  CYCLE-CONTROL
000850     LABEL RECORDS ARE STANDARD.
000860     COPY SBANK95W.

000870 FD  REJECT-FILE
000880     LABEL RECORDS ARE STANDARD.
000890     COPY SBANK98W.

000900 WORKING-STORAGE SECTION.
000910 01  WS-SWITCHES.
000920     05  WS-CARD-FILE-STATUS      PIC X(02).
000930     05  WS-CYCL-FILE-STATUS      PIC X(02).
000940         88  WS-CYCL-FILE-OK               VALUE "00".
000950         88  WS-CYCL-NOT-FOUND             VALUE "23".
000960         88  WS-CYCL-DUPLICATE             VALUE "22".
000970         88  WS-CYCL-FILE-MISSING          VALUE "35".
000980     05  WS-REJ-FILE-STATUS       PIC X(02).
000990     05  WS-EOF-SWITCH            PIC X(01)  VALUE "N".
001000         88  END-OF-CARDS                  VALUE "Y".
001010     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
001020         88  STOP-THE-RUN                  VALUE "Y".
001030     05  WS-FILES-OPEN-SWITCH     PIC X(01)  VALUE "N".
001040         88  RUN-FILES-ARE-OPEN            VALUE "Y".
001050     05  WS-CARD-OK-SWITCH        PIC X(01)  VALUE "N".
001060         88  CARD-PASSED-EDITS             VALUE "Y".
001070     05  WS-DATE-ROW-SWITCH       PIC X(01)  VALUE "N".
001080         88  DATE-ROW-ON-FILE              VALUE "Y".
001090     05  WS-BUSINESS-DAY-SWITCH   PIC X(01)  VALUE "N".
001100         88  IS-A-BUSINESS-DAY             VALUE "Y".

001110 01  WS-COUNTERS.
001120     05  WS-CARDS-READ            PIC 9(07)  COMP.
001130     05  WS-DATES-SET             PIC 9(07)  COMP.
001140     05  WS-HOLIDAYS-ADDED        PIC 9(07)  COMP.
001150     05  WS-HOLIDAYS-REMOVED      PIC 9(07)  COMP.
001160     05  WS-STEPS-RESET           PIC 9(07)  COMP.
001170     05  WS-STEPS-PURGED          PIC 9(07)  COMP.
001180     05  WS-CARDS-REJECTED        PIC 9(07)  COMP.

001190 01  WS-DATE-FIELDS.
001200     05  WS-CLOCK-DATE            PIC 9(08).
001210     05  WS-CLOCK-TIME            PIC 9(08).
001220     05  WS-CURRENT-BUSINESS-DATE PIC 9(08).
001230     05  WS-NEW-PRIOR-DATE        PIC 9(08).
001240     05  WS-WORK-DATE             PIC 9(08).
001250     05  WS-WORK-DATE-INT         PIC S9(9)  COMP.
001260     05  WS-WEEK-QUOTIENT         PIC S9(9)  COMP.
001270     05  WS-WEEKDAY               PIC 9(01)  COMP.
001280     05  WS-DAYS-TRIED            PIC 9(03)  COMP.
001290     05  WS-DATE-OK-SWITCH        PIC X(01)  VALUE "N".
001300         88  WS-DATE-IS-VALID              VALUE "Y".
001310     05  WS-CHECK-DATE            PIC 9(8).
001320     05  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
001330         10  WS-CHECK-YEAR        PIC 9(4).
001340         10  WS-CHECK-MONTH       PIC 9(2).
001350         10  WS-CHECK-DAY         PIC 9(2).
001360     05  WS-LEAP-REMAINDER        PIC 9(4)  COMP.
001370     05  WS-LEAP-QUOTIENT         PIC 9(4)  COMP.
001380     05  WS-DAYS-IN-MONTH         PIC 9(2)  COMP.

001390*----------------------------------------------------------------*
001400*    CALENDAR CONSTANTS - THE SAME WEEKDAY RULE AND SEARCH LIMIT *
001410*    AS COBCYCLE.  INTEGER-OF-DATE COUNTS FROM MONDAY 1 JANUARY  *
001420*    1601 AS DAY 1, SO THE REMAINDER OVER 7 IS 6 ON A SATURDAY   *
001430*    AND 0 ON A SUNDAY.                                          *
001440*----------------------------------------------------------------*
001450 01  WS-CONSTANTS.
001460     05  WS-SATURDAY              PIC 9(01)  VALUE 6.
001470     05  WS-SUNDAY                PIC 9(01)  VALUE 0.
001480     05  WS-MAX-DAYS-TRIED        PIC 9(03)  COMP VALUE 31.

001490*----------------------------------------------------------------*
001500*    DAYS PER MONTH - FIXED CALENDAR CONSTANTS (SAME TABLE AS    *
001510*    COBVERFY'S DUE-DATE VALIDATOR).  FEBRUARY IS HANDLED        *
001520*    SEPARATELY FOR LEAP YEARS.                                  *
001530*----------------------------------------------------------------*
001540 01  WS-MONTH-DAYS-DATA.
001550     05  FILLER                   PIC X(24)
001560              VALUE "312831303130313130313031".
001570 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
001580     05  WS-MONTH-DAY-LIMIT       PIC 9(2)  OCCURS 12 TIMES.

001590 LINKAGE SECTION.

001600 PROCEDURE DIVISION.
001610*----------------------------------------------------------------*
001620*    0000-MAINLINE                                                *
001630*----------------------------------------------------------------*
001640 0000-MAINLINE.
001650     PERFORM 1000-INITIALIZE-RTN
001660         THRU 1000-EXIT.
001670     IF NOT STOP-THE-RUN
001680         PERFORM 2000-PROCESS-CARDS-RTN
001690             THRU 2000-EXIT
001700     END-IF.
001710     PERFORM 9999-TERMINATE-RTN
001720         THRU 9999-EXIT.
001730     GOBACK.

001740*----------------------------------------------------------------*
001750*    1000-INITIALIZE-RTN  -  OPEN THE CARDS, THE CYCLE CONTROL   *
001760*    FILE (CREATING IT THE FIRST TIME) AND THE REJECT FILE.      *
001770*----------------------------------------------------------------*
001780 1000-INITIALIZE-RTN.
001790     MOVE ZERO                 TO WS-CARDS-READ
001800                                   WS-DATES-SET
001810                                   WS-HOLIDAYS-ADDED
001820                                   WS-HOLIDAYS-REMOVED
001830                                   WS-STEPS-RESET
001840                                   WS-STEPS-PURGED
001850                                   WS-CARDS-REJECTED.
001860     ACCEPT WS-CLOCK-DATE      FROM DATE YYYYMMDD.
001870     ACCEPT WS-CLOCK-TIME      FROM TIME.

001880     OPEN INPUT CYCLE-CARDS.
001890*    A MISSING OR MISPOINTED CARD FILE GIVES EVERY READ STATUS  *
001900*    47 AND AT END NEVER FIRES - STOP NOW RATHER THAN SPIN.     *
001910     IF NOT WS-CARD-FILE-STATUS = "00"
001920         DISPLAY "COBCYCMT - CYCLE CARD FILE OPEN FAILED - "
001930             "STATUS " WS-CARD-FILE-STATUS " - RUN STOPPED"
001940         MOVE "Y"              TO WS-STOP-SWITCH
001950         GO TO 1000-EXIT
001960     END-IF.

001970     OPEN I-O CYCLE-CONTROL.
001980     IF WS-CYCL-FILE-MISSING
001990         OPEN OUTPUT CYCLE-CONTROL
002000         CLOSE CYCLE-CONTROL
002010         OPEN I-O CYCLE-CONTROL
002020     END-IF.
002030     IF NOT WS-CYCL-FILE-OK
002040         DISPLAY "COBCYCMT - CYCLE CONTROL FILE OPEN FAILED - "
002050             "STATUS " WS-CYCL-FILE-STATUS " - RUN STOPPED"
002060         MOVE "Y"              TO WS-STOP-SWITCH
002070         CLOSE CYCLE-CARDS
002080         GO TO 1000-EXIT
002090     END-IF.

002100     OPEN OUTPUT REJECT-FILE.
002110*    VALUE CLAUSES ON FD RECORD FILLER ARE DOCUMENTARY ONLY -    *
002120*    CLEAR THE REJECT RECORD AREA ONCE SO THE FILLER BYTES       *
002130*    NEVER CARRY GARBAGE.                                        *
002140     MOVE SPACES               TO CYCLE-REJECT-RECORD.
002150     MOVE "Y"                  TO WS-FILES-OPEN-SWITCH.
002160 1000-EXIT.
002170     EXIT.

002180*----------------------------------------------------------------*
002190*    2000-PROCESS-CARDS-RTN  -  VALIDATE AND APPLY EVERY CARD.   *
002200*----------------------------------------------------------------*
002210 2000-PROCESS-CARDS-RTN.
002220     PERFORM 2100-PROCESS-ONE-CARD-RTN
002230         THRU 2100-EXIT
002240         UNTIL END-OF-CARDS OR STOP-THE-RUN.
002250 2000-EXIT.
002260     EXIT.

002270*----------------------------------------------------------------*
002280*    2100-PROCESS-ONE-CARD-RTN  -  READ ONE CARD AND ROUTE IT ON *
002290*    ITS ACTION CODE.                                            *
002300*----------------------------------------------------------------*
002310 2100-PROCESS-ONE-CARD-RTN.
002320     READ CYCLE-CARDS
002330         AT END
002340             MOVE "Y"          TO WS-EOF-SWITCH
002350             GO TO 2100-EXIT
002360     END-READ.

002370     ADD 1 TO WS-CARDS-READ.

002380     EVALUATE TRUE
002390         WHEN YC-SET-BUSINESS-DATE
002400             PERFORM 3000-SET-BUSINESS-DATE-RTN
002410                 THRU 3000-EXIT
002420         WHEN YC-ADD-HOLIDAY
002430             PERFORM 4000-ADD-HOLIDAY-RTN
002440                 THRU 4000-EXIT
002450         WHEN YC-REMOVE-HOLIDAY
002460             PERFORM 4500-REMOVE-HOLIDAY-RTN
002470                 THRU 4500-EXIT
002480         WHEN YC-RESET-STEP
002490             PERFORM 5000-RESET-STEP-RTN
002500                 THRU 5000-EXIT
002510         WHEN YC-PURGE-STEP
002520             PERFORM 5500-PURGE-STEP-RTN
002530                 THRU 5500-EXIT
002540         WHEN OTHER
002550             SET YX-BAD-ACTION TO TRUE
002560             PERFORM 6000-WRITE-REJECT-RTN
002570                 THRU 6000-EXIT
002580     END-EVALUATE.
002590 2100-EXIT.
002600     EXIT.

002610*----------------------------------------------------------------*
002620*    2200-READ-DATE-ROW-RTN  -  FETCH THE BUSINESS DATE ROW,     *
002630*    REMEMBERING WHETHER ONE EXISTS.  A NEW FILE HAS NONE.       *
002640*----------------------------------------------------------------*
002650 2200-READ-DATE-ROW-RTN.
002660     MOVE "N"                  TO WS-DATE-ROW-SWITCH.
002670     MOVE ZERO                 TO WS-CURRENT-BUSINESS-DATE.
002680     MOVE SPACES               TO CC-RECORD-KEY.
002690     SET CC-DATE-ROW           TO TRUE.
002700     READ CYCLE-CONTROL
002710         INVALID KEY
002720             GO TO 2200-EXIT
002730     END-READ.
002740     MOVE "Y"                  TO WS-DATE-ROW-SWITCH.
002750     MOVE CD-BUSINESS-DATE     TO WS-CURRENT-BUSINESS-DATE.
002760 2200-EXIT.
002770     EXIT.

002780*----------------------------------------------------------------*
002790*    2300-EDIT-CARD-DATE-RTN  -  YC-DATE MUST BE A REAL          *
002800*    CALENDAR DATE.  SETS THE REJECT REASON WHEN IT IS NOT.      *
002810*----------------------------------------------------------------*
002820 2300-EDIT-CARD-DATE-RTN.
002830     MOVE "N"                  TO WS-CARD-OK-SWITCH.
002840     IF YC-DATE-X NOT NUMERIC
002850         SET YX-BAD-DATE       TO TRUE
002860         GO TO 2300-EXIT
002870     END-IF.
002880     MOVE YC-DATE              TO WS-CHECK-DATE.
002890     PERFORM 7800-VALIDATE-DATE-RTN
002900         THRU 7800-EXIT.
002910     IF NOT WS-DATE-IS-VALID
002920         SET YX-BAD-DATE       TO TRUE
002930         GO TO 2300-EXIT
002940     END-IF.
002950     MOVE "Y"                  TO WS-CARD-OK-SWITCH.
002960 2300-EXIT.
002970     EXIT.

002980*----------------------------------------------------------------*
002990*    2400-TEST-BUSINESS-DAY-RTN  -  WS-WORK-DATE IS A BUSINESS   *
003000*    DAY WHEN IT IS A WEEKDAY WITH NO HOLIDAY ROW.  THE RECORD   *
003010*    AREA IS OVERLAID BY THE HOLIDAY LOOKUP.                     *
003020*----------------------------------------------------------------*
003030 2400-TEST-BUSINESS-DAY-RTN.
003040     MOVE "N"                  TO WS-BUSINESS-DAY-SWITCH.
003050     COMPUTE WS-WORK-DATE-INT =
003060         FUNCTION INTEGER-OF-DATE (WS-WORK-DATE).
003070     DIVIDE WS-WORK-DATE-INT BY 7
003080         GIVING WS-WEEK-QUOTIENT
003090         REMAINDER WS-WEEKDAY.
003100     IF WS-WEEKDAY = WS-SATURDAY OR WS-WEEKDAY = WS-SUNDAY
003110         GO TO 2400-EXIT
003120     END-IF.

003130     MOVE SPACES               TO CC-RECORD-KEY.
003140     SET CC-HOLIDAY-ROW        TO TRUE.
003150     MOVE WS-WORK-DATE         TO CC-HOLIDAY-DATE.
003160     READ CYCLE-CONTROL
003170         INVALID KEY
003180             MOVE "Y"          TO WS-BUSINESS-DAY-SWITCH
003190     END-READ.
003200 2400-EXIT.
003210     EXIT.

003220*----------------------------------------------------------------*
003230*    3000-SET-BUSINESS-DATE-RTN  -  EDIT A BUSINESS DATE CARD,   *
003240*    WORK BACK TO THE PRIOR BUSINESS DAY, AND WRITE OR REWRITE   *
003250*    THE BUSINESS DATE ROW.  A WRITE FAILURE IS AN I/O FAULT     *
003260*    THAT STOPS THE RUN (SAME POLICY AS COBPOST).                *
003270*----------------------------------------------------------------*
003280 3000-SET-BUSINESS-DATE-RTN.
003290     PERFORM 2300-EDIT-CARD-DATE-RTN
003300         THRU 2300-EXIT.
003310     IF NOT CARD-PASSED-EDITS
003320         PERFORM 6000-WRITE-REJECT-RTN
003330             THRU 6000-EXIT
003340         GO TO 3000-EXIT
003350     END-IF.

003360     MOVE YC-DATE              TO WS-WORK-DATE.
003370     PERFORM 2400-TEST-BUSINESS-DAY-RTN
003380         THRU 2400-EXIT.
003390     IF NOT IS-A-BUSINESS-DAY
003400         SET YX-NOT-A-BUSINESS-DAY TO TRUE
003410         PERFORM 6000-WRITE-REJECT-RTN
003420             THRU 6000-EXIT
003430         GO TO 3000-EXIT
003440     END-IF.

003450*    THE PRIOR BUSINESS DATE IS LEFT ZERO IF NO BUSINESS DAY    *
003460*    TURNS UP IN THE MONTH BEFORE - ONLY A CALENDAR KEYED IN     *
003470*    ERROR DOES THAT.                                           *
003480     MOVE ZERO                 TO WS-DAYS-TRIED
003490                                   WS-NEW-PRIOR-DATE.
003500     MOVE "N"                  TO WS-BUSINESS-DAY-SWITCH.
003510     PERFORM 3100-STEP-BACK-ONE-DAY-RTN
003520         THRU 3100-EXIT
003530         UNTIL IS-A-BUSINESS-DAY
003540            OR WS-DAYS-TRIED NOT < WS-MAX-DAYS-TRIED.
003550     IF IS-A-BUSINESS-DAY
003560         MOVE WS-WORK-DATE     TO WS-NEW-PRIOR-DATE
003570     END-IF.

003580     PERFORM 2200-READ-DATE-ROW-RTN
003590         THRU 2200-EXIT.
003600     IF NOT DATE-ROW-ON-FILE
003610         MOVE SPACES           TO CYCLE-CONTROL-RECORD
003620         SET CC-DATE-ROW       TO TRUE
003630     END-IF.
003640     MOVE YC-DATE              TO CD-BUSINESS-DATE.
003650     MOVE WS-NEW-PRIOR-DATE    TO CD-PRIOR-BUSINESS-DATE.
003660     MOVE "COBCYCMT"           TO CD-CHANGED-BY.
003670     MOVE WS-CLOCK-DATE        TO CD-CHANGED-DATE.
003680     MOVE WS-CLOCK-TIME        TO CD-CHANGED-TIME.
003690     IF DATE-ROW-ON-FILE
003700         REWRITE CYCLE-CONTROL-RECORD
003710     ELSE
003720         WRITE CYCLE-CONTROL-RECORD
003730     END-IF.
003740     IF NOT WS-CYCL-FILE-OK
003750         PERFORM 6500-CYCLE-WRITE-FAILED-RTN
003760             THRU 6500-EXIT
003770         GO TO 3000-EXIT
003780     END-IF.

003790     DISPLAY "COBCYCMT - BUSINESS DATE SET TO " YC-DATE
003800         " (WAS " WS-CURRENT-BUSINESS-DATE ", PRIOR "
003810         WS-NEW-PRIOR-DATE ")".
003820     ADD 1 TO WS-DATES-SET.
003830 3000-EXIT.
003840     EXIT.

003850*----------------------------------------------------------------*
003860*    3100-STEP-BACK-ONE-DAY-RTN  -  MOVE WS-WORK-DATE BACK A DAY *
003870*    AND TEST IT.                                                *
003880*----------------------------------------------------------------*
003890 3100-STEP-BACK-ONE-DAY-RTN.
003900     ADD 1 TO WS-DAYS-TRIED.
003910     COMPUTE WS-WORK-DATE-INT =
003920         FUNCTION INTEGER-OF-DATE (WS-WORK-DATE) - 1.
003930     COMPUTE WS-WORK-DATE =
003940         FUNCTION DATE-OF-INTEGER (WS-WORK-DATE-INT).
003950     PERFORM 2400-TEST-BUSINESS-DAY-RTN
003960         THRU 2400-EXIT.
003970 3100-EXIT.
003980     EXIT.

003990*----------------------------------------------------------------*
004000*    4000-ADD-HOLIDAY-RTN  -  EDIT A HOLIDAY CARD AND WRITE THE  *
004010*    HOLIDAY ROW.                                                *
004020*----------------------------------------------------------------*
004030 4000-ADD-HOLIDAY-RTN.
004040     PERFORM 4100-EDIT-HOLIDAY-CARD-RTN
004050         THRU 4100-EXIT.
004060     IF NOT CARD-PASSED-EDITS
004070         PERFORM 6000-WRITE-REJECT-RTN
004080             THRU 6000-EXIT
004090         GO TO 4000-EXIT
004100     END-IF.
004110     IF YC-HOLIDAY-NAME = SPACES
004120         SET YX-BAD-HOLIDAY    TO TRUE
004130         PERFORM 6000-WRITE-REJECT-RTN
004140             THRU 6000-EXIT
004150         GO TO 4000-EXIT
004160     END-IF.

004170     MOVE SPACES               TO CYCLE-CONTROL-RECORD.
004180     SET CC-HOLIDAY-ROW        TO TRUE.
004190     MOVE YC-DATE              TO CC-HOLIDAY-DATE.
004200     MOVE YC-HOLIDAY-NAME      TO CH-HOLIDAY-NAME.
004210     WRITE CYCLE-CONTROL-RECORD.
004220     IF WS-CYCL-DUPLICATE
004230         SET YX-BAD-HOLIDAY    TO TRUE
004240         PERFORM 6000-WRITE-REJECT-RTN
004250             THRU 6000-EXIT
004260         GO TO 4000-EXIT
004270     END-IF.
004280     IF NOT WS-CYCL-FILE-OK
004290         PERFORM 6500-CYCLE-WRITE-FAILED-RTN
004300             THRU 6500-EXIT
004310         GO TO 4000-EXIT
004320     END-IF.
004330     ADD 1 TO WS-HOLIDAYS-ADDED.
004340 4000-EXIT.
004350     EXIT.

004360*----------------------------------------------------------------*
004370*    4100-EDIT-HOLIDAY-CARD-RTN  -  A HOLIDAY DATE MUST BE A     *
004380*    CALENDAR DATE AFTER THE CURRENT BUSINESS DATE (ANY DATE ON  *
004390*    A FILE THAT HAS NO BUSINESS DATE YET).                      *
004400*----------------------------------------------------------------*
004410 4100-EDIT-HOLIDAY-CARD-RTN.
004420     PERFORM 2300-EDIT-CARD-DATE-RTN
004430         THRU 2300-EXIT.
004440     IF NOT CARD-PASSED-EDITS
004450         GO TO 4100-EXIT
004460     END-IF.
004470     PERFORM 2200-READ-DATE-ROW-RTN
004480         THRU 2200-EXIT.
004490     IF DATE-ROW-ON-FILE
004500         AND YC-DATE NOT > WS-CURRENT-BUSINESS-DATE
004510         SET YX-HOLIDAY-NOT-FUTURE TO TRUE
004520         MOVE "N"              TO WS-CARD-OK-SWITCH
004530     END-IF.
004540 4100-EXIT.
004550     EXIT.

004560*----------------------------------------------------------------*
004570*    4500-REMOVE-HOLIDAY-RTN  -  EDIT A REMOVE CARD AND DELETE   *
004580*    THE HOLIDAY ROW.                                            *
004590*----------------------------------------------------------------*
004600 4500-REMOVE-HOLIDAY-RTN.
004610     PERFORM 4100-EDIT-HOLIDAY-CARD-RTN
004620         THRU 4100-EXIT.
004630     IF NOT CARD-PASSED-EDITS
004640         PERFORM 6000-WRITE-REJECT-RTN
004650             THRU 6000-EXIT
004660         GO TO 4500-EXIT
004670     END-IF.

004680     MOVE SPACES               TO CC-RECORD-KEY.
004690     SET CC-HOLIDAY-ROW        TO TRUE.
004700     MOVE YC-DATE              TO CC-HOLIDAY-DATE.
004710     READ CYCLE-CONTROL
004720         INVALID KEY
004730             SET YX-BAD-HOLIDAY TO TRUE
004740             PERFORM 6000-WRITE-REJECT-RTN
004750                 THRU 6000-EXIT
004760             GO TO 4500-EXIT
004770     END-READ.

004780     DELETE CYCLE-CONTROL RECORD.
004790     IF NOT WS-CYCL-FILE-OK
004800         PERFORM 6500-CYCLE-WRITE-FAILED-RTN
004810             THRU 6500-EXIT
004820         GO TO 4500-EXIT
004830     END-IF.
004840     ADD 1 TO WS-HOLIDAYS-REMOVED.
004850 4500-EXIT.
004860     EXIT.

004870*----------------------------------------------------------------*
004880*    5000-RESET-STEP-RTN  -  MARK A STEP'S STATUS ROW RESET SO   *
004890*    IT MAY RUN AGAIN FOR ITS BUSINESS DATE.                     *
004900*----------------------------------------------------------------*
004910 5000-RESET-STEP-RTN.
004920     PERFORM 5100-READ-STEP-ROW-RTN
004930         THRU 5100-EXIT.
004940     IF NOT CARD-PASSED-EDITS
004950         PERFORM 6000-WRITE-REJECT-RTN
004960             THRU 6000-EXIT
004970         GO TO 5000-EXIT
004980     END-IF.

004990     SET CS-STEP-RESET         TO TRUE.
005000     REWRITE CYCLE-CONTROL-RECORD.
005010     IF NOT WS-CYCL-FILE-OK
005020         PERFORM 6500-CYCLE-WRITE-FAILED-RTN
005030             THRU 6500-EXIT
005040         GO TO 5000-EXIT
005050     END-IF.

005060     DISPLAY "COBCYCMT - STEP " YC-PROGRAM-ID " " YC-INSTANCE-ID
005070         " RESET FOR BUSINESS DATE " CS-BUSINESS-DATE.
005080     ADD 1 TO WS-STEPS-RESET.
005090 5000-EXIT.
005100     EXIT.

005110*----------------------------------------------------------------*
005120*    5100-READ-STEP-ROW-RTN  -  THE CARD'S STEP MUST HAVE A      *
005130*    STATUS ROW AND MUST NOT BE RUNNING.  SETS THE REJECT        *
005140*    REASON WHEN IT FAILS.                                       *
005150*----------------------------------------------------------------*
005160 5100-READ-STEP-ROW-RTN.
005170     MOVE "N"                  TO WS-CARD-OK-SWITCH.
005180     IF YC-PROGRAM-ID = SPACES
005190         SET YX-NO-STEP-ROW    TO TRUE
005200         GO TO 5100-EXIT
005210     END-IF.

005220     MOVE SPACES               TO CC-RECORD-KEY.
005230     SET CC-STEP-ROW           TO TRUE.
005240     MOVE YC-PROGRAM-ID        TO CC-STEP-PROGRAM.
005250     MOVE YC-INSTANCE-ID       TO CC-STEP-INSTANCE.
005260     READ CYCLE-CONTROL
005270         INVALID KEY
005280             SET YX-NO-STEP-ROW TO TRUE
005290             GO TO 5100-EXIT
005300     END-READ.

005310     IF CS-STEP-RUNNING
005320         SET YX-STEP-RUNNING   TO TRUE
005330         GO TO 5100-EXIT
005340     END-IF.
005350     MOVE "Y"                  TO WS-CARD-OK-SWITCH.
005360 5100-EXIT.
005370     EXIT.

005380*----------------------------------------------------------------*
005390*    5500-PURGE-STEP-RTN  -  REMOVE A STEP'S STATUS ROW.         *
005400*----------------------------------------------------------------*
005410 5500-PURGE-STEP-RTN.
005420     PERFORM 5100-READ-STEP-ROW-RTN
005430         THRU 5100-EXIT.
005440     IF NOT CARD-PASSED-EDITS
005450         PERFORM 6000-WRITE-REJECT-RTN
005460             THRU 6000-EXIT
005470         GO TO 5500-EXIT
005480     END-IF.

005490     DELETE CYCLE-CONTROL RECORD.
005500     IF NOT WS-CYCL-FILE-OK
005510         PERFORM 6500-CYCLE-WRITE-FAILED-RTN
005520             THRU 6500-EXIT
005530         GO TO 5500-EXIT
005540     END-IF.

005550     DISPLAY "COBCYCMT - STEP " YC-PROGRAM-ID " " YC-INSTANCE-ID
005560         " STATUS ROW PURGED".
005570     ADD 1 TO WS-STEPS-PURGED.
005580 5500-EXIT.
005590     EXIT.

005600*----------------------------------------------------------------*
005610*    6000-WRITE-REJECT-RTN  -  WRITE THE CARD IMAGE WITH THE     *
005620*    REASON ALREADY SET IN YX-REJECT-REASON.                     *
005630*----------------------------------------------------------------*
005640 6000-WRITE-REJECT-RTN.
005650     MOVE CYCLE-MAINT-CARD     TO YX-CARD-IMAGE.
005660     WRITE CYCLE-REJECT-RECORD.
005670     ADD 1 TO WS-CARDS-REJECTED.
005680 6000-EXIT.
005690     EXIT.

005700*----------------------------------------------------------------*
005710*    6500-CYCLE-WRITE-FAILED-RTN  -  A CYCLE CONTROL WRITE,      *
005720*    REWRITE OR DELETE FAILURE IS AN I/O FAULT THAT WOULD RECUR  *
005730*    ON EVERY REMAINING CARD - REJECT THE CARD AND STOP THE RUN. *
005740*----------------------------------------------------------------*
005750 6500-CYCLE-WRITE-FAILED-RTN.
005760     DISPLAY "COBCYCMT - CYCLE CONTROL UPDATE FAILED ON CARD "
005770         WS-CARDS-READ " - STATUS " WS-CYCL-FILE-STATUS
005780         " - RUN STOPPED".
005790     SET YX-WRITE-FAILED       TO TRUE.
005800     PERFORM 6000-WRITE-REJECT-RTN
005810         THRU 6000-EXIT.
005820     MOVE "Y"                  TO WS-STOP-SWITCH.
005830 6500-EXIT.
005840     EXIT.

005850*----------------------------------------------------------------*
005860*    7800-VALIDATE-DATE-RTN  -  WS-CHECK-DATE IS A REAL          *
005870*    CALENDAR DATE (SAME CHECK AS COBVERFY'S DUE-DATE            *
005880*    VALIDATOR).                                                 *
005890*----------------------------------------------------------------*
005900 7800-VALIDATE-DATE-RTN.
005910     MOVE "N"                  TO WS-DATE-OK-SWITCH.

005920     IF WS-CHECK-DATE NOT NUMERIC
005930         GO TO 7800-EXIT
005940     END-IF.

005950     IF WS-CHECK-YEAR = ZERO
005960         GO TO 7800-EXIT
005970     END-IF.

005980     IF WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
005990         GO TO 7800-EXIT
006000     END-IF.

006010     IF WS-CHECK-MONTH = 2
006020         PERFORM 7900-SET-FEBRUARY-LIMIT-RTN
006030             THRU 7900-EXIT
006040     ELSE
006050         MOVE WS-MONTH-DAY-LIMIT (WS-CHECK-MONTH)
006060                               TO WS-DAYS-IN-MONTH
006070     END-IF.

006080     IF WS-CHECK-DAY < 1 OR WS-CHECK-DAY > WS-DAYS-IN-MONTH
006090         GO TO 7800-EXIT
006100     END-IF.

006110     MOVE "Y"                  TO WS-DATE-OK-SWITCH.
006120 7800-EXIT.
006130     EXIT.

006140*----------------------------------------------------------------*
006150*    7900-SET-FEBRUARY-LIMIT-RTN  -  29 DAYS WHEN THE YEAR IS    *
006160*    DIVISIBLE BY 4 BUT NOT BY 100, OR DIVISIBLE BY 400;         *
006170*    OTHERWISE 28.                                               *
006180*----------------------------------------------------------------*
006190 7900-SET-FEBRUARY-LIMIT-RTN.
006200     MOVE 28                   TO WS-DAYS-IN-MONTH.

006210     DIVIDE WS-CHECK-YEAR BY 4
006220         GIVING WS-LEAP-QUOTIENT
006230         REMAINDER WS-LEAP-REMAINDER.
006240     IF WS-LEAP-REMAINDER NOT = ZERO
006250         GO TO 7900-EXIT
006260     END-IF.

006270     DIVIDE WS-CHECK-YEAR BY 100
006280         GIVING WS-LEAP-QUOTIENT
006290         REMAINDER WS-LEAP-REMAINDER.
006300     IF WS-LEAP-REMAINDER NOT = ZERO
006310         MOVE 29               TO WS-DAYS-IN-MONTH
006320         GO TO 7900-EXIT
006330     END-IF.

006340     DIVIDE WS-CHECK-YEAR BY 400
006350         GIVING WS-LEAP-QUOTIENT
006360         REMAINDER WS-LEAP-REMAINDER.
006370     IF WS-LEAP-REMAINDER = ZERO
006380         MOVE 29               TO WS-DAYS-IN-MONTH
006390     END-IF.
006400 7900-EXIT.
006410     EXIT.

006420*----------------------------------------------------------------*
006430*    9999-TERMINATE-RTN  -  CLOSE THE FILES AND SHOW THE COUNTS. *
006440*----------------------------------------------------------------*
006450 9999-TERMINATE-RTN.
006460     IF RUN-FILES-ARE-OPEN
006470         CLOSE CYCLE-CARDS
006480               CYCLE-CONTROL
006490               REJECT-FILE
006500     END-IF.

006510     DISPLAY "COBCYCMT - CARDS READ         " WS-CARDS-READ.
006520     DISPLAY "COBCYCMT - BUSINESS DATES SET " WS-DATES-SET.
006530     DISPLAY "COBCYCMT - HOLIDAYS ADDED     " WS-HOLIDAYS-ADDED.
006540     DISPLAY "COBCYCMT - HOLIDAYS REMOVED   " WS-HOLIDAYS-REMOVED.
006550     DISPLAY "COBCYCMT - STEPS RESET        " WS-STEPS-RESET.
006560     DISPLAY "COBCYCMT - STEPS PURGED       " WS-STEPS-PURGED.
006570     DISPLAY "COBCYCMT - CARDS REJECTED     " WS-CARDS-REJECTED.
006580 9999-EXIT.
006590     EXIT.
