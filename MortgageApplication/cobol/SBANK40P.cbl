000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    COBCYCLE.
000120 AUTHOR.        R HALVERSEN.
000130 INSTALLATION.  LOAN SERVICING SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*                                                                *
000180*   COBCYCLE  -  BATCH CYCLE CONTROL ROUTINE                    *
000190*                                                                *
000200*   CALLED BY EVERY BATCH PROGRAM (SEE PARM-4 / COPYBOOK        *
000210*   SBANK94W), THE SAME CALLING CONVENTION STYLE AS COBCALC.    *
000220*   IT IS THE ONE PLACE THE PROCESSING DATE COMES FROM: THE     *
000230*   BUSINESS DATE ROW ON THE CYCLE CONTROL FILE CYCLCTL         *
000240*   (SBANK95W).  THE PROGRAMS USED TO DISAGREE - SOME TOOK THE  *
000250*   SYSTEM CLOCK, SOME A CONTROL CARD - SO A RUN PAST MIDNIGHT  *
000260*   OR A MISTYPED CARD SPLIT ONE BUSINESS DAY ACROSS TWO DATES  *
000270*   ON TRAN-HISTORY, THE GL EXTRACT AND THE AUDIT TRAIL.        *
000280*                                                                *
000290*   EVERY CALL RETURNS THE BUSINESS DATE, THE BUSINESS DAY      *
000300*   BEFORE IT, AND THE NEXT BUSINESS DAY - THE NEXT DATE THAT   *
000310*   IS NOT A SATURDAY, A SUNDAY OR A HOLIDAY ROW ON THE FILE -  *
000320*   WITH THE MONTH-END INDICATOR SET ON THE MONTH'S LAST        *
000330*   BUSINESS DAY.                                               *
000340*                                                                *
000350*   A BATCH STEP CALLS AT START ("S") AND AT END ("C" OR "F").  *
000360*   THE START IS REFUSED WHILE ANY PREDECESSOR ON THE STEP      *
000370*   SCHEDULE (SBANK96W) HAS NOT COMPLETED FOR THE SAME BUSINESS *
000380*   DATE, OR WHEN A ONCE-PER-DATE STEP HAS ALREADY COMPLETED    *
000390*   FOR IT.  THE CLOSE-OF-DAY STEP IS CHECKED AGAINST EVERY     *
000400*   NIGHTLY STEP (AND EVERY MONTH-END STEP ON THE LAST BUSINESS *
000410*   DAY) INSTEAD, AND IS THE ONLY STEP THAT MAY ROLL THE        *
000420*   BUSINESS DATE ("R").  EACH START AND END IS RECORDED ON THE *
000430*   STEP'S STATUS ROW FOR THE CYCLE STATUS REPORT COBCYCRP.     *
000440*                                                                *
000450*   THE FILE IS OPENED AND CLOSED WITHIN EACH CALL - STEPS RUN  *
000460*   SIDE BY SIDE (COBPOST AND COBNSF, THE COBDRIVE RANGE        *
000470*   INSTANCES) AND NONE MAY HOLD IT FOR THE LENGTH OF ITS RUN.  *
000480*   A REFUSED START OR AN UPDATE THAT CANNOT BE MADE IS         *
000490*   DISPLAYED HERE WITH THE REASON; THE CALLER ONLY TESTS       *
000500*   CYCLE-FEEDBACK.                                             *
000510*                                                                *
000520*   MODIFICATION HISTORY.                                       *
000530*   -------------------------------------------------------     *
000540*   DATE       INIT   DESCRIPTION                                *
000550*   ---------- ----   ------------------------------------------ *
000560*   2026-10-15  DEV   INITIAL VERSION.                          *
000570******************************************************************
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER.  IBM-370.
000610 OBJECT-COMPUTER.  IBM-370.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640*----------------------------------------------------------------*
000650*    CYCLE CONTROL FILE - BUSINESS DATE, HOLIDAYS AND STEP       *
000660*    STATUS ROWS.                                                *
000670*----------------------------------------------------------------*
000680     SELECT CYCLE-CONTROL ASSIGN TO CYCLCTL
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS CC-RECORD-KEY
000720         FILE STATUS IS WS-CYCL-FILE-STATUS.

000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  CYCLE-CONTROL
000760     LABEL RECORDS ARE STANDARD.
000770     COPY SBANK95W.

000780 WORKING-STORAGE SECTION.
000790 01  WS-SWITCHES.
000800     05  WS-CYCL-FILE-STATUS      PIC X(02).
000810         88  WS-CYCL-FILE-OK               VALUE "00".
000820         88  WS-CYCL-NOT-FOUND             VALUE "23".
000830     05  WS-CYCL-OPEN-SWITCH      PIC X(01)  VALUE "N".
000840         88  CYCLE-FILE-IS-OPEN            VALUE "Y".
000850     05  WS-ENTRY-SWITCH          PIC X(01)  VALUE "N".
000860         88  SCHEDULE-ENTRY-FOUND          VALUE "Y".
000870     05  WS-BUSINESS-DAY-SWITCH   PIC X(01)  VALUE "N".
000880         88  BUSINESS-DAY-FOUND            VALUE "Y".
000890     05  WS-ROWS-DONE-SWITCH      PIC X(01)  VALUE "N".
000900         88  STEP-ROWS-DONE                VALUE "Y".
000910     05  WS-ROW-FOUND-SWITCH      PIC X(01)  VALUE "N".
000920         88  STEP-ROW-ON-FILE              VALUE "Y".

000930*----------------------------------------------------------------*
000940*    THE STEP SCHEDULE - RUN ORDER AND ONCE-PER-DATE RULES.      *
000950*----------------------------------------------------------------*
000960     COPY SBANK96W.

000970 01  WS-STEP-FIELDS.
000980     05  WS-CHECK-PROGRAM         PIC X(08).
000990     05  WS-ROWS-FOUND            PIC 9(03)  COMP.
001000     05  WS-PRED-SUB              PIC 9(02)  COMP.
001010     05  WS-STEP-SUB              PIC 9(03)  COMP.
001020     05  WS-END-STATUS-TEXT       PIC X(08).

001030 01  WS-DATE-FIELDS.
001040     05  WS-CLOCK-DATE            PIC 9(08).
001050     05  WS-CLOCK-TIME            PIC 9(08).
001060     05  WS-SAVE-BUSINESS-DATE    PIC 9(08).
001070     05  WS-SAVE-PRIOR-DATE       PIC 9(08).
001080     05  WS-WORK-DATE             PIC 9(08).
001090     05  WS-WORK-DATE-INT         PIC S9(9)  COMP.
001100     05  WS-WEEK-QUOTIENT         PIC S9(9)  COMP.
001110     05  WS-WEEKDAY               PIC 9(01)  COMP.
001120     05  WS-DAYS-TRIED            PIC 9(03)  COMP.
001130     05  WS-DATE-OK-SWITCH        PIC X(01)  VALUE "N".
001140         88  WS-DATE-IS-VALID              VALUE "Y".
001150     05  WS-CHECK-DATE            PIC 9(8).
001160     05  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
001170         10  WS-CHECK-YEAR        PIC 9(4).
001180         10  WS-CHECK-MONTH       PIC 9(2).
001190         10  WS-CHECK-DAY         PIC 9(2).
001200     05  WS-LEAP-REMAINDER        PIC 9(4)  COMP.
001210     05  WS-LEAP-QUOTIENT         PIC 9(4)  COMP.
001220     05  WS-DAYS-IN-MONTH         PIC 9(2)  COMP.

001230*----------------------------------------------------------------*
001240*    CALENDAR CONSTANTS.  INTEGER-OF-DATE COUNTS FROM MONDAY     *
001250*    1 JANUARY 1601 AS DAY 1, SO THE REMAINDER OF THE DAY        *
001260*    NUMBER OVER 7 IS 6 ON A SATURDAY AND 0 ON A SUNDAY.  THE    *
001270*    SEARCH FOR THE NEXT BUSINESS DAY GIVES UP AFTER A MONTH -   *
001280*    A CALENDAR THAT CLOSES LONGER THAN THAT IS A KEYING ERROR.  *
001290*----------------------------------------------------------------*
001300 01  WS-CONSTANTS.
001310     05  WS-SATURDAY              PIC 9(01)  VALUE 6.
001320     05  WS-SUNDAY                PIC 9(01)  VALUE 0.
001330     05  WS-MAX-DAYS-TRIED        PIC 9(03)  COMP VALUE 31.

001340*----------------------------------------------------------------*
001350*    DAYS PER MONTH - FIXED CALENDAR CONSTANTS (SAME TABLE AS    *
001360*    COBVERFY'S DUE-DATE VALIDATOR).  FEBRUARY IS HANDLED        *
001370*    SEPARATELY FOR LEAP YEARS.                                  *
001380*----------------------------------------------------------------*
001390 01  WS-MONTH-DAYS-DATA.
001400     05  FILLER                   PIC X(24)
001410              VALUE "312831303130313130313031".
001420 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
001430     05  WS-MONTH-DAY-LIMIT       PIC 9(2)  OCCURS 12 TIMES.

001440 LINKAGE SECTION.
001450     COPY SBANK94W.

001460 PROCEDURE DIVISION USING PARM-4.
001470*----------------------------------------------------------------*
001480*    0000-MAINLINE                                                *
001490*----------------------------------------------------------------*
001500 0000-MAINLINE.
001510     PERFORM 1000-INITIALIZE-RTN
001520         THRU 1000-EXIT.
001530     IF CY-SUCCESS
001540         PERFORM 2000-READ-BUSINESS-DATE-RTN
001550             THRU 2000-EXIT
001560     END-IF.
001570     IF CY-SUCCESS
001580         EVALUATE TRUE
001590             WHEN CY-START-STEP
001600                 PERFORM 3000-START-STEP-RTN
001610                     THRU 3000-EXIT
001620             WHEN CY-END-COMPLETE
001630             WHEN CY-END-FAILED
001640                 PERFORM 4000-END-STEP-RTN
001650                     THRU 4000-EXIT
001660             WHEN CY-ROLL-DATE
001670                 PERFORM 5000-ROLL-DATE-RTN
001680                     THRU 5000-EXIT
001690             WHEN OTHER
001700                 CONTINUE
001710         END-EVALUATE
001720     END-IF.
001730     PERFORM 9999-TERMINATE-RTN
001740         THRU 9999-EXIT.
001750     GOBACK.

001760*----------------------------------------------------------------*
001770*    1000-INITIALIZE-RTN  -  CHECK THE REQUEST, TAKE THE CLOCK   *
001780*    STAMP FOR THE STATUS ROW, AND OPEN THE FILE - INPUT ONLY    *
001790*    FOR A DATE ENQUIRY, I-O FOR ANYTHING THAT UPDATES.          *
001800*----------------------------------------------------------------*
001810 1000-INITIALIZE-RTN.
001820     SET CY-SUCCESS            TO TRUE.
001830     MOVE ZERO                 TO CY-BUSINESS-DATE
001840                                   CY-PRIOR-BUSINESS-DATE
001850                                   CY-NEXT-BUSINESS-DATE.
001860     MOVE "N"                  TO CY-MONTH-END-IND.
001870     MOVE SPACES               TO CY-BLOCKING-STEP
001880                                   CY-BLOCKING-STATUS.
001890     MOVE "N"                  TO WS-CYCL-OPEN-SWITCH.

001900     IF NOT CY-GET-DATE
001910         AND NOT CY-START-STEP
001920         AND NOT CY-END-COMPLETE
001930         AND NOT CY-END-FAILED
001940         AND NOT CY-ROLL-DATE
001950         DISPLAY "COBCYCLE - FUNCTION " CY-FUNCTION
001960             " NOT RECOGNISED - REQUEST REFUSED"
001970         SET CY-INVALID-REQUEST TO TRUE
001980         GO TO 1000-EXIT
001990     END-IF.
002000     IF NOT CY-GET-DATE
002010         AND CY-PROGRAM-ID = SPACES
002020         DISPLAY "COBCYCLE - NO PROGRAM-ID ON A STEP REQUEST - "
002030             "REQUEST REFUSED"
002040         SET CY-INVALID-REQUEST TO TRUE
002050         GO TO 1000-EXIT
002060     END-IF.

002070     ACCEPT WS-CLOCK-DATE      FROM DATE YYYYMMDD.
002080     ACCEPT WS-CLOCK-TIME      FROM TIME.

002090     IF CY-GET-DATE
002100         OPEN INPUT CYCLE-CONTROL
002110     ELSE
002120         OPEN I-O CYCLE-CONTROL
002130     END-IF.
002140     IF NOT WS-CYCL-FILE-OK
002150         DISPLAY "COBCYCLE - CYCLE CONTROL FILE OPEN FAILED - "
002160             "STATUS " WS-CYCL-FILE-STATUS
002170         SET CY-CYCLE-FILE-ERROR TO TRUE
002180         GO TO 1000-EXIT
002190     END-IF.
002200     MOVE "Y"                  TO WS-CYCL-OPEN-SWITCH.
002210 1000-EXIT.
002220     EXIT.

002230*----------------------------------------------------------------*
002240*    2000-READ-BUSINESS-DATE-RTN  -  READ THE BUSINESS DATE ROW, *
002250*    PROVE THE DATE IS A REAL CALENDAR DATE, AND WORK OUT THE    *
002260*    NEXT BUSINESS DAY AND THE MONTH-END INDICATOR FROM IT.      *
002270*----------------------------------------------------------------*
002280 2000-READ-BUSINESS-DATE-RTN.
002290     MOVE SPACES               TO CC-RECORD-KEY.
002300     SET CC-DATE-ROW           TO TRUE.
002310     READ CYCLE-CONTROL
002320         INVALID KEY
002330             CONTINUE
002340     END-READ.
002350     IF WS-CYCL-NOT-FOUND
002360         DISPLAY "COBCYCLE - NO BUSINESS DATE ON THE CYCLE "
002370             "CONTROL FILE - SET IT WITH COBCYCMT"
002380         SET CY-NO-BUSINESS-DATE TO TRUE
002390         GO TO 2000-EXIT
002400     END-IF.
002410     IF NOT WS-CYCL-FILE-OK
002420         DISPLAY "COBCYCLE - BUSINESS DATE READ FAILED - "
002430             "STATUS " WS-CYCL-FILE-STATUS
002440         SET CY-CYCLE-FILE-ERROR TO TRUE
002450         GO TO 2000-EXIT
002460     END-IF.

002470     MOVE CD-BUSINESS-DATE     TO WS-CHECK-DATE.
002480     PERFORM 7800-VALIDATE-DATE-RTN
002490         THRU 7800-EXIT.
002500     IF NOT WS-DATE-IS-VALID
002510         DISPLAY "COBCYCLE - BUSINESS DATE " CD-BUSINESS-DATE
002520             " IS NOT A CALENDAR DATE - SET IT WITH COBCYCMT"
002530         SET CY-NO-BUSINESS-DATE TO TRUE
002540         GO TO 2000-EXIT
002550     END-IF.

002560     MOVE CD-BUSINESS-DATE     TO CY-BUSINESS-DATE
002570                                   WS-SAVE-BUSINESS-DATE.
002580     MOVE CD-PRIOR-BUSINESS-DATE
002590                               TO CY-PRIOR-BUSINESS-DATE
002600                                   WS-SAVE-PRIOR-DATE.
002610     PERFORM 2500-NEXT-BUSINESS-DATE-RTN
002620         THRU 2500-EXIT.
002630 2000-EXIT.
002640     EXIT.

002650*----------------------------------------------------------------*
002660*    2500-NEXT-BUSINESS-DATE-RTN  -  STEP FORWARD A DAY AT A     *
002670*    TIME FROM CY-BUSINESS-DATE PAST WEEKENDS AND HOLIDAYS.      *
002680*    THE RECORD AREA IS REUSED FOR THE HOLIDAY LOOKUPS, SO THE   *
002690*    BUSINESS DATE ROW HAS ALREADY BEEN SAVED.                   *
002700*----------------------------------------------------------------*
002710 2500-NEXT-BUSINESS-DATE-RTN.
002720     MOVE CY-BUSINESS-DATE     TO WS-WORK-DATE.
002730     MOVE ZERO                 TO WS-DAYS-TRIED.
002740     MOVE "N"                  TO WS-BUSINESS-DAY-SWITCH.
002750     PERFORM 2600-TRY-NEXT-DAY-RTN
002760         THRU 2600-EXIT
002770         UNTIL BUSINESS-DAY-FOUND
002780            OR NOT CY-SUCCESS
002790            OR WS-DAYS-TRIED NOT < WS-MAX-DAYS-TRIED.
002800     IF NOT CY-SUCCESS
002810         GO TO 2500-EXIT
002820     END-IF.
002830     IF NOT BUSINESS-DAY-FOUND
002840         DISPLAY "COBCYCLE - NO BUSINESS DAY IN THE "
002850             WS-MAX-DAYS-TRIED " DAYS AFTER " CY-BUSINESS-DATE
002860             " - CHECK THE HOLIDAY CALENDAR"
002870         SET CY-NO-BUSINESS-DATE TO TRUE
002880         GO TO 2500-EXIT
002890     END-IF.

002900     MOVE WS-WORK-DATE         TO CY-NEXT-BUSINESS-DATE.
002910     IF CY-NEXT-BUSINESS-DATE (1:6) NOT = CY-BUSINESS-DATE (1:6)
002920         MOVE "Y"              TO CY-MONTH-END-IND
002930     ELSE
002940         MOVE "N"              TO CY-MONTH-END-IND
002950     END-IF.
002960 2500-EXIT.
002970     EXIT.

002980*----------------------------------------------------------------*
002990*    2600-TRY-NEXT-DAY-RTN  -  ADVANCE WS-WORK-DATE ONE DAY AND  *
003000*    TEST IT.  A WEEKEND DAY NEEDS NO READ.                      *
003010*----------------------------------------------------------------*
003020 2600-TRY-NEXT-DAY-RTN.
003030     ADD 1 TO WS-DAYS-TRIED.
003040     COMPUTE WS-WORK-DATE-INT =
003050         FUNCTION INTEGER-OF-DATE (WS-WORK-DATE) + 1.
003060     COMPUTE WS-WORK-DATE =
003070         FUNCTION DATE-OF-INTEGER (WS-WORK-DATE-INT).

003080     DIVIDE WS-WORK-DATE-INT BY 7
003090         GIVING WS-WEEK-QUOTIENT
003100         REMAINDER WS-WEEKDAY.
003110     IF WS-WEEKDAY = WS-SATURDAY OR WS-WEEKDAY = WS-SUNDAY
003120         GO TO 2600-EXIT
003130     END-IF.

003140     MOVE SPACES               TO CC-RECORD-KEY.
003150     SET CC-HOLIDAY-ROW        TO TRUE.
003160     MOVE WS-WORK-DATE         TO CC-HOLIDAY-DATE.
003170     READ CYCLE-CONTROL
003180         INVALID KEY
003190             CONTINUE
003200     END-READ.
003210     IF WS-CYCL-NOT-FOUND
003220         MOVE "Y"              TO WS-BUSINESS-DAY-SWITCH
003230         GO TO 2600-EXIT
003240     END-IF.
003250     IF NOT WS-CYCL-FILE-OK
003260         DISPLAY "COBCYCLE - HOLIDAY READ FAILED - STATUS "
003270             WS-CYCL-FILE-STATUS
003280         SET CY-CYCLE-FILE-ERROR TO TRUE
003290     END-IF.
003300 2600-EXIT.
003310     EXIT.

003320*----------------------------------------------------------------*
003330*    3000-START-STEP-RTN  -  CLEAR THE STEP TO RUN AND MARK IT   *
003340*    RUNNING.  THE CLOSE-OF-DAY STEP WAITS FOR EVERY REQUIRED    *
003350*    STEP; ANY OTHER STEP WAITS FOR ITS OWN PREDECESSORS.  A     *
003360*    PROGRAM NOT ON THE SCHEDULE HAS NONE.                       *
003370*----------------------------------------------------------------*
003380 3000-START-STEP-RTN.
003390     PERFORM 3100-FIND-SCHEDULE-ENTRY-RTN
003400         THRU 3100-EXIT.

003410     IF SCHEDULE-ENTRY-FOUND
003420         IF SC-CLOSE-STEP (SC-IDX)
003430             PERFORM 3200-CHECK-CLOSE-RTN
003440                 THRU 3200-EXIT
003450         ELSE
003460             MOVE 1            TO WS-PRED-SUB
003470             PERFORM 3300-CHECK-PREDECESSOR-RTN
003480                 THRU 3300-EXIT
003490                 UNTIL WS-PRED-SUB > 4
003500                    OR NOT CY-SUCCESS
003510         END-IF
003520     END-IF.
003530     IF CY-PREDECESSOR-OPEN
003540         DISPLAY "COBCYCLE - " CY-PROGRAM-ID " " CY-INSTANCE-ID
003550             " NOT STARTED - WAITING ON " CY-BLOCKING-STEP
003560             " (STATUS " CY-BLOCKING-STATUS ") FOR BUSINESS DATE "
003570             CY-BUSINESS-DATE
003580         GO TO 3000-EXIT
003590     END-IF.
003600     IF NOT CY-SUCCESS
003610         GO TO 3000-EXIT
003620     END-IF.

003630     PERFORM 3600-READ-OWN-ROW-RTN
003640         THRU 3600-EXIT.
003650     IF NOT CY-SUCCESS
003660         GO TO 3000-EXIT
003670     END-IF.

003680     IF NOT STEP-ROW-ON-FILE
003690         MOVE SPACES           TO CYCLE-CONTROL-RECORD
003700         SET CC-STEP-ROW       TO TRUE
003710         MOVE CY-PROGRAM-ID    TO CC-STEP-PROGRAM
003720         MOVE CY-INSTANCE-ID   TO CC-STEP-INSTANCE
003730         MOVE ZERO             TO CS-RUN-COUNT
003740                                   CS-LAST-COMPLETE-DATE
003750         MOVE WS-SAVE-BUSINESS-DATE
003760                               TO CS-BUSINESS-DATE
003770     END-IF.

003780     IF STEP-ROW-ON-FILE
003790         AND CS-BUSINESS-DATE = WS-SAVE-BUSINESS-DATE
003800         IF CS-STEP-COMPLETE
003810             AND SCHEDULE-ENTRY-FOUND
003820             AND SC-ONCE-ONLY (SC-IDX)
003830             DISPLAY "COBCYCLE - " CY-PROGRAM-ID " "
003840                 CY-INSTANCE-ID " ALREADY COMPLETE FOR BUSINESS "
003850                 "DATE " CY-BUSINESS-DATE " - NOT STARTED AGAIN"
003860             SET CY-ALREADY-COMPLETE TO TRUE
003870             GO TO 3000-EXIT
003880         END-IF
003890         IF CS-STEP-RUNNING
003900             DISPLAY "COBCYCLE - " CY-PROGRAM-ID " "
003910                 CY-INSTANCE-ID " WAS LEFT RUNNING - RESTARTED"
003920         END-IF
003930     ELSE
003940         MOVE ZERO             TO CS-RUN-COUNT
003950     END-IF.

003960     MOVE WS-SAVE-BUSINESS-DATE
003970                               TO CS-BUSINESS-DATE.
003980     SET CS-STEP-RUNNING       TO TRUE.
003990     MOVE WS-CLOCK-DATE        TO CS-START-DATE.
004000     MOVE WS-CLOCK-TIME        TO CS-START-TIME.
004010     MOVE ZERO                 TO CS-END-DATE
004020                                   CS-END-TIME.
004030     IF CS-RUN-COUNT < 999
004040         ADD 1 TO CS-RUN-COUNT
004050     END-IF.

004060     IF STEP-ROW-ON-FILE
004070         REWRITE CYCLE-CONTROL-RECORD
004080     ELSE
004090         WRITE CYCLE-CONTROL-RECORD
004100     END-IF.
004110     IF NOT WS-CYCL-FILE-OK
004120         DISPLAY "COBCYCLE - STATUS ROW UPDATE FAILED FOR "
004130             CY-PROGRAM-ID " " CY-INSTANCE-ID " - STATUS "
004140             WS-CYCL-FILE-STATUS
004150         SET CY-CYCLE-FILE-ERROR TO TRUE
004160         GO TO 3000-EXIT
004170     END-IF.

004180     DISPLAY "COBCYCLE - " CY-PROGRAM-ID " " CY-INSTANCE-ID
004190         " STARTED FOR BUSINESS DATE " CY-BUSINESS-DATE.
004200 3000-EXIT.
004210     EXIT.

004220*----------------------------------------------------------------*
004230*    3100-FIND-SCHEDULE-ENTRY-RTN  -  LOOK THE CALLER UP ON THE  *
004240*    STEP SCHEDULE.  SC-IDX IS LEFT ON THE ENTRY WHEN FOUND.     *
004250*----------------------------------------------------------------*
004260 3100-FIND-SCHEDULE-ENTRY-RTN.
004270     MOVE "N"                  TO WS-ENTRY-SWITCH.
004280     SET SC-IDX                TO 1.
004290     SEARCH SC-STEP-ENTRY
004300         AT END
004310             CONTINUE
004320         WHEN SC-STEP-PROGRAM (SC-IDX) = CY-PROGRAM-ID
004330             MOVE "Y"          TO WS-ENTRY-SWITCH
004340     END-SEARCH.
004350 3100-EXIT.
004360     EXIT.

004370*----------------------------------------------------------------*
004380*    3200-CHECK-CLOSE-RTN  -  EVERY NIGHTLY STEP, AND ON THE     *
004390*    MONTH'S LAST BUSINESS DAY EVERY MONTH-END STEP, MUST HAVE   *
004400*    COMPLETED BEFORE THE DATE CAN ROLL.                         *
004410*----------------------------------------------------------------*
004420 3200-CHECK-CLOSE-RTN.
004430     MOVE 1                    TO WS-STEP-SUB.
004440     PERFORM 3250-CHECK-REQUIRED-STEP-RTN
004450         THRU 3250-EXIT
004460         UNTIL WS-STEP-SUB > SC-STEP-MAX
004470            OR NOT CY-SUCCESS.
004480 3200-EXIT.
004490     EXIT.

004500*----------------------------------------------------------------*
004510*    3250-CHECK-REQUIRED-STEP-RTN  -  ONE SCHEDULE ENTRY.        *
004520*----------------------------------------------------------------*
004530 3250-CHECK-REQUIRED-STEP-RTN.
004540     IF SC-NIGHTLY-STEP (WS-STEP-SUB)
004550         OR (SC-MONTH-END-STEP (WS-STEP-SUB)
004560             AND CY-MONTH-END-RUN)
004570         MOVE SC-STEP-PROGRAM (WS-STEP-SUB)
004580                               TO WS-CHECK-PROGRAM
004590         PERFORM 3400-CHECK-STEP-COMPLETE-RTN
004600             THRU 3400-EXIT
004610     END-IF.
004620     ADD 1 TO WS-STEP-SUB.
004630 3250-EXIT.
004640     EXIT.

004650*----------------------------------------------------------------*
004660*    3300-CHECK-PREDECESSOR-RTN  -  ONE PREDECESSOR SLOT OF THE  *
004670*    CALLER'S SCHEDULE ENTRY.  UNUSED SLOTS ARE SPACES.          *
004680*----------------------------------------------------------------*
004690 3300-CHECK-PREDECESSOR-RTN.
004700     IF SC-PREDECESSOR (SC-IDX, WS-PRED-SUB) NOT = SPACES
004710         MOVE SC-PREDECESSOR (SC-IDX, WS-PRED-SUB)
004720                               TO WS-CHECK-PROGRAM
004730         PERFORM 3400-CHECK-STEP-COMPLETE-RTN
004740             THRU 3400-EXIT
004750     END-IF.
004760     ADD 1 TO WS-PRED-SUB.
004770 3300-EXIT.
004780     EXIT.

004790*----------------------------------------------------------------*
004800*    3400-CHECK-STEP-COMPLETE-RTN  -  WS-CHECK-PROGRAM HAS       *
004810*    COMPLETED FOR THIS BUSINESS DATE WHEN IT HAS AT LEAST ONE   *
004820*    STATUS ROW AND EVERY ONE OF ITS ROWS (ONE PER RANGE         *
004830*    INSTANCE) IS COMPLETE FOR THE DATE.  THE FIRST ROW THAT IS  *
004840*    NOT BLOCKS THE CALLER.                                      *
004850*----------------------------------------------------------------*
004860 3400-CHECK-STEP-COMPLETE-RTN.
004870     MOVE ZERO                 TO WS-ROWS-FOUND.
004880     MOVE "N"                  TO WS-ROWS-DONE-SWITCH.
004890     MOVE SPACES               TO CC-RECORD-KEY.
004900     SET CC-STEP-ROW           TO TRUE.
004910     MOVE WS-CHECK-PROGRAM     TO CC-STEP-PROGRAM.
004920     START CYCLE-CONTROL KEY IS NOT LESS THAN CC-RECORD-KEY
004930         INVALID KEY
004940             MOVE "Y"          TO WS-ROWS-DONE-SWITCH
004950     END-START.

004960     PERFORM 3450-READ-STEP-ROW-RTN
004970         THRU 3450-EXIT
004980         UNTIL STEP-ROWS-DONE.
004990     IF NOT CY-SUCCESS
005000         GO TO 3400-EXIT
005010     END-IF.

005020     IF WS-ROWS-FOUND = ZERO
005030         MOVE WS-CHECK-PROGRAM TO CY-BLOCKING-STEP
005040         MOVE "N"              TO CY-BLOCKING-STATUS
005050         SET CY-PREDECESSOR-OPEN TO TRUE
005060     END-IF.
005070 3400-EXIT.
005080     EXIT.

005090*----------------------------------------------------------------*
005100*    3450-READ-STEP-ROW-RTN  -  NEXT STATUS ROW FOR THE STEP.    *
005110*----------------------------------------------------------------*
005120 3450-READ-STEP-ROW-RTN.
005130     READ CYCLE-CONTROL NEXT RECORD
005140         AT END
005150             MOVE "Y"          TO WS-ROWS-DONE-SWITCH
005160             GO TO 3450-EXIT
005170     END-READ.
005180     IF NOT WS-CYCL-FILE-OK
005190         DISPLAY "COBCYCLE - STATUS ROW READ FAILED - STATUS "
005200             WS-CYCL-FILE-STATUS
005210         SET CY-CYCLE-FILE-ERROR TO TRUE
005220         MOVE "Y"              TO WS-ROWS-DONE-SWITCH
005230         GO TO 3450-EXIT
005240     END-IF.
005250     IF NOT CC-STEP-ROW
005260         OR CC-STEP-PROGRAM NOT = WS-CHECK-PROGRAM
005270         MOVE "Y"              TO WS-ROWS-DONE-SWITCH
005280         GO TO 3450-EXIT
005290     END-IF.

005300     ADD 1 TO WS-ROWS-FOUND.
005310     IF CS-BUSINESS-DATE NOT = WS-SAVE-BUSINESS-DATE
005320         MOVE WS-CHECK-PROGRAM TO CY-BLOCKING-STEP
005330         MOVE "N"              TO CY-BLOCKING-STATUS
005340         SET CY-PREDECESSOR-OPEN TO TRUE
005350         MOVE "Y"              TO WS-ROWS-DONE-SWITCH
005360         GO TO 3450-EXIT
005370     END-IF.
005380     IF NOT CS-STEP-COMPLETE
005390         MOVE WS-CHECK-PROGRAM TO CY-BLOCKING-STEP
005400         MOVE CS-STEP-STATUS   TO CY-BLOCKING-STATUS
005410         SET CY-PREDECESSOR-OPEN TO TRUE
005420         MOVE "Y"              TO WS-ROWS-DONE-SWITCH
005430     END-IF.
005440 3450-EXIT.
005450     EXIT.

005460*----------------------------------------------------------------*
005470*    3600-READ-OWN-ROW-RTN  -  THE CALLER'S OWN STATUS ROW.  A   *
005480*    STEP'S FIRST START FINDS NONE.                              *
005490*----------------------------------------------------------------*
005500 3600-READ-OWN-ROW-RTN.
005510     MOVE "N"                  TO WS-ROW-FOUND-SWITCH.
005520     MOVE SPACES               TO CC-RECORD-KEY.
005530     SET CC-STEP-ROW           TO TRUE.
005540     MOVE CY-PROGRAM-ID        TO CC-STEP-PROGRAM.
005550     MOVE CY-INSTANCE-ID       TO CC-STEP-INSTANCE.
005560     READ CYCLE-CONTROL
005570         INVALID KEY
005580             CONTINUE
005590     END-READ.
005600     IF WS-CYCL-NOT-FOUND
005610         GO TO 3600-EXIT
005620     END-IF.
005630     IF NOT WS-CYCL-FILE-OK
005640         DISPLAY "COBCYCLE - STATUS ROW READ FAILED FOR "
005650             CY-PROGRAM-ID " " CY-INSTANCE-ID " - STATUS "
005660             WS-CYCL-FILE-STATUS
005670         SET CY-CYCLE-FILE-ERROR TO TRUE
005680         GO TO 3600-EXIT
005690     END-IF.
005700     MOVE "Y"                  TO WS-ROW-FOUND-SWITCH.
005710 3600-EXIT.
005720     EXIT.

005730*----------------------------------------------------------------*
005740*    4000-END-STEP-RTN  -  RECORD THE STEP COMPLETE OR FAILED.   *
005750*    THE ROW MUST BE RUNNING.  ITS BUSINESS DATE IS LEFT AS THE  *
005760*    ONE IT STARTED UNDER - THE CLOSE-OF-DAY STEP ENDS AFTER IT  *
005770*    HAS ROLLED THE DATE.                                        *
005780*----------------------------------------------------------------*
005790 4000-END-STEP-RTN.
005800     PERFORM 3600-READ-OWN-ROW-RTN
005810         THRU 3600-EXIT.
005820     IF NOT CY-SUCCESS
005830         GO TO 4000-EXIT
005840     END-IF.
005850     IF NOT STEP-ROW-ON-FILE
005860         OR NOT CS-STEP-RUNNING
005870         DISPLAY "COBCYCLE - " CY-PROGRAM-ID " " CY-INSTANCE-ID
005880             " IS NOT MARKED RUNNING - END NOT RECORDED"
005890         SET CY-STEP-NOT-RUNNING TO TRUE
005900         GO TO 4000-EXIT
005910     END-IF.

005920     IF CY-END-COMPLETE
005930         SET CS-STEP-COMPLETE  TO TRUE
005940         MOVE CS-BUSINESS-DATE TO CS-LAST-COMPLETE-DATE
005950         MOVE "COMPLETE"       TO WS-END-STATUS-TEXT
005960     ELSE
005970         SET CS-STEP-FAILED    TO TRUE
005980         MOVE "FAILED"         TO WS-END-STATUS-TEXT
005990     END-IF.
006000     MOVE WS-CLOCK-DATE        TO CS-END-DATE.
006010     MOVE WS-CLOCK-TIME        TO CS-END-TIME.
006020     REWRITE CYCLE-CONTROL-RECORD.
006030     IF NOT WS-CYCL-FILE-OK
006040         DISPLAY "COBCYCLE - STATUS ROW UPDATE FAILED FOR "
006050             CY-PROGRAM-ID " " CY-INSTANCE-ID " - STATUS "
006060             WS-CYCL-FILE-STATUS
006070         SET CY-CYCLE-FILE-ERROR TO TRUE
006080         GO TO 4000-EXIT
006090     END-IF.

006100     DISPLAY "COBCYCLE - " CY-PROGRAM-ID " " CY-INSTANCE-ID
006110         " " WS-END-STATUS-TEXT " FOR BUSINESS DATE "
006120         CS-BUSINESS-DATE.
006130 4000-EXIT.
006140     EXIT.

006150*----------------------------------------------------------------*
006160*    5000-ROLL-DATE-RTN  -  MOVE THE BUSINESS DATE ON TO THE     *
006170*    NEXT BUSINESS DAY.  ONLY THE CLOSE-OF-DAY STEP MAY, AND     *
006180*    ONLY WHILE IT IS RUNNING FOR THE CURRENT DATE - SO THE      *
006190*    DATE CAN NEVER ROLL TWICE IN ONE CLOSE.  THE NEW DATE'S     *
006200*    OWN NEXT BUSINESS DAY IS RETURNED WITH IT.                  *
006210*----------------------------------------------------------------*
006220 5000-ROLL-DATE-RTN.
006230     PERFORM 3100-FIND-SCHEDULE-ENTRY-RTN
006240         THRU 3100-EXIT.
006250     IF NOT SCHEDULE-ENTRY-FOUND
006260         OR NOT SC-CLOSE-STEP (SC-IDX)
006270         DISPLAY "COBCYCLE - " CY-PROGRAM-ID
006280             " IS NOT THE CLOSE-OF-DAY STEP - DATE NOT ROLLED"
006290         SET CY-INVALID-REQUEST TO TRUE
006300         GO TO 5000-EXIT
006310     END-IF.

006320     PERFORM 3600-READ-OWN-ROW-RTN
006330         THRU 3600-EXIT.
006340     IF NOT CY-SUCCESS
006350         GO TO 5000-EXIT
006360     END-IF.
006370     IF NOT STEP-ROW-ON-FILE
006380         OR NOT CS-STEP-RUNNING
006390         OR CS-BUSINESS-DATE NOT = WS-SAVE-BUSINESS-DATE
006400         DISPLAY "COBCYCLE - " CY-PROGRAM-ID " " CY-INSTANCE-ID
006410             " IS NOT RUNNING FOR BUSINESS DATE "
006420             CY-BUSINESS-DATE " - DATE NOT ROLLED"
006430         SET CY-STEP-NOT-RUNNING TO TRUE
006440         GO TO 5000-EXIT
006450     END-IF.

006460     MOVE SPACES               TO CC-RECORD-KEY.
006470     SET CC-DATE-ROW           TO TRUE.
006480     READ CYCLE-CONTROL
006490         INVALID KEY
006500             CONTINUE
006510     END-READ.
006520     IF NOT WS-CYCL-FILE-OK
006530         DISPLAY "COBCYCLE - BUSINESS DATE READ FAILED - "
006540             "STATUS " WS-CYCL-FILE-STATUS
006550         SET CY-CYCLE-FILE-ERROR TO TRUE
006560         GO TO 5000-EXIT
006570     END-IF.

006580     MOVE WS-SAVE-BUSINESS-DATE
006590                               TO CD-PRIOR-BUSINESS-DATE.
006600     MOVE CY-NEXT-BUSINESS-DATE
006610                               TO CD-BUSINESS-DATE.
006620     MOVE CY-PROGRAM-ID        TO CD-CHANGED-BY.
006630     MOVE WS-CLOCK-DATE        TO CD-CHANGED-DATE.
006640     MOVE WS-CLOCK-TIME        TO CD-CHANGED-TIME.
006650     REWRITE CYCLE-CONTROL-RECORD.
006660     IF NOT WS-CYCL-FILE-OK
006670         DISPLAY "COBCYCLE - BUSINESS DATE UPDATE FAILED - "
006680             "STATUS " WS-CYCL-FILE-STATUS
006690         SET CY-CYCLE-FILE-ERROR TO TRUE
006700         GO TO 5000-EXIT
006710     END-IF.

006720     DISPLAY "COBCYCLE - BUSINESS DATE ROLLED FROM "
006730         WS-SAVE-BUSINESS-DATE " TO " CY-NEXT-BUSINESS-DATE.
006740     MOVE WS-SAVE-BUSINESS-DATE
006750                               TO CY-PRIOR-BUSINESS-DATE.
006760     MOVE CY-NEXT-BUSINESS-DATE
006770                               TO CY-BUSINESS-DATE.
006780     PERFORM 2500-NEXT-BUSINESS-DATE-RTN
006790         THRU 2500-EXIT.
006800 5000-EXIT.
006810     EXIT.

006820*----------------------------------------------------------------*
006830*    7800-VALIDATE-DATE-RTN  -  WS-CHECK-DATE IS A REAL          *
006840*    CALENDAR DATE (SAME CHECK AS COBVERFY'S DUE-DATE            *
006850*    VALIDATOR).                                                 *
006860*----------------------------------------------------------------*
006870 7800-VALIDATE-DATE-RTN.
006880     MOVE "N"                  TO WS-DATE-OK-SWITCH.

006890     IF WS-CHECK-DATE NOT NUMERIC
006900         GO TO 7800-EXIT
006910     END-IF.

006920     IF WS-CHECK-YEAR = ZERO
006930         GO TO 7800-EXIT
006940     END-IF.

006950     IF WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
006960         GO TO 7800-EXIT
006970     END-IF.

006980     IF WS-CHECK-MONTH = 2
006990         PERFORM 7900-SET-FEBRUARY-LIMIT-RTN
007000             THRU 7900-EXIT
007010     ELSE
007020         MOVE WS-MONTH-DAY-LIMIT (WS-CHECK-MONTH)
007030                               TO WS-DAYS-IN-MONTH
007040     END-IF.

007050     IF WS-CHECK-DAY < 1 OR WS-CHECK-DAY > WS-DAYS-IN-MONTH
007060         GO TO 7800-EXIT
007070     END-IF.

007080     MOVE "Y"                  TO WS-DATE-OK-SWITCH.
007090 7800-EXIT.
007100     EXIT.

007110*----------------------------------------------------------------*
007120*    7900-SET-FEBRUARY-LIMIT-RTN  -  29 DAYS WHEN THE YEAR IS    *
007130*    DIVISIBLE BY 4 BUT NOT BY 100, OR DIVISIBLE BY 400;         *
007140*    OTHERWISE 28.                                               *
007150*----------------------------------------------------------------*
007160 7900-SET-FEBRUARY-LIMIT-RTN.
007170     MOVE 28                   TO WS-DAYS-IN-MONTH.

007180     DIVIDE WS-CHECK-YEAR BY 4
007190         GIVING WS-LEAP-QUOTIENT
007200         REMAINDER WS-LEAP-REMAINDER.
007210     IF WS-LEAP-REMAINDER NOT = ZERO
007220         GO TO 7900-EXIT
007230     END-IF.

007240     DIVIDE WS-CHECK-YEAR BY 100
007250         GIVING WS-LEAP-QUOTIENT
007260         REMAINDER WS-LEAP-REMAINDER.
007270     IF WS-LEAP-REMAINDER NOT = ZERO
007280         MOVE 29               TO WS-DAYS-IN-MONTH
007290         GO TO 7900-EXIT
007300     END-IF.

007310     DIVIDE WS-CHECK-YEAR BY 400
007320         GIVING WS-LEAP-QUOTIENT
007330         REMAINDER WS-LEAP-REMAINDER.
007340     IF WS-LEAP-REMAINDER = ZERO
007350         MOVE 29               TO WS-DAYS-IN-MONTH
007360     END-IF.
007370 7900-EXIT.
007380     EXIT.

007390*----------------------------------------------------------------*
007400*    9999-TERMINATE-RTN  -  CLOSE THE FILE SO THE NEXT CALLER,   *
007410*    IN THIS RUN UNIT OR ANOTHER, CAN OPEN IT.                   *
007420*----------------------------------------------------------------*
007430 9999-TERMINATE-RTN.
007440     IF CYCLE-FILE-IS-OPEN
007450         CLOSE CYCLE-CONTROL
007460         MOVE "N"              TO WS-CYCL-OPEN-SWITCH
007470     END-IF.
007480 9999-EXIT.
007490     EXIT.
