000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    COBHAZMT.
000120 AUTHOR.        R HALVERSEN.
000130 INSTALLATION.  LOAN SERVICING SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*                                                                *
000180*   COBHAZMT  -  INSURANCE CARRIER NOTIFICATION LOAD            *
000190*                                                                *
000200*   APPLIES THE HAZARD AND FLOOD CARRIER NOTIFICATION FEED      *
000210*   (COPYBOOK SBANK86W) TO THE INSURANCE POLICY MASTER          *
000220*   HAZDMSTR (SBANK85W), ONE RECORD PER LOAN PER COVERAGE       *
000230*   TYPE:                                                       *
000240*     - A NEW POLICY NOTICE SETS UP THE LOAN'S POLICY, OR       *
000250*       REPLACES THE ONE ON FILE WITH THE BORROWER'S NEW        *
000260*       CARRIER.                                                *
000270*     - A RENEWAL NOTICE MOVES THE POLICY ON TO ITS NEW TERM    *
000280*       AND PUTS A CANCELLED POLICY BACK IN FORCE.              *
000290*     - A CANCELLATION NOTICE RECORDS THE DATE COVER ENDS.      *
000300*     - AN ENDORSEMENT CHANGES THE COVERAGE OR THE PREMIUM.     *
000310*   THE LAPSE PIPELINE ON THE RECORD IS LEFT AS IT IS - THE     *
000320*   MONTHLY MONITORING RUN COBHAZRD (SBANK38P) SEES THE         *
000330*   CORRECTED POLICY AND CURES THE LOAN OR ENDS ITS FORCE-      *
000340*   PLACED COVER ITSELF.  THE PREMIUM IS PAID THROUGH THE       *
000350*   ESCROW DISBURSEMENT RUN AS BEFORE; THIS RUN DOES NOT TOUCH  *
000360*   THE ESCROW MASTER.                                          *
000370*                                                                *
000380*   A NOTICE THAT FAILS ANY EDIT GOES TO THE REJECT FILE        *
000390*   (SBANK87W) WITH ITS IMAGE INTACT.  THE POLICY MASTER IS     *
000400*   CREATED ON THE FIRST RUN.  THE BUSINESS DATE IS THE         *
000410*   DATE STAMPED ON EACH RECORD CHANGED.                        *
000420*                                                                *
000430*   MODIFICATION HISTORY.                                       *
000440*   -------------------------------------------------------     *
000450*   DATE       INIT   DESCRIPTION                                *
000460*   ---------- ----   ------------------------------------------ *
000470*   2026-10-15  DEV   INITIAL VERSION.                          *
000471*   2026-10-15  DEV   THE RUN DATE NOW COMES FROM THE CYCLE     *
000472*                     CONTROL FILE THROUGH COBCYCLE (SBANK94W)  *
000473*                     INSTEAD OF THE CONTROL CARD, WHICH IS NO  *
000474*                     LONGER READ.  THE STEP IS CHECKED AGAINST *
000475*                     ITS PREDECESSORS AT START AND ITS         *
000476*                     COMPLETION OR FAILURE IS RECORDED AT THE  *
000477*                     END.                                      *
000480******************************************************************
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER.  IBM-370.
000520 OBJECT-COMPUTER.  IBM-370.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000610*----------------------------------------------------------------*
000620*    CARRIER NOTIFICATION FEED.                                  *
000630*----------------------------------------------------------------*
000640     SELECT CARRIER-FEED ASSIGN TO HAZDFEED
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-FEED-FILE-STATUS.

000670*----------------------------------------------------------------*
000680*    LOAN MASTER FILE - READ AT RANDOM TO CONFIRM THE LOAN IS    *
000690*    ON FILE AND OPEN.                                           *
000700*----------------------------------------------------------------*
000710     SELECT LOAN-MASTER ASSIGN TO LOANMSTR
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS LM-LOAN-NUMBER
000750         FILE STATUS IS WS-LOAN-FILE-STATUS.

000760*----------------------------------------------------------------*
000770*    INSURANCE POLICY MASTER - CREATED ON THE FIRST RUN.         *
000780*----------------------------------------------------------------*
000790     SELECT POLICY-MASTER ASSIGN TO HAZDMSTR
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS RANDOM
000820         RECORD KEY IS HP-POLICY-KEY
000830         FILE STATUS IS WS-POL-FILE-STATUS.

000840*----------------------------------------------------------------*
000850*    NOTIFICATION REJECT FILE - CORRECTED AND RESUBMITTED AS A   *
000860*    LATER FEED.                                                 *
000870*----------------------------------------------------------------*
000880     SELECT REJECT-FILE ASSIGN TO HAZDREJ
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-RJCT-FILE-STATUS.

000910 DATA DIVISION.
000920 FILE SECTION.
000960 FD  CARRIER-FEED
000970     LABEL RECORDS ARE STANDARD.
000980     COPY SBANK86W.

000990 FD  LOAN-MASTER
001000     LABEL RECORDS ARE STANDARD.
001010     COPY SBANK01W.

001020 FD  POLICY-MASTER
001030     LABEL RECORDS ARE STANDARD.
001040     COPY SBANK85W.

001050 FD  REJECT-FILE
001060     LABEL RECORDS ARE STANDARD.
001070     COPY SBANK87W.

001080 WORKING-STORAGE SECTION.
001090 01  WS-SWITCHES.
001110     05  WS-FEED-FILE-STATUS      PIC X(02).
001120     05  WS-LOAN-FILE-STATUS      PIC X(02).
001130         88  WS-LOAN-FILE-OK               VALUE "00".
001140     05  WS-POL-FILE-STATUS       PIC X(02).
001150         88  WS-POL-FILE-OK                VALUE "00".
001160         88  WS-POL-FILE-NOT-FOUND         VALUE "23", "35".
001170     05  WS-RJCT-FILE-STATUS      PIC X(02).
001180     05  WS-EOF-SWITCH            PIC X(01)  VALUE "N".
001190         88  END-OF-NOTICES                VALUE "Y".
001200     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
001210         88  STOP-THE-RUN                  VALUE "Y".
001213     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
001216         88  CYCLE-STEP-RUNNING            VALUE "Y".
001220     05  WS-FILES-OPEN-SWITCH     PIC X(01)  VALUE "N".
001230         88  RUN-FILES-ARE-OPEN            VALUE "Y".
001240     05  WS-NOTICE-OK-SWITCH      PIC X(01)  VALUE "N".
001250         88  NOTICE-PASSED-EDITS           VALUE "Y".
001260     05  WS-POLICY-SWITCH         PIC X(01)  VALUE "N".
001270         88  POLICY-ON-FILE                VALUE "Y".

001280 01  WS-COUNTERS.
001290     05  WS-NOTICES-READ          PIC 9(07)  COMP.
001300     05  WS-POLICIES-SET-UP       PIC 9(07)  COMP.
001310     05  WS-POLICIES-REPLACED     PIC 9(07)  COMP.
001320     05  WS-POLICIES-RENEWED      PIC 9(07)  COMP.
001330     05  WS-POLICIES-CANCELLED    PIC 9(07)  COMP.
001340     05  WS-POLICIES-ENDORSED     PIC 9(07)  COMP.
001350     05  WS-NOTICES-REJECTED      PIC 9(07)  COMP.

001360 01  WS-WORK-FIELDS.
001370     05  WS-MAINT-DATE            PIC 9(08).

001380 01  WS-DATE-FIELDS.
001390     05  WS-DATE-OK-SWITCH        PIC X(01)  VALUE "N".
001400         88  WS-DATE-IS-VALID              VALUE "Y".
001410     05  WS-CHECK-DATE            PIC 9(8).
001420     05  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
001430         10  WS-CHECK-YEAR        PIC 9(4).
001440         10  WS-CHECK-MONTH       PIC 9(2).
001450         10  WS-CHECK-DAY         PIC 9(2).
001460     05  WS-LEAP-REMAINDER        PIC 9(4)  COMP.
001470     05  WS-LEAP-QUOTIENT         PIC 9(4)  COMP.
001480     05  WS-DAYS-IN-MONTH         PIC 9(2)  COMP.

001490*----------------------------------------------------------------*
001500*    DAYS PER MONTH - FIXED CALENDAR CONSTANTS (SAME TABLE AS    *
001510*    COBVERFY'S DUE-DATE VALIDATOR).  FEBRUARY IS HANDLED        *
001520*    SEPARATELY FOR LEAP YEARS.                                  *
001530*----------------------------------------------------------------*
001540 01  WS-MONTH-DAYS-DATA.
001550     05  FILLER                   PIC X(24)
001560              VALUE "312831303130313130313031".
001570 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-DATA.
001580     05  WS-MONTH-DAY-LIMIT       PIC 9(2)  OCCURS 12 TIMES.

001590     COPY SBANK94W.

001595 LINKAGE SECTION.

001600 PROCEDURE DIVISION.
001610*----------------------------------------------------------------*
001620*    0000-MAINLINE                                                *
001630*----------------------------------------------------------------*
001640 0000-MAINLINE.
001650     PERFORM 1000-INITIALIZE-RTN
001660         THRU 1000-EXIT.
001670     IF NOT STOP-THE-RUN
001680         PERFORM 2000-PROCESS-NOTICES-RTN
001690             THRU 2000-EXIT
001700     END-IF.
001710     PERFORM 9999-TERMINATE-RTN
001720         THRU 9999-EXIT.
001730     GOBACK.

001740*----------------------------------------------------------------*
001750*    1000-INITIALIZE-RTN  -  READ THE MAINTENANCE DATE, OPEN     *
001760*    FILES (CREATING THE POLICY MASTER ON ITS FIRST RUN) AND     *
001770*    ZEROISE COUNTERS.                                           *
001780*----------------------------------------------------------------*
001790 1000-INITIALIZE-RTN.
001800     MOVE ZERO                 TO WS-NOTICES-READ
001810                                   WS-POLICIES-SET-UP
001820                                   WS-POLICIES-REPLACED
001830                                   WS-POLICIES-RENEWED
001840                                   WS-POLICIES-CANCELLED
001850                                   WS-POLICIES-ENDORSED
001860                                   WS-NOTICES-REJECTED.

001870     MOVE "S"                  TO CY-FUNCTION.
001880     MOVE "COBHAZMT"           TO CY-PROGRAM-ID.
001890     MOVE SPACES               TO CY-INSTANCE-ID.
001900     CALL "COBCYCLE" USING PARM-4.
001910     IF NOT CY-SUCCESS
001920         DISPLAY "COBHAZMT - NOT CLEARED TO RUN BY CYCLE "
001930             "CONTROL - RUN STOPPED"
001960         MOVE "Y"              TO WS-STOP-SWITCH
001970         GO TO 1000-EXIT
001980     END-IF.
001985     MOVE "Y"                  TO WS-CYCLE-SWITCH.
001990     MOVE CY-BUSINESS-DATE     TO WS-MAINT-DATE.

002000     OPEN INPUT CARRIER-FEED.
002010*    A MISSING OR MISPOINTED FEED GIVES EVERY READ STATUS 47    *
002020*    AND AT END NEVER FIRES - STOP NOW RATHER THAN SPIN.        *
002030     IF NOT WS-FEED-FILE-STATUS = "00"
002040         DISPLAY "COBHAZMT - CARRIER FEED OPEN FAILED - "
002050             "STATUS " WS-FEED-FILE-STATUS " - RUN STOPPED"
002060         MOVE "Y"              TO WS-STOP-SWITCH
002070         GO TO 1000-EXIT
002080     END-IF.

002090     OPEN INPUT LOAN-MASTER.
002100     IF NOT WS-LOAN-FILE-OK
002110         DISPLAY "COBHAZMT - LOAN MASTER OPEN FAILED - STATUS "
002120             WS-LOAN-FILE-STATUS " - RUN STOPPED"
002130         MOVE "Y"              TO WS-STOP-SWITCH
002140         CLOSE CARRIER-FEED
002150         GO TO 1000-EXIT
002160     END-IF.

002170     OPEN I-O POLICY-MASTER.
002180     IF WS-POL-FILE-NOT-FOUND
002190         OPEN OUTPUT POLICY-MASTER
002200         CLOSE POLICY-MASTER
002210         OPEN I-O POLICY-MASTER
002220     END-IF.
002230     IF NOT WS-POL-FILE-OK
002240         DISPLAY "COBHAZMT - POLICY MASTER OPEN FAILED - "
002250             "STATUS " WS-POL-FILE-STATUS " - RUN STOPPED"
002260         MOVE "Y"              TO WS-STOP-SWITCH
002270         CLOSE CARRIER-FEED
002280               LOAN-MASTER
002290         GO TO 1000-EXIT
002300     END-IF.

002310     OPEN OUTPUT REJECT-FILE.
002320*    VALUE CLAUSES ON FD RECORD FILLER ARE DOCUMENTARY ONLY -    *
002330*    CLEAR THE REJECT RECORD AREA ONCE SO THE FILLER BYTES       *
002340*    NEVER CARRY GARBAGE.                                        *
002350     MOVE SPACES               TO CARRIER-REJECT-RECORD.
002360     MOVE "Y"                  TO WS-FILES-OPEN-SWITCH.
002370 1000-EXIT.
002380     EXIT.

002390*----------------------------------------------------------------*
002400*    2000-PROCESS-NOTICES-RTN  -  VALIDATE AND APPLY EVERY       *
002410*    NOTIFICATION.                                               *
002420*----------------------------------------------------------------*
002430 2000-PROCESS-NOTICES-RTN.
002440     PERFORM 2100-PROCESS-ONE-NOTICE-RTN
002450         THRU 2100-EXIT
002460         UNTIL END-OF-NOTICES OR STOP-THE-RUN.
002470 2000-EXIT.
002480     EXIT.

002490*----------------------------------------------------------------*
002500*    2100-PROCESS-ONE-NOTICE-RTN  -  READ ONE NOTIFICATION,      *
002510*    PROVE ITS LOAN AND COVERAGE TYPE, AND HAND IT TO THE        *
002520*    ROUTINE FOR ITS NOTICE TYPE.                                *
002530*----------------------------------------------------------------*
002540 2100-PROCESS-ONE-NOTICE-RTN.
002550     READ CARRIER-FEED
002560         AT END
002570             MOVE "Y"          TO WS-EOF-SWITCH
002580             GO TO 2100-EXIT
002590     END-READ.

002600     ADD 1 TO WS-NOTICES-READ.

002610     IF NOT HN-COVERAGE-VALID
002620         OR (NOT HN-NEW-POLICY AND NOT HN-RENEWAL
002630             AND NOT HN-CANCELLATION AND NOT HN-ENDORSEMENT)
002640         SET HX-BAD-NOTICE-TYPE TO TRUE
002650         PERFORM 6000-WRITE-REJECT-RTN
002660             THRU 6000-EXIT
002670         GO TO 2100-EXIT
002680     END-IF.

002690     PERFORM 2200-READ-LOAN-RTN
002700         THRU 2200-EXIT.
002710     IF NOT NOTICE-PASSED-EDITS
002720         PERFORM 6000-WRITE-REJECT-RTN
002730             THRU 6000-EXIT
002740         GO TO 2100-EXIT
002750     END-IF.

002760     PERFORM 2300-READ-POLICY-RTN
002770         THRU 2300-EXIT.

002780     EVALUATE TRUE
002790         WHEN HN-NEW-POLICY
002800             PERFORM 3000-NEW-POLICY-RTN
002810                 THRU 3000-EXIT
002820         WHEN HN-RENEWAL
002830             PERFORM 4000-RENEW-POLICY-RTN
002840                 THRU 4000-EXIT
002850         WHEN HN-CANCELLATION
002860             PERFORM 4500-CANCEL-POLICY-RTN
002870                 THRU 4500-EXIT
002880         WHEN HN-ENDORSEMENT
002890             PERFORM 5000-ENDORSE-POLICY-RTN
002900                 THRU 5000-EXIT
002910     END-EVALUATE.
002920 2100-EXIT.
002930     EXIT.

002940*----------------------------------------------------------------*
002950*    2200-READ-LOAN-RTN  -  THE NOTICE'S LOAN MUST BE ON FILE    *
002960*    AND OPEN.  WS-NOTICE-OK-SWITCH SAYS WHETHER IT IS; THE      *
002970*    REJECT REASON IS SET WHEN IT IS NOT.                        *
002980*----------------------------------------------------------------*
002990 2200-READ-LOAN-RTN.
003000     MOVE "N"                  TO WS-NOTICE-OK-SWITCH.
003010     MOVE HN-LOAN-NUMBER       TO LM-LOAN-NUMBER.
003020     READ LOAN-MASTER
003030         INVALID KEY
003040             SET HX-LOAN-NOT-ON-FILE TO TRUE
003050             GO TO 2200-EXIT
003060     END-READ.

003070*    A LOAN COBSATIS HAS CLOSED IS PAID OFF - THE LIEN IS       *
003080*    RELEASED AND THERE IS NO COVERAGE LEFT TO TRACK.           *
003090     IF LM-LOAN-CLOSED
003100         SET HX-LOAN-CLOSED    TO TRUE
003110         GO TO 2200-EXIT
003120     END-IF.

003130     MOVE "Y"                  TO WS-NOTICE-OK-SWITCH.
003140 2200-EXIT.
003150     EXIT.

003160*----------------------------------------------------------------*
003170*    2300-READ-POLICY-RTN  -  FETCH THE LOAN'S POLICY OF THE     *
003180*    NOTICE'S COVERAGE TYPE, REMEMBERING WHETHER ONE EXISTS.     *
003190*----------------------------------------------------------------*
003200 2300-READ-POLICY-RTN.
003210     MOVE "Y"                  TO WS-POLICY-SWITCH.
003220     MOVE HN-LOAN-NUMBER       TO HP-LOAN-NUMBER.
003230     MOVE HN-COVERAGE-TYPE     TO HP-COVERAGE-TYPE.
003240     READ POLICY-MASTER
003250         INVALID KEY
003260             MOVE "N"          TO WS-POLICY-SWITCH
003270     END-READ.
003280 2300-EXIT.
003290     EXIT.

003300*----------------------------------------------------------------*
003310*    3000-NEW-POLICY-RTN  -  EDIT A NEW POLICY NOTICE AND SET UP *
003320*    THE POLICY, OR REPLACE THE ONE ON FILE.  A REPLACEMENT      *
003330*    KEEPS THE RECORD'S LAPSE PIPELINE FOR COBHAZRD TO RESOLVE.  *
003340*    A WRITE FAILURE IS AN I/O FAULT THAT STOPS THE RUN (SAME    *
003350*    POLICY AS COBPOST).                                         *
003360*----------------------------------------------------------------*
003370 3000-NEW-POLICY-RTN.
003380     PERFORM 3100-EDIT-NEW-POLICY-RTN
003390         THRU 3100-EXIT.
003400     IF NOT NOTICE-PASSED-EDITS
003410         PERFORM 6000-WRITE-REJECT-RTN
003420             THRU 6000-EXIT
003430         GO TO 3000-EXIT
003440     END-IF.

003450     IF NOT POLICY-ON-FILE
003460         MOVE SPACES           TO INSURANCE-POLICY-RECORD
003470         MOVE HN-LOAN-NUMBER   TO HP-LOAN-NUMBER
003480         MOVE HN-COVERAGE-TYPE TO HP-COVERAGE-TYPE
003490         MOVE ZERO             TO HP-FIRST-LETTER-DATE
003500                                   HP-SECOND-LETTER-DATE
003510                                   HP-FORCE-PLACED-DATE
003520                                   HP-FP-COVERAGE
003530                                   HP-FP-PREMIUM
003540                                   HP-FP-EXPIRATION
003550         MOVE WS-MAINT-DATE    TO HP-SETUP-DATE
003560     END-IF.

003570     MOVE HN-CARRIER-NAME      TO HP-CARRIER-NAME.
003580     MOVE HN-POLICY-NUMBER     TO HP-POLICY-NUMBER.
003590     MOVE HN-COVERAGE-AMOUNT   TO HP-COVERAGE-AMOUNT.
003600     MOVE HN-ANNUAL-PREMIUM    TO HP-ANNUAL-PREMIUM.
003610     MOVE HN-EFFECTIVE-DATE    TO HP-EFFECTIVE-DATE.
003620     MOVE HN-EXPIRATION-DATE   TO HP-EXPIRATION-DATE.
003630     SET HP-POLICY-IN-FORCE    TO TRUE.
003640     MOVE ZERO                 TO HP-CANCEL-DATE.
003650     MOVE WS-MAINT-DATE        TO HP-LAST-NOTICE-DATE.

003660     IF POLICY-ON-FILE
003670         REWRITE INSURANCE-POLICY-RECORD
003680             INVALID KEY
003690                 PERFORM 6500-POLICY-WRITE-FAILED-RTN
003700                     THRU 6500-EXIT
003710                 GO TO 3000-EXIT
003720         END-REWRITE
003730         ADD 1 TO WS-POLICIES-REPLACED
003740     ELSE
003750         WRITE INSURANCE-POLICY-RECORD
003760             INVALID KEY
003770                 PERFORM 6500-POLICY-WRITE-FAILED-RTN
003780                     THRU 6500-EXIT
003790                 GO TO 3000-EXIT
003800         END-WRITE
003810         ADD 1 TO WS-POLICIES-SET-UP
003820     END-IF.
003830 3000-EXIT.
003840     EXIT.

003850*----------------------------------------------------------------*
003860*    3100-EDIT-NEW-POLICY-RTN  -  EVERY FIELD IS REQUIRED: THE   *
003870*    CARRIER, POLICY NUMBER, A COVERAGE AMOUNT AND PREMIUM       *
003880*    ABOVE ZERO, AND A TERM WHOSE EXPIRATION FOLLOWS ITS         *
003890*    EFFECTIVE DATE.                                             *
003900*----------------------------------------------------------------*
003910 3100-EDIT-NEW-POLICY-RTN.
003920     MOVE "N"                  TO WS-NOTICE-OK-SWITCH.
003930     SET HX-BAD-POLICY-FIELD   TO TRUE.

003940     IF HN-CARRIER-NAME = SPACES
003950         OR HN-POLICY-NUMBER = SPACES
003960         GO TO 3100-EXIT
003970     END-IF.

003980     IF HN-COVERAGE-AMOUNT NOT NUMERIC
003990         OR HN-ANNUAL-PREMIUM NOT NUMERIC
004000         GO TO 3100-EXIT
004010     END-IF.
004020     IF HN-COVERAGE-AMOUNT = ZERO
004030         OR HN-ANNUAL-PREMIUM = ZERO
004040         GO TO 3100-EXIT
004050     END-IF.

004060     PERFORM 3200-EDIT-TERM-RTN
004070         THRU 3200-EXIT.
004080 3100-EXIT.
004090     EXIT.

004100*----------------------------------------------------------------*
004110*    3200-EDIT-TERM-RTN  -  BOTH TERM DATES MUST BE CALENDAR     *
004120*    DATES AND THE EXPIRATION MUST FOLLOW THE EFFECTIVE DATE.    *
004130*    SETS WS-NOTICE-OK-SWITCH.                                   *
004140*----------------------------------------------------------------*
004150 3200-EDIT-TERM-RTN.
004160     MOVE "N"                  TO WS-NOTICE-OK-SWITCH.
004170     SET HX-BAD-DATE           TO TRUE.

004180     MOVE HN-EFFECTIVE-DATE-X  TO WS-CHECK-DATE.
004190     PERFORM 7000-VALIDATE-DATE-RTN
004200         THRU 7000-EXIT.
004210     IF NOT WS-DATE-IS-VALID
004220         GO TO 3200-EXIT
004230     END-IF.

004240     MOVE HN-EXPIRATION-DATE-X TO WS-CHECK-DATE.
004250     PERFORM 7000-VALIDATE-DATE-RTN
004260         THRU 7000-EXIT.
004270     IF NOT WS-DATE-IS-VALID
004280         GO TO 3200-EXIT
004290     END-IF.

004300     IF HN-EXPIRATION-DATE NOT > HN-EFFECTIVE-DATE
004310         GO TO 3200-EXIT
004320     END-IF.

004330     MOVE "Y"                  TO WS-NOTICE-OK-SWITCH.
004340 3200-EXIT.
004350     EXIT.

004360*----------------------------------------------------------------*
004370*    4000-RENEW-POLICY-RTN  -  MOVE THE POLICY ON FILE TO ITS    *
004380*    NEW TERM.  A POLICY NUMBER KEYED REPLACES THE ONE ON FILE   *
004390*    (CARRIERS RENUMBER AT RENEWAL); A COVERAGE OR PREMIUM       *
004400*    KEYED REPLACES THE OLD ONE.  A CANCELLED POLICY THE         *
004410*    CARRIER RENEWS IS BACK IN FORCE.                            *
004420*----------------------------------------------------------------*
004430 4000-RENEW-POLICY-RTN.
004440     IF NOT POLICY-ON-FILE
004450         SET HX-NO-POLICY-ON-FILE TO TRUE
004460         PERFORM 6000-WRITE-REJECT-RTN
004470             THRU 6000-EXIT
004480         GO TO 4000-EXIT
004490     END-IF.

004500     PERFORM 3200-EDIT-TERM-RTN
004510         THRU 3200-EXIT.
004520     IF NOT NOTICE-PASSED-EDITS
004530         PERFORM 6000-WRITE-REJECT-RTN
004540             THRU 6000-EXIT
004550         GO TO 4000-EXIT
004560     END-IF.

004570     PERFORM 5100-EDIT-AMOUNTS-RTN
004580         THRU 5100-EXIT.
004590     IF NOT NOTICE-PASSED-EDITS
004600         PERFORM 6000-WRITE-REJECT-RTN
004610             THRU 6000-EXIT
004620         GO TO 4000-EXIT
004630     END-IF.

004640     IF HN-POLICY-NUMBER NOT = SPACES
004650         MOVE HN-POLICY-NUMBER TO HP-POLICY-NUMBER
004660     END-IF.
004670     IF HN-CARRIER-NAME NOT = SPACES
004680         MOVE HN-CARRIER-NAME  TO HP-CARRIER-NAME
004690     END-IF.
004700     IF HN-COVERAGE-AMOUNT-X NOT = SPACES
004710         MOVE HN-COVERAGE-AMOUNT TO HP-COVERAGE-AMOUNT
004720     END-IF.
004730     IF HN-ANNUAL-PREMIUM-X NOT = SPACES
004740         MOVE HN-ANNUAL-PREMIUM TO HP-ANNUAL-PREMIUM
004750     END-IF.
004760     MOVE HN-EFFECTIVE-DATE    TO HP-EFFECTIVE-DATE.
004770     MOVE HN-EXPIRATION-DATE   TO HP-EXPIRATION-DATE.
004780     SET HP-POLICY-IN-FORCE    TO TRUE.
004790     MOVE ZERO                 TO HP-CANCEL-DATE.
004800     MOVE WS-MAINT-DATE        TO HP-LAST-NOTICE-DATE.

004810     PERFORM 5900-REWRITE-POLICY-RTN
004820         THRU 5900-EXIT.
004830     IF NOT STOP-THE-RUN
004840         ADD 1 TO WS-POLICIES-RENEWED
004850     END-IF.
004860 4000-EXIT.
004870     EXIT.

004880*----------------------------------------------------------------*
004890*    4500-CANCEL-POLICY-RTN  -  RECORD THE DATE THE CARRIER      *
004900*    ENDS COVER.  THE NOTICE MUST NAME THE POLICY ON FILE - A    *
004910*    LATE CANCELLATION OF A POLICY ALREADY REPLACED MUST NOT     *
004920*    CANCEL ITS REPLACEMENT.                                     *
004930*----------------------------------------------------------------*
004940 4500-CANCEL-POLICY-RTN.
004950     IF NOT POLICY-ON-FILE
004960         OR HN-POLICY-NUMBER NOT = HP-POLICY-NUMBER
004970         SET HX-NO-POLICY-ON-FILE TO TRUE
004980         PERFORM 6000-WRITE-REJECT-RTN
004990             THRU 6000-EXIT
005000         GO TO 4500-EXIT
005010     END-IF.

005020     MOVE HN-EFFECTIVE-DATE-X  TO WS-CHECK-DATE.
005030     PERFORM 7000-VALIDATE-DATE-RTN
005040         THRU 7000-EXIT.
005050     IF NOT WS-DATE-IS-VALID
005060         SET HX-BAD-DATE       TO TRUE
005070         PERFORM 6000-WRITE-REJECT-RTN
005080             THRU 6000-EXIT
005090         GO TO 4500-EXIT
005100     END-IF.

005110     SET HP-POLICY-CANCELLED   TO TRUE.
005120     MOVE HN-EFFECTIVE-DATE    TO HP-CANCEL-DATE.
005130     MOVE WS-MAINT-DATE        TO HP-LAST-NOTICE-DATE.

005140     PERFORM 5900-REWRITE-POLICY-RTN
005150         THRU 5900-EXIT.
005160     IF NOT STOP-THE-RUN
005170         ADD 1 TO WS-POLICIES-CANCELLED
005180     END-IF.
005190 4500-EXIT.
005200     EXIT.

005210*----------------------------------------------------------------*
005220*    5000-ENDORSE-POLICY-RTN  -  CARRY A CHANGED COVERAGE OR     *
005230*    PREMIUM ONTO THE POLICY ON FILE.  AT LEAST ONE MUST BE      *
005240*    KEYED, AND THE NOTICE MUST NAME THE POLICY ON FILE.         *
005250*----------------------------------------------------------------*
005260 5000-ENDORSE-POLICY-RTN.
005270     IF NOT POLICY-ON-FILE
005280         OR HN-POLICY-NUMBER NOT = HP-POLICY-NUMBER
005290         SET HX-NO-POLICY-ON-FILE TO TRUE
005300         PERFORM 6000-WRITE-REJECT-RTN
005310             THRU 6000-EXIT
005320         GO TO 5000-EXIT
005330     END-IF.

005340     IF HN-COVERAGE-AMOUNT-X = SPACES
005350         AND HN-ANNUAL-PREMIUM-X = SPACES
005360         SET HX-BAD-POLICY-FIELD TO TRUE
005370         PERFORM 6000-WRITE-REJECT-RTN
005380             THRU 6000-EXIT
005390         GO TO 5000-EXIT
005400     END-IF.

005410     PERFORM 5100-EDIT-AMOUNTS-RTN
005420         THRU 5100-EXIT.
005430     IF NOT NOTICE-PASSED-EDITS
005440         PERFORM 6000-WRITE-REJECT-RTN
005450             THRU 6000-EXIT
005460         GO TO 5000-EXIT
005470     END-IF.

005480     IF HN-COVERAGE-AMOUNT-X NOT = SPACES
005490         MOVE HN-COVERAGE-AMOUNT TO HP-COVERAGE-AMOUNT
005500     END-IF.
005510     IF HN-ANNUAL-PREMIUM-X NOT = SPACES
005520         MOVE HN-ANNUAL-PREMIUM TO HP-ANNUAL-PREMIUM
005530     END-IF.
005540     MOVE WS-MAINT-DATE        TO HP-LAST-NOTICE-DATE.

005550     PERFORM 5900-REWRITE-POLICY-RTN
005560         THRU 5900-EXIT.
005570     IF NOT STOP-THE-RUN
005580         ADD 1 TO WS-POLICIES-ENDORSED
005590     END-IF.
005600 5000-EXIT.
005610     EXIT.

005620*----------------------------------------------------------------*
005630*    5100-EDIT-AMOUNTS-RTN  -  A COVERAGE OR PREMIUM KEYED MUST  *
005640*    BE NUMERIC AND ABOVE ZERO; A BLANK ONE IS LEFT AS IT IS.    *
005650*----------------------------------------------------------------*
005660 5100-EDIT-AMOUNTS-RTN.
005670     MOVE "N"                  TO WS-NOTICE-OK-SWITCH.
005680     SET HX-BAD-POLICY-FIELD   TO TRUE.

005690     IF HN-COVERAGE-AMOUNT-X NOT = SPACES
005700         IF HN-COVERAGE-AMOUNT NOT NUMERIC
005710             GO TO 5100-EXIT
005720         END-IF
005730         IF HN-COVERAGE-AMOUNT = ZERO
005740             GO TO 5100-EXIT
005750         END-IF
005760     END-IF.

005770     IF HN-ANNUAL-PREMIUM-X NOT = SPACES
005780         IF HN-ANNUAL-PREMIUM NOT NUMERIC
005790             GO TO 5100-EXIT
005800         END-IF
005810         IF HN-ANNUAL-PREMIUM = ZERO
005820             GO TO 5100-EXIT
005830         END-IF
005840     END-IF.

005850     MOVE "Y"                  TO WS-NOTICE-OK-SWITCH.
005860 5100-EXIT.
005870     EXIT.

005880*----------------------------------------------------------------*
005890*    5900-REWRITE-POLICY-RTN  -  REWRITE THE POLICY IN HAND.     *
005900*----------------------------------------------------------------*
005910 5900-REWRITE-POLICY-RTN.
005920     REWRITE INSURANCE-POLICY-RECORD
005930         INVALID KEY
005940             PERFORM 6500-POLICY-WRITE-FAILED-RTN
005950                 THRU 6500-EXIT
005960     END-REWRITE.
005970 5900-EXIT.
005980     EXIT.

005990*----------------------------------------------------------------*
006000*    6000-WRITE-REJECT-RTN  -  DROP THE NOTICE, IMAGE INTACT,    *
006010*    ONTO THE REJECT FILE WITH THE REASON CODE THE CALLER HAS    *
006020*    ALREADY SET.                                                *
006030*----------------------------------------------------------------*
006040 6000-WRITE-REJECT-RTN.
006050     MOVE CARRIER-NOTICE-RECORD TO HX-NOTICE-IMAGE.
006060     WRITE CARRIER-REJECT-RECORD.
006070     ADD 1 TO WS-NOTICES-REJECTED.
006080 6000-EXIT.
006090     EXIT.

006100*----------------------------------------------------------------*
006110*    6500-POLICY-WRITE-FAILED-RTN  -  A POLICY MASTER WRITE OR   *
006120*    REWRITE FAILURE IS AN I/O FAULT THAT WOULD RECUR ON EVERY   *
006130*    REMAINING NOTICE - REJECT THE NOTICE AND STOP THE RUN.      *
006140*----------------------------------------------------------------*
006150 6500-POLICY-WRITE-FAILED-RTN.
006160     DISPLAY "COBHAZMT - POLICY MASTER WRITE FAILED ON LOAN "
006170         HP-LOAN-NUMBER " - STATUS " WS-POL-FILE-STATUS
006180         " - RUN STOPPED".
006190     SET HX-WRITE-FAILED       TO TRUE.
006200     PERFORM 6000-WRITE-REJECT-RTN
006210         THRU 6000-EXIT.
006220     MOVE "Y"                  TO WS-STOP-SWITCH.
006230 6500-EXIT.
006240     EXIT.

006250*----------------------------------------------------------------*
006260*    7000-VALIDATE-DATE-RTN  -  CHECK WS-CHECK-DATE IS A REAL    *
006270*    CALENDAR DATE: MONTH 1-12, DAY WITHIN THE MONTH, WITH THE   *
006280*    FULL CENTURY LEAP-YEAR RULE FOR FEBRUARY (SAME RULES AS     *
006290*    COBVERFY'S DUE-DATE CHECK).  A DATE MOVED IN FROM A         *
006300*    CHARACTER VIEW OF THE FEED IS CHECKED NUMERIC FIRST.        *
006310*----------------------------------------------------------------*
006320 7000-VALIDATE-DATE-RTN.
006330     MOVE "N"                  TO WS-DATE-OK-SWITCH.

006340     IF WS-CHECK-DATE NOT NUMERIC
006350         GO TO 7000-EXIT
006360     END-IF.

006370     IF WS-CHECK-YEAR = ZERO
006380         GO TO 7000-EXIT
006390     END-IF.

006400     IF WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
006410         GO TO 7000-EXIT
006420     END-IF.

006430     IF WS-CHECK-MONTH = 2
006440         PERFORM 7100-SET-FEBRUARY-LIMIT-RTN
006450             THRU 7100-EXIT
006460     ELSE
006470         MOVE WS-MONTH-DAY-LIMIT (WS-CHECK-MONTH)
006480                               TO WS-DAYS-IN-MONTH
006490     END-IF.

006500     IF WS-CHECK-DAY < 1 OR WS-CHECK-DAY > WS-DAYS-IN-MONTH
006510         GO TO 7000-EXIT
006520     END-IF.

006530     MOVE "Y"                  TO WS-DATE-OK-SWITCH.
006540 7000-EXIT.
006550     EXIT.

006560*----------------------------------------------------------------*
006570*    7100-SET-FEBRUARY-LIMIT-RTN  -  29 DAYS WHEN THE YEAR IS    *
006580*    DIVISIBLE BY 4 BUT NOT BY 100, OR DIVISIBLE BY 400;         *
006590*    OTHERWISE 28.                                               *
006600*----------------------------------------------------------------*
006610 7100-SET-FEBRUARY-LIMIT-RTN.
006620     MOVE 28                   TO WS-DAYS-IN-MONTH.

006630     DIVIDE WS-CHECK-YEAR BY 4
006640         GIVING WS-LEAP-QUOTIENT
006650         REMAINDER WS-LEAP-REMAINDER.
006660     IF WS-LEAP-REMAINDER NOT = ZERO
006670         GO TO 7100-EXIT
006680     END-IF.

006690     DIVIDE WS-CHECK-YEAR BY 100
006700         GIVING WS-LEAP-QUOTIENT
006710         REMAINDER WS-LEAP-REMAINDER.
006720     IF WS-LEAP-REMAINDER NOT = ZERO
006730         MOVE 29               TO WS-DAYS-IN-MONTH
006740         GO TO 7100-EXIT
006750     END-IF.

006760     DIVIDE WS-CHECK-YEAR BY 400
006770         GIVING WS-LEAP-QUOTIENT
006780         REMAINDER WS-LEAP-REMAINDER.
006790     IF WS-LEAP-REMAINDER = ZERO
006800         MOVE 29               TO WS-DAYS-IN-MONTH
006810     END-IF.
006820 7100-EXIT.
006830     EXIT.

006840*----------------------------------------------------------------*
006850*    9999-TERMINATE-RTN  -  CLOSE FILES AND LOG THE RUN TOTALS.  *
006860*----------------------------------------------------------------*
006870 9999-TERMINATE-RTN.
006880     IF RUN-FILES-ARE-OPEN
006890         CLOSE CARRIER-FEED
006900               LOAN-MASTER
006910               POLICY-MASTER
006920               REJECT-FILE
006930     END-IF.

006940     DISPLAY "COBHAZMT - NOTICES READ        " WS-NOTICES-READ.
006950     DISPLAY "COBHAZMT - POLICIES SET UP     "
006960         WS-POLICIES-SET-UP.
006970     DISPLAY "COBHAZMT - POLICIES REPLACED   "
006980         WS-POLICIES-REPLACED.
006990     DISPLAY "COBHAZMT - POLICIES RENEWED    "
007000         WS-POLICIES-RENEWED.
007010     DISPLAY "COBHAZMT - POLICIES CANCELLED  "
007020         WS-POLICIES-CANCELLED.
007030     DISPLAY "COBHAZMT - POLICIES ENDORSED   "
007040         WS-POLICIES-ENDORSED.
007050     DISPLAY "COBHAZMT - NOTICES REJECTED    "
007060         WS-NOTICES-REJECTED.
007070     IF CYCLE-STEP-RUNNING
007071         IF STOP-THE-RUN
007072             MOVE "F"          TO CY-FUNCTION
007073         ELSE
007074             MOVE "C"          TO CY-FUNCTION
007075         END-IF
007076         CALL "COBCYCLE" USING PARM-4
007077     END-IF.
007078 9999-EXIT.
007080     EXIT.
