000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    COBARMCH.
000120 AUTHOR.        R HALVERSEN.
000130 INSTALLATION.  LOAN SERVICING SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*                                                                *
000180*   COBARMCH  -  MONTHLY ARM INTEREST RATE CHANGE RUN           *
000190*                                                                *
000200*   RUN ONCE A MONTH AS OF THE CYCLE CONTROL BUSINESS DATE.     *
000210*   WALKS THE ARM TERMS MASTER (SBANK61W) AND, FOR EACH         *
000220*   ADJUSTABLE-RATE LOAN, WORKS IN TWO STEPS:                   *
000230*                                                                *
000240*   SCHEDULE - A LOAN WITH NO CHANGE PENDING WHOSE NEXT CHANGE  *
000250*   DATE FALLS WITHIN THE WINDOW (RUN DATE PLUS 120 DAYS) IS    *
000260*   PRICED ONCE ITS LOOKBACK DATE (CHANGE DATE LESS             *
000270*   AM-LOOKBACK-DAYS) HAS ARRIVED: THE LATEST INDEX VALUE       *
000280*   (SBANK62W) EFFECTIVE ON OR BEFORE THE LOOKBACK DATE, PLUS   *
000290*   THE MARGIN, ROUNDED AND HELD TO THE CAPS AND FLOOR (SEE     *
000300*   SBANK61W).  THE NEW PAYMENT RE-AMORTIZES THE BALANCE OVER   *
000310*   THE REMAINING TERM WITH COBCALC'S LEVEL-PAYMENT FORMULA.    *
000320*   THE RESULT IS HELD AS THE PENDING CHANGE AND THE BORROWER   *
000330*   NOTICE (SBANK65W) IS WRITTEN.  THE FIRST PAYMENT AT THE     *
000340*   NEW RATE IS DUE ONE MONTH AFTER THE CHANGE DATE AND THE     *
000350*   NOTICE MUST GO OUT AT LEAST 60 DAYS BEFORE IT - A NOTICE    *
000360*   WITH LESS LEAD IS STILL WRITTEN BUT IS FLAGGED ON THE       *
000370*   REGISTER FOR THE SERVICING DESK.                            *
000380*                                                                *
000390*   APPLY - ON THE FIRST RUN ON OR AFTER THE CHANGE DATE THE    *
000400*   PENDING RATE IS PUT ON THE LOAN MASTER (LM-INTEREST-RATE,   *
000410*   WHICH COBCALC USES FOR THE RESERVED RATE CODE "ARM"), THE   *
000420*   TERMS RECORD TAKES IT AS THE CURRENT RATE, AND THE NEXT     *
000430*   CHANGE DATE MOVES ON BY THE CHANGE FREQUENCY.  THE NEW      *
000440*   PAYMENT IS RE-AMORTIZED ON THE BALANCE AS IT STANDS THEN.   *
000450*                                                                *
000460*   EVERY LOAN SCHEDULED OR APPLIED, AND EVERY LOAN DUE FOR A   *
000470*   CHANGE THAT COULD NOT BE PRICED, IS LISTED ON THE ARM       *
000480*   CHANGE REGISTER (SBANK66W), WHICH ENDS WITH THE RUN COUNTS. *
000490*   A LOAN COBSATIS HAS CLOSED IS SKIPPED.                      *
000500*                                                                *
000510*   MODIFICATION HISTORY.                                       *
000520*   -------------------------------------------------------     *
000530*   DATE       INIT   DESCRIPTION                                *
000540*   ---------- ----   ------------------------------------------ *
000543*   2026-10-15  DEV   INITIAL VERSION.                          *
000546*   2026-10-15  DEV   THE RUN DATE NOW COMES FROM THE CYCLE     *
000550*                     CONTROL FILE THROUGH COBCYCLE (SBANK94W)  *
000551*                     INSTEAD OF THE CONTROL CARD, WHICH IS NO  *
000552*                     LONGER READ.  THE STEP IS CHECKED AGAINST *
000553*                     ITS PREDECESSORS AT START AND ITS         *
000554*                     COMPLETION OR FAILURE IS RECORDED AT THE  *
000555*                     END.                                      *
000556*   2026-10-15  DEV   1000 NOW CREATES THE CONTACT MASTER AND   *
000557*                     THE ARM TERMS FILE EMPTY WHEN THEY HAVE   *
000558*                     NEVER BEEN BUILT INSTEAD OF ABORTING THE  *
000559*                     RUN.                                      *
000560******************************************************************
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER.  IBM-370.
000600 OBJECT-COMPUTER.  IBM-370.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000690*----------------------------------------------------------------*
000700*    ARM TERMS MASTER - WALKED IN KEY ORDER AND REWRITTEN AS     *
000710*    CHANGES ARE SCHEDULED AND APPLIED.                          *
000720*----------------------------------------------------------------*
000730     SELECT ARM-TERMS ASSIGN TO ARMTERMS
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS AM-LOAN-NUMBER
000770         FILE STATUS IS WS-TERM-FILE-STATUS.

000780*----------------------------------------------------------------*
000790*    INDEX VALUE HISTORY - LOADED WHOLE AT STARTUP.              *
000800*----------------------------------------------------------------*
000810     SELECT INDEX-HISTORY ASSIGN TO INDXHIST
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS SEQUENTIAL
000840         RECORD KEY IS IX-KEY
000850         FILE STATUS IS WS-INDX-FILE-STATUS.

000860*----------------------------------------------------------------*
000870*    LOAN MASTER FILE - READ AT RANDOM; LM-INTEREST-RATE IS      *
000880*    REWRITTEN WHEN A CHANGE IS APPLIED.                         *
000890*----------------------------------------------------------------*
000900     SELECT LOAN-MASTER ASSIGN TO LOANMSTR
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS RANDOM
000930         RECORD KEY IS LM-LOAN-NUMBER
000940         FILE STATUS IS WS-LOAN-FILE-STATUS.

000950*----------------------------------------------------------------*
000960*    BORROWER CONTACT MASTER - READ AT RANDOM FOR THE MAILING    *
000970*    AND PROPERTY ADDRESS ON EACH NOTICE.                        *
000980*----------------------------------------------------------------*
000990     SELECT BORROWER-CONTACT ASSIGN TO BORRCNTC
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS RANDOM
001020         RECORD KEY IS BC-LOAN-NUMBER
001030         FILE STATUS IS WS-CNTC-FILE-STATUS.

001040*----------------------------------------------------------------*
001050*    ARM CHANGE NOTICE FEED FOR THE LETTER-PRINT SERVICE.        *
001060*----------------------------------------------------------------*
001070     SELECT ARM-NOTICE ASSIGN TO ARMNOTC
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS WS-NOTC-FILE-STATUS.

001100*----------------------------------------------------------------*
001110*    ARM CHANGE REGISTER.                                        *
001120*----------------------------------------------------------------*
001130     SELECT ARM-REGISTER ASSIGN TO ARMREG
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-RGST-FILE-STATUS.

001160 DATA DIVISION.
001170 FILE SECTION.
001210 FD  ARM-TERMS
001220     LABEL RECORDS ARE STANDARD.
001230     COPY SBANK61W.

001240 FD  INDEX-HISTORY
001250     LABEL RECORDS ARE STANDARD.
001260     COPY SBANK62W.

001270 FD  LOAN-MASTER
001280     LABEL RECORDS ARE STANDARD.
001290     COPY SBANK01W.

001300 FD  BORROWER-CONTACT
001310     LABEL RECORDS ARE STANDARD.
001320     COPY SBANK53W.

001330 FD  ARM-NOTICE
001340     LABEL RECORDS ARE STANDARD.
001350     COPY SBANK65W.

001360 FD  ARM-REGISTER
001370     LABEL RECORDS ARE STANDARD.
001380     COPY SBANK66W.

001390 WORKING-STORAGE SECTION.
001400 01  WS-SWITCHES.
001420     05  WS-TERM-FILE-STATUS      PIC X(02).
001430         88  WS-TERM-FILE-OK               VALUE "00".
001435         88  WS-TERM-FILE-NOT-FOUND        VALUE "23", "35".
001440     05  WS-INDX-FILE-STATUS      PIC X(02).
001450         88  WS-INDX-FILE-OK               VALUE "00".
001460     05  WS-LOAN-FILE-STATUS      PIC X(02).
001470         88  WS-LOAN-FILE-OK               VALUE "00".
001480     05  WS-CNTC-FILE-STATUS      PIC X(02).
001490         88  WS-CNTC-FILE-OK               VALUE "00".
001495         88  WS-CNTC-FILE-NOT-FOUND        VALUE "23", "35".
001500     05  WS-NOTC-FILE-STATUS      PIC X(02).
001510     05  WS-RGST-FILE-STATUS      PIC X(02).
001520     05  WS-EOF-SWITCH            PIC X(01)  VALUE "N".
001530         88  END-OF-TERMS-FILE             VALUE "Y".
001540     05  WS-INDX-EOF-SWITCH       PIC X(01)  VALUE "N".
001550         88  END-OF-INDEX-FILE             VALUE "Y".
001560     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
001570         88  STOP-THE-RUN                  VALUE "Y".
001573     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
001576         88  CYCLE-STEP-RUNNING            VALUE "Y".
001580     05  WS-FILES-OPEN-SWITCH     PIC X(01)  VALUE "N".
001590         88  RUN-FILES-ARE-OPEN            VALUE "Y".
001600     05  WS-CONTACT-SWITCH        PIC X(01)  VALUE "N".
001610         88  CONTACT-ON-FILE               VALUE "Y".
001620     05  WS-INDEX-FOUND-SWITCH    PIC X(01)  VALUE "N".
001630         88  INDEX-VALUE-FOUND             VALUE "Y".
001640     05  WS-TERMS-CHANGED-SWITCH  PIC X(01)  VALUE "N".
001650         88  TERMS-CHANGED                 VALUE "Y".
001660     05  WS-APPLIED-SWITCH        PIC X(01)  VALUE "N".
001670         88  CHANGE-APPLIED                VALUE "Y".

001680 01  WS-COUNTERS.
001690     05  WS-TERMS-READ            PIC 9(07)  COMP.
001700     05  WS-CHANGES-SCHEDULED     PIC 9(07)  COMP.
001710     05  WS-CHANGES-APPLIED       PIC 9(07)  COMP.
001720     05  WS-CHANGES-DEFERRED      PIC 9(07)  COMP.
001730     05  WS-LATE-NOTICES          PIC 9(07)  COMP.
001740     05  WS-EXCEPTIONS            PIC 9(07)  COMP.
001750     05  WS-CLOSED-SKIPPED        PIC 9(07)  COMP.
001760     05  WS-NO-CONTACT-COUNT      PIC 9(07)  COMP.

001770 01  WS-CONSTANTS.
001780*    120 DAYS COVERS THE 60-DAY NOTICE LEAD PLUS THE MONTH FROM  *
001790*    CHANGE DATE TO FIRST NEW PAYMENT, WITH A MONTHLY CYCLE OF   *
001800*    SLACK SO NO CHANGE DATE CAN FALL BETWEEN TWO RUNS.          *
001810     05  WS-WINDOW-DAYS           PIC 9(03)  COMP VALUE 120.
001820     05  WS-MIN-NOTICE-DAYS       PIC 9(03)  COMP VALUE 60.

001830*----------------------------------------------------------------*
001840*    INDEX VALUE TABLE - THE WHOLE INDEX HISTORY, HELD IN KEY    *
001850*    ORDER (CODE, THEN EFFECTIVE DATE), SO THE LAST MATCH ON     *
001860*    OR BEFORE A LOOKBACK DATE IS THE VALUE IN FORCE THEN.       *
001870*----------------------------------------------------------------*
001880 01  WS-INDEX-TABLE-FIELDS.
001890     05  WS-INDX-PTR              PIC 9(4)  COMP.
001900     05  WS-INDX-MAX              PIC 9(4)  COMP VALUE 3000.
001910     05  WS-INDEX-TABLE.
001920         10  WS-INDX-ENTRY OCCURS 3000 TIMES
001930                           INDEXED BY WS-INDX-IDX.
001940             15  WS-INDX-CODE         PIC X(08).
001950             15  WS-INDX-DATE         PIC 9(08).
001960             15  WS-INDX-VALUE        PIC 9(02)V9(05)  COMP-3.

001970 01  WS-FOLD-FIELDS.
001980     05  WS-FOLD-LOOKUP-CODE      PIC X(10).
001990     05  WS-LOWER-CASE-ALPHABET   PIC X(26)
002000              VALUE "abcdefghijklmnopqrstuvwxyz".
002010     05  WS-UPPER-CASE-ALPHABET   PIC X(26)
002020              VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

002030 01  WS-RATE-FIELDS.
002040     05  WS-FOUND-INDEX-VALUE     PIC 9(02)V9(05)  COMP-3.
002050     05  WS-RAW-RATE              PIC S9(03)V9(05) COMP-3.
002060     05  WS-NEW-RATE              PIC S9(03)V999   COMP-3.
002070     05  WS-RATE-LIMIT            PIC S9(03)V999   COMP-3.
002080     05  WS-CHANGE-CAP            PIC 9(02)V999    COMP-3.
002090     05  WS-CAP-NAME              PIC X(14).
002100     05  WS-LIMIT-REMARK          PIC X(14).
002110     05  WS-ROUND-STEPS           PIC 9(07)        COMP-3.

002120 01  WS-CALC-FIELDS.
002130     05  WS-CALC-RATE             PIC 9(2)V9(4)  COMP-3.
002140     05  WS-CALC-PAYMENT          PIC 9(7)V99    COMP-3.
002150     05  WS-MONTHLY-RATE          PIC 9V9(6)     COMP-3.
002160     05  WS-RATE-FACTOR           PIC 9(4)V9(8)  COMP-3.
002170     05  WS-OLD-PAYMENT           PIC 9(7)V99    COMP-3.
002180     05  WS-NEW-PAYMENT           PIC 9(7)V99    COMP-3.
002190     05  WS-OLD-RATE              PIC 9(2)V999   COMP-3.

002200 01  WS-DATE-FIELDS.
002210     05  WS-RUN-DATE              PIC 9(08).
002220     05  WS-RUN-INTEGER           PIC 9(07)  COMP.
002230     05  WS-WINDOW-END-DATE       PIC 9(08).
002240     05  WS-LOOKBACK-DATE         PIC 9(08).
002250     05  WS-WORK-INTEGER          PIC 9(07)  COMP.
002260     05  WS-PAYMENT-DATE          PIC 9(08).
002270     05  WS-DAYS-NOTICE           PIC S9(05) COMP.
002280     05  WS-MONTHS-TO-ADD         PIC 9(03)  COMP.
002290     05  WS-MONTH-COUNT           PIC 9(07)  COMP.
002300     05  WS-MONTH-REMAINDER       PIC 9(02)  COMP.
002310     05  WS-CHECK-DATE            PIC 9(8).
002320     05  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
002330         10  WS-CHECK-YEAR        PIC 9(4).
002340         10  WS-CHECK-MONTH       PIC 9(2).
002350         10  WS-CHECK-DAY         PIC 9(2).
002360     05  WS-LEAP-REMAINDER        PIC 9(4)  COMP.
002370     05  WS-LEAP-QUOTIENT         PIC 9(4)  COMP.
002380     05  WS-DAYS-IN-MONTH         PIC 9(2)  COMP.

002390*----------------------------------------------------------------*
002400*    DAYS PER MONTH - FIXED CALENDAR CONSTANTS (SAME TABLE AS    *
002410*    COBVERFY'S DUE-DATE VALIDATOR).  FEBRUARY IS HANDLED        *
002420*    SEPARATELY FOR LEAP YEARS.                                  *
002430*----------------------------------------------------------------*
002440 01  WS-MONTH-DAYS-DATA.
002450     05  FILLER                   PIC X(24)
002460              VALUE "312831303130313130313031".
002470 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-DATA.
002480     05  WS-MONTH-DAY-LIMIT       PIC 9(2)  OCCURS 12 TIMES.

002490 01  WS-EXCEPTION-TEXT            PIC X(30).

002500     COPY SBANK94W.

002505 LINKAGE SECTION.

002510 PROCEDURE DIVISION.
002520*----------------------------------------------------------------*
002530*    0000-MAINLINE                                                *
002540*----------------------------------------------------------------*
002550 0000-MAINLINE.
002560     PERFORM 1000-INITIALIZE-RTN
002570         THRU 1000-EXIT.
002580     IF NOT STOP-THE-RUN
002590         PERFORM 2000-PROCESS-TERMS-RTN
002600             THRU 2000-EXIT
002610         PERFORM 7000-PRINT-TOTALS-RTN
002620             THRU 7000-EXIT
002630     END-IF.
002640     PERFORM 9999-TERMINATE-RTN
002650         THRU 9999-EXIT.
002660     GOBACK.

002670*----------------------------------------------------------------*
002680*    1000-INITIALIZE-RTN  -  READ THE RUN DATE, SET THE WINDOW,  *
002690*    LOAD THE INDEX TABLE AND OPEN THE RUN FILES.                *
002700*----------------------------------------------------------------*
002710 1000-INITIALIZE-RTN.
002720     MOVE ZERO                 TO WS-TERMS-READ
002730                                   WS-CHANGES-SCHEDULED
002740                                   WS-CHANGES-APPLIED
002750                                   WS-CHANGES-DEFERRED
002760                                   WS-LATE-NOTICES
002770                                   WS-EXCEPTIONS
002780                                   WS-CLOSED-SKIPPED
002790                                   WS-NO-CONTACT-COUNT
002800                                   WS-INDX-PTR.
002810     INITIALIZE WS-INDEX-TABLE.

002820     MOVE "S"                  TO CY-FUNCTION.
002830     MOVE "COBARMCH"           TO CY-PROGRAM-ID.
002840     MOVE SPACES               TO CY-INSTANCE-ID.
002850     CALL "COBCYCLE" USING PARM-4.
002860     IF NOT CY-SUCCESS
002870         DISPLAY "COBARMCH - NOT CLEARED TO RUN BY CYCLE "
002880             "CONTROL - RUN ABORTED"
002910         MOVE "Y"              TO WS-STOP-SWITCH
002920         GO TO 1000-EXIT
002930     END-IF.
002935     MOVE "Y"                  TO WS-CYCLE-SWITCH.
002940     MOVE CY-BUSINESS-DATE     TO WS-RUN-DATE.

002950     COMPUTE WS-RUN-INTEGER =
002960         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
002970     COMPUTE WS-WORK-INTEGER = WS-RUN-INTEGER + WS-WINDOW-DAYS.
002980     COMPUTE WS-WINDOW-END-DATE =
002990         FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER).

003000     PERFORM 1200-LOAD-INDEX-TABLE-RTN
003010         THRU 1200-EXIT.
003020     IF STOP-THE-RUN
003030         GO TO 1000-EXIT
003040     END-IF.

003050*    NO ARM HAS BEEN SET UP UNTIL COBARMMT FIRST RUNS - CREATE   *
003051*    THE FILE EMPTY RATHER THAN STOP THE RUN.                    *
003052     OPEN I-O ARM-TERMS.
003053     IF WS-TERM-FILE-NOT-FOUND
003054         OPEN OUTPUT ARM-TERMS
003055         CLOSE ARM-TERMS
003056         OPEN I-O ARM-TERMS
003057     END-IF.
003060     IF NOT WS-TERM-FILE-OK
003070         DISPLAY "COBARMCH - ARM TERMS OPEN FAILED - STATUS "
003080             WS-TERM-FILE-STATUS " - RUN ABORTED"
003090         MOVE "Y"              TO WS-STOP-SWITCH
003100         GO TO 1000-EXIT
003110     END-IF.

003120     OPEN I-O LOAN-MASTER.
003130     IF NOT WS-LOAN-FILE-OK
003140         DISPLAY "COBARMCH - LOAN MASTER OPEN FAILED - STATUS "
003150             WS-LOAN-FILE-STATUS " - RUN ABORTED"
003160         MOVE "Y"              TO WS-STOP-SWITCH
003170         CLOSE ARM-TERMS
003180         GO TO 1000-EXIT
003190     END-IF.

003200*    THE CONTACT MASTER IS BUILT BY COBBOARD AND COBCNTCT -      *
003201*    CREATE IT EMPTY RATHER THAN STOP THE RUN IF IT HAS NEVER    *
003202*    BEEN BUILT.                                                 *
003203     OPEN INPUT BORROWER-CONTACT.
003204     IF WS-CNTC-FILE-NOT-FOUND
003205         OPEN OUTPUT BORROWER-CONTACT
003206         CLOSE BORROWER-CONTACT
003207         OPEN INPUT BORROWER-CONTACT
003208     END-IF.
003210     IF NOT WS-CNTC-FILE-OK
003220         DISPLAY "COBARMCH - CONTACT MASTER OPEN FAILED - "
003230             "STATUS " WS-CNTC-FILE-STATUS " - RUN ABORTED"
003240         MOVE "Y"              TO WS-STOP-SWITCH
003250         CLOSE ARM-TERMS
003260               LOAN-MASTER
003270         GO TO 1000-EXIT
003280     END-IF.

003290     OPEN OUTPUT ARM-NOTICE.
003300     OPEN OUTPUT ARM-REGISTER.
003310*    VALUE CLAUSES ON FD RECORD FILLER ARE DOCUMENTARY ONLY -    *
003320*    CLEAR THE OUTPUT RECORD AREAS ONCE SO THE FILLER BYTES      *
003330*    NEVER CARRY GARBAGE.                                        *
003340     MOVE SPACES               TO ARM-NOTICE-RECORD.
003350     MOVE SPACES               TO ARM-REGISTER-LINE.

003360     MOVE LOW-VALUES           TO AM-LOAN-NUMBER.
003370     START ARM-TERMS KEY IS NOT LESS THAN AM-LOAN-NUMBER
003380         INVALID KEY
003390             MOVE "Y"          TO WS-EOF-SWITCH
003400     END-START.
003410     MOVE "Y"                  TO WS-FILES-OPEN-SWITCH.
003420 1000-EXIT.
003430     EXIT.

003440*----------------------------------------------------------------*
003450*    1200-LOAD-INDEX-TABLE-RTN  -  LOAD THE WHOLE INDEX HISTORY. *
003460*    AN UNOPENABLE FILE, OR MORE VALUES THAN THE TABLE HOLDS,    *
003470*    STOPS THE RUN BEFORE ANY LOAN IS TOUCHED.                   *
003480*----------------------------------------------------------------*
003490 1200-LOAD-INDEX-TABLE-RTN.
003500     OPEN INPUT INDEX-HISTORY.
003510     IF NOT WS-INDX-FILE-OK
003520         DISPLAY "COBARMCH - INDEX HISTORY OPEN FAILED - "
003530             "STATUS " WS-INDX-FILE-STATUS " - RUN ABORTED"
003540         MOVE "Y"              TO WS-STOP-SWITCH
003550         GO TO 1200-EXIT
003560     END-IF.

003570     PERFORM 1250-READ-INDEX-RTN
003580         THRU 1250-EXIT
003590         UNTIL END-OF-INDEX-FILE.

003600     CLOSE INDEX-HISTORY.
003610 1200-EXIT.
003620     EXIT.

003630*----------------------------------------------------------------*
003640*    1250-READ-INDEX-RTN  -  READ ONE INDEX VALUE INTO THE NEXT  *
003650*    TABLE SLOT.                                                 *
003660*----------------------------------------------------------------*
003670 1250-READ-INDEX-RTN.
003680     READ INDEX-HISTORY
003690         AT END
003700             MOVE "Y"          TO WS-INDX-EOF-SWITCH
003710             GO TO 1250-EXIT
003720     END-READ.

003730     ADD 1 TO WS-INDX-PTR.
003740     IF WS-INDX-PTR > WS-INDX-MAX
003750         DISPLAY "COBARMCH - MORE INDEX VALUES THAN THE TABLE "
003760             "HOLDS - RUN ABORTED"
003770         MOVE "Y"              TO WS-STOP-SWITCH
003780         MOVE "Y"              TO WS-INDX-EOF-SWITCH
003790         GO TO 1250-EXIT
003800     END-IF.

003810     MOVE IX-INDEX-CODE        TO WS-INDX-CODE (WS-INDX-PTR).
003820     MOVE IX-EFFECTIVE-DATE    TO WS-INDX-DATE (WS-INDX-PTR).
003830     MOVE IX-INDEX-VALUE       TO WS-INDX-VALUE (WS-INDX-PTR).
003840 1250-EXIT.
003850     EXIT.

003860*----------------------------------------------------------------*
003870*    2000-PROCESS-TERMS-RTN  -  EXAMINE EVERY ARM ON THE TERMS   *
003880*    MASTER.                                                     *
003890*----------------------------------------------------------------*
003900 2000-PROCESS-TERMS-RTN.
003910     PERFORM 2100-PROCESS-ONE-ARM-RTN
003920         THRU 2100-EXIT
003930         UNTIL END-OF-TERMS-FILE OR STOP-THE-RUN.
003940 2000-EXIT.
003950     EXIT.

003960*----------------------------------------------------------------*
003970*    2100-PROCESS-ONE-ARM-RTN  -  READ ONE TERMS RECORD AND ITS  *
003980*    LOAN, SCHEDULE A CHANGE THAT HAS COME INTO THE WINDOW,      *
003990*    APPLY A SCHEDULED CHANGE WHOSE DATE HAS ARRIVED, AND - ONCE *
004000*    ONE IS APPLIED - SCHEDULE THE NEXT IF IT IS ALREADY IN THE  *
004010*    WINDOW.  A CHANGE DATE THE RUN HAS ALREADY PASSED (TERMS    *
004020*    LOADED LATE, OR AN INDEX VALUE THAT WAS MISSING LAST        *
004030*    MONTH) IS SCHEDULED AND APPLIED IN THE SAME PASS.  THE      *
004040*    TERMS RECORD IS REWRITTEN ONCE, AT THE END.                 *
004050*----------------------------------------------------------------*
004060 2100-PROCESS-ONE-ARM-RTN.
004070     READ ARM-TERMS NEXT RECORD
004080         AT END
004090             MOVE "Y"          TO WS-EOF-SWITCH
004100             GO TO 2100-EXIT
004110     END-READ.

004120     ADD 1 TO WS-TERMS-READ.
004130     MOVE "N"                  TO WS-TERMS-CHANGED-SWITCH.
004140     MOVE "N"                  TO WS-APPLIED-SWITCH.

004150     MOVE AM-LOAN-NUMBER       TO LM-LOAN-NUMBER.
004160     READ LOAN-MASTER
004170         INVALID KEY
004180             MOVE "LOAN NOT ON LOAN MASTER" TO WS-EXCEPTION-TEXT
004190             PERFORM 6500-WRITE-EXCEPTION-RTN
004200                 THRU 6500-EXIT
004210             GO TO 2100-EXIT
004220     END-READ.

004230*    A LOAN COBSATIS HAS CLOSED IS PAID OFF - NO RATE TO MOVE.  *
004240     IF LM-LOAN-CLOSED
004250         ADD 1 TO WS-CLOSED-SKIPPED
004260         GO TO 2100-EXIT
004270     END-IF.

004280*    A LOAN A MAINTENANCE CARD HAS MOVED OFF THE "ARM" CODE IS   *
004290*    NO LONGER PRICED FROM ITS TERMS - CHANGING LM-INTEREST-RATE *
004300*    WOULD ALTER NOTHING BUT THE REPORTS.                        *
004310     MOVE LM-RATE-CODE         TO WS-FOLD-LOOKUP-CODE.
004320     INSPECT WS-FOLD-LOOKUP-CODE
004330         CONVERTING WS-LOWER-CASE-ALPHABET
004340                 TO WS-UPPER-CASE-ALPHABET.
004350     IF WS-FOLD-LOOKUP-CODE NOT = "ARM"
004360         MOVE "LOAN NOT ON RATE CODE ARM" TO WS-EXCEPTION-TEXT
004370         PERFORM 6500-WRITE-EXCEPTION-RTN
004380             THRU 6500-EXIT
004390         GO TO 2100-EXIT
004400     END-IF.

004410     IF NOT AM-CHANGE-PENDING
004420         AND AM-NEXT-CHANGE-DATE NOT > WS-WINDOW-END-DATE
004430         PERFORM 4000-SCHEDULE-CHANGE-RTN
004440             THRU 4000-EXIT
004450     END-IF.

004460     IF AM-CHANGE-PENDING
004470         AND AM-NEXT-CHANGE-DATE NOT > WS-RUN-DATE
004480         AND NOT STOP-THE-RUN
004490         PERFORM 3000-APPLY-CHANGE-RTN
004500             THRU 3000-EXIT
004510     END-IF.

004520     IF CHANGE-APPLIED
004530         AND AM-NEXT-CHANGE-DATE NOT > WS-WINDOW-END-DATE
004540         AND NOT STOP-THE-RUN
004550         PERFORM 4000-SCHEDULE-CHANGE-RTN
004560             THRU 4000-EXIT
004570     END-IF.

004580     IF STOP-THE-RUN OR NOT TERMS-CHANGED
004590         GO TO 2100-EXIT
004600     END-IF.

004610     REWRITE ARM-TERMS-RECORD
004620         INVALID KEY
004630             DISPLAY "COBARMCH - TERMS REWRITE FAILED ON LOAN "
004640                 AM-LOAN-NUMBER " - STATUS "
004650                 WS-TERM-FILE-STATUS " - RUN STOPPED"
004660             MOVE "Y"          TO WS-STOP-SWITCH
004670     END-REWRITE.
004680 2100-EXIT.
004690     EXIT.

004700*----------------------------------------------------------------*
004710*    3000-APPLY-CHANGE-RTN  -  PUT THE SCHEDULED RATE ON THE     *
004720*    LOAN MASTER, MAKE IT THE CURRENT RATE ON THE TERMS, AND     *
004730*    MOVE THE NEXT CHANGE DATE ON BY THE CHANGE FREQUENCY.  THE  *
004740*    REGISTER SHOWS THE PAYMENT RE-AMORTIZED ON TODAY'S BALANCE. *
004750*    A LOAN MASTER REWRITE FAILURE STOPS THE RUN (SAME POLICY    *
004760*    AS COBPOST) WITH THE TERMS LEFT PENDING FOR THE RERUN.      *
004770*----------------------------------------------------------------*
004780 3000-APPLY-CHANGE-RTN.
004790     MOVE LM-INTEREST-RATE     TO WS-OLD-RATE.
004800     MOVE ZERO                 TO WS-OLD-PAYMENT
004810                                   WS-NEW-PAYMENT.
004820     IF LM-TERM-MONTHS > ZERO
004830         MOVE WS-OLD-RATE      TO WS-CALC-RATE
004840         PERFORM 4600-CALCULATE-PAYMENT-RTN
004850             THRU 4600-EXIT
004860         MOVE WS-CALC-PAYMENT  TO WS-OLD-PAYMENT
004870         MOVE AM-PENDING-RATE  TO WS-CALC-RATE
004880         PERFORM 4600-CALCULATE-PAYMENT-RTN
004890             THRU 4600-EXIT
004900         MOVE WS-CALC-PAYMENT  TO WS-NEW-PAYMENT
004910     END-IF.

004920     MOVE AM-PENDING-RATE      TO LM-INTEREST-RATE.
004930     REWRITE LOAN-MASTER-RECORD
004940         INVALID KEY
004950             DISPLAY "COBARMCH - REWRITE FAILED ON LOAN "
004960                 LM-LOAN-NUMBER " - STATUS "
004970                 WS-LOAN-FILE-STATUS " - RUN STOPPED"
004980             MOVE "Y"          TO WS-STOP-SWITCH
004990             GO TO 3000-EXIT
005000     END-REWRITE.

005010     MOVE SPACES               TO ARM-REGISTER-LINE.
005020     MOVE AM-LOAN-NUMBER       TO AG-LOAN-NUMBER.
005030     MOVE "APPLIED"            TO AG-ACTION.
005040     MOVE AM-NEXT-CHANGE-DATE  TO AG-CHANGE-DATE.
005050     MOVE AM-PENDING-INDEX-VALUE TO AG-INDEX-VALUE.
005060     MOVE WS-OLD-RATE          TO AG-OLD-RATE.
005070     MOVE AM-PENDING-RATE      TO AG-NEW-RATE.
005080     MOVE WS-OLD-PAYMENT       TO AG-OLD-PAYMENT.
005090     MOVE WS-NEW-PAYMENT       TO AG-NEW-PAYMENT.
005100     MOVE AM-PENDING-PAYMENT-DATE TO AG-PAYMENT-DATE.
005110     WRITE ARM-REGISTER-LINE.

005120     MOVE AM-PENDING-RATE      TO AM-CURRENT-RATE.
005130     MOVE AM-NEXT-CHANGE-DATE  TO AM-LAST-CHANGE-DATE.
005140     ADD 1 TO AM-CHANGE-COUNT.

005150     MOVE AM-NEXT-CHANGE-DATE  TO WS-CHECK-DATE.
005160     MOVE AM-CHANGE-FREQUENCY  TO WS-MONTHS-TO-ADD.
005170     PERFORM 4500-ADD-MONTHS-RTN
005180         THRU 4500-EXIT.
005190     MOVE WS-CHECK-DATE        TO AM-NEXT-CHANGE-DATE.

005200     MOVE "N"                  TO AM-PENDING-SWITCH.
005210     MOVE ZERO                 TO AM-PENDING-RATE
005220                                   AM-PENDING-INDEX-VALUE
005230                                   AM-PENDING-PAYMENT
005240                                   AM-PENDING-PAYMENT-DATE
005250                                   AM-PENDING-NOTICE-DATE.

005260     MOVE "Y"                  TO WS-TERMS-CHANGED-SWITCH.
005270     MOVE "Y"                  TO WS-APPLIED-SWITCH.
005280     ADD 1 TO WS-CHANGES-APPLIED.
005290 3000-EXIT.
005300     EXIT.

005310*----------------------------------------------------------------*
005320*    3100-READ-CONTACT-RTN  -  FETCH THE LOAN'S BORROWER CONTACT *
005330*    RECORD.  A LOAN BOARDED WITHOUT ONE STILL GETS ITS NOTICE,  *
005340*    UNADDRESSED, AND IS COUNTED FOR THE SERVICING DESK.         *
005350*----------------------------------------------------------------*
005360 3100-READ-CONTACT-RTN.
005370     MOVE "N"                  TO WS-CONTACT-SWITCH.
005380     MOVE LM-LOAN-NUMBER       TO BC-LOAN-NUMBER.
005390     READ BORROWER-CONTACT
005400         INVALID KEY
005410             ADD 1 TO WS-NO-CONTACT-COUNT
005420             GO TO 3100-EXIT
005430     END-READ.
005440     MOVE "Y"                  TO WS-CONTACT-SWITCH.
005450 3100-EXIT.
005460     EXIT.

005470*----------------------------------------------------------------*
005480*    4000-SCHEDULE-CHANGE-RTN  -  PRICE THE NEXT CHANGE, HOLD    *
005490*    IT AS PENDING ON THE TERMS RECORD, AND WRITE THE BORROWER   *
005500*    NOTICE AND REGISTER LINE.  A LOOKBACK DATE STILL AHEAD OF   *
005510*    THE RUN DATE MEANS THE INDEX VALUE IS NOT PUBLISHED YET -   *
005520*    THE LOAN WAITS FOR A LATER RUN.                             *
005530*----------------------------------------------------------------*
005540 4000-SCHEDULE-CHANGE-RTN.
005550     COMPUTE WS-WORK-INTEGER =
005560         FUNCTION INTEGER-OF-DATE (AM-NEXT-CHANGE-DATE)
005570             - AM-LOOKBACK-DAYS.
005580     COMPUTE WS-LOOKBACK-DATE =
005590         FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER).

005600     IF WS-LOOKBACK-DATE > WS-RUN-DATE
005610         ADD 1 TO WS-CHANGES-DEFERRED
005620         GO TO 4000-EXIT
005630     END-IF.

005640     IF LM-TERM-MONTHS = ZERO
005650         MOVE "ZERO REMAINING TERM"  TO WS-EXCEPTION-TEXT
005660         PERFORM 6500-WRITE-EXCEPTION-RTN
005670             THRU 6500-EXIT
005680         GO TO 4000-EXIT
005690     END-IF.

005700     PERFORM 5000-FIND-INDEX-VALUE-RTN
005710         THRU 5000-EXIT.
005720     IF NOT INDEX-VALUE-FOUND
005730         MOVE "NO INDEX VALUE FOR LOOKBACK" TO WS-EXCEPTION-TEXT
005740         PERFORM 6500-WRITE-EXCEPTION-RTN
005750             THRU 6500-EXIT
005760         GO TO 4000-EXIT
005770     END-IF.

005780     PERFORM 4100-COMPUTE-NEW-RATE-RTN
005790         THRU 4100-EXIT.
005800     IF WS-NEW-RATE > 99.999
005810         MOVE "NEW RATE OVER 99.999"  TO WS-EXCEPTION-TEXT
005820         PERFORM 6500-WRITE-EXCEPTION-RTN
005830             THRU 6500-EXIT
005840         GO TO 4000-EXIT
005850     END-IF.

005860     MOVE AM-CURRENT-RATE      TO WS-CALC-RATE.
005870     PERFORM 4600-CALCULATE-PAYMENT-RTN
005880         THRU 4600-EXIT.
005890     MOVE WS-CALC-PAYMENT      TO WS-OLD-PAYMENT.

005900     MOVE WS-NEW-RATE          TO WS-CALC-RATE.
005910     PERFORM 4600-CALCULATE-PAYMENT-RTN
005920         THRU 4600-EXIT.
005930     MOVE WS-CALC-PAYMENT      TO WS-NEW-PAYMENT.

005940     MOVE AM-NEXT-CHANGE-DATE  TO WS-CHECK-DATE.
005950     MOVE 1                    TO WS-MONTHS-TO-ADD.
005960     PERFORM 4500-ADD-MONTHS-RTN
005970         THRU 4500-EXIT.
005980     MOVE WS-CHECK-DATE        TO WS-PAYMENT-DATE.
005990     COMPUTE WS-DAYS-NOTICE =
006000         FUNCTION INTEGER-OF-DATE (WS-PAYMENT-DATE)
006010             - WS-RUN-INTEGER.

006020     MOVE "Y"                  TO AM-PENDING-SWITCH.
006030     MOVE WS-NEW-RATE          TO AM-PENDING-RATE.
006040     MOVE WS-FOUND-INDEX-VALUE TO AM-PENDING-INDEX-VALUE.
006050     MOVE WS-NEW-PAYMENT       TO AM-PENDING-PAYMENT.
006060     MOVE WS-PAYMENT-DATE      TO AM-PENDING-PAYMENT-DATE.
006070     MOVE WS-RUN-DATE          TO AM-PENDING-NOTICE-DATE.
006080     MOVE "Y"                  TO WS-TERMS-CHANGED-SWITCH.

006090     PERFORM 4800-WRITE-NOTICE-RTN
006100         THRU 4800-EXIT.

006110     MOVE SPACES               TO ARM-REGISTER-LINE.
006120     MOVE AM-LOAN-NUMBER       TO AG-LOAN-NUMBER.
006130     MOVE "SCHEDULED"          TO AG-ACTION.
006140     MOVE AM-NEXT-CHANGE-DATE  TO AG-CHANGE-DATE.
006150     MOVE WS-FOUND-INDEX-VALUE TO AG-INDEX-VALUE.
006160     MOVE AM-CURRENT-RATE      TO AG-OLD-RATE.
006170     MOVE WS-NEW-RATE          TO AG-NEW-RATE.
006180     MOVE WS-OLD-PAYMENT       TO AG-OLD-PAYMENT.
006190     MOVE WS-NEW-PAYMENT       TO AG-NEW-PAYMENT.
006200     MOVE WS-PAYMENT-DATE      TO AG-PAYMENT-DATE.
006210     MOVE WS-LIMIT-REMARK      TO AG-LIMIT-REMARK.
006220     IF WS-DAYS-NOTICE < WS-MIN-NOTICE-DAYS
006230         MOVE "LATE NOTICE"    TO AG-NOTICE-REMARK
006240         ADD 1 TO WS-LATE-NOTICES
006250     END-IF.
006260     WRITE ARM-REGISTER-LINE.

006270     ADD 1 TO WS-CHANGES-SCHEDULED.
006280 4000-EXIT.
006290     EXIT.

006300*----------------------------------------------------------------*
006310*    4100-COMPUTE-NEW-RATE-RTN  -  INDEX PLUS MARGIN, ROUNDED    *
006320*    BY THE TERMS' FACTOR AND METHOD, THEN HELD WITHIN THE       *
006330*    CHANGE CAP OF THE CURRENT RATE (INITIAL CAP ON THE FIRST    *
006340*    CHANGE, PERIODIC AFTER), AT OR BELOW THE LIFETIME CEILING   *
006350*    AND AT OR ABOVE THE FLOOR - IN THAT ORDER, SO THE FLOOR     *
006360*    ALWAYS WINS.  WS-LIMIT-REMARK NAMES THE LAST LIMIT THAT     *
006370*    MOVED THE RATE.                                             *
006380*----------------------------------------------------------------*
006390 4100-COMPUTE-NEW-RATE-RTN.
006400     MOVE SPACES               TO WS-LIMIT-REMARK.
006410     COMPUTE WS-RAW-RATE = WS-FOUND-INDEX-VALUE + AM-MARGIN.

006420     IF AM-ROUNDING-FACTOR = ZERO
006430         COMPUTE WS-NEW-RATE ROUNDED = WS-RAW-RATE
006440     ELSE
006450         EVALUATE TRUE
006460             WHEN AM-ROUND-UP
006470                 COMPUTE WS-ROUND-STEPS =
006480                     WS-RAW-RATE / AM-ROUNDING-FACTOR
006490                 IF WS-ROUND-STEPS * AM-ROUNDING-FACTOR
006500                         < WS-RAW-RATE
006510                     ADD 1 TO WS-ROUND-STEPS
006520                 END-IF
006530             WHEN AM-ROUND-DOWN
006540                 COMPUTE WS-ROUND-STEPS =
006550                     WS-RAW-RATE / AM-ROUNDING-FACTOR
006560             WHEN OTHER
006570                 COMPUTE WS-ROUND-STEPS ROUNDED =
006580                     WS-RAW-RATE / AM-ROUNDING-FACTOR
006590         END-EVALUATE
006600         COMPUTE WS-NEW-RATE =
006610             WS-ROUND-STEPS * AM-ROUNDING-FACTOR
006620     END-IF.

006630     IF AM-CHANGE-COUNT = ZERO
006640         MOVE AM-INITIAL-CAP   TO WS-CHANGE-CAP
006650         MOVE "INITIAL CAP"    TO WS-CAP-NAME
006660     ELSE
006670         MOVE AM-PERIODIC-CAP  TO WS-CHANGE-CAP
006680         MOVE "PERIODIC CAP"   TO WS-CAP-NAME
006690     END-IF.

006700     COMPUTE WS-RATE-LIMIT = AM-CURRENT-RATE + WS-CHANGE-CAP.
006710     IF WS-NEW-RATE > WS-RATE-LIMIT
006720         MOVE WS-RATE-LIMIT    TO WS-NEW-RATE
006730         MOVE WS-CAP-NAME      TO WS-LIMIT-REMARK
006740     END-IF.

006750     COMPUTE WS-RATE-LIMIT = AM-CURRENT-RATE - WS-CHANGE-CAP.
006760     IF WS-NEW-RATE < WS-RATE-LIMIT
006770         MOVE WS-RATE-LIMIT    TO WS-NEW-RATE
006780         MOVE WS-CAP-NAME      TO WS-LIMIT-REMARK
006790     END-IF.

006800     COMPUTE WS-RATE-LIMIT = AM-INITIAL-RATE + AM-LIFETIME-CAP.
006810     IF WS-NEW-RATE > WS-RATE-LIMIT
006820         MOVE WS-RATE-LIMIT    TO WS-NEW-RATE
006830         MOVE "LIFETIME CAP"   TO WS-LIMIT-REMARK
006840     END-IF.

006850     IF WS-NEW-RATE < AM-FLOOR-RATE
006860         MOVE AM-FLOOR-RATE    TO WS-NEW-RATE
006870         MOVE "FLOOR"          TO WS-LIMIT-REMARK
006880     END-IF.
006890 4100-EXIT.
006900     EXIT.

006910*----------------------------------------------------------------*
006920*    4500-ADD-MONTHS-RTN  -  MOVE WS-CHECK-DATE ON BY            *
006930*    WS-MONTHS-TO-ADD CALENDAR MONTHS, KEEPING THE DAY OF THE    *
006940*    MONTH BUT PULLING IT BACK TO THE LAST DAY OF A SHORTER      *
006950*    MONTH (JANUARY 31ST PLUS ONE IS FEBRUARY 28TH OR 29TH).     *
006960*----------------------------------------------------------------*
006970 4500-ADD-MONTHS-RTN.
006980     COMPUTE WS-MONTH-COUNT =
006990         WS-CHECK-YEAR * 12 + WS-CHECK-MONTH - 1
007000             + WS-MONTHS-TO-ADD.
007010     DIVIDE WS-MONTH-COUNT BY 12
007020         GIVING WS-CHECK-YEAR
007030         REMAINDER WS-MONTH-REMAINDER.
007040     COMPUTE WS-CHECK-MONTH = WS-MONTH-REMAINDER + 1.

007050     IF WS-CHECK-MONTH = 2
007060         PERFORM 4550-SET-FEBRUARY-LIMIT-RTN
007070             THRU 4550-EXIT
007080     ELSE
007090         MOVE WS-MONTH-DAY-LIMIT (WS-CHECK-MONTH)
007100                               TO WS-DAYS-IN-MONTH
007110     END-IF.

007120     IF WS-CHECK-DAY > WS-DAYS-IN-MONTH
007130         MOVE WS-DAYS-IN-MONTH TO WS-CHECK-DAY
007140     END-IF.
007150 4500-EXIT.
007160     EXIT.

007170*----------------------------------------------------------------*
007180*    4550-SET-FEBRUARY-LIMIT-RTN  -  29 DAYS WHEN THE YEAR IS    *
007190*    DIVISIBLE BY 4 BUT NOT BY 100, OR DIVISIBLE BY 400;         *
007200*    OTHERWISE 28.                                               *
007210*----------------------------------------------------------------*
007220 4550-SET-FEBRUARY-LIMIT-RTN.
007230     MOVE 28                   TO WS-DAYS-IN-MONTH.

007240     DIVIDE WS-CHECK-YEAR BY 4
007250         GIVING WS-LEAP-QUOTIENT
007260         REMAINDER WS-LEAP-REMAINDER.
007270     IF WS-LEAP-REMAINDER NOT = ZERO
007280         GO TO 4550-EXIT
007290     END-IF.

007300     DIVIDE WS-CHECK-YEAR BY 100
007310         GIVING WS-LEAP-QUOTIENT
007320         REMAINDER WS-LEAP-REMAINDER.
007330     IF WS-LEAP-REMAINDER NOT = ZERO
007340         MOVE 29               TO WS-DAYS-IN-MONTH
007350         GO TO 4550-EXIT
007360     END-IF.

007370     DIVIDE WS-CHECK-YEAR BY 400
007380         GIVING WS-LEAP-QUOTIENT
007390         REMAINDER WS-LEAP-REMAINDER.
007400     IF WS-LEAP-REMAINDER = ZERO
007410         MOVE 29               TO WS-DAYS-IN-MONTH
007420     END-IF.
007430 4550-EXIT.
007440     EXIT.

007450*----------------------------------------------------------------*
007460*    4600-CALCULATE-PAYMENT-RTN  -  STANDARD LEVEL-PAYMENT       *
007470*    AMORTIZATION OF THE CURRENT BALANCE OVER THE REMAINING      *
007480*    TERM AT WS-CALC-RATE - THE SAME FORMULA AS COBCALC'S        *
007490*    4100-CALCULATE-PAYMENT-RTN, WITH THE SAME ZERO-RATE         *
007500*    HANDLING.  THE CALLER HAS ALREADY REJECTED A ZERO TERM.     *
007510*----------------------------------------------------------------*
007520 4600-CALCULATE-PAYMENT-RTN.
007530     COMPUTE WS-MONTHLY-RATE ROUNDED =
007540         WS-CALC-RATE / 12 / 100.

007550     IF WS-MONTHLY-RATE = ZERO
007560         COMPUTE WS-CALC-PAYMENT ROUNDED =
007570             LM-PRINCIPAL-BALANCE / LM-TERM-MONTHS
007580     ELSE
007590         COMPUTE WS-RATE-FACTOR ROUNDED =
007600             (1 + WS-MONTHLY-RATE) ** LM-TERM-MONTHS
007610         COMPUTE WS-CALC-PAYMENT ROUNDED =
007620             (LM-PRINCIPAL-BALANCE * WS-MONTHLY-RATE
007630                 * WS-RATE-FACTOR) / (WS-RATE-FACTOR - 1)
007640     END-IF.
007650 4600-EXIT.
007660     EXIT.

007670*----------------------------------------------------------------*
007680*    4800-WRITE-NOTICE-RTN  -  WRITE THE BORROWER CHANGE NOTICE, *
007690*    ADDRESSED FROM THE CONTACT MASTER (COBREPRC'S RULE).        *
007700*----------------------------------------------------------------*
007710 4800-WRITE-NOTICE-RTN.
007720     MOVE LM-LOAN-NUMBER       TO AN-LOAN-NUMBER.
007730     MOVE LM-BORROWER-NAME     TO AN-BORROWER-NAME.
007740     MOVE AM-NEXT-CHANGE-DATE  TO AN-CHANGE-DATE.
007750     MOVE WS-PAYMENT-DATE      TO AN-FIRST-PAYMENT-DATE.
007760     IF WS-DAYS-NOTICE < ZERO
007770         MOVE ZERO             TO AN-DAYS-NOTICE
007780     ELSE
007790         MOVE WS-DAYS-NOTICE   TO AN-DAYS-NOTICE
007800     END-IF.
007810     MOVE AM-INDEX-CODE        TO AN-INDEX-CODE.
007820     MOVE WS-FOUND-INDEX-VALUE TO AN-INDEX-VALUE.
007830     MOVE AM-MARGIN            TO AN-MARGIN.
007840     MOVE AM-CURRENT-RATE      TO AN-OLD-RATE.
007850     MOVE WS-NEW-RATE          TO AN-NEW-RATE.
007860     MOVE WS-OLD-PAYMENT       TO AN-OLD-PAYMENT.
007870     MOVE WS-NEW-PAYMENT       TO AN-NEW-PAYMENT.
007880     MOVE LM-PRINCIPAL-BALANCE TO AN-PRINCIPAL-BALANCE.
007890     MOVE LM-TERM-MONTHS       TO AN-REMAINING-TERM.

007900     PERFORM 3100-READ-CONTACT-RTN
007910         THRU 3100-EXIT.
007920     IF CONTACT-ON-FILE
007930         IF BC-PRIMARY-NAME NOT = SPACES
007940             MOVE BC-PRIMARY-NAME  TO AN-BORROWER-NAME
007950         END-IF
007960         MOVE BC-CO-BORROWER-NAME  TO AN-CO-BORROWER-NAME
007970         MOVE BC-MAILING-ADDRESS   TO AN-MAILING-ADDRESS
007980         MOVE BC-PROPERTY-ADDRESS  TO AN-PROPERTY-ADDRESS
007990     ELSE
008000         MOVE SPACES               TO AN-CO-BORROWER-NAME
008010                                       AN-MAILING-ADDRESS
008020                                       AN-PROPERTY-ADDRESS
008030     END-IF.

008040     WRITE ARM-NOTICE-RECORD.
008050 4800-EXIT.
008060     EXIT.

008070*----------------------------------------------------------------*
008080*    5000-FIND-INDEX-VALUE-RTN  -  THE LATEST VALUE OF THE       *
008090*    LOAN'S INDEX EFFECTIVE ON OR BEFORE THE LOOKBACK DATE.      *
008100*----------------------------------------------------------------*
008110 5000-FIND-INDEX-VALUE-RTN.
008120     MOVE "N"                  TO WS-INDEX-FOUND-SWITCH.
008130     MOVE ZERO                 TO WS-FOUND-INDEX-VALUE.
008140     PERFORM 5100-CHECK-ONE-INDEX-RTN
008150         THRU 5100-EXIT
008160         VARYING WS-INDX-IDX FROM 1 BY 1
008170             UNTIL WS-INDX-IDX > WS-INDX-PTR.
008180 5000-EXIT.
008190     EXIT.

008200*----------------------------------------------------------------*
008210*    5100-CHECK-ONE-INDEX-RTN  -  TAKE ONE TABLE ENTRY IF IT IS  *
008220*    THE LOAN'S INDEX AND IN FORCE BY THE LOOKBACK DATE.  THE    *
008230*    TABLE IS IN DATE ORDER WITHIN CODE, SO THE LAST ENTRY       *
008240*    TAKEN IS THE LATEST.                                        *
008250*----------------------------------------------------------------*
008260 5100-CHECK-ONE-INDEX-RTN.
008270     IF WS-INDX-CODE (WS-INDX-IDX) = AM-INDEX-CODE
008280         AND WS-INDX-DATE (WS-INDX-IDX) NOT > WS-LOOKBACK-DATE
008290         MOVE "Y"              TO WS-INDEX-FOUND-SWITCH
008300         MOVE WS-INDX-VALUE (WS-INDX-IDX)
008310                               TO WS-FOUND-INDEX-VALUE
008320     END-IF.
008330 5100-EXIT.
008340     EXIT.

008350*----------------------------------------------------------------*
008360*    6500-WRITE-EXCEPTION-RTN  -  LIST A LOAN THAT COULD NOT BE  *
008370*    PRICED OR APPLIED.  WS-EXCEPTION-TEXT IS ALREADY SET.       *
008380*----------------------------------------------------------------*
008390 6500-WRITE-EXCEPTION-RTN.
008400     MOVE SPACES               TO ARM-REGISTER-LINE.
008410     MOVE AM-LOAN-NUMBER       TO AG-LOAN-NUMBER.
008420     MOVE "EXCEPTION"          TO AG-ACTION.
008430     MOVE AM-NEXT-CHANGE-DATE  TO AG-CHANGE-DATE.
008440     MOVE WS-EXCEPTION-TEXT    TO AG-REMARK.
008450     WRITE ARM-REGISTER-LINE.
008460     ADD 1 TO WS-EXCEPTIONS.
008470 6500-EXIT.
008480     EXIT.

008490*----------------------------------------------------------------*
008500*    7000-PRINT-TOTALS-RTN  -  THE RUN COUNTS AT THE FOOT OF     *
008510*    THE REGISTER.                                               *
008520*----------------------------------------------------------------*
008530 7000-PRINT-TOTALS-RTN.
008540     MOVE SPACES               TO ARM-REGISTER-TOTAL-LINE.
008550     MOVE "ARM LOANS EXAMINED"         TO AS-LABEL.
008560     MOVE WS-TERMS-READ                TO AS-COUNT.
008570     WRITE ARM-REGISTER-TOTAL-LINE.

008580     MOVE "RATE CHANGES SCHEDULED"     TO AS-LABEL.
008590     MOVE WS-CHANGES-SCHEDULED         TO AS-COUNT.
008600     WRITE ARM-REGISTER-TOTAL-LINE.

008610     MOVE "NOTICES UNDER 60 DAYS LEAD" TO AS-LABEL.
008620     MOVE WS-LATE-NOTICES              TO AS-COUNT.
008630     WRITE ARM-REGISTER-TOTAL-LINE.

008640     MOVE "RATE CHANGES APPLIED"       TO AS-LABEL.
008650     MOVE WS-CHANGES-APPLIED           TO AS-COUNT.
008660     WRITE ARM-REGISTER-TOTAL-LINE.

008670     MOVE "IN WINDOW - LOOKBACK NOT REACHED" TO AS-LABEL.
008680     MOVE WS-CHANGES-DEFERRED          TO AS-COUNT.
008690     WRITE ARM-REGISTER-TOTAL-LINE.

008700     MOVE "EXCEPTIONS"                 TO AS-LABEL.
008710     MOVE WS-EXCEPTIONS                TO AS-COUNT.
008720     WRITE ARM-REGISTER-TOTAL-LINE.

008730     MOVE "CLOSED LOANS SKIPPED"       TO AS-LABEL.
008740     MOVE WS-CLOSED-SKIPPED            TO AS-COUNT.
008750     WRITE ARM-REGISTER-TOTAL-LINE.
008760 7000-EXIT.
008770     EXIT.

008780*----------------------------------------------------------------*
008790*    9999-TERMINATE-RTN  -  CLOSE FILES AND LOG THE RUN TOTALS.  *
008800*----------------------------------------------------------------*
008810 9999-TERMINATE-RTN.
008820*    GUARDED ON WHETHER THE RUN FILES WERE OPENED, NOT ON THE   *
008830*    STOP SWITCH - A MID-RUN STOP (REWRITE FAULT) LEAVES THEM   *
008840*    OPEN WITH NOTICES ALREADY WRITTEN THAT MUST STILL BE       *
008850*    CLOSED.                                                    *
008860     IF RUN-FILES-ARE-OPEN
008870         CLOSE ARM-TERMS
008880               LOAN-MASTER
008890               BORROWER-CONTACT
008900               ARM-NOTICE
008910               ARM-REGISTER
008920     END-IF.

008930     DISPLAY "COBARMCH - ARM LOANS EXAMINED   " WS-TERMS-READ.
008940     DISPLAY "COBARMCH - CHANGES SCHEDULED    "
008950         WS-CHANGES-SCHEDULED.
008960     DISPLAY "COBARMCH - LATE NOTICES         " WS-LATE-NOTICES.
008970     DISPLAY "COBARMCH - CHANGES APPLIED      "
008980         WS-CHANGES-APPLIED.
008990     DISPLAY "COBARMCH - LOOKBACK NOT REACHED "
009000         WS-CHANGES-DEFERRED.
009010     DISPLAY "COBARMCH - EXCEPTIONS           " WS-EXCEPTIONS.
009020     DISPLAY "COBARMCH - CLOSED LOANS SKIPPED " WS-CLOSED-SKIPPED.
009030     DISPLAY "COBARMCH - NO CONTACT ON FILE   "
009040         WS-NO-CONTACT-COUNT.
009050     IF CYCLE-STEP-RUNNING
009051         IF STOP-THE-RUN
009052             MOVE "F"          TO CY-FUNCTION
009053         ELSE
009054             MOVE "C"          TO CY-FUNCTION
009055         END-IF
009056         CALL "COBCYCLE" USING PARM-4
009057     END-IF.
009058 9999-EXIT.
009060     EXIT.
