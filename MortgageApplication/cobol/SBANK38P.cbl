000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    COBHAZRD.
000120 AUTHOR.        R HALVERSEN.
000130 INSTALLATION.  LOAN SERVICING SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*                                                                *
000180*   COBHAZRD  -  MONTHLY HAZARD AND FLOOD INSURANCE MONITORING  *
000190*                                                                *
000200*   RUN ONCE A MONTH AS OF THE CYCLE CONTROL BUSINESS DATE.     *
000210*   WALKS THE INSURANCE POLICY MASTER (SBANK85W) KEPT BY THE    *
000220*   CARRIER NOTIFICATION LOAD COBHAZMT (SBANK37P) AND TESTS     *
000230*   EACH LOAN'S POLICY FOR A LAPSE:                             *
000240*     - CANCELLED BY THE CARRIER, EFFECTIVE BEFORE THE END OF   *
000250*       THE NOTICE WINDOW;                                      *
000260*     - EXPIRING INSIDE THE NOTICE WINDOW, OR EXPIRED, WITH NO  *
000270*       RENEWAL ON FILE;                                        *
000280*     - COVERAGE BELOW THE LOAN'S PRINCIPAL BALANCE.            *
000290*                                                                *
000300*   A LOAN WITH A LAPSE IS WORKED THROUGH A TIMED PIPELINE:     *
000310*   THE FIRST LAPSE LETTER, THE SECOND LETTER ONCE THE FIRST    *
000320*   HAS BEEN OUT WS-SECOND-LETTER-DAYS, AND FORCE-PLACED        *
000330*   COVERAGE ONCE THE SECOND HAS BEEN OUT WS-FORCE-PLACE-DAYS   *
000340*   AND THE BORROWER IS ACTUALLY UNINSURED (OR UNDER-INSURED).  *
000350*   PROOF OF COVERAGE FROM THE CARRIER FEED CURES THE LOAN AT   *
000360*   ANY STAGE; FORCE-PLACED COVER IS THEN ENDED.                *
000370*                                                                *
000380*   FORCE-PLACEMENT BUYS A YEAR OF COVER FOR THE PRINCIPAL      *
000390*   BALANCE (OR FOR THE SHORTFALL, WHEN THE BORROWER'S POLICY   *
000400*   IS ONLY SHORT) AT THE LENDER-PLACED RATE, AND CHARGES THE   *
000410*   PREMIUM TO ESCROW THE WAY COBESCPY (SBANK20P) PAYS A BILL:  *
000420*   EM-ESCROW-BALANCE IS DEBITED AND THE RUN MONTH'S SLOT ON    *
000430*   BOTH DISBURSEMENT TABLES OF THE ESCROW MASTER (SBANK17W)    *
000440*   CARRIES THE PREMIUM, SO THE NEXT COBESCDR ANALYSIS BUILDS   *
000450*   IT INTO THE PAYMENT.  A LOAN WITH NO ESCROW RECORD IS GIVEN *
000460*   ONE.  WHERE THE CHARGE DRIVES THE BALANCE NEGATIVE, THE     *
000470*   PART ADVANCED IS WRITTEN TO THE GL EXTRACT (SBANK08W) AS AN *
000480*   ESCROW ADVANCE, SOURCE "E".  THE PREMIUM GOES TO THE PAYEE  *
000490*   FEED (SBANK39W) FOR THE LENDER-PLACED CARRIER, AND FORCE-   *
000500*   PLACED COVER STILL NEEDED AT ITS EXPIRATION IS PLACED AND   *
000510*   CHARGED AGAIN.                                              *
000520*                                                                *
000530*   EVERY LETTER (SBANK88W) IS ADDRESSED FROM THE BORROWER      *
000540*   CONTACT MASTER.  THE PIPELINE REPORT (SBANK89W) LISTS EVERY *
000550*   POLICY IN THE PIPELINE OR ACTED ON THIS RUN AND ENDS WITH   *
000560*   THE RUN COUNTS.  A LOAN COBSATIS HAS CLOSED IS SKIPPED.     *
000570*                                                                *
000580*   MODIFICATION HISTORY.                                       *
000590*   -------------------------------------------------------     *
000600*   DATE       INIT   DESCRIPTION                                *
000610*   ---------- ----   ------------------------------------------ *
000615*   2026-10-15  DEV   INITIAL VERSION.                          *
000620*   2026-10-15  DEV   THE RUN DATE NOW COMES FROM THE CYCLE     *
000621*                     CONTROL FILE THROUGH COBCYCLE (SBANK94W)  *
000622*                     INSTEAD OF THE CONTROL CARD, WHICH IS NO  *
000623*                     LONGER READ.  THE STEP IS CHECKED AGAINST *
000624*                     ITS PREDECESSORS AT START AND ITS         *
000625*                     COMPLETION OR FAILURE IS RECORDED AT THE  *
000626*                     END.                                      *
000627*   2026-10-15  DEV   1000 NOW CREATES THE CONTACT MASTER EMPTY *
000628*                     WHEN IT HAS NEVER BEEN BUILT INSTEAD OF   *
000629*                     ABORTING THE RUN.                         *
000630******************************************************************
000640 ENVIRONMENT DIVISION.
000650 CONFIGURATION SECTION.
000660 SOURCE-COMPUTER.  IBM-370.
000670 OBJECT-COMPUTER.  IBM-370.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000760*----------------------------------------------------------------*
000770*    INSURANCE POLICY MASTER - WALKED IN KEY ORDER AND           *
000780*    REWRITTEN AS POLICIES MOVE THROUGH THE PIPELINE.            *
000790*----------------------------------------------------------------*
000800     SELECT POLICY-MASTER ASSIGN TO HAZDMSTR
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS HP-POLICY-KEY
000840         FILE STATUS IS WS-POL-FILE-STATUS.

000850*----------------------------------------------------------------*
000860*    LOAN MASTER FILE - READ AT RANDOM FOR THE PRINCIPAL         *
000870*    BALANCE THE COVERAGE MUST MEET.                             *
000880*----------------------------------------------------------------*
000890     SELECT LOAN-MASTER ASSIGN TO LOANMSTR
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS RANDOM
000920         RECORD KEY IS LM-LOAN-NUMBER
000930         FILE STATUS IS WS-LOAN-FILE-STATUS.

000940*----------------------------------------------------------------*
000950*    ESCROW MASTER FILE - CHARGED WITH EACH FORCE-PLACED         *
000960*    PREMIUM.                                                    *
000970*----------------------------------------------------------------*
000980     SELECT ESCROW-MASTER ASSIGN TO ESCRMSTR
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS RANDOM
001010         RECORD KEY IS EM-LOAN-NUMBER
001020         FILE STATUS IS WS-ESCR-FILE-STATUS.

001030*----------------------------------------------------------------*
001040*    BORROWER CONTACT MASTER - READ AT RANDOM FOR THE MAILING    *
001050*    AND PROPERTY ADDRESS ON EACH LETTER.                        *
001060*----------------------------------------------------------------*
001070     SELECT BORROWER-CONTACT ASSIGN TO BORRCNTC
001080         ORGANIZATION IS INDEXED
001090         ACCESS MODE IS RANDOM
001100         RECORD KEY IS BC-LOAN-NUMBER
001110         FILE STATUS IS WS-CNTC-FILE-STATUS.

001120*----------------------------------------------------------------*
001130*    LAPSE LETTER FEED FOR THE LETTER-PRINT SERVICE.             *
001140*----------------------------------------------------------------*
001150     SELECT LAPSE-LETTER ASSIGN TO HAZDLTR
001160         ORGANIZATION IS LINE SEQUENTIAL
001170         FILE STATUS IS WS-LTR-FILE-STATUS.

001180*----------------------------------------------------------------*
001190*    GL POSTING EXTRACT - ESCROW ADVANCE ENTRIES APPENDED TO     *
001200*    THE SAME ACCUMULATE-ACROSS-RUNS FILE COBCALC WRITES.        *
001210*----------------------------------------------------------------*
001220     SELECT GL-EXTRACT ASSIGN TO GLEXTRCT
001230         ORGANIZATION IS SEQUENTIAL
001240         FILE STATUS IS WS-GL-FILE-STATUS.

001250*----------------------------------------------------------------*
001260*    PAYEE PAYMENT FEED - ONE RECORD PER FORCE-PLACED PREMIUM    *
001270*    FOR THE DISBURSEMENT SERVICE (COBESCPY'S LAYOUT).           *
001280*----------------------------------------------------------------*
001290     SELECT PAYMENT-FEED ASSIGN TO HAZDPAY
001300         ORGANIZATION IS LINE SEQUENTIAL
001310         FILE STATUS IS WS-PAY-FILE-STATUS.

001320*----------------------------------------------------------------*
001330*    UNINSURED / FORCE-PLACED PIPELINE REPORT.                   *
001340*----------------------------------------------------------------*
001350     SELECT PIPELINE-REPORT ASSIGN TO HAZDRPT
001360         ORGANIZATION IS LINE SEQUENTIAL
001370         FILE STATUS IS WS-RPT-FILE-STATUS.

001380 DATA DIVISION.
001390 FILE SECTION.
001430 FD  POLICY-MASTER
001440     LABEL RECORDS ARE STANDARD.
001450     COPY SBANK85W.

001460 FD  LOAN-MASTER
001470     LABEL RECORDS ARE STANDARD.
001480     COPY SBANK01W.

001490 FD  ESCROW-MASTER
001500     LABEL RECORDS ARE STANDARD.
001510     COPY SBANK17W.

001520 FD  BORROWER-CONTACT
001530     LABEL RECORDS ARE STANDARD.
001540     COPY SBANK53W.

001550 FD  LAPSE-LETTER
001560     LABEL RECORDS ARE STANDARD.
001570     COPY SBANK88W.

001580 FD  GL-EXTRACT
001590     LABEL RECORDS ARE STANDARD.
001600     COPY SBANK08W.

001610 FD  PAYMENT-FEED
001620     LABEL RECORDS ARE STANDARD.
001630     COPY SBANK39W.

001640 FD  PIPELINE-REPORT
001650     LABEL RECORDS ARE STANDARD.
001660     COPY SBANK89W.

001670 WORKING-STORAGE SECTION.
001680 01  WS-SWITCHES.
001700     05  WS-POL-FILE-STATUS       PIC X(02).
001710         88  WS-POL-FILE-OK                VALUE "00".
001720     05  WS-LOAN-FILE-STATUS      PIC X(02).
001730         88  WS-LOAN-FILE-OK               VALUE "00".
001740     05  WS-ESCR-FILE-STATUS      PIC X(02).
001750         88  WS-ESCR-FILE-OK               VALUE "00".
001760     05  WS-CNTC-FILE-STATUS      PIC X(02).
001770         88  WS-CNTC-FILE-OK               VALUE "00".
001775         88  WS-CNTC-FILE-NOT-FOUND        VALUE "23", "35".
001780     05  WS-LTR-FILE-STATUS       PIC X(02).
001790     05  WS-GL-FILE-STATUS        PIC X(02).
001800     05  WS-PAY-FILE-STATUS       PIC X(02).
001810     05  WS-RPT-FILE-STATUS       PIC X(02).
001820     05  WS-EOF-SWITCH            PIC X(01)  VALUE "N".
001830         88  END-OF-POLICY-FILE            VALUE "Y".
001840     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
001850         88  STOP-THE-RUN                  VALUE "Y".
001853     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
001856         88  CYCLE-STEP-RUNNING            VALUE "Y".
001860     05  WS-FILES-OPEN-SWITCH     PIC X(01)  VALUE "N".
001870         88  RUN-FILES-ARE-OPEN            VALUE "Y".
001880     05  WS-CONTACT-SWITCH        PIC X(01)  VALUE "N".
001890         88  CONTACT-ON-FILE               VALUE "Y".
001900     05  WS-ESCROW-SWITCH         PIC X(01)  VALUE "N".
001910         88  ESCROW-ON-FILE                VALUE "Y".
001920     05  WS-LAPSED-SWITCH         PIC X(01)  VALUE "N".
001930         88  COVERAGE-HAS-LAPSED           VALUE "Y".
001940     05  WS-LAPSE-REASON          PIC X(01).
001950         88  WS-COVERAGE-IN-ORDER          VALUE SPACE.
001960         88  WS-REASON-EXPIRING            VALUE "E".
001970         88  WS-REASON-CANCELLED           VALUE "C".
001980         88  WS-REASON-UNDERINSURED        VALUE "U".

001990 01  WS-COUNTERS.
002000     05  WS-POLICIES-READ         PIC 9(07)  COMP.
002010     05  WS-IN-ORDER-COUNT        PIC 9(07)  COMP.
002020     05  WS-FIRST-LETTER-COUNT    PIC 9(07)  COMP.
002030     05  WS-SECOND-LETTER-COUNT   PIC 9(07)  COMP.
002040     05  WS-AWAITING-COUNT        PIC 9(07)  COMP.
002050     05  WS-FORCE-PLACED-COUNT    PIC 9(07)  COMP.
002060     05  WS-FP-RENEWED-COUNT      PIC 9(07)  COMP.
002070     05  WS-FP-ACTIVE-COUNT       PIC 9(07)  COMP.
002080     05  WS-FP-ENDED-COUNT        PIC 9(07)  COMP.
002090     05  WS-CURED-COUNT           PIC 9(07)  COMP.
002100     05  WS-EXCEPTIONS            PIC 9(07)  COMP.
002110     05  WS-CLOSED-SKIPPED        PIC 9(07)  COMP.
002120     05  WS-ESCROW-CREATED-COUNT  PIC 9(07)  COMP.
002130     05  WS-ADVANCE-COUNT         PIC 9(07)  COMP.
002140     05  WS-LETTERS-WRITTEN       PIC 9(07)  COMP.
002150     05  WS-NO-CONTACT-COUNT      PIC 9(07)  COMP.

002160 01  WS-TOTALS.
002170     05  WS-PREMIUM-CHARGED-TOTAL PIC 9(11)V99  COMP-3.
002180     05  WS-ADVANCE-TOTAL         PIC 9(11)V99  COMP-3.
002190     05  WS-FP-COVERAGE-TOTAL     PIC 9(11)V99  COMP-3.

002200*----------------------------------------------------------------*
002210*    PIPELINE TIMING AND LENDER-PLACED RATES - SET BY THE        *
002220*    SERVICING AGREEMENT WITH THE LENDER-PLACED CARRIER, NOT     *
002230*    BUSINESS PARAMETERS, SO THEY STAY HERE RATHER THAN ON       *
002240*    PARM-FILE.  THE NOTICE WINDOW IS HOW FAR AHEAD AN           *
002250*    EXPIRATION OR CANCELLATION STARTS THE FIRST LETTER.         *
002260*----------------------------------------------------------------*
002270 01  WS-CONSTANTS.
002280     05  WS-NOTICE-WINDOW-DAYS    PIC 9(03)  COMP VALUE 45.
002290     05  WS-SECOND-LETTER-DAYS    PIC 9(03)  COMP VALUE 30.
002300     05  WS-FORCE-PLACE-DAYS      PIC 9(03)  COMP VALUE 15.
002310     05  WS-HAZARD-FP-RATE        PIC 9V9(4) VALUE 0.0200.
002320     05  WS-FLOOD-FP-RATE         PIC 9V9(4) VALUE 0.0125.
002330     05  WS-FP-PAYEE-NAME         PIC X(30)
002340              VALUE "LENDER-PLACED COVERAGE CARRIER".
002350     05  WS-FP-CUSHION-MONTHS     PIC 9(02)  COMP VALUE 2.

002360 01  WS-FP-FIELDS.
002370     05  WS-FP-COVERAGE           PIC 9(9)V99    COMP-3.
002380     05  WS-FP-PREMIUM            PIC 9(7)V99    COMP-3.
002390     05  WS-FP-RATE               PIC 9V9(4).
002400     05  WS-ADVANCE-AMOUNT        PIC 9(7)V99    COMP-3.
002410     05  WS-SHORTFALL             PIC S9(9)V99   COMP-3.
002420     05  WS-MONTH-NUMBER          PIC 9(2)       COMP.
002430     05  WS-FP-REFERENCE.
002440         10  FILLER               PIC X(02)  VALUE "FP".
002450         10  WS-FP-REF-TYPE       PIC X(01).
002460         10  WS-FP-REF-DATE       PIC 9(08).
002470         10  FILLER               PIC X(01)  VALUE SPACE.

002480 01  WS-DATE-FIELDS.
002490     05  WS-RUN-DATE              PIC 9(08).
002500     05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
002510         10  WS-RUN-YEAR          PIC 9(4).
002520         10  WS-RUN-MONTH         PIC 9(2).
002530         10  WS-RUN-DAY           PIC 9(2).
002540     05  WS-RUN-DATE-INT          PIC S9(9)  COMP.
002550     05  WS-WINDOW-END-INT        PIC S9(9)  COMP.
002560     05  WS-EVENT-DATE-INT        PIC S9(9)  COMP.
002570     05  WS-DAYS-SINCE            PIC S9(9)  COMP.
002580     05  WS-DAYS-IN-PIPELINE      PIC S9(9)  COMP.
002590     05  WS-NEXT-YEAR-DATE        PIC 9(08).
002600     05  WS-NEXT-YEAR-PARTS REDEFINES WS-NEXT-YEAR-DATE.
002610         10  WS-NEXT-YEAR         PIC 9(4).
002620         10  WS-NEXT-MONTH        PIC 9(2).
002630         10  WS-NEXT-DAY          PIC 9(2).

002640 01  WS-REPORT-FIELDS.
002650     05  WS-ACTION                PIC X(10).
002660     05  WS-REMARK                PIC X(28).
002670     05  WS-FP-REMARK.
002680         10  FILLER               PIC X(17)
002690                  VALUE "FP COVER EXPIRES ".
002700         10  WS-FP-REMARK-DATE    PIC 9(08).
002710         10  FILLER               PIC X(03)  VALUE SPACES.

002720     COPY SBANK94W.

002725 LINKAGE SECTION.

002730 PROCEDURE DIVISION.
002740*----------------------------------------------------------------*
002750*    0000-MAINLINE                                                *
002760*----------------------------------------------------------------*
002770 0000-MAINLINE.
002780     PERFORM 1000-INITIALIZE-RTN
002790         THRU 1000-EXIT.
002800     IF NOT STOP-THE-RUN
002810         PERFORM 2000-PROCESS-POLICIES-RTN
002820             THRU 2000-EXIT
002830         PERFORM 7000-PRINT-TOTALS-RTN
002840             THRU 7000-EXIT
002850     END-IF.
002860     PERFORM 9999-TERMINATE-RTN
002870         THRU 9999-EXIT.
002880     GOBACK.

002890*----------------------------------------------------------------*
002900*    1000-INITIALIZE-RTN  -  READ THE RUN DATE AND OPEN THE RUN  *
002910*    FILES.                                                      *
002920*----------------------------------------------------------------*
002930 1000-INITIALIZE-RTN.
002940     MOVE ZERO                 TO WS-POLICIES-READ
002950                                   WS-IN-ORDER-COUNT
002960                                   WS-FIRST-LETTER-COUNT
002970                                   WS-SECOND-LETTER-COUNT
002980                                   WS-AWAITING-COUNT
002990                                   WS-FORCE-PLACED-COUNT
003000                                   WS-FP-RENEWED-COUNT
003010                                   WS-FP-ACTIVE-COUNT
003020                                   WS-FP-ENDED-COUNT
003030                                   WS-CURED-COUNT
003040                                   WS-EXCEPTIONS
003050                                   WS-CLOSED-SKIPPED
003060                                   WS-ESCROW-CREATED-COUNT
003070                                   WS-ADVANCE-COUNT
003080                                   WS-LETTERS-WRITTEN
003090                                   WS-NO-CONTACT-COUNT
003100                                   WS-PREMIUM-CHARGED-TOTAL
003110                                   WS-ADVANCE-TOTAL
003120                                   WS-FP-COVERAGE-TOTAL.

003130     MOVE "S"                  TO CY-FUNCTION.
003140     MOVE "COBHAZRD"           TO CY-PROGRAM-ID.
003150     MOVE SPACES               TO CY-INSTANCE-ID.
003160     CALL "COBCYCLE" USING PARM-4.
003170     IF NOT CY-SUCCESS
003180         DISPLAY "COBHAZRD - NOT CLEARED TO RUN BY CYCLE "
003190             "CONTROL - RUN ABORTED"
003220         MOVE "Y"              TO WS-STOP-SWITCH
003230         GO TO 1000-EXIT
003240     END-IF.
003245     MOVE "Y"                  TO WS-CYCLE-SWITCH.
003250     MOVE CY-BUSINESS-DATE     TO WS-RUN-DATE.
003260     COMPUTE WS-RUN-DATE-INT =
003270         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
003280     COMPUTE WS-WINDOW-END-INT =
003290         WS-RUN-DATE-INT + WS-NOTICE-WINDOW-DAYS.

003300*    FORCE-PLACED COVER RUNS A YEAR FROM THE RUN DATE.  A RUN   *
003310*    ON 29 FEBRUARY PLACES IT TO 28 FEBRUARY.                   *
003320     MOVE WS-RUN-DATE          TO WS-NEXT-YEAR-DATE.
003330     ADD 1                     TO WS-NEXT-YEAR.
003340     IF WS-NEXT-MONTH = 2 AND WS-NEXT-DAY = 29
003350         MOVE 28               TO WS-NEXT-DAY
003360     END-IF.

003370     OPEN I-O POLICY-MASTER.
003380     IF NOT WS-POL-FILE-OK
003390         DISPLAY "COBHAZRD - POLICY MASTER OPEN FAILED - "
003400             "STATUS " WS-POL-FILE-STATUS " - RUN ABORTED"
003410         MOVE "Y"              TO WS-STOP-SWITCH
003420         GO TO 1000-EXIT
003430     END-IF.

003440     OPEN INPUT LOAN-MASTER.
003450     IF NOT WS-LOAN-FILE-OK
003460         DISPLAY "COBHAZRD - LOAN MASTER OPEN FAILED - STATUS "
003470             WS-LOAN-FILE-STATUS " - RUN ABORTED"
003480         MOVE "Y"              TO WS-STOP-SWITCH
003490         CLOSE POLICY-MASTER
003500         GO TO 1000-EXIT
003510     END-IF.

003520     OPEN I-O ESCROW-MASTER.
003530     IF NOT WS-ESCR-FILE-OK
003540         DISPLAY "COBHAZRD - ESCROW MASTER OPEN FAILED - "
003550             "STATUS " WS-ESCR-FILE-STATUS " - RUN ABORTED"
003560         MOVE "Y"              TO WS-STOP-SWITCH
003570         CLOSE POLICY-MASTER
003580               LOAN-MASTER
003590         GO TO 1000-EXIT
003600     END-IF.

003610*    THE CONTACT MASTER IS BUILT BY COBBOARD AND COBCNTCT -      *
003611*    CREATE IT EMPTY RATHER THAN STOP THE RUN IF IT HAS NEVER    *
003612*    BEEN BUILT.                                                 *
003613     OPEN INPUT BORROWER-CONTACT.
003614     IF WS-CNTC-FILE-NOT-FOUND
003615         OPEN OUTPUT BORROWER-CONTACT
003616         CLOSE BORROWER-CONTACT
003617         OPEN INPUT BORROWER-CONTACT
003618     END-IF.
003620     IF NOT WS-CNTC-FILE-OK
003630         DISPLAY "COBHAZRD - CONTACT MASTER OPEN FAILED - "
003640             "STATUS " WS-CNTC-FILE-STATUS " - RUN ABORTED"
003650         MOVE "Y"              TO WS-STOP-SWITCH
003660         CLOSE POLICY-MASTER
003670               LOAN-MASTER
003680               ESCROW-MASTER
003690         GO TO 1000-EXIT
003700     END-IF.

003710*    SAME CREATE-ON-FIRST-RUN IDIOM AS COBCALC'S GL EXTRACT -   *
003720*    THE ENTRIES APPEND TO THE ONE ACCUMULATE-ACROSS-RUNS FILE. *
003730     OPEN EXTEND GL-EXTRACT.
003740     IF NOT WS-GL-FILE-STATUS = "00"
003750         OPEN OUTPUT GL-EXTRACT
003760         CLOSE GL-EXTRACT
003770         OPEN EXTEND GL-EXTRACT
003780     END-IF.

003790     OPEN OUTPUT LAPSE-LETTER.
003800     OPEN OUTPUT PAYMENT-FEED.
003810     OPEN OUTPUT PIPELINE-REPORT.
003820*    VALUE CLAUSES ON FD RECORD FILLER ARE DOCUMENTARY ONLY -    *
003830*    CLEAR THE OUTPUT RECORD AREAS ONCE SO THE FILLER BYTES      *
003840*    NEVER CARRY GARBAGE.                                        *
003850     MOVE SPACES               TO INSURANCE-LETTER-RECORD.
003860     MOVE SPACES               TO GL-EXTRACT-RECORD.
003870     MOVE SPACES               TO ESCROW-PAYMENT-RECORD.
003880     MOVE SPACES               TO INSURANCE-REPORT-LINE.

003890     MOVE LOW-VALUES           TO HP-POLICY-KEY.
003900     START POLICY-MASTER KEY IS NOT LESS THAN HP-POLICY-KEY
003910         INVALID KEY
003920             MOVE "Y"          TO WS-EOF-SWITCH
003930     END-START.
003940     MOVE "Y"                  TO WS-FILES-OPEN-SWITCH.
003950 1000-EXIT.
003960     EXIT.

003970*----------------------------------------------------------------*
003980*    2000-PROCESS-POLICIES-RTN  -  EXAMINE EVERY POLICY ON THE   *
003990*    POLICY MASTER.                                              *
004000*----------------------------------------------------------------*
004010 2000-PROCESS-POLICIES-RTN.
004020     PERFORM 2100-PROCESS-ONE-POLICY-RTN
004030         THRU 2100-EXIT
004040         UNTIL END-OF-POLICY-FILE OR STOP-THE-RUN.
004050 2000-EXIT.
004060     EXIT.

004070*----------------------------------------------------------------*
004080*    2100-PROCESS-ONE-POLICY-RTN  -  READ ONE POLICY AND ITS     *
004090*    LOAN, TEST THE COVERAGE, AND MOVE THE POLICY ALONG THE      *
004100*    PIPELINE FROM WHEREVER IT STANDS.                           *
004110*----------------------------------------------------------------*
004120 2100-PROCESS-ONE-POLICY-RTN.
004130     READ POLICY-MASTER NEXT RECORD
004140         AT END
004150             MOVE "Y"          TO WS-EOF-SWITCH
004160             GO TO 2100-EXIT
004170     END-READ.

004180     ADD 1 TO WS-POLICIES-READ.
004190     MOVE SPACES               TO WS-REMARK.
004200     MOVE ZERO                 TO WS-ADVANCE-AMOUNT.

004210     MOVE HP-LOAN-NUMBER       TO LM-LOAN-NUMBER.
004220     READ LOAN-MASTER
004230         INVALID KEY
004240             MOVE "LOAN NOT ON LOAN MASTER" TO WS-REMARK
004250             PERFORM 6500-WRITE-EXCEPTION-RTN
004260                 THRU 6500-EXIT
004270             GO TO 2100-EXIT
004280     END-READ.

004290     IF LM-LOAN-CLOSED
004300         ADD 1 TO WS-CLOSED-SKIPPED
004310         GO TO 2100-EXIT
004320     END-IF.

004330     IF HP-EXPIRATION-DATE NOT NUMERIC
004340         OR HP-EXPIRATION-DATE = ZERO
004350         MOVE "NO POLICY EXPIRATION DATE" TO WS-REMARK
004360         PERFORM 6500-WRITE-EXCEPTION-RTN
004370             THRU 6500-EXIT
004380         GO TO 2100-EXIT
004390     END-IF.

004400     PERFORM 3000-TEST-COVERAGE-RTN
004410         THRU 3000-EXIT.

004420     EVALUATE TRUE
004430         WHEN HP-FORCE-PLACED
004440             PERFORM 4600-FORCE-PLACED-LOAN-RTN
004450                 THRU 4600-EXIT
004460         WHEN WS-COVERAGE-IN-ORDER
004470             PERFORM 4800-COVERAGE-IN-ORDER-RTN
004480                 THRU 4800-EXIT
004490         WHEN HP-NO-LAPSE
004500             PERFORM 4000-FIRST-LETTER-RTN
004510                 THRU 4000-EXIT
004520         WHEN HP-FIRST-LETTER-SENT
004530             PERFORM 4200-SECOND-LETTER-RTN
004540                 THRU 4200-EXIT
004550         WHEN HP-SECOND-LETTER-SENT
004560             PERFORM 4400-FORCE-PLACE-DUE-RTN
004570                 THRU 4400-EXIT
004580         WHEN OTHER
004590             MOVE "UNKNOWN LAPSE STAGE" TO WS-REMARK
004600             PERFORM 6500-WRITE-EXCEPTION-RTN
004610                 THRU 6500-EXIT
004620     END-EVALUATE.
004630 2100-EXIT.
004640     EXIT.

004650*----------------------------------------------------------------*
004660*    3000-TEST-COVERAGE-RTN  -  SET WS-LAPSE-REASON TO WHAT IS   *
004670*    WRONG WITH THE BORROWER'S POLICY (SPACE WHEN NOTHING), AND  *
004680*    WS-LAPSED-SWITCH WHEN THE LOAN IS UNINSURED OR UNDER-       *
004690*    INSURED TODAY RATHER THAN ONLY ABOUT TO BE.  COVER ENDS ON  *
004700*    THE CANCEL OR EXPIRATION DATE.                              *
004710*----------------------------------------------------------------*
004720 3000-TEST-COVERAGE-RTN.
004730     MOVE SPACE                TO WS-LAPSE-REASON.
004740     MOVE "N"                  TO WS-LAPSED-SWITCH.

004750     IF HP-POLICY-CANCELLED
004760         AND HP-CANCEL-DATE NUMERIC
004770         AND HP-CANCEL-DATE > ZERO
004780         COMPUTE WS-EVENT-DATE-INT =
004790             FUNCTION INTEGER-OF-DATE (HP-CANCEL-DATE)
004800         IF WS-EVENT-DATE-INT NOT > WS-WINDOW-END-INT
004810             SET WS-REASON-CANCELLED TO TRUE
004820             IF WS-EVENT-DATE-INT NOT > WS-RUN-DATE-INT
004830                 MOVE "Y"      TO WS-LAPSED-SWITCH
004840             END-IF
004850             GO TO 3000-EXIT
004860         END-IF
004870     END-IF.

004880     COMPUTE WS-EVENT-DATE-INT =
004890         FUNCTION INTEGER-OF-DATE (HP-EXPIRATION-DATE).
004900     IF WS-EVENT-DATE-INT NOT > WS-WINDOW-END-INT
004910         SET WS-REASON-EXPIRING TO TRUE
004920         IF WS-EVENT-DATE-INT NOT > WS-RUN-DATE-INT
004930             MOVE "Y"          TO WS-LAPSED-SWITCH
004940         END-IF
004950         GO TO 3000-EXIT
004960     END-IF.

004970     IF HP-COVERAGE-AMOUNT < LM-PRINCIPAL-BALANCE
004980         SET WS-REASON-UNDERINSURED TO TRUE
004990         MOVE "Y"              TO WS-LAPSED-SWITCH
005000     END-IF.
005010 3000-EXIT.
005020     EXIT.

005030*----------------------------------------------------------------*
005040*    4000-FIRST-LETTER-RTN  -  A NEW LAPSE.  SEND THE FIRST      *
005050*    LETTER ASKING FOR PROOF OF COVERAGE AND START THE CLOCK.    *
005060*----------------------------------------------------------------*
005070 4000-FIRST-LETTER-RTN.
005080     SET HP-FIRST-LETTER-SENT  TO TRUE.
005090     MOVE WS-LAPSE-REASON      TO HP-LAPSE-REASON.
005100     MOVE WS-RUN-DATE          TO HP-FIRST-LETTER-DATE.
005110     MOVE ZERO                 TO HP-SECOND-LETTER-DATE.
005120     PERFORM 5900-REWRITE-POLICY-RTN
005130         THRU 5900-EXIT.
005140     IF STOP-THE-RUN
005150         GO TO 4000-EXIT
005160     END-IF.

005170     MOVE "1"                  TO HL-LETTER-TYPE.
005180     MOVE ZERO                 TO WS-FP-PREMIUM.
005190     PERFORM 5300-WRITE-LETTER-RTN
005200         THRU 5300-EXIT.

005210     MOVE "1ST LETTER"         TO WS-ACTION.
005220     PERFORM 6000-WRITE-REPORT-LINE-RTN
005230         THRU 6000-EXIT.
005240     ADD 1 TO WS-FIRST-LETTER-COUNT.
005250 4000-EXIT.
005260     EXIT.

005270*----------------------------------------------------------------*
005280*    4200-SECOND-LETTER-RTN  -  THE FIRST LETTER IS OUT.  ONCE   *
005290*    IT HAS BEEN OUT WS-SECOND-LETTER-DAYS, SEND THE SECOND,     *
005300*    QUOTING THE PREMIUM FORCE-PLACEMENT WOULD CHARGE.           *
005310*----------------------------------------------------------------*
005320 4200-SECOND-LETTER-RTN.
005330     MOVE WS-LAPSE-REASON      TO HP-LAPSE-REASON.
005340     COMPUTE WS-EVENT-DATE-INT =
005350         FUNCTION INTEGER-OF-DATE (HP-FIRST-LETTER-DATE).
005360     COMPUTE WS-DAYS-SINCE =
005370         WS-RUN-DATE-INT - WS-EVENT-DATE-INT.
005380     IF WS-DAYS-SINCE < WS-SECOND-LETTER-DAYS
005390         MOVE "1ST LETTER OUT" TO WS-REMARK
005400         PERFORM 4900-AWAITING-RTN
005410             THRU 4900-EXIT
005420         GO TO 4200-EXIT
005430     END-IF.

005440     SET HP-SECOND-LETTER-SENT TO TRUE.
005450     MOVE WS-RUN-DATE          TO HP-SECOND-LETTER-DATE.
005460     PERFORM 5900-REWRITE-POLICY-RTN
005470         THRU 5900-EXIT.
005480     IF STOP-THE-RUN
005490         GO TO 4200-EXIT
005500     END-IF.

005510     PERFORM 5000-PRICE-COVERAGE-RTN
005520         THRU 5000-EXIT.
005530     MOVE "2"                  TO HL-LETTER-TYPE.
005540     PERFORM 5300-WRITE-LETTER-RTN
005550         THRU 5300-EXIT.

005560     MOVE "2ND LETTER"         TO WS-ACTION.
005570     PERFORM 6000-WRITE-REPORT-LINE-RTN
005580         THRU 6000-EXIT.
005590     ADD 1 TO WS-SECOND-LETTER-COUNT.
005600 4200-EXIT.
005610     EXIT.

005620*----------------------------------------------------------------*
005630*    4400-FORCE-PLACE-DUE-RTN  -  THE SECOND LETTER IS OUT.      *
005640*    ONCE IT HAS BEEN OUT WS-FORCE-PLACE-DAYS AND THE LOAN IS    *
005650*    UNINSURED OR UNDER-INSURED TODAY, PLACE THE COVERAGE.  A    *
005660*    POLICY STILL RUNNING TO A NEAR EXPIRATION WAITS FOR IT.     *
005670*----------------------------------------------------------------*
005680 4400-FORCE-PLACE-DUE-RTN.
005690     MOVE WS-LAPSE-REASON      TO HP-LAPSE-REASON.
005700     COMPUTE WS-EVENT-DATE-INT =
005710         FUNCTION INTEGER-OF-DATE (HP-SECOND-LETTER-DATE).
005720     COMPUTE WS-DAYS-SINCE =
005730         WS-RUN-DATE-INT - WS-EVENT-DATE-INT.
005740     IF WS-DAYS-SINCE < WS-FORCE-PLACE-DAYS
005750         MOVE "2ND LETTER OUT" TO WS-REMARK
005760         PERFORM 4900-AWAITING-RTN
005770             THRU 4900-EXIT
005780         GO TO 4400-EXIT
005790     END-IF.
005800     IF NOT COVERAGE-HAS-LAPSED
005810         MOVE "COVER NOT YET LAPSED" TO WS-REMARK
005820         PERFORM 4900-AWAITING-RTN
005830             THRU 4900-EXIT
005840         GO TO 4400-EXIT
005850     END-IF.

005860     PERFORM 5000-PRICE-COVERAGE-RTN
005870         THRU 5000-EXIT.
005880     IF WS-FP-COVERAGE = ZERO
005890         MOVE "NO BALANCE TO INSURE" TO WS-REMARK
005900         PERFORM 6500-WRITE-EXCEPTION-RTN
005910             THRU 6500-EXIT
005920         GO TO 4400-EXIT
005930     END-IF.

005940     PERFORM 4500-PLACE-COVERAGE-RTN
005950         THRU 4500-EXIT.
005960     IF STOP-THE-RUN
005970         GO TO 4400-EXIT
005980     END-IF.

005990     MOVE "FORCE-PLCD"         TO WS-ACTION.
006000     PERFORM 6000-WRITE-REPORT-LINE-RTN
006010         THRU 6000-EXIT.
006020     ADD 1 TO WS-FORCE-PLACED-COUNT.
006030 4400-EXIT.
006040     EXIT.

006050*----------------------------------------------------------------*
006060*    4500-PLACE-COVERAGE-RTN  -  CHARGE THE PRICED PREMIUM TO    *
006070*    ESCROW, SEND IT TO THE LENDER-PLACED CARRIER, RECORD THE    *
006080*    COVER ON THE POLICY AND TELL THE BORROWER.  SHARED BY THE   *
006090*    FIRST PLACEMENT AND EACH YEARLY RE-PLACEMENT.               *
006100*----------------------------------------------------------------*
006110 4500-PLACE-COVERAGE-RTN.
006120     PERFORM 5100-CHARGE-ESCROW-RTN
006130         THRU 5100-EXIT.
006140     IF STOP-THE-RUN
006150         GO TO 4500-EXIT
006160     END-IF.

006170     SET HP-FORCE-PLACED       TO TRUE.
006180     MOVE WS-RUN-DATE          TO HP-FORCE-PLACED-DATE.
006190     MOVE WS-FP-COVERAGE       TO HP-FP-COVERAGE.
006200     MOVE WS-FP-PREMIUM        TO HP-FP-PREMIUM.
006210     MOVE WS-NEXT-YEAR-DATE    TO HP-FP-EXPIRATION.
006220     PERFORM 5900-REWRITE-POLICY-RTN
006230         THRU 5900-EXIT.
006240     IF STOP-THE-RUN
006250         GO TO 4500-EXIT
006260     END-IF.

006270     IF WS-ADVANCE-AMOUNT > ZERO
006280         PERFORM 5500-WRITE-GL-ADVANCE-RTN
006290             THRU 5500-EXIT
006300     END-IF.
006310     PERFORM 5600-WRITE-PAYMENT-RTN
006320         THRU 5600-EXIT.

006330     MOVE "F"                  TO HL-LETTER-TYPE.
006340     PERFORM 5300-WRITE-LETTER-RTN
006350         THRU 5300-EXIT.

006360     ADD WS-FP-PREMIUM         TO WS-PREMIUM-CHARGED-TOTAL.
006370     ADD WS-FP-COVERAGE        TO WS-FP-COVERAGE-TOTAL.
006380     MOVE HP-FP-EXPIRATION     TO WS-FP-REMARK-DATE.
006390     MOVE WS-FP-REMARK         TO WS-REMARK.
006400 4500-EXIT.
006410     EXIT.

006420*----------------------------------------------------------------*
006430*    4600-FORCE-PLACED-LOAN-RTN  -  COVER IS ALREADY FORCE-      *
006440*    PLACED.  PROOF OF ADEQUATE BORROWER COVERAGE ENDS IT;       *
006450*    OTHERWISE COVER THAT HAS RUN ITS YEAR IS PLACED AGAIN.      *
006460*    NO UNEARNED PREMIUM IS REFUNDED HERE - THE LENDER-PLACED    *
006470*    CARRIER'S REFUND ARRIVES AS AN ESCROW RECEIPT.              *
006480*----------------------------------------------------------------*
006490 4600-FORCE-PLACED-LOAN-RTN.
006500     IF WS-COVERAGE-IN-ORDER
006510         MOVE "X"              TO HL-LETTER-TYPE
006520         MOVE HP-FP-PREMIUM    TO WS-FP-PREMIUM
006530         PERFORM 5300-WRITE-LETTER-RTN
006540             THRU 5300-EXIT
006550         MOVE "BORROWER POLICY ON FILE" TO WS-REMARK
006560         MOVE "FP ENDED"       TO WS-ACTION
006570         PERFORM 6000-WRITE-REPORT-LINE-RTN
006580             THRU 6000-EXIT
006590         PERFORM 4850-CLEAR-PIPELINE-RTN
006600             THRU 4850-EXIT
006610         IF NOT STOP-THE-RUN
006620             ADD 1 TO WS-FP-ENDED-COUNT
006630         END-IF
006640         GO TO 4600-EXIT
006650     END-IF.

006660     MOVE WS-LAPSE-REASON      TO HP-LAPSE-REASON.
006670     IF HP-FP-EXPIRATION NOT NUMERIC
006680         MOVE ZERO             TO HP-FP-EXPIRATION
006690     END-IF.
006700     IF HP-FP-EXPIRATION > WS-RUN-DATE
006710         MOVE HP-FP-EXPIRATION TO WS-FP-REMARK-DATE
006720         MOVE WS-FP-REMARK     TO WS-REMARK
006730         MOVE HP-FP-PREMIUM    TO WS-FP-PREMIUM
006740         MOVE "FP ACTIVE"      TO WS-ACTION
006750         PERFORM 6000-WRITE-REPORT-LINE-RTN
006760             THRU 6000-EXIT
006770         ADD 1 TO WS-FP-ACTIVE-COUNT
006780         GO TO 4600-EXIT
006790     END-IF.

006800     PERFORM 5000-PRICE-COVERAGE-RTN
006810         THRU 5000-EXIT.
006820     IF WS-FP-COVERAGE = ZERO
006830         MOVE "NO BALANCE TO INSURE" TO WS-REMARK
006840         PERFORM 6500-WRITE-EXCEPTION-RTN
006850             THRU 6500-EXIT
006860         GO TO 4600-EXIT
006870     END-IF.

006880     PERFORM 4500-PLACE-COVERAGE-RTN
006890         THRU 4500-EXIT.
006900     IF STOP-THE-RUN
006910         GO TO 4600-EXIT
006920     END-IF.

006930     MOVE "FP RENEWED"         TO WS-ACTION.
006940     PERFORM 6000-WRITE-REPORT-LINE-RTN
006950         THRU 6000-EXIT.
006960     ADD 1 TO WS-FP-RENEWED-COUNT.
006970 4600-EXIT.
006980     EXIT.

006990*----------------------------------------------------------------*
007000*    4800-COVERAGE-IN-ORDER-RTN  -  NOTHING WRONG WITH THE       *
007010*    POLICY.  A LOAN THAT HAD LETTERS OUT IS CURED AND LEAVES    *
007020*    THE PIPELINE.                                               *
007030*----------------------------------------------------------------*
007040 4800-COVERAGE-IN-ORDER-RTN.
007050     IF HP-NO-LAPSE
007060         ADD 1 TO WS-IN-ORDER-COUNT
007070         GO TO 4800-EXIT
007080     END-IF.

007090     MOVE "PROOF OF COVERAGE RECEIVED" TO WS-REMARK.
007100     MOVE ZERO                 TO WS-FP-PREMIUM.
007110     MOVE "CURED"              TO WS-ACTION.
007120     PERFORM 6000-WRITE-REPORT-LINE-RTN
007130         THRU 6000-EXIT.
007140     PERFORM 4850-CLEAR-PIPELINE-RTN
007150         THRU 4850-EXIT.
007160     IF NOT STOP-THE-RUN
007170         ADD 1 TO WS-CURED-COUNT
007180     END-IF.
007190 4800-EXIT.
007200     EXIT.

007210*----------------------------------------------------------------*
007220*    4850-CLEAR-PIPELINE-RTN  -  TAKE THE POLICY OUT OF THE      *
007230*    PIPELINE.  THE FORCE-PLACED FIELDS ARE CLEARED WITH IT.     *
007240*----------------------------------------------------------------*
007250 4850-CLEAR-PIPELINE-RTN.
007260     SET HP-NO-LAPSE           TO TRUE.
007270     MOVE SPACE                TO HP-LAPSE-REASON.
007280     MOVE ZERO                 TO HP-FIRST-LETTER-DATE
007290                                   HP-SECOND-LETTER-DATE
007300                                   HP-FORCE-PLACED-DATE
007310                                   HP-FP-COVERAGE
007320                                   HP-FP-PREMIUM
007330                                   HP-FP-EXPIRATION.
007340     PERFORM 5900-REWRITE-POLICY-RTN
007350         THRU 5900-EXIT.
007360 4850-EXIT.
007370     EXIT.

007380*----------------------------------------------------------------*
007390*    4900-AWAITING-RTN  -  A LETTER IS OUT AND THE NEXT STEP IS  *
007400*    NOT DUE.  THE LAPSE REASON MAY HAVE MOVED, SO THE POLICY    *
007410*    IS REWRITTEN.  WS-REMARK IS ALREADY SET.                    *
007420*----------------------------------------------------------------*
007430 4900-AWAITING-RTN.
007440     PERFORM 5900-REWRITE-POLICY-RTN
007450         THRU 5900-EXIT.
007460     IF STOP-THE-RUN
007470         GO TO 4900-EXIT
007480     END-IF.
007490     MOVE ZERO                 TO WS-FP-PREMIUM.
007500     MOVE "AWAITING"           TO WS-ACTION.
007510     PERFORM 6000-WRITE-REPORT-LINE-RTN
007520         THRU 6000-EXIT.
007530     ADD 1 TO WS-AWAITING-COUNT.
007540 4900-EXIT.
007550     EXIT.

007560*----------------------------------------------------------------*
007570*    5000-PRICE-COVERAGE-RTN  -  THE COVER TO PLACE AND ITS      *
007580*    YEAR'S PREMIUM.  AN UNDER-INSURED LOAN IS COVERED FOR THE   *
007590*    SHORTFALL ONLY; ANY OTHER FOR ITS WHOLE PRINCIPAL BALANCE.  *
007600*----------------------------------------------------------------*
007610 5000-PRICE-COVERAGE-RTN.
007620     IF WS-REASON-UNDERINSURED
007630         COMPUTE WS-SHORTFALL =
007640             LM-PRINCIPAL-BALANCE - HP-COVERAGE-AMOUNT
007650         IF WS-SHORTFALL > ZERO
007660             MOVE WS-SHORTFALL TO WS-FP-COVERAGE
007670         ELSE
007680             MOVE ZERO         TO WS-FP-COVERAGE
007690         END-IF
007700     ELSE
007710         MOVE LM-PRINCIPAL-BALANCE TO WS-FP-COVERAGE
007720     END-IF.

007730     IF HP-FLOOD-COVERAGE
007740         MOVE WS-FLOOD-FP-RATE TO WS-FP-RATE
007750     ELSE
007760         MOVE WS-HAZARD-FP-RATE TO WS-FP-RATE
007770     END-IF.
007780     COMPUTE WS-FP-PREMIUM ROUNDED =
007790         WS-FP-COVERAGE * WS-FP-RATE.
007800 5000-EXIT.
007810     EXIT.

007820*----------------------------------------------------------------*
007830*    5100-CHARGE-ESCROW-RTN  -  CHARGE THE PREMIUM TO THE LOAN'S *
007840*    ESCROW THE WAY COBESCPY PAYS A BILL, AND ADD IT TO THE RUN  *
007850*    MONTH'S PROJECTED DISBURSEMENT SO THE NEXT ANALYSIS         *
007860*    COLLECTS IT.  THE PART OF THE PREMIUM THE FUNDS ON HAND     *
007870*    DID NOT COVER IS THE ESCROW ADVANCE.  A FAILURE STOPS THE   *
007880*    RUN (SAME POLICY AS COBPOST).                               *
007890*----------------------------------------------------------------*
007900 5100-CHARGE-ESCROW-RTN.
007910     MOVE ZERO                 TO WS-ADVANCE-AMOUNT.
007920     MOVE "Y"                  TO WS-ESCROW-SWITCH.
007930     MOVE HP-LOAN-NUMBER       TO EM-LOAN-NUMBER.
007940     READ ESCROW-MASTER
007950         INVALID KEY
007960             MOVE "N"          TO WS-ESCROW-SWITCH
007970     END-READ.
007980     IF NOT ESCROW-ON-FILE
007990         PERFORM 5150-NEW-ESCROW-RTN
008000             THRU 5150-EXIT
008010     END-IF.

008020*    A RECORD CONVERTED BEFORE THE ACTUAL TABLE EXISTED STILL   *
008030*    HAS SPACES THERE - TREAT A SPACE-FILLED ENTRY AS ZERO      *
008040*    (SAME GUARD AS COBESCPY).                                  *
008050     IF EM-ESCROW-BALANCE NOT NUMERIC
008060         MOVE ZERO             TO EM-ESCROW-BALANCE
008070     END-IF.
008080     MOVE WS-RUN-MONTH         TO WS-MONTH-NUMBER.
008090     SET EM-MONTH-IDX          TO WS-MONTH-NUMBER.
008100     SET EM-ACTUAL-IDX         TO WS-MONTH-NUMBER.
008110     IF EM-ACTUAL-DISB-AMOUNT (EM-ACTUAL-IDX) NOT NUMERIC
008120         MOVE ZERO TO EM-ACTUAL-DISB-AMOUNT (EM-ACTUAL-IDX)
008130     END-IF.
008140     IF EM-DISBURSEMENT-AMOUNT (EM-MONTH-IDX) NOT NUMERIC
008150         MOVE ZERO TO EM-DISBURSEMENT-AMOUNT (EM-MONTH-IDX)
008160     END-IF.

008170     SUBTRACT WS-FP-PREMIUM    FROM EM-ESCROW-BALANCE.
008180     ADD WS-FP-PREMIUM
008190         TO EM-ACTUAL-DISB-AMOUNT (EM-ACTUAL-IDX).
008200     ADD WS-FP-PREMIUM
008210         TO EM-DISBURSEMENT-AMOUNT (EM-MONTH-IDX).

008220     IF EM-ESCROW-BALANCE < ZERO
008230         IF (ZERO - EM-ESCROW-BALANCE) < WS-FP-PREMIUM
008240             COMPUTE WS-ADVANCE-AMOUNT =
008250                 ZERO - EM-ESCROW-BALANCE
008260         ELSE
008270             MOVE WS-FP-PREMIUM TO WS-ADVANCE-AMOUNT
008280         END-IF
008290     END-IF.

008300     IF ESCROW-ON-FILE
008310         REWRITE ESCROW-MASTER-RECORD
008320             INVALID KEY
008330                 MOVE "Y"      TO WS-STOP-SWITCH
008340         END-REWRITE
008350     ELSE
008360         WRITE ESCROW-MASTER-RECORD
008370             INVALID KEY
008380                 MOVE "Y"      TO WS-STOP-SWITCH
008390         END-WRITE
008400     END-IF.
008410     IF STOP-THE-RUN
008420         DISPLAY "COBHAZRD - ESCROW WRITE FAILED ON LOAN "
008430             EM-LOAN-NUMBER " - STATUS "
008440             WS-ESCR-FILE-STATUS " - RUN STOPPED"
008450         GO TO 5100-EXIT
008460     END-IF.

008470     IF NOT ESCROW-ON-FILE
008480         ADD 1 TO WS-ESCROW-CREATED-COUNT
008490     END-IF.
008500 5100-EXIT.
008510     EXIT.

008520*----------------------------------------------------------------*
008530*    5150-NEW-ESCROW-RTN  -  A LOAN THAT PAID ITS OWN INSURANCE  *
008540*    HAS NO ESCROW ACCOUNT.  OPEN ONE WITH NOTHING ON HAND AND   *
008550*    THE STANDARD CUSHION; THE NEXT COBESCDR ANALYSIS SETS ITS   *
008560*    MONTHLY DEPOSIT.                                            *
008570*----------------------------------------------------------------*
008580 5150-NEW-ESCROW-RTN.
008590     MOVE SPACES               TO ESCROW-MASTER-RECORD.
008600     MOVE HP-LOAN-NUMBER       TO EM-LOAN-NUMBER.
008610     MOVE ZERO                 TO EM-ESCROW-BALANCE
008620                                   EM-MONTHLY-DEPOSIT.
008630     MOVE WS-FP-CUSHION-MONTHS TO EM-CUSHION-MONTHS.
008640     PERFORM 5160-ZERO-ONE-MONTH-RTN
008650         THRU 5160-EXIT
008660         VARYING WS-MONTH-NUMBER FROM 1 BY 1
008670             UNTIL WS-MONTH-NUMBER > 12.
008680 5150-EXIT.
008690     EXIT.

008700*----------------------------------------------------------------*
008710*    5160-ZERO-ONE-MONTH-RTN  -  ZERO ONE MONTH OF BOTH          *
008720*    DISBURSEMENT TABLES ON A NEW ESCROW RECORD.                 *
008730*----------------------------------------------------------------*
008740 5160-ZERO-ONE-MONTH-RTN.
008750     SET EM-MONTH-IDX          TO WS-MONTH-NUMBER.
008760     SET EM-ACTUAL-IDX         TO WS-MONTH-NUMBER.
008770     MOVE ZERO TO EM-DISBURSEMENT-AMOUNT (EM-MONTH-IDX).
008780     MOVE ZERO TO EM-ACTUAL-DISB-AMOUNT (EM-ACTUAL-IDX).
008790 5160-EXIT.
008800     EXIT.

008810*----------------------------------------------------------------*
008820*    5200-READ-CONTACT-RTN  -  FETCH THE LOAN'S BORROWER CONTACT *
008830*    RECORD.  A LOAN BOARDED WITHOUT ONE STILL GETS ITS LETTER,  *
008840*    UNADDRESSED, AND IS COUNTED FOR THE SERVICING DESK.         *
008850*----------------------------------------------------------------*
008860 5200-READ-CONTACT-RTN.
008870     MOVE "N"                  TO WS-CONTACT-SWITCH.
008880     MOVE LM-LOAN-NUMBER       TO BC-LOAN-NUMBER.
008890     READ BORROWER-CONTACT
008900         INVALID KEY
008910             ADD 1 TO WS-NO-CONTACT-COUNT
008920             GO TO 5200-EXIT
008930     END-READ.
008940     MOVE "Y"                  TO WS-CONTACT-SWITCH.
008950 5200-EXIT.
008960     EXIT.

008970*----------------------------------------------------------------*
008980*    5300-WRITE-LETTER-RTN  -  WRITE THE BORROWER LETTER WHOSE   *
008990*    TYPE IS ALREADY IN HL-LETTER-TYPE, ADDRESSED FROM THE       *
009000*    CONTACT MASTER (COBREPRC'S RULE).  WS-FP-PREMIUM IS THE     *
009010*    PREMIUM QUOTED OR CHARGED.                                  *
009020*----------------------------------------------------------------*
009030 5300-WRITE-LETTER-RTN.
009040     MOVE LM-LOAN-NUMBER       TO HL-LOAN-NUMBER.
009050     MOVE LM-BORROWER-NAME     TO HL-BORROWER-NAME.
009060     MOVE WS-RUN-DATE          TO HL-LETTER-DATE.
009070     MOVE HP-COVERAGE-TYPE     TO HL-COVERAGE-TYPE.
009080     MOVE HP-LAPSE-REASON      TO HL-LAPSE-REASON.
009090     MOVE HP-CARRIER-NAME      TO HL-CARRIER-NAME.
009100     MOVE HP-POLICY-NUMBER     TO HL-POLICY-NUMBER.
009110     IF HP-POLICY-CANCELLED
009120         MOVE HP-CANCEL-DATE   TO HL-EXPIRATION-DATE
009130     ELSE
009140         MOVE HP-EXPIRATION-DATE TO HL-EXPIRATION-DATE
009150     END-IF.
009160     MOVE HP-COVERAGE-AMOUNT   TO HL-COVERAGE-AMOUNT.
009170     MOVE LM-PRINCIPAL-BALANCE TO HL-REQUIRED-COVERAGE.
009180     MOVE WS-FP-PREMIUM        TO HL-FP-PREMIUM.

009190     PERFORM 5200-READ-CONTACT-RTN
009200         THRU 5200-EXIT.
009210     IF CONTACT-ON-FILE
009220         IF BC-PRIMARY-NAME NOT = SPACES
009230             MOVE BC-PRIMARY-NAME  TO HL-BORROWER-NAME
009240         END-IF
009250         MOVE BC-CO-BORROWER-NAME  TO HL-CO-BORROWER-NAME
009260         MOVE BC-MAILING-ADDRESS   TO HL-MAILING-ADDRESS
009270         MOVE BC-PROPERTY-ADDRESS  TO HL-PROPERTY-ADDRESS
009280     ELSE
009290         MOVE SPACES               TO HL-CO-BORROWER-NAME
009300                                       HL-MAILING-ADDRESS
009310                                       HL-PROPERTY-ADDRESS
009320     END-IF.

009330     WRITE INSURANCE-LETTER-RECORD.
009340     ADD 1 TO WS-LETTERS-WRITTEN.
009350 5300-EXIT.
009360     EXIT.

009370*----------------------------------------------------------------*
009380*    5500-WRITE-GL-ADVANCE-RTN  -  WRITE THE ESCROW ADVANCE      *
009390*    ENTRY (SOURCE "E").  1410-EADV IS CHARGED GX-PRINCIPAL-     *
009400*    AMOUNT AND 2200-ESCR, NAMED IN THE INTEREST-ACCOUNT SLOT,   *
009410*    IS THE OFFSET CREDITED WITH IT.  SEE SBANK08W.              *
009420*----------------------------------------------------------------*
009430 5500-WRITE-GL-ADVANCE-RTN.
009440     MOVE SPACES               TO GL-EXTRACT-RECORD.
009450     MOVE LM-LOAN-NUMBER       TO GX-LOAN-NUMBER.
009460     MOVE WS-RUN-DATE          TO GX-RUN-DATE.
009470     MOVE "1410-EADV"          TO GX-GL-ACCOUNT-PRINCIPAL.
009480     MOVE WS-ADVANCE-AMOUNT    TO GX-PRINCIPAL-AMOUNT.
009490     MOVE "2200-ESCR"          TO GX-GL-ACCOUNT-INTEREST.
009500     MOVE ZERO                 TO GX-INTEREST-AMOUNT.
009510     MOVE LM-PRINCIPAL-BALANCE TO GX-NEW-BALANCE.
009520     SET GX-SOURCE-ESCROW-ADVANCE TO TRUE.
009530     WRITE GL-EXTRACT-RECORD.
009540     ADD 1 TO WS-ADVANCE-COUNT.
009550     ADD WS-ADVANCE-AMOUNT     TO WS-ADVANCE-TOTAL.
009560 5500-EXIT.
009570     EXIT.

009580*----------------------------------------------------------------*
009590*    5600-WRITE-PAYMENT-RTN  -  WRITE THE PAYEE FEED RECORD THAT *
009600*    PAYS THE LENDER-PLACED CARRIER.  THE REFERENCE IS "FP",     *
009610*    THE COVERAGE TYPE AND THE RUN DATE.                         *
009620*----------------------------------------------------------------*
009630 5600-WRITE-PAYMENT-RTN.
009640     MOVE SPACES               TO ESCROW-PAYMENT-RECORD.
009650     MOVE HP-LOAN-NUMBER       TO PP-LOAN-NUMBER.
009660     MOVE WS-FP-PAYEE-NAME     TO PP-PAYEE-NAME.
009670     MOVE WS-FP-PREMIUM        TO PP-PAYMENT-AMOUNT.
009680     MOVE WS-RUN-DATE          TO PP-PAYMENT-DATE.
009690     MOVE HP-COVERAGE-TYPE     TO WS-FP-REF-TYPE.
009700     MOVE WS-RUN-DATE          TO WS-FP-REF-DATE.
009710     MOVE WS-FP-REFERENCE      TO PP-INVOICE-REFERENCE.
009720     WRITE ESCROW-PAYMENT-RECORD.
009730 5600-EXIT.
009740     EXIT.

009750*----------------------------------------------------------------*
009760*    5900-REWRITE-POLICY-RTN  -  REWRITE THE POLICY IN HAND.     *
009770*    A FAILURE STOPS THE RUN (SAME POLICY AS COBPOST).           *
009780*----------------------------------------------------------------*
009790 5900-REWRITE-POLICY-RTN.
009800     REWRITE INSURANCE-POLICY-RECORD
009810         INVALID KEY
009820             DISPLAY "COBHAZRD - POLICY REWRITE FAILED ON LOAN "
009830                 HP-LOAN-NUMBER " - STATUS "
009840                 WS-POL-FILE-STATUS " - RUN STOPPED"
009850             MOVE "Y"          TO WS-STOP-SWITCH
009860     END-REWRITE.
009870 5900-EXIT.
009880     EXIT.

009890*----------------------------------------------------------------*
009900*    6000-WRITE-REPORT-LINE-RTN  -  LIST THE POLICY IN HAND      *
009910*    WITH WS-ACTION, WS-REMARK, WS-FP-PREMIUM AND WS-ADVANCE-    *
009920*    AMOUNT ALREADY SET.  DAYS IN THE PIPELINE RUN FROM THE      *
009930*    FIRST LETTER.                                               *
009940*----------------------------------------------------------------*
009950 6000-WRITE-REPORT-LINE-RTN.
009960     MOVE SPACES               TO INSURANCE-REPORT-LINE.
009970     MOVE HP-LOAN-NUMBER       TO HR-LOAN-NUMBER.
009980     MOVE HP-COVERAGE-TYPE     TO HR-COVERAGE-TYPE.
009990     MOVE WS-ACTION            TO HR-ACTION.
010000     IF WS-COVERAGE-IN-ORDER
010010         MOVE HP-LAPSE-REASON  TO HR-REASON
010020     ELSE
010030         MOVE WS-LAPSE-REASON  TO HR-REASON
010040     END-IF.
010050     MOVE HP-EXPIRATION-DATE   TO HR-EXPIRATION-DATE.
010060     MOVE HP-COVERAGE-AMOUNT   TO HR-COVERAGE-AMOUNT.
010070     MOVE LM-PRINCIPAL-BALANCE TO HR-PRINCIPAL-BALANCE.
010080     MOVE ZERO                 TO WS-DAYS-IN-PIPELINE.
010090     IF HP-FIRST-LETTER-DATE NUMERIC
010100         AND HP-FIRST-LETTER-DATE > ZERO
010110         COMPUTE WS-EVENT-DATE-INT =
010120             FUNCTION INTEGER-OF-DATE (HP-FIRST-LETTER-DATE)
010130         COMPUTE WS-DAYS-IN-PIPELINE =
010140             WS-RUN-DATE-INT - WS-EVENT-DATE-INT
010150     END-IF.
010160     MOVE WS-DAYS-IN-PIPELINE  TO HR-DAYS-IN-PIPELINE.
010170     MOVE WS-FP-PREMIUM        TO HR-FP-PREMIUM.
010180     MOVE WS-ADVANCE-AMOUNT    TO HR-ADVANCE-AMOUNT.
010190     MOVE WS-REMARK            TO HR-REMARK.
010200     WRITE INSURANCE-REPORT-LINE.
010210 6000-EXIT.
010220     EXIT.

010230*----------------------------------------------------------------*
010240*    6500-WRITE-EXCEPTION-RTN  -  LIST A POLICY THAT COULD NOT   *
010250*    BE TESTED.  WS-REMARK IS ALREADY SET.                       *
010260*----------------------------------------------------------------*
010270 6500-WRITE-EXCEPTION-RTN.
010280     MOVE SPACES               TO INSURANCE-REPORT-LINE.
010290     MOVE HP-LOAN-NUMBER       TO HR-LOAN-NUMBER.
010300     MOVE HP-COVERAGE-TYPE     TO HR-COVERAGE-TYPE.
010310     MOVE "EXCEPTION"          TO HR-ACTION.
010320     MOVE WS-REMARK            TO HR-REMARK.
010330     WRITE INSURANCE-REPORT-LINE.
010340     ADD 1 TO WS-EXCEPTIONS.
010350 6500-EXIT.
010360     EXIT.

010370*----------------------------------------------------------------*
010380*    7000-PRINT-TOTALS-RTN  -  THE RUN COUNTS AND AMOUNTS AT     *
010390*    THE FOOT OF THE REPORT.                                     *
010400*----------------------------------------------------------------*
010410 7000-PRINT-TOTALS-RTN.
010420     MOVE SPACES               TO INSURANCE-REPORT-LINE.
010430     WRITE INSURANCE-REPORT-LINE.

010440     MOVE SPACES               TO INSURANCE-TOTAL-LINE.
010450     MOVE "POLICIES READ"              TO HT-LABEL.
010460     MOVE WS-POLICIES-READ             TO HT-COUNT.
010470     WRITE INSURANCE-TOTAL-LINE.

010480     MOVE "COVERAGE IN ORDER"          TO HT-LABEL.
010490     MOVE WS-IN-ORDER-COUNT            TO HT-COUNT.
010500     WRITE INSURANCE-TOTAL-LINE.

010510     MOVE "FIRST LAPSE LETTERS SENT"   TO HT-LABEL.
010520     MOVE WS-FIRST-LETTER-COUNT        TO HT-COUNT.
010530     WRITE INSURANCE-TOTAL-LINE.

010540     MOVE "SECOND LAPSE LETTERS SENT"  TO HT-LABEL.
010550     MOVE WS-SECOND-LETTER-COUNT       TO HT-COUNT.
010560     WRITE INSURANCE-TOTAL-LINE.

010570     MOVE "AWAITING NEXT STEP"         TO HT-LABEL.
010580     MOVE WS-AWAITING-COUNT            TO HT-COUNT.
010590     WRITE INSURANCE-TOTAL-LINE.

010600     MOVE "FORCE-PLACED THIS RUN"      TO HT-LABEL.
010610     MOVE WS-FORCE-PLACED-COUNT        TO HT-COUNT.
010620     WRITE INSURANCE-TOTAL-LINE.

010630     MOVE "FORCE-PLACED COVER RENEWED" TO HT-LABEL.
010640     MOVE WS-FP-RENEWED-COUNT          TO HT-COUNT.
010650     WRITE INSURANCE-TOTAL-LINE.

010660     MOVE "FORCE-PLACED COVER IN FORCE" TO HT-LABEL.
010670     MOVE WS-FP-ACTIVE-COUNT           TO HT-COUNT.
010680     WRITE INSURANCE-TOTAL-LINE.

010690     MOVE "FORCE-PLACED COVER ENDED"   TO HT-LABEL.
010700     MOVE WS-FP-ENDED-COUNT            TO HT-COUNT.
010710     WRITE INSURANCE-TOTAL-LINE.

010720     MOVE "CURED BEFORE FORCE-PLACEMENT" TO HT-LABEL.
010730     MOVE WS-CURED-COUNT               TO HT-COUNT.
010740     WRITE INSURANCE-TOTAL-LINE.

010750     MOVE "EXCEPTIONS"                 TO HT-LABEL.
010760     MOVE WS-EXCEPTIONS                TO HT-COUNT.
010770     WRITE INSURANCE-TOTAL-LINE.

010780     MOVE "CLOSED LOANS SKIPPED"       TO HT-LABEL.
010790     MOVE WS-CLOSED-SKIPPED            TO HT-COUNT.
010800     WRITE INSURANCE-TOTAL-LINE.

010810     MOVE "ESCROW RECORDS OPENED"      TO HT-LABEL.
010820     MOVE WS-ESCROW-CREATED-COUNT      TO HT-COUNT.
010830     WRITE INSURANCE-TOTAL-LINE.

010840     MOVE "BORROWER LETTERS WRITTEN"   TO HT-LABEL.
010850     MOVE WS-LETTERS-WRITTEN           TO HT-COUNT.
010860     WRITE INSURANCE-TOTAL-LINE.

010870     MOVE "FORCE-PLACED COVERAGE AMOUNT" TO HT-LABEL.
010880     COMPUTE HT-COUNT =
010890         WS-FORCE-PLACED-COUNT + WS-FP-RENEWED-COUNT.
010900     MOVE WS-FP-COVERAGE-TOTAL         TO HT-AMOUNT.
010910     WRITE INSURANCE-TOTAL-LINE.

010920     MOVE "FORCE-PLACED PREMIUM CHARGED TO ESCROW" TO HT-LABEL.
010930     MOVE WS-PREMIUM-CHARGED-TOTAL     TO HT-AMOUNT.
010940     WRITE INSURANCE-TOTAL-LINE.

010950     MOVE "ESCROW ADVANCES WRITTEN TO GL" TO HT-LABEL.
010960     MOVE WS-ADVANCE-COUNT             TO HT-COUNT.
010970     MOVE WS-ADVANCE-TOTAL             TO HT-AMOUNT.
010980     WRITE INSURANCE-TOTAL-LINE.
010990 7000-EXIT.
011000     EXIT.

011010*----------------------------------------------------------------*
011020*    9999-TERMINATE-RTN  -  CLOSE FILES AND LOG THE RUN TOTALS.  *
011030*----------------------------------------------------------------*
011040 9999-TERMINATE-RTN.
011050*    GUARDED ON WHETHER THE RUN FILES WERE OPENED, NOT ON THE   *
011060*    STOP SWITCH - A MID-RUN STOP (REWRITE FAULT) LEAVES THEM   *
011070*    OPEN WITH LETTERS ALREADY WRITTEN THAT MUST STILL BE       *
011080*    CLOSED.                                                    *
011090     IF RUN-FILES-ARE-OPEN
011100         CLOSE POLICY-MASTER
011110               LOAN-MASTER
011120               ESCROW-MASTER
011130               BORROWER-CONTACT
011140               LAPSE-LETTER
011150               GL-EXTRACT
011160               PAYMENT-FEED
011170               PIPELINE-REPORT
011180     END-IF.

011190     DISPLAY "COBHAZRD - POLICIES READ         "
011200         WS-POLICIES-READ.
011210     DISPLAY "COBHAZRD - FIRST LETTERS SENT    "
011220         WS-FIRST-LETTER-COUNT.
011230     DISPLAY "COBHAZRD - SECOND LETTERS SENT   "
011240         WS-SECOND-LETTER-COUNT.
011250     DISPLAY "COBHAZRD - FORCE-PLACED          "
011260         WS-FORCE-PLACED-COUNT.
011270     DISPLAY "COBHAZRD - FORCE-PLACED RENEWED  "
011280         WS-FP-RENEWED-COUNT.
011290     DISPLAY "COBHAZRD - FORCE-PLACED ENDED    "
011300         WS-FP-ENDED-COUNT.
011310     DISPLAY "COBHAZRD - CURED                 "
011320         WS-CURED-COUNT.
011330     DISPLAY "COBHAZRD - EXCEPTIONS            " WS-EXCEPTIONS.
011340     DISPLAY "COBHAZRD - CLOSED LOANS SKIPPED  "
011350         WS-CLOSED-SKIPPED.
011360     DISPLAY "COBHAZRD - NO CONTACT ON FILE    "
011370         WS-NO-CONTACT-COUNT.
011380     IF CYCLE-STEP-RUNNING
011381         IF STOP-THE-RUN
011382             MOVE "F"          TO CY-FUNCTION
011383         ELSE
011384             MOVE "C"          TO CY-FUNCTION
011385         END-IF
011386         CALL "COBCYCLE" USING PARM-4
011387     END-IF.
011388 9999-EXIT.
011390     EXIT.
