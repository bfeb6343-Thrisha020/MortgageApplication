000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    COBPMI.
000120 AUTHOR.        R HALVERSEN.
000130 INSTALLATION.  LOAN SERVICING SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*                                                                *
000180*   COBPMI  -  MONTHLY PMI TERMINATION AND CANCELLATION RUN     *
000190*                                                                *
000200*   RUN ONCE A MONTH AS OF THE CYCLE CONTROL BUSINESS DATE.     *
000210*   WALKS THE PMI MASTER (SBANK75W) AND, FOR EACH LOAN WITH     *
000220*   MORTGAGE INSURANCE IN FORCE, TESTS THE SCHEDULED BALANCE    *
000230*   AGAINST THE ORIGINAL PROPERTY VALUE:                        *
000240*                                                                *
000250*   SCHEDULED BALANCE - COBCALC (SEE SBANK00P) IS CALLED FOR    *
000260*   THE LEVEL PAYMENT AND ITS INTEREST SPLIT, AND THE CURRENT   *
000270*   LM-PRINCIPAL-BALANCE IS AMORTIZED FORWARD WITH THE SAME     *
000280*   MATH AS COBAMORT (SBANK01P) THROUGH EVERY INSTALLMENT DUE   *
000290*   ON OR BEFORE THE RUN DATE.  A LOAN PAID AHEAD IS TAKEN AT   *
000300*   ITS ACTUAL BALANCE.  THE PROJECTION CARRIES ON TO THE DUE   *
000310*   DATE ON WHICH THE BALANCE WILL REACH 78%, PRINTED FOR THE   *
000320*   LOANS STILL INSURED.                                        *
000330*                                                                *
000340*   AT 78% OF ORIGINAL VALUE ON SCHEDULE THE PMI IS TERMINATED  *
000350*   AUTOMATICALLY; AT 80% THE LOAN IS FLAGGED ELIGIBLE AND A    *
000360*   BORROWER CANCELLATION REQUEST RECORDED BY COBPMIMT          *
000370*   (SBANK33P) IS HONORED.  EITHER ONE NEEDS THE LOAN CURRENT   *
000380*   BY COBDELQ'S AGING - UNDER 30 DAYS PAST LM-NEXT-DUE-DATE -  *
000390*   OR IT IS HELD AND LISTED AS BLOCKED UNTIL A LATER RUN.  A   *
000400*   REQUEST ON A LOAN NOT YET AT 80% IS DECLINED AND CLEARED.   *
000410*                                                                *
000420*   ENDING PMI TAKES THE MONTHLY PREMIUM OUT OF EVERY MONTH OF  *
000430*   THE ESCROW MASTER'S DISBURSEMENT TABLE (SBANK17W), AND OUT  *
000440*   OF EVERY MONTH OF THE ACTUAL TABLE THAT HAS A DISBURSEMENT  *
000450*   - COBESCDR ANALYZES AGAINST THE ACTUALS WHEN THE LOAN HAS   *
000460*   ANY - SO THE NEXT ANNUAL ANALYSIS DROPS THE PREMIUM FROM    *
000470*   THE ESCROW PAYMENT.  THE BORROWER NOTICE (SBANK78W) IS      *
000480*   WRITTEN AND THE LOAN IS LISTED ON THE PMI REPORT            *
000490*   (SBANK79W), WHICH ENDS WITH THE RUN COUNTS.  A LOAN         *
000500*   COBSATIS HAS CLOSED IS SKIPPED.                             *
000510*                                                                *
000520*   MODIFICATION HISTORY.                                       *
000530*   -------------------------------------------------------     *
000540*   DATE       INIT   DESCRIPTION                                *
000550*   ---------- ----   ------------------------------------------ *
000555*   2026-10-15  DEV   INITIAL VERSION.                          *
000560*   2026-10-15  DEV   THE RUN DATE NOW COMES FROM THE CYCLE     *
000561*                     CONTROL FILE THROUGH COBCYCLE (SBANK94W)  *
000562*                     INSTEAD OF THE CONTROL CARD, WHICH IS NO  *
000563*                     LONGER READ.  THE STEP IS CHECKED AGAINST *
000564*                     ITS PREDECESSORS AT START AND ITS         *
000565*                     COMPLETION OR FAILURE IS RECORDED AT THE  *
000566*                     END.                                      *
000567*   2026-10-15  DEV   1000 NOW CREATES THE CONTACT MASTER EMPTY *
000568*                     WHEN IT HAS NEVER BEEN BUILT INSTEAD OF   *
000569*                     ABORTING THE RUN.                         *
000570******************************************************************
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER.  IBM-370.
000610 OBJECT-COMPUTER.  IBM-370.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000700*----------------------------------------------------------------*
000710*    PMI MASTER - WALKED IN KEY ORDER AND REWRITTEN AS LOANS     *
000720*    BECOME ELIGIBLE AND AS PMI ENDS.                            *
000730*----------------------------------------------------------------*
000740     SELECT PMI-MASTER ASSIGN TO PMIMSTR
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS PM-LOAN-NUMBER
000780         FILE STATUS IS WS-PMI-FILE-STATUS.

000790*----------------------------------------------------------------*
000800*    LOAN MASTER FILE - READ AT RANDOM FOR THE BALANCE, TERM     *
000810*    AND NEXT DUE DATE.                                          *
000820*----------------------------------------------------------------*
000830     SELECT LOAN-MASTER ASSIGN TO LOANMSTR
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS RANDOM
000860         RECORD KEY IS LM-LOAN-NUMBER
000870         FILE STATUS IS WS-LOAN-FILE-STATUS.

000880*----------------------------------------------------------------*
000890*    ESCROW MASTER FILE - REWRITTEN WHEN PMI ENDS, WITH THE      *
000900*    PREMIUM TAKEN OUT OF THE DISBURSEMENT TABLES.               *
000910*----------------------------------------------------------------*
000920     SELECT ESCROW-MASTER ASSIGN TO ESCRMSTR
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS RANDOM
000950         RECORD KEY IS EM-LOAN-NUMBER
000960         FILE STATUS IS WS-ESCR-FILE-STATUS.

000970*----------------------------------------------------------------*
000980*    BORROWER CONTACT MASTER - READ AT RANDOM FOR THE MAILING    *
000990*    AND PROPERTY ADDRESS ON EACH NOTICE.                        *
001000*----------------------------------------------------------------*
001010     SELECT BORROWER-CONTACT ASSIGN TO BORRCNTC
001020         ORGANIZATION IS INDEXED
001030         ACCESS MODE IS RANDOM
001040         RECORD KEY IS BC-LOAN-NUMBER
001050         FILE STATUS IS WS-CNTC-FILE-STATUS.

001060*----------------------------------------------------------------*
001070*    PMI CANCELLATION NOTICE FEED FOR THE LETTER-PRINT SERVICE.  *
001080*----------------------------------------------------------------*
001090     SELECT PMI-NOTICE ASSIGN TO PMINOTC
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WS-NOTC-FILE-STATUS.

001120*----------------------------------------------------------------*
001130*    PMI TERMINATION REPORT.                                     *
001140*----------------------------------------------------------------*
001150     SELECT PMI-REPORT ASSIGN TO PMIRPT
001160         ORGANIZATION IS LINE SEQUENTIAL
001170         FILE STATUS IS WS-RPT-FILE-STATUS.

001180 DATA DIVISION.
001190 FILE SECTION.
001230 FD  PMI-MASTER
001240     LABEL RECORDS ARE STANDARD.
001250     COPY SBANK75W.

001260 FD  LOAN-MASTER
001270     LABEL RECORDS ARE STANDARD.
001280     COPY SBANK01W.

001290 FD  ESCROW-MASTER
001300     LABEL RECORDS ARE STANDARD.
001310     COPY SBANK17W.

001320 FD  BORROWER-CONTACT
001330     LABEL RECORDS ARE STANDARD.
001340     COPY SBANK53W.

001350 FD  PMI-NOTICE
001360     LABEL RECORDS ARE STANDARD.
001370     COPY SBANK78W.

001380 FD  PMI-REPORT
001390     LABEL RECORDS ARE STANDARD.
001400     COPY SBANK79W.

001410 WORKING-STORAGE SECTION.
001420 01  WS-SWITCHES.
001440     05  WS-PMI-FILE-STATUS       PIC X(02).
001450         88  WS-PMI-FILE-OK                VALUE "00".
001460     05  WS-LOAN-FILE-STATUS      PIC X(02).
001470         88  WS-LOAN-FILE-OK               VALUE "00".
001480     05  WS-ESCR-FILE-STATUS      PIC X(02).
001490         88  WS-ESCR-FILE-OK               VALUE "00".
001500     05  WS-CNTC-FILE-STATUS      PIC X(02).
001510         88  WS-CNTC-FILE-OK               VALUE "00".
001515         88  WS-CNTC-FILE-NOT-FOUND        VALUE "23", "35".
001520     05  WS-NOTC-FILE-STATUS      PIC X(02).
001530     05  WS-RPT-FILE-STATUS       PIC X(02).
001540     05  WS-EOF-SWITCH            PIC X(01)  VALUE "N".
001550         88  END-OF-PMI-FILE               VALUE "Y".
001560     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
001570         88  STOP-THE-RUN                  VALUE "Y".
001573     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
001576         88  CYCLE-STEP-RUNNING            VALUE "Y".
001580     05  WS-FILES-OPEN-SWITCH     PIC X(01)  VALUE "N".
001590         88  RUN-FILES-ARE-OPEN            VALUE "Y".
001600     05  WS-CONTACT-SWITCH        PIC X(01)  VALUE "N".
001610         88  CONTACT-ON-FILE               VALUE "Y".
001620     05  WS-ESCROW-SWITCH         PIC X(01)  VALUE "N".
001630         88  ESCROW-ON-FILE                VALUE "Y".
001640     05  WS-SCHEDULE-SWITCH       PIC X(01)  VALUE "N".
001650         88  SCHEDULE-PROJECTED            VALUE "Y".
001660     05  WS-NEWLY-ELIGIBLE-SWITCH PIC X(01)  VALUE "N".
001670         88  LOAN-NEWLY-ELIGIBLE           VALUE "Y".

001680 01  WS-COUNTERS.
001690     05  WS-PMI-READ              PIC 9(07)  COMP.
001700     05  WS-NOT-IN-FORCE          PIC 9(07)  COMP.
001710     05  WS-STILL-INSURED         PIC 9(07)  COMP.
001720     05  WS-TERMINATED-COUNT      PIC 9(07)  COMP.
001730     05  WS-CANCELLED-COUNT       PIC 9(07)  COMP.
001740     05  WS-ELIGIBLE-COUNT        PIC 9(07)  COMP.
001750     05  WS-NEWLY-ELIGIBLE-COUNT  PIC 9(07)  COMP.
001760     05  WS-BLOCKED-COUNT         PIC 9(07)  COMP.
001770     05  WS-DECLINED-COUNT        PIC 9(07)  COMP.
001780     05  WS-EXCEPTIONS            PIC 9(07)  COMP.
001790     05  WS-CLOSED-SKIPPED        PIC 9(07)  COMP.
001800     05  WS-NO-ESCROW-COUNT       PIC 9(07)  COMP.
001810     05  WS-NO-CONTACT-COUNT      PIC 9(07)  COMP.

001820 01  WS-TOTALS.
001830     05  WS-PREMIUM-ENDED-TOTAL   PIC 9(11)V99  COMP-3.
001840     05  WS-PREMIUM-REMOVED-TOTAL PIC 9(11)V99  COMP-3.

001850*----------------------------------------------------------------*
001860*    LOAN-TO-VALUE THRESHOLDS AND COBDELQ'S CURRENT BUCKET -     *
001870*    FIXED BY STATUTE AND BY THE AGING REPORT, NOT BUSINESS      *
001880*    PARAMETERS, SO THEY STAY HERE RATHER THAN ON PARM-FILE.     *
001890*----------------------------------------------------------------*
001900 01  WS-CONSTANTS.
001910     05  WS-TERMINATE-RATIO       PIC 9V99   VALUE 0.78.
001920     05  WS-ELIGIBLE-RATIO        PIC 9V99   VALUE 0.80.
001930     05  WS-CURRENT-DAYS-LIMIT    PIC 9(03)  COMP VALUE 30.

001940*----------------------------------------------------------------*
001950*    COBAMORT'S PROJECTION FIELDS, AND THE TESTS RUN ON THEM.    *
001960*----------------------------------------------------------------*
001970 01  WS-CALC-FIELDS.
001980     05  WS-BALANCE               PIC S9(9)V99   COMP-3.
001990     05  WS-MONTHLY-RATE          PIC 9V9(6)     COMP-3.
002000     05  WS-PAYMENT-AMOUNT        PIC 9(7)V99    COMP-3.
002010     05  WS-INTEREST-PORTION      PIC 9(7)V99    COMP-3.
002020     05  WS-PRINCIPAL-PORTION     PIC S9(9)V99   COMP-3.
002030     05  WS-PAYMENT-NUMBER        PIC 9(4)       COMP.
002040     05  WS-DUE-DATE              PIC 9(8).
002050     05  WS-SCHED-BALANCE         PIC S9(9)V99   COMP-3.
002060     05  WS-SCHED-78-DATE         PIC 9(8).
002070     05  WS-TERMINATE-LIMIT       PIC 9(9)V99    COMP-3.
002080     05  WS-ELIGIBLE-LIMIT        PIC 9(9)V99    COMP-3.
002090     05  WS-LTV-PERCENT           PIC 9(3)V99    COMP-3.

002100 01  WS-ESCROW-FIELDS.
002110     05  WS-MONTH-NUMBER          PIC 9(2)       COMP.
002120     05  WS-REMOVED-AMOUNT        PIC 9(7)V99    COMP-3.

002130 01  WS-DATE-FIELDS.
002140     05  WS-RUN-DATE              PIC 9(08).
002150     05  WS-RUN-DATE-INT          PIC S9(9)  COMP.
002160     05  WS-DUE-DATE-INT          PIC S9(9)  COMP.
002170     05  WS-DAYS-PAST-DUE         PIC S9(9)  COMP.
002180     05  WS-MONTHS-TO-ADD         PIC 9(04)  COMP.
002190     05  WS-MONTH-COUNT           PIC 9(07)  COMP.
002200     05  WS-MONTH-REMAINDER       PIC 9(02)  COMP.
002210     05  WS-CHECK-DATE            PIC 9(8).
002220     05  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
002230         10  WS-CHECK-YEAR        PIC 9(4).
002240         10  WS-CHECK-MONTH       PIC 9(2).
002250         10  WS-CHECK-DAY         PIC 9(2).
002260     05  WS-LEAP-REMAINDER        PIC 9(4)  COMP.
002270     05  WS-LEAP-QUOTIENT         PIC 9(4)  COMP.
002280     05  WS-DAYS-IN-MONTH         PIC 9(2)  COMP.

002290*----------------------------------------------------------------*
002300*    DAYS PER MONTH - FIXED CALENDAR CONSTANTS (SAME TABLE AS    *
002310*    COBVERFY'S DUE-DATE VALIDATOR).  FEBRUARY IS HANDLED        *
002320*    SEPARATELY FOR LEAP YEARS.                                  *
002330*----------------------------------------------------------------*
002340 01  WS-MONTH-DAYS-DATA.
002350     05  FILLER                   PIC X(24)
002360              VALUE "312831303130313130313031".
002370 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-DATA.
002380     05  WS-MONTH-DAY-LIMIT       PIC 9(2)  OCCURS 12 TIMES.

002390 01  WS-REPORT-FIELDS.
002400     05  WS-ACTION                PIC X(10).
002410     05  WS-REMARK                PIC X(28).
002420 01  WS-CALC-FAILED-TEXT.
002430     05  FILLER                   PIC X(17)
002440              VALUE "COBCALC FEEDBACK ".
002450     05  WS-CALC-FAILED-CODE      PIC X(02).
002460     05  FILLER                   PIC X(09)  VALUE SPACES.

002470*----------------------------------------------------------------*
002480*    COBCALC CALLING CONVENTION - USED TO GET THE CURRENT        *
002490*    MONTH'S SPLIT AND LEVEL PAYMENT AMOUNT FOR EACH LOAN.       *
002500*----------------------------------------------------------------*
002510     COPY SBANK02W.

002520     COPY SBANK94W.

002525 LINKAGE SECTION.

002530 PROCEDURE DIVISION.
002540*----------------------------------------------------------------*
002550*    0000-MAINLINE                                                *
002560*----------------------------------------------------------------*
002570 0000-MAINLINE.
002580     PERFORM 1000-INITIALIZE-RTN
002590         THRU 1000-EXIT.
002600     IF NOT STOP-THE-RUN
002610         PERFORM 2000-PROCESS-PMI-RTN
002620             THRU 2000-EXIT
002630         PERFORM 7000-PRINT-TOTALS-RTN
002640             THRU 7000-EXIT
002650     END-IF.
002660     PERFORM 9999-TERMINATE-RTN
002670         THRU 9999-EXIT.
002680     GOBACK.

002690*----------------------------------------------------------------*
002700*    1000-INITIALIZE-RTN  -  READ THE RUN DATE AND OPEN THE RUN  *
002710*    FILES.                                                      *
002720*----------------------------------------------------------------*
002730 1000-INITIALIZE-RTN.
002740     MOVE ZERO                 TO WS-PMI-READ
002750                                   WS-NOT-IN-FORCE
002760                                   WS-STILL-INSURED
002770                                   WS-TERMINATED-COUNT
002780                                   WS-CANCELLED-COUNT
002790                                   WS-ELIGIBLE-COUNT
002800                                   WS-NEWLY-ELIGIBLE-COUNT
002810                                   WS-BLOCKED-COUNT
002820                                   WS-DECLINED-COUNT
002830                                   WS-EXCEPTIONS
002840                                   WS-CLOSED-SKIPPED
002850                                   WS-NO-ESCROW-COUNT
002860                                   WS-NO-CONTACT-COUNT
002870                                   WS-PREMIUM-ENDED-TOTAL
002880                                   WS-PREMIUM-REMOVED-TOTAL.

002890     MOVE "S"                  TO CY-FUNCTION.
002900     MOVE "COBPMI"             TO CY-PROGRAM-ID.
002910     MOVE SPACES               TO CY-INSTANCE-ID.
002920     CALL "COBCYCLE" USING PARM-4.
002930     IF NOT CY-SUCCESS
002940         DISPLAY "COBPMI - NOT CLEARED TO RUN BY CYCLE "
002950             "CONTROL - RUN ABORTED"
002980         MOVE "Y"              TO WS-STOP-SWITCH
002990         GO TO 1000-EXIT
003000     END-IF.
003005     MOVE "Y"                  TO WS-CYCLE-SWITCH.
003010     MOVE CY-BUSINESS-DATE     TO WS-RUN-DATE.
003020     COMPUTE WS-RUN-DATE-INT =
003030         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).

003040     OPEN I-O PMI-MASTER.
003050     IF NOT WS-PMI-FILE-OK
003060         DISPLAY "COBPMI - PMI MASTER OPEN FAILED - STATUS "
003070             WS-PMI-FILE-STATUS " - RUN ABORTED"
003080         MOVE "Y"              TO WS-STOP-SWITCH
003090         GO TO 1000-EXIT
003100     END-IF.

003110     OPEN INPUT LOAN-MASTER.
003120     IF NOT WS-LOAN-FILE-OK
003130         DISPLAY "COBPMI - LOAN MASTER OPEN FAILED - STATUS "
003140             WS-LOAN-FILE-STATUS " - RUN ABORTED"
003150         MOVE "Y"              TO WS-STOP-SWITCH
003160         CLOSE PMI-MASTER
003170         GO TO 1000-EXIT
003180     END-IF.

003190     OPEN I-O ESCROW-MASTER.
003200     IF NOT WS-ESCR-FILE-OK
003210         DISPLAY "COBPMI - ESCROW MASTER OPEN FAILED - STATUS "
003220             WS-ESCR-FILE-STATUS " - RUN ABORTED"
003230         MOVE "Y"              TO WS-STOP-SWITCH
003240         CLOSE PMI-MASTER
003250               LOAN-MASTER
003260         GO TO 1000-EXIT
003270     END-IF.

003280*    THE CONTACT MASTER IS BUILT BY COBBOARD AND COBCNTCT -      *
003281*    CREATE IT EMPTY RATHER THAN STOP THE RUN IF IT HAS NEVER    *
003282*    BEEN BUILT.                                                 *
003283     OPEN INPUT BORROWER-CONTACT.
003284     IF WS-CNTC-FILE-NOT-FOUND
003285         OPEN OUTPUT BORROWER-CONTACT
003286         CLOSE BORROWER-CONTACT
003287         OPEN INPUT BORROWER-CONTACT
003288     END-IF.
003290     IF NOT WS-CNTC-FILE-OK
003300         DISPLAY "COBPMI - CONTACT MASTER OPEN FAILED - "
003310             "STATUS " WS-CNTC-FILE-STATUS " - RUN ABORTED"
003320         MOVE "Y"              TO WS-STOP-SWITCH
003330         CLOSE PMI-MASTER
003340               LOAN-MASTER
003350               ESCROW-MASTER
003360         GO TO 1000-EXIT
003370     END-IF.

003380     OPEN OUTPUT PMI-NOTICE.
003390     OPEN OUTPUT PMI-REPORT.
003400*    VALUE CLAUSES ON FD RECORD FILLER ARE DOCUMENTARY ONLY -    *
003410*    CLEAR THE OUTPUT RECORD AREAS ONCE SO THE FILLER BYTES      *
003420*    NEVER CARRY GARBAGE.                                        *
003430     MOVE SPACES               TO PMI-NOTICE-RECORD.
003440     MOVE SPACES               TO PMI-REPORT-LINE.

003450     MOVE LOW-VALUES           TO PM-LOAN-NUMBER.
003460     START PMI-MASTER KEY IS NOT LESS THAN PM-LOAN-NUMBER
003470         INVALID KEY
003480             MOVE "Y"          TO WS-EOF-SWITCH
003490     END-START.
003500     MOVE "Y"                  TO WS-FILES-OPEN-SWITCH.
003510 1000-EXIT.
003520     EXIT.

003530*----------------------------------------------------------------*
003540*    2000-PROCESS-PMI-RTN  -  EXAMINE EVERY LOAN ON THE PMI      *
003550*    MASTER.                                                     *
003560*----------------------------------------------------------------*
003570 2000-PROCESS-PMI-RTN.
003580     PERFORM 2100-PROCESS-ONE-LOAN-RTN
003590         THRU 2100-EXIT
003600         UNTIL END-OF-PMI-FILE OR STOP-THE-RUN.
003610 2000-EXIT.
003620     EXIT.

003630*----------------------------------------------------------------*
003640*    2100-PROCESS-ONE-LOAN-RTN  -  READ ONE PMI RECORD AND ITS   *
003650*    LOAN, AGE THE LOAN, PROJECT ITS SCHEDULED BALANCE, AND      *
003660*    TERMINATE, FLAG OR DECLINE AS THE LOAN-TO-VALUE CALLS FOR.  *
003670*----------------------------------------------------------------*
003680 2100-PROCESS-ONE-LOAN-RTN.
003690     READ PMI-MASTER NEXT RECORD
003700         AT END
003710             MOVE "Y"          TO WS-EOF-SWITCH
003720             GO TO 2100-EXIT
003730     END-READ.

003740     ADD 1 TO WS-PMI-READ.

003750     IF NOT PM-PMI-ACTIVE
003760         ADD 1 TO WS-NOT-IN-FORCE
003770         GO TO 2100-EXIT
003780     END-IF.

003790     MOVE PM-LOAN-NUMBER       TO LM-LOAN-NUMBER.
003800     READ LOAN-MASTER
003810         INVALID KEY
003820             MOVE "LOAN NOT ON LOAN MASTER" TO WS-REMARK
003830             PERFORM 6500-WRITE-EXCEPTION-RTN
003840                 THRU 6500-EXIT
003850             GO TO 2100-EXIT
003860     END-READ.

003870*    A LOAN COBSATIS HAS CLOSED IS PAID OFF - ITS INSURANCE      *
003880*    ENDED WITH IT.                                              *
003890     IF LM-LOAN-CLOSED
003900         ADD 1 TO WS-CLOSED-SKIPPED
003910         GO TO 2100-EXIT
003920     END-IF.

003930     IF PM-ORIGINAL-VALUE NOT NUMERIC
003940         OR PM-ORIGINAL-VALUE = ZERO
003950         MOVE "NO ORIGINAL PROPERTY VALUE" TO WS-REMARK
003960         PERFORM 6500-WRITE-EXCEPTION-RTN
003970             THRU 6500-EXIT
003980         GO TO 2100-EXIT
003990     END-IF.

004000     IF LM-TERM-MONTHS = ZERO
004010         MOVE "ZERO REMAINING TERM" TO WS-REMARK
004020         PERFORM 6500-WRITE-EXCEPTION-RTN
004030             THRU 6500-EXIT
004040         GO TO 2100-EXIT
004050     END-IF.

004060*    DAYS PAST DUE - SAME ARITHMETIC AS COBDELQ'S 2100.          *
004070     COMPUTE WS-DUE-DATE-INT =
004080         FUNCTION INTEGER-OF-DATE (LM-NEXT-DUE-DATE).
004090     COMPUTE WS-DAYS-PAST-DUE =
004100         WS-RUN-DATE-INT - WS-DUE-DATE-INT.

004110     COMPUTE WS-TERMINATE-LIMIT ROUNDED =
004120         PM-ORIGINAL-VALUE * WS-TERMINATE-RATIO.
004130     COMPUTE WS-ELIGIBLE-LIMIT ROUNDED =
004140         PM-ORIGINAL-VALUE * WS-ELIGIBLE-RATIO.

004150     PERFORM 3000-PROJECT-SCHEDULE-RTN
004160         THRU 3000-EXIT.
004170     IF NOT SCHEDULE-PROJECTED
004180         MOVE CALL-FEEDBACK    TO WS-CALC-FAILED-CODE
004190         MOVE WS-CALC-FAILED-TEXT TO WS-REMARK
004200         PERFORM 6500-WRITE-EXCEPTION-RTN
004210             THRU 6500-EXIT
004220         GO TO 2100-EXIT
004230     END-IF.

004240     COMPUTE WS-LTV-PERCENT ROUNDED =
004250         WS-SCHED-BALANCE * 100 / PM-ORIGINAL-VALUE.

004260*    A CONVERTED RECORD CAN CARRY SPACES IN THE DATE FIELDS -   *
004270*    READ THEM AS ZERO.                                         *
004280     IF PM-ELIGIBLE-DATE NOT NUMERIC
004290         MOVE ZERO             TO PM-ELIGIBLE-DATE
004300     END-IF.
004310     IF PM-REQUEST-DATE NOT NUMERIC
004320         MOVE ZERO             TO PM-REQUEST-DATE
004330     END-IF.

004340     EVALUATE TRUE
004350         WHEN WS-SCHED-BALANCE NOT > WS-TERMINATE-LIMIT
004360             PERFORM 4000-AUTO-TERMINATE-RTN
004370                 THRU 4000-EXIT
004380         WHEN WS-SCHED-BALANCE NOT > WS-ELIGIBLE-LIMIT
004390             PERFORM 4200-ELIGIBLE-LOAN-RTN
004400                 THRU 4200-EXIT
004410         WHEN PM-REQUEST-DATE > ZERO
004420             PERFORM 4400-DECLINE-REQUEST-RTN
004430                 THRU 4400-EXIT
004440         WHEN OTHER
004450             ADD 1 TO WS-STILL-INSURED
004460     END-EVALUATE.
004470 2100-EXIT.
004480     EXIT.

004490*----------------------------------------------------------------*
004500*    3000-PROJECT-SCHEDULE-RTN  -  CALL COBCALC FOR THE CURRENT  *
004510*    MONTH'S SPLIT AND LEVEL PAYMENT, THEN PROJECT THAT PAYMENT  *
004520*    FORWARD FROM LM-PRINCIPAL-BALANCE EXACTLY AS COBAMORT'S     *
004530*    3000 AND 4000 DO.  WS-SCHED-BALANCE IS THE BALANCE ONCE     *
004540*    EVERY INSTALLMENT DUE BY THE RUN DATE IS PAID;              *
004550*    WS-SCHED-78-DATE IS THE DUE DATE OF THE INSTALLMENT THAT    *
004560*    BRINGS THE BALANCE TO 78% (ZERO WHEN IT IS ALREADY THERE).  *
004570*    PARM-1 IS LEFT AT SPACES (NOT PARM-POST-TO-GL) - THIS IS A  *
004580*    READ-ONLY PROJECTION, NOT A POSTING RUN.                    *
004590*----------------------------------------------------------------*
004600 3000-PROJECT-SCHEDULE-RTN.
004610     MOVE "N"                  TO WS-SCHEDULE-SWITCH.
004620     MOVE SPACES               TO PARM-1.
004630     MOVE LM-LOAN-NUMBER       TO PARM-LOAN-NUMBER.
004640     CALL "COBCALC" USING PARM-1.

004650     IF NOT CF-SUCCESS
004660         GO TO 3000-EXIT
004670     END-IF.

004680     MOVE LM-PRINCIPAL-BALANCE TO WS-BALANCE
004690                                   WS-SCHED-BALANCE.
004700     MOVE PARM-PAYMENT-AMOUNT  TO WS-PAYMENT-AMOUNT.
004710     MOVE ZERO                 TO WS-SCHED-78-DATE.
004720*    SAME MONTHLY RATE DERIVATION AS COBAMORT - COBCALC'S OWN   *
004730*    SPLIT, SO THE RATE RESOLVED THROUGH LM-RATE-CODE IS THE    *
004740*    ONE PROJECTED.                                             *
004750     IF LM-PRINCIPAL-BALANCE = ZERO
004760         MOVE ZERO             TO WS-MONTHLY-RATE
004770     ELSE
004780         COMPUTE WS-MONTHLY-RATE ROUNDED =
004790             PARM-INTEREST-PORTION / LM-PRINCIPAL-BALANCE
004800     END-IF.

004810     PERFORM 3100-PROJECT-ONE-PAYMENT-RTN
004820         THRU 3100-EXIT
004830         VARYING WS-PAYMENT-NUMBER FROM 1 BY 1
004840             UNTIL WS-PAYMENT-NUMBER > LM-TERM-MONTHS
004850             OR WS-BALANCE <= ZERO
004860             OR (WS-DUE-DATE > WS-RUN-DATE
004870                 AND WS-BALANCE NOT > WS-TERMINATE-LIMIT).

004880     MOVE "Y"                  TO WS-SCHEDULE-SWITCH.
004890 3000-EXIT.
004900     EXIT.

004910*----------------------------------------------------------------*
004920*    3100-PROJECT-ONE-PAYMENT-RTN  -  APPLY ONE SCHEDULED        *
004930*    INSTALLMENT (COBAMORT'S 4000 ARITHMETIC).  THE DUE DATE IS  *
004940*    STEPPED FROM LM-NEXT-DUE-DATE BY WHOLE MONTHS SO A          *
004950*    MONTH-END DUE DAY DOES NOT DRIFT.                           *
004960*----------------------------------------------------------------*
004970 3100-PROJECT-ONE-PAYMENT-RTN.
004980     MOVE LM-NEXT-DUE-DATE     TO WS-CHECK-DATE.
004990     COMPUTE WS-MONTHS-TO-ADD = WS-PAYMENT-NUMBER - 1.
005000     PERFORM 4500-ADD-MONTHS-RTN
005010         THRU 4500-EXIT.
005020     MOVE WS-CHECK-DATE        TO WS-DUE-DATE.

005030     COMPUTE WS-INTEREST-PORTION ROUNDED =
005040         WS-BALANCE * WS-MONTHLY-RATE.

005050     IF WS-PAYMENT-NUMBER = LM-TERM-MONTHS
005060         MOVE WS-BALANCE       TO WS-PRINCIPAL-PORTION
005070     ELSE
005080         COMPUTE WS-PRINCIPAL-PORTION =
005090             WS-PAYMENT-AMOUNT - WS-INTEREST-PORTION
005100     END-IF.

005110     COMPUTE WS-BALANCE = WS-BALANCE - WS-PRINCIPAL-PORTION.

005120     IF WS-DUE-DATE NOT > WS-RUN-DATE
005130         MOVE WS-BALANCE       TO WS-SCHED-BALANCE
005140     END-IF.

005150     IF WS-SCHED-78-DATE = ZERO
005160         AND WS-BALANCE NOT > WS-TERMINATE-LIMIT
005170         AND LM-PRINCIPAL-BALANCE > WS-TERMINATE-LIMIT
005180         MOVE WS-DUE-DATE      TO WS-SCHED-78-DATE
005190     END-IF.
005200 3100-EXIT.
005210     EXIT.

005220*----------------------------------------------------------------*
005230*    4000-AUTO-TERMINATE-RTN  -  78% REACHED ON SCHEDULE.  A     *
005240*    CURRENT LOAN HAS ITS PMI TERMINATED; A DELINQUENT ONE IS    *
005250*    HELD AND TRIED AGAIN NEXT MONTH.                            *
005260*----------------------------------------------------------------*
005270 4000-AUTO-TERMINATE-RTN.
005280     IF WS-DAYS-PAST-DUE NOT < WS-CURRENT-DAYS-LIMIT
005290         MOVE "BLOCKED"        TO WS-ACTION
005300         MOVE "AT 78% - LOAN DELINQUENT" TO WS-REMARK
005310         MOVE ZERO             TO WS-REMOVED-AMOUNT
005320         PERFORM 6000-WRITE-REPORT-LINE-RTN
005330             THRU 6000-EXIT
005340         ADD 1 TO WS-BLOCKED-COUNT
005350         GO TO 4000-EXIT
005360     END-IF.

005370     SET PM-PMI-TERMINATED     TO TRUE.
005380     MOVE "TERMINATED"         TO WS-ACTION.
005390     MOVE "AT 78% OF ORIGINAL VALUE" TO WS-REMARK.
005400     PERFORM 5000-END-PMI-RTN
005410         THRU 5000-EXIT.
005420     IF NOT STOP-THE-RUN
005430         ADD 1 TO WS-TERMINATED-COUNT
005440     END-IF.
005450 4000-EXIT.
005460     EXIT.

005470*----------------------------------------------------------------*
005480*    4200-ELIGIBLE-LOAN-RTN  -  80% REACHED ON SCHEDULE.  THE    *
005490*    FIRST RUN TO SEE IT STAMPS THE ELIGIBLE DATE.  A BORROWER   *
005500*    REQUEST ON FILE CANCELS THE PMI IF THE LOAN IS CURRENT, AND *
005510*    IS HELD FOR A LATER RUN IF IT IS NOT.                       *
005520*----------------------------------------------------------------*
005530 4200-ELIGIBLE-LOAN-RTN.
005540     MOVE "N"                  TO WS-NEWLY-ELIGIBLE-SWITCH.
005550     IF PM-ELIGIBLE-DATE = ZERO
005560         MOVE WS-RUN-DATE      TO PM-ELIGIBLE-DATE
005570                                   PM-LAST-CHANGE-DATE
005580         MOVE "Y"              TO WS-NEWLY-ELIGIBLE-SWITCH
005590         ADD 1 TO WS-NEWLY-ELIGIBLE-COUNT
005600     END-IF.

005610     IF PM-REQUEST-DATE > ZERO
005620         AND WS-DAYS-PAST-DUE < WS-CURRENT-DAYS-LIMIT
005630         SET PM-PMI-CANCELLED  TO TRUE
005640         MOVE "CANCELLED"      TO WS-ACTION
005650         MOVE "BORROWER REQUEST AT 80%" TO WS-REMARK
005660         PERFORM 5000-END-PMI-RTN
005670             THRU 5000-EXIT
005680         IF NOT STOP-THE-RUN
005690             ADD 1 TO WS-CANCELLED-COUNT
005700         END-IF
005710         GO TO 4200-EXIT
005720     END-IF.

005730     MOVE ZERO                 TO WS-REMOVED-AMOUNT.
005740     IF PM-REQUEST-DATE > ZERO
005750         MOVE "BLOCKED"        TO WS-ACTION
005760         MOVE "REQUEST HELD - DELINQUENT" TO WS-REMARK
005770         ADD 1 TO WS-BLOCKED-COUNT
005780     ELSE
005790         MOVE "ELIGIBLE"       TO WS-ACTION
005800         IF LOAN-NEWLY-ELIGIBLE
005810             MOVE "NEWLY ELIGIBLE" TO WS-REMARK
005820         ELSE
005830             MOVE SPACES       TO WS-REMARK
005840         END-IF
005850         ADD 1 TO WS-ELIGIBLE-COUNT
005860     END-IF.
005870     PERFORM 6000-WRITE-REPORT-LINE-RTN
005880         THRU 6000-EXIT.

005890     IF LOAN-NEWLY-ELIGIBLE
005900         PERFORM 5900-REWRITE-PMI-RTN
005910             THRU 5900-EXIT
005920     END-IF.
005930 4200-EXIT.
005940     EXIT.

005950*----------------------------------------------------------------*
005960*    4400-DECLINE-REQUEST-RTN  -  A BORROWER REQUEST ON A LOAN   *
005970*    NOT YET AT 80% ON SCHEDULE IS DECLINED AND CLEARED; THE     *
005980*    BORROWER ASKS AGAIN ONCE THE LOAN IS ELIGIBLE.              *
005990*----------------------------------------------------------------*
006000 4400-DECLINE-REQUEST-RTN.
006010     MOVE "DECLINED"           TO WS-ACTION.
006020     MOVE "REQUEST - NOT YET AT 80%" TO WS-REMARK.
006030     MOVE ZERO                 TO WS-REMOVED-AMOUNT.
006040     PERFORM 6000-WRITE-REPORT-LINE-RTN
006050         THRU 6000-EXIT.
006060     ADD 1 TO WS-DECLINED-COUNT.

006070     MOVE ZERO                 TO PM-REQUEST-DATE.
006080     MOVE WS-RUN-DATE          TO PM-LAST-CHANGE-DATE.
006090     PERFORM 5900-REWRITE-PMI-RTN
006100         THRU 5900-EXIT.
006110 4400-EXIT.
006120     EXIT.

006130*----------------------------------------------------------------*
006140*    4500-ADD-MONTHS-RTN  -  MOVE WS-CHECK-DATE ON BY            *
006150*    WS-MONTHS-TO-ADD CALENDAR MONTHS, KEEPING THE DAY OF THE    *
006160*    MONTH BUT PULLING IT BACK TO THE LAST DAY OF A SHORTER      *
006170*    MONTH (SAME ROUTINE AS COBARMCH).                           *
006180*----------------------------------------------------------------*
006190 4500-ADD-MONTHS-RTN.
006200     COMPUTE WS-MONTH-COUNT =
006210         WS-CHECK-YEAR * 12 + WS-CHECK-MONTH - 1
006220             + WS-MONTHS-TO-ADD.
006230     DIVIDE WS-MONTH-COUNT BY 12
006240         GIVING WS-CHECK-YEAR
006250         REMAINDER WS-MONTH-REMAINDER.
006260     COMPUTE WS-CHECK-MONTH = WS-MONTH-REMAINDER + 1.

006270     IF WS-CHECK-MONTH = 2
006280         PERFORM 4550-SET-FEBRUARY-LIMIT-RTN
006290             THRU 4550-EXIT
006300     ELSE
006310         MOVE WS-MONTH-DAY-LIMIT (WS-CHECK-MONTH)
006320                               TO WS-DAYS-IN-MONTH
006330     END-IF.

006340     IF WS-CHECK-DAY > WS-DAYS-IN-MONTH
006350         MOVE WS-DAYS-IN-MONTH TO WS-CHECK-DAY
006360     END-IF.
006370 4500-EXIT.
006380     EXIT.

006390*----------------------------------------------------------------*
006400*    4550-SET-FEBRUARY-LIMIT-RTN  -  29 DAYS WHEN THE YEAR IS    *
006410*    DIVISIBLE BY 4 BUT NOT BY 100, OR DIVISIBLE BY 400;         *
006420*    OTHERWISE 28.                                               *
006430*----------------------------------------------------------------*
006440 4550-SET-FEBRUARY-LIMIT-RTN.
006450     MOVE 28                   TO WS-DAYS-IN-MONTH.

006460     DIVIDE WS-CHECK-YEAR BY 4
006470         GIVING WS-LEAP-QUOTIENT
006480         REMAINDER WS-LEAP-REMAINDER.
006490     IF WS-LEAP-REMAINDER NOT = ZERO
006500         GO TO 4550-EXIT
006510     END-IF.

006520     DIVIDE WS-CHECK-YEAR BY 100
006530         GIVING WS-LEAP-QUOTIENT
006540         REMAINDER WS-LEAP-REMAINDER.
006550     IF WS-LEAP-REMAINDER NOT = ZERO
006560         MOVE 29               TO WS-DAYS-IN-MONTH
006570         GO TO 4550-EXIT
006580     END-IF.

006590     DIVIDE WS-CHECK-YEAR BY 400
006600         GIVING WS-LEAP-QUOTIENT
006610         REMAINDER WS-LEAP-REMAINDER.
006620     IF WS-LEAP-REMAINDER = ZERO
006630         MOVE 29               TO WS-DAYS-IN-MONTH
006640     END-IF.
006650 4550-EXIT.
006660     EXIT.

006670*----------------------------------------------------------------*
006680*    5000-END-PMI-RTN  -  THE CALLER HAS SET THE NEW INDICATOR,  *
006690*    ACTION AND REMARK.  TAKE THE PREMIUM OUT OF ESCROW, CLOSE   *
006700*    THE PMI RECORD, WRITE THE BORROWER NOTICE AND LIST THE      *
006710*    LOAN.  THE ESCROW MASTER IS REWRITTEN FIRST; A REWRITE      *
006720*    FAILURE ON EITHER MASTER STOPS THE RUN (SAME POLICY AS      *
006730*    COBPOST).                                                   *
006740*----------------------------------------------------------------*
006750 5000-END-PMI-RTN.
006760     PERFORM 5100-REMOVE-PREMIUM-RTN
006770         THRU 5100-EXIT.
006780     IF STOP-THE-RUN
006790         GO TO 5000-EXIT
006800     END-IF.

006810     MOVE WS-RUN-DATE          TO PM-END-DATE
006820                                   PM-LAST-CHANGE-DATE.
006830     MOVE WS-REMOVED-AMOUNT    TO PM-PREMIUM-REMOVED.
006840     PERFORM 5900-REWRITE-PMI-RTN
006850         THRU 5900-EXIT.
006860     IF STOP-THE-RUN
006870         GO TO 5000-EXIT
006880     END-IF.

006890     PERFORM 5300-WRITE-NOTICE-RTN
006900         THRU 5300-EXIT.
006910     PERFORM 6000-WRITE-REPORT-LINE-RTN
006920         THRU 6000-EXIT.

006930     ADD PM-MONTHLY-PREMIUM    TO WS-PREMIUM-ENDED-TOTAL.
006940     ADD WS-REMOVED-AMOUNT     TO WS-PREMIUM-REMOVED-TOTAL.
006950 5000-EXIT.
006960     EXIT.

006970*----------------------------------------------------------------*
006980*    5100-REMOVE-PREMIUM-RTN  -  TAKE THE MONTHLY PREMIUM OUT OF *
006990*    EACH MONTH OF THE LOAN'S ESCROW DISBURSEMENT TABLES.  A     *
007000*    LOAN WITH NO ESCROW RECORD PAID ITS PREMIUM DIRECT - THE    *
007010*    PMI STILL ENDS, AND THE LOAN IS FLAGGED ON THE REPORT.      *
007020*----------------------------------------------------------------*
007030 5100-REMOVE-PREMIUM-RTN.
007040     MOVE ZERO                 TO WS-REMOVED-AMOUNT.
007050     MOVE "Y"                  TO WS-ESCROW-SWITCH.
007060     MOVE PM-LOAN-NUMBER       TO EM-LOAN-NUMBER.
007070     READ ESCROW-MASTER
007080         INVALID KEY
007090             MOVE "N"          TO WS-ESCROW-SWITCH
007100             MOVE "NO ESCROW RECORD" TO WS-REMARK
007110             ADD 1 TO WS-NO-ESCROW-COUNT
007120             GO TO 5100-EXIT
007130     END-READ.

007140     PERFORM 5150-REMOVE-ONE-MONTH-RTN
007150         THRU 5150-EXIT
007160         VARYING WS-MONTH-NUMBER FROM 1 BY 1
007170             UNTIL WS-MONTH-NUMBER > 12.

007180     REWRITE ESCROW-MASTER-RECORD
007190         INVALID KEY
007200             DISPLAY "COBPMI - ESCROW REWRITE FAILED ON LOAN "
007210                 EM-LOAN-NUMBER " - STATUS "
007220                 WS-ESCR-FILE-STATUS " - RUN STOPPED"
007230             MOVE "Y"          TO WS-STOP-SWITCH
007240     END-REWRITE.
007250 5100-EXIT.
007260     EXIT.

007270*----------------------------------------------------------------*
007280*    5150-REMOVE-ONE-MONTH-RTN  -  TAKE THE PREMIUM OUT OF ONE   *
007290*    MONTH'S PROJECTED DISBURSEMENT, NEVER BELOW ZERO, COUNTING  *
007300*    WHAT CAME OUT.  THE MONTH'S ACTUAL, WHEN IT HAS ONE, LOSES  *
007310*    THE PREMIUM THE SAME WAY - COBESCDR PROJECTS NEXT YEAR      *
007320*    FROM IT.  A SPACE-FILLED ACTUAL FROM THE FILE CONVERSION    *
007330*    IS LEFT ALONE.                                              *
007340*----------------------------------------------------------------*
007350 5150-REMOVE-ONE-MONTH-RTN.
007360     SET EM-MONTH-IDX  TO WS-MONTH-NUMBER.
007370     SET EM-ACTUAL-IDX TO WS-MONTH-NUMBER.

007380     IF EM-DISBURSEMENT-AMOUNT (EM-MONTH-IDX)
007390             NOT < PM-MONTHLY-PREMIUM
007400         SUBTRACT PM-MONTHLY-PREMIUM
007410             FROM EM-DISBURSEMENT-AMOUNT (EM-MONTH-IDX)
007420         ADD PM-MONTHLY-PREMIUM TO WS-REMOVED-AMOUNT
007430     ELSE
007440         ADD EM-DISBURSEMENT-AMOUNT (EM-MONTH-IDX)
007450             TO WS-REMOVED-AMOUNT
007460         MOVE ZERO TO EM-DISBURSEMENT-AMOUNT (EM-MONTH-IDX)
007470     END-IF.

007480     IF EM-ACTUAL-DISB-AMOUNT (EM-ACTUAL-IDX) NUMERIC
007490         AND EM-ACTUAL-DISB-AMOUNT (EM-ACTUAL-IDX) > ZERO
007500         IF EM-ACTUAL-DISB-AMOUNT (EM-ACTUAL-IDX)
007510                 NOT < PM-MONTHLY-PREMIUM
007520             SUBTRACT PM-MONTHLY-PREMIUM
007530                 FROM EM-ACTUAL-DISB-AMOUNT (EM-ACTUAL-IDX)
007540         ELSE
007550             MOVE ZERO TO EM-ACTUAL-DISB-AMOUNT (EM-ACTUAL-IDX)
007560         END-IF
007570     END-IF.
007580 5150-EXIT.
007590     EXIT.

007600*----------------------------------------------------------------*
007610*    5200-READ-CONTACT-RTN  -  FETCH THE LOAN'S BORROWER CONTACT *
007620*    RECORD.  A LOAN BOARDED WITHOUT ONE STILL GETS ITS NOTICE,  *
007630*    UNADDRESSED, AND IS COUNTED FOR THE SERVICING DESK.         *
007640*----------------------------------------------------------------*
007650 5200-READ-CONTACT-RTN.
007660     MOVE "N"                  TO WS-CONTACT-SWITCH.
007670     MOVE LM-LOAN-NUMBER       TO BC-LOAN-NUMBER.
007680     READ BORROWER-CONTACT
007690         INVALID KEY
007700             ADD 1 TO WS-NO-CONTACT-COUNT
007710             GO TO 5200-EXIT
007720     END-READ.
007730     MOVE "Y"                  TO WS-CONTACT-SWITCH.
007740 5200-EXIT.
007750     EXIT.

007760*----------------------------------------------------------------*
007770*    5300-WRITE-NOTICE-RTN  -  WRITE THE BORROWER CANCELLATION   *
007780*    NOTICE, ADDRESSED FROM THE CONTACT MASTER (COBREPRC'S       *
007790*    RULE).                                                      *
007800*----------------------------------------------------------------*
007810 5300-WRITE-NOTICE-RTN.
007820     MOVE LM-LOAN-NUMBER       TO PN-LOAN-NUMBER.
007830     MOVE LM-BORROWER-NAME     TO PN-BORROWER-NAME.
007840     MOVE WS-RUN-DATE          TO PN-NOTICE-DATE.
007850     MOVE PM-PMI-INDICATOR     TO PN-END-TYPE.
007860     MOVE PM-CERTIFICATE-NUMBER TO PN-CERTIFICATE-NUMBER.
007870     MOVE PM-ORIGINAL-VALUE    TO PN-ORIGINAL-VALUE.
007880     MOVE LM-PRINCIPAL-BALANCE TO PN-PRINCIPAL-BALANCE.
007890     MOVE WS-LTV-PERCENT       TO PN-LTV-PERCENT.
007900     MOVE PM-MONTHLY-PREMIUM   TO PN-MONTHLY-PREMIUM.

007910     PERFORM 5200-READ-CONTACT-RTN
007920         THRU 5200-EXIT.
007930     IF CONTACT-ON-FILE
007940         IF BC-PRIMARY-NAME NOT = SPACES
007950             MOVE BC-PRIMARY-NAME  TO PN-BORROWER-NAME
007960         END-IF
007970         MOVE BC-CO-BORROWER-NAME  TO PN-CO-BORROWER-NAME
007980         MOVE BC-MAILING-ADDRESS   TO PN-MAILING-ADDRESS
007990         MOVE BC-PROPERTY-ADDRESS  TO PN-PROPERTY-ADDRESS
008000     ELSE
008010         MOVE SPACES               TO PN-CO-BORROWER-NAME
008020                                       PN-MAILING-ADDRESS
008030                                       PN-PROPERTY-ADDRESS
008040     END-IF.

008050     WRITE PMI-NOTICE-RECORD.
008060 5300-EXIT.
008070     EXIT.

008080*----------------------------------------------------------------*
008090*    5900-REWRITE-PMI-RTN  -  REWRITE THE PMI RECORD IN HAND.    *
008100*    A FAILURE STOPS THE RUN (SAME POLICY AS COBPOST).           *
008110*----------------------------------------------------------------*
008120 5900-REWRITE-PMI-RTN.
008130     REWRITE PMI-MASTER-RECORD
008140         INVALID KEY
008150             DISPLAY "COBPMI - PMI REWRITE FAILED ON LOAN "
008160                 PM-LOAN-NUMBER " - STATUS "
008170                 WS-PMI-FILE-STATUS " - RUN STOPPED"
008180             MOVE "Y"          TO WS-STOP-SWITCH
008190     END-REWRITE.
008200 5900-EXIT.
008210     EXIT.

008220*----------------------------------------------------------------*
008230*    6000-WRITE-REPORT-LINE-RTN  -  LIST THE LOAN IN HAND WITH   *
008240*    WS-ACTION, WS-REMARK AND WS-REMOVED-AMOUNT ALREADY SET.     *
008250*----------------------------------------------------------------*
008260 6000-WRITE-REPORT-LINE-RTN.
008270     MOVE SPACES               TO PMI-REPORT-LINE.
008280     MOVE PM-LOAN-NUMBER       TO PW-LOAN-NUMBER.
008290     MOVE WS-ACTION            TO PW-ACTION.
008300     MOVE PM-ORIGINAL-VALUE    TO PW-ORIGINAL-VALUE.
008310     MOVE LM-PRINCIPAL-BALANCE TO PW-PRINCIPAL-BALANCE.
008320     MOVE WS-SCHED-BALANCE     TO PW-SCHED-BALANCE.
008330     MOVE WS-LTV-PERCENT       TO PW-LTV-PERCENT.
008340     IF WS-DAYS-PAST-DUE > ZERO
008350         MOVE WS-DAYS-PAST-DUE TO PW-DAYS-PAST-DUE
008360     ELSE
008370         MOVE ZERO             TO PW-DAYS-PAST-DUE
008380     END-IF.
008390     MOVE WS-SCHED-78-DATE     TO PW-SCHED-78-DATE.
008400     MOVE WS-REMOVED-AMOUNT    TO PW-PREMIUM-REMOVED.
008410     MOVE WS-REMARK            TO PW-REMARK.
008420     WRITE PMI-REPORT-LINE.
008430 6000-EXIT.
008440     EXIT.

008450*----------------------------------------------------------------*
008460*    6500-WRITE-EXCEPTION-RTN  -  LIST A LOAN THAT COULD NOT BE  *
008470*    TESTED.  WS-REMARK IS ALREADY SET.                          *
008480*----------------------------------------------------------------*
008490 6500-WRITE-EXCEPTION-RTN.
008500     MOVE SPACES               TO PMI-REPORT-LINE.
008510     MOVE PM-LOAN-NUMBER       TO PW-LOAN-NUMBER.
008520     MOVE "EXCEPTION"          TO PW-ACTION.
008530     MOVE WS-REMARK            TO PW-REMARK.
008540     WRITE PMI-REPORT-LINE.
008550     ADD 1 TO WS-EXCEPTIONS.
008560 6500-EXIT.
008570     EXIT.

008580*----------------------------------------------------------------*
008590*    7000-PRINT-TOTALS-RTN  -  THE RUN COUNTS AT THE FOOT OF     *
008600*    THE REPORT.                                                 *
008610*----------------------------------------------------------------*
008620 7000-PRINT-TOTALS-RTN.
008630     MOVE SPACES               TO PMI-REPORT-LINE.
008640     WRITE PMI-REPORT-LINE.

008650     MOVE SPACES               TO PMI-REPORT-TOTAL-LINE.
008660     MOVE "PMI RECORDS READ"           TO PV-LABEL.
008670     MOVE WS-PMI-READ                  TO PV-COUNT.
008680     WRITE PMI-REPORT-TOTAL-LINE.

008690     MOVE "NO PMI IN FORCE"            TO PV-LABEL.
008700     MOVE WS-NOT-IN-FORCE              TO PV-COUNT.
008710     WRITE PMI-REPORT-TOTAL-LINE.

008720     MOVE "TERMINATED AT 78%"          TO PV-LABEL.
008730     MOVE WS-TERMINATED-COUNT          TO PV-COUNT.
008740     WRITE PMI-REPORT-TOTAL-LINE.

008750     MOVE "CANCELLED ON BORROWER REQUEST" TO PV-LABEL.
008760     MOVE WS-CANCELLED-COUNT           TO PV-COUNT.
008770     WRITE PMI-REPORT-TOTAL-LINE.

008780     MOVE "ELIGIBLE FOR CANCELLATION AT 80%" TO PV-LABEL.
008790     MOVE WS-ELIGIBLE-COUNT            TO PV-COUNT.
008800     WRITE PMI-REPORT-TOTAL-LINE.

008810     MOVE "NEWLY ELIGIBLE THIS RUN"    TO PV-LABEL.
008820     MOVE WS-NEWLY-ELIGIBLE-COUNT      TO PV-COUNT.
008830     WRITE PMI-REPORT-TOTAL-LINE.

008840     MOVE "BLOCKED BY DELINQUENCY"     TO PV-LABEL.
008850     MOVE WS-BLOCKED-COUNT             TO PV-COUNT.
008860     WRITE PMI-REPORT-TOTAL-LINE.

008870     MOVE "REQUESTS DECLINED"          TO PV-LABEL.
008880     MOVE WS-DECLINED-COUNT            TO PV-COUNT.
008890     WRITE PMI-REPORT-TOTAL-LINE.

008900     MOVE "STILL INSURED ABOVE 80%"    TO PV-LABEL.
008910     MOVE WS-STILL-INSURED             TO PV-COUNT.
008920     WRITE PMI-REPORT-TOTAL-LINE.

008930     MOVE "EXCEPTIONS"                 TO PV-LABEL.
008940     MOVE WS-EXCEPTIONS                TO PV-COUNT.
008950     WRITE PMI-REPORT-TOTAL-LINE.

008960     MOVE "CLOSED LOANS SKIPPED"       TO PV-LABEL.
008970     MOVE WS-CLOSED-SKIPPED            TO PV-COUNT.
008980     WRITE PMI-REPORT-TOTAL-LINE.

008990     MOVE "ENDED WITH NO ESCROW RECORD" TO PV-LABEL.
009000     MOVE WS-NO-ESCROW-COUNT           TO PV-COUNT.
009010     WRITE PMI-REPORT-TOTAL-LINE.

009020     MOVE "MONTHLY PREMIUM ENDED"      TO PV-LABEL.
009030     COMPUTE PV-COUNT =
009040         WS-TERMINATED-COUNT + WS-CANCELLED-COUNT.
009050     MOVE WS-PREMIUM-ENDED-TOTAL       TO PV-AMOUNT.
009060     WRITE PMI-REPORT-TOTAL-LINE.

009070     MOVE SPACES                       TO PMI-REPORT-TOTAL-LINE.
009080     MOVE "PREMIUM REMOVED FROM ESCROW" TO PV-LABEL.
009090     MOVE WS-PREMIUM-REMOVED-TOTAL     TO PV-AMOUNT.
009100     WRITE PMI-REPORT-TOTAL-LINE.
009110 7000-EXIT.
009120     EXIT.

009130*----------------------------------------------------------------*
009140*    9999-TERMINATE-RTN  -  SEND COBCALC ITS CLOSE-DOWN CALL,    *
009150*    CLOSE FILES AND LOG THE RUN TOTALS.                         *
009160*----------------------------------------------------------------*
009170 9999-TERMINATE-RTN.
009180*    GUARDED ON WHETHER THE RUN FILES WERE OPENED, NOT ON THE   *
009190*    STOP SWITCH - A MID-RUN STOP (REWRITE FAULT) LEAVES THEM   *
009200*    OPEN WITH NOTICES ALREADY WRITTEN THAT MUST STILL BE       *
009210*    CLOSED.                                                    *
009220     IF RUN-FILES-ARE-OPEN
009230         MOVE SPACES           TO PARM-1
009240         MOVE "Y"              TO PARM-CLOSE-DOWN-INDICATOR
009250         CALL "COBCALC" USING PARM-1
009260         CLOSE PMI-MASTER
009270               LOAN-MASTER
009280               ESCROW-MASTER
009290               BORROWER-CONTACT
009300               PMI-NOTICE
009310               PMI-REPORT
009320     END-IF.

009330     DISPLAY "COBPMI - PMI RECORDS READ       " WS-PMI-READ.
009340     DISPLAY "COBPMI - TERMINATED AT 78%      "
009350         WS-TERMINATED-COUNT.
009360     DISPLAY "COBPMI - CANCELLED ON REQUEST   "
009370         WS-CANCELLED-COUNT.
009380     DISPLAY "COBPMI - ELIGIBLE AT 80%        " WS-ELIGIBLE-COUNT.
009390     DISPLAY "COBPMI - BLOCKED BY DELINQUENCY " WS-BLOCKED-COUNT.
009400     DISPLAY "COBPMI - REQUESTS DECLINED      " WS-DECLINED-COUNT.
009410     DISPLAY "COBPMI - EXCEPTIONS             " WS-EXCEPTIONS.
009420     DISPLAY "COBPMI - CLOSED LOANS SKIPPED   " WS-CLOSED-SKIPPED.
009430     DISPLAY "COBPMI - NO CONTACT ON FILE     "
009440         WS-NO-CONTACT-COUNT.
009450     IF CYCLE-STEP-RUNNING
009451         IF STOP-THE-RUN
009452             MOVE "F"          TO CY-FUNCTION
009453         ELSE
009454             MOVE "C"          TO CY-FUNCTION
009455         END-IF
009456         CALL "COBCYCLE" USING PARM-4
009457     END-IF.
009458 9999-EXIT.
009460     EXIT.
