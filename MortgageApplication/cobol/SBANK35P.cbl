000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    COBACCR.
000120 AUTHOR.        R HALVERSEN.
000130 INSTALLATION.  LOAN SERVICING SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*                                                                *
000180*   COBACCR  -  NIGHTLY INTEREST ACCRUAL AND MONTH-END ACCRUED   *
000190*               INTEREST RECEIVABLE                              *
000200*                                                                *
000210*   RUNS EVERY NIGHT AS OF THE BUSINESS DATE ON THE CYCLE        *
000212*   CONTROL FILE (COBCYCLE - SBANK94W).  THE OPTIONAL CONTROL    *
000214*   CARD ONLY OVERRIDES THE MONTH-END INDICATOR.                 *
000220*   WALKS THE LOAN MASTER AND KEEPS ONE ACCRUAL MASTER RECORD    *
000230*   (SBANK80W) PER OPEN LOAN:                                    *
000240*                                                                *
000250*   DAILY INTEREST - THE RATE IS RESOLVED THROUGH LM-RATE-CODE   *
000260*   AGAINST PARM-FILE EXACTLY AS COBCALC AND COBPAYOF DO         *
000270*   (CASE-FOLDED, THE RESERVED CODE "ARM" PRICED AT              *
000280*   LM-INTEREST-RATE), AND THE PER-DIEM IS COBPAYOF'S -          *
000290*   LM-PRINCIPAL-BALANCE X RATE / 100 / 365.  EACH NIGHT ADDS    *
000300*   ONE PER-DIEM FOR EVERY DAY SINCE THE LAST RUN (A WEEKEND IS  *
000310*   PICKED UP ON MONDAY) TO IA-ACCRUED-TO-DATE.  WHEN A PAYMENT  *
000320*   HAS MOVED THE PAID-THROUGH DATE (ONE MONTH BEFORE            *
000330*   LM-NEXT-DUE-DATE) THE INTEREST ACCRUED BEFORE IT HAS BEEN    *
000340*   COLLECTED, AND THE ACCRUAL STARTS AGAIN FROM THE NEW DATE.   *
000350*                                                                *
000360*   NONACCRUAL - A LOAN 90 OR MORE DAYS PAST DUE (COBDELQ'S      *
000370*   AGING) IS PUT ON NONACCRUAL: ITS ACCRUED INTEREST IS         *
000380*   DROPPED AND IT STOPS ACCRUING.  IT RETURNS TO ACCRUAL WHEN   *
000390*   IT IS BROUGHT CURRENT (UNDER 30 DAYS PAST DUE).              *
000400*                                                                *
000410*   MONTH END - ON THE MONTH'S LAST BUSINESS DAY BY THE CYCLE    *
000420*   CONTROL HOLIDAY CALENDAR (CY-MONTH-END-IND - SEE SBANK94W),  *
000421*   ON A RUN DATED THE LAST CALENDAR DAY, OR ON AN EARLIER RUN   *
000422*   WHOSE OPTIONAL CONTROL CARD CARRIES RCC-MONTH-END-IND "Y"    *
000430*   (AN OPERATIONS OVERRIDE), EVERY ACCRUING LOAN'S INTEREST     *
000440*   ACCRUED THROUGH THE LAST CALENDAR DAY IS WRITTEN TO THE GL   *
000450*   EXTRACT AS AN ACCRUED INTEREST RECEIVABLE ENTRY (SOURCE "A", *
000460*   TYPE "B" - SEE SBANK08W).  THE FIRST RUN OF THE NEXT MONTH - *
000470*   THE FIRST BUSINESS DAY - REVERSES EACH ENTRY (TYPE "V"),     *
000480*   CLOSED AND NONACCRUAL LOANS INCLUDED.  ONE BOOKING PER LOAN  *
000490*   PER MONTH.                                                   *
000500*                                                                *
000510*   EVERY RUN APPENDS ONE ACCRUAL CONTROL RECORD (SBANK82W) WITH *
000520*   THE COUNT AND TOTAL OF THE ENTRIES IT WROTE, WHICH COBGLREC  *
000530*   BALANCES THE EXTRACT AGAINST.  A RERUN ON THE SAME DATE      *
000540*   PASSES OVER A LOAN ALREADY ACCRUED THAT DATE.  THE REPORT    *
000550*   LISTS LOANS PUT ON OR TAKEN OFF NONACCRUAL AND LOANS THAT    *
000560*   COULD NOT BE ACCRUED, THEN THE RUN TOTALS.                   *
000570*                                                                *
000580*   MODIFICATION HISTORY.                                       *
000590*   -------------------------------------------------------     *
000600*   DATE       INIT   DESCRIPTION                                *
000610*   ---------- ----   ------------------------------------------ *
000612*   2026-10-15  DEV   INITIAL VERSION.                          *
000614*   2026-10-15  DEV   THE RUN DATE NOW COMES FROM THE CYCLE     *
000616*                     CONTROL BUSINESS DATE THROUGH COBCYCLE    *
000620*                     (SBANK94W).  THE MONTH-END RUN IS NOW     *
000621*                     ALSO SET BY THE CYCLE CONTROL HOLIDAY     *
000622*                     CALENDAR (CY-MONTH-END-IND ON THE MONTH'S *
000623*                     LAST BUSINESS DAY), SO THE CONTROL CARD   *
000624*                     IS NOW OPTIONAL AND ITS RCC-MONTH-END-IND *
000625*                     ONLY FORCES A MONTH-END RUN THE CALENDAR  *
000626*                     WOULD NOT.  THE STEP IS CHECKED AGAINST   *
000627*                     ITS PREDECESSORS AT START AND ITS         *
000628*                     COMPLETION OR FAILURE IS RECORDED AT THE  *
000629*                     END.                                      *
000630******************************************************************
000640 ENVIRONMENT DIVISION.
000650 CONFIGURATION SECTION.
000660 SOURCE-COMPUTER.  IBM-370.
000670 OBJECT-COMPUTER.  IBM-370.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700*----------------------------------------------------------------*
000710*    RUN CONTROL CARD - OPTIONAL.  ONLY ITS MONTH-END INDICATOR  *
000720*    IS USED; THE RUN DATE COMES FROM THE CYCLE CONTROL FILE.    *
000730*----------------------------------------------------------------*
000740     SELECT CONTROL-CARD ASSIGN TO CONTLIN
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-CTL-FILE-STATUS.

000770*----------------------------------------------------------------*
000780*    PARAMETER MASTER FILE - LOADED INTO THE IN-STORAGE RATE     *
000790*    TABLE ONCE AT START-UP, SAME AS COBCALC.                    *
000800*----------------------------------------------------------------*
000810     SELECT PARM-FILE ASSIGN TO PARMFILE
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS SEQUENTIAL
000840         RECORD KEY IS PARM-CODE
000850         FILE STATUS IS WS-PARM-FILE-STATUS.

000860*----------------------------------------------------------------*
000870*    LOAN MASTER FILE - WALKED IN KEY ORDER, READ ONLY.          *
000880*----------------------------------------------------------------*
000890     SELECT LOAN-MASTER ASSIGN TO LOANMSTR
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS LM-LOAN-NUMBER
000930         FILE STATUS IS WS-LOAN-FILE-STATUS.

000940*----------------------------------------------------------------*
000950*    INTEREST ACCRUAL MASTER - READ AT RANDOM, WRITTEN OR        *
000960*    REWRITTEN FOR EVERY OPEN LOAN.                              *
000970*----------------------------------------------------------------*
000980     SELECT ACCRUAL-MASTER ASSIGN TO ACCRMSTR
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS RANDOM
001010         RECORD KEY IS IA-LOAN-NUMBER
001020         FILE STATUS IS WS-ACCR-FILE-STATUS.

001030*----------------------------------------------------------------*
001040*    GL POSTING EXTRACT - ACCRUAL ENTRIES APPENDED TO THE SAME   *
001050*    ACCUMULATE-ACROSS-RUNS FILE COBCALC WRITES.                 *
001060*----------------------------------------------------------------*
001070     SELECT GL-EXTRACT ASSIGN TO GLEXTRCT
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS WS-GL-FILE-STATUS.

001100*----------------------------------------------------------------*
001110*    ACCRUAL CONTROL FILE - ONE RECORD APPENDED PER RUN FOR      *
001120*    COBGLREC.                                                   *
001130*----------------------------------------------------------------*
001140     SELECT ACCRUAL-CONTROL ASSIGN TO ACCRCTL
001150         ORGANIZATION IS SEQUENTIAL
001160         FILE STATUS IS WS-ACTL-FILE-STATUS.

001170*----------------------------------------------------------------*
001180*    INTEREST ACCRUAL REPORT.                                    *
001190*----------------------------------------------------------------*
001200     SELECT ACCRUAL-RPT ASSIGN TO ACCRRPT
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS WS-RPT-FILE-STATUS.

001230 DATA DIVISION.
001240 FILE SECTION.
001250 FD  CONTROL-CARD
001260     LABEL RECORDS ARE STANDARD.
001270     COPY SBANK04W.

001280 FD  PARM-FILE
001290     LABEL RECORDS ARE STANDARD.
001300     COPY SBANK00W.

001310 FD  LOAN-MASTER
001320     LABEL RECORDS ARE STANDARD.
001330     COPY SBANK01W.

001340 FD  ACCRUAL-MASTER
001350     LABEL RECORDS ARE STANDARD.
001360     COPY SBANK80W.

001370 FD  GL-EXTRACT
001380     LABEL RECORDS ARE STANDARD.
001390     COPY SBANK08W.

001400 FD  ACCRUAL-CONTROL
001410     LABEL RECORDS ARE STANDARD.
001420     COPY SBANK82W.

001430 FD  ACCRUAL-RPT
001440     LABEL RECORDS ARE STANDARD.
001450     COPY SBANK81W.

001460 WORKING-STORAGE SECTION.
001470 01  WS-SWITCHES.
001480     05  WS-CTL-FILE-STATUS       PIC X(02).
001490     05  WS-PARM-FILE-STATUS      PIC X(02).
001500         88  WS-PARM-FILE-OK               VALUE "00".
001510     05  WS-LOAN-FILE-STATUS      PIC X(02).
001520         88  WS-LOAN-FILE-OK               VALUE "00".
001530     05  WS-ACCR-FILE-STATUS      PIC X(02).
001540         88  WS-ACCR-FILE-OK               VALUE "00".
001550         88  WS-ACCR-FILE-NOT-FOUND        VALUE "23", "35".
001560     05  WS-GL-FILE-STATUS        PIC X(02).
001570     05  WS-ACTL-FILE-STATUS      PIC X(02).
001580     05  WS-RPT-FILE-STATUS       PIC X(02).
001590     05  WS-EOF-SWITCH            PIC X(01)  VALUE "N".
001600         88  END-OF-LOAN-FILE              VALUE "Y".
001610     05  WS-PARM-EOF-SWITCH       PIC X(01)  VALUE "N".
001620         88  END-OF-PARM-FILE              VALUE "Y".
001630     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
001640         88  STOP-THE-RUN                  VALUE "Y".
001643     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
001646         88  CYCLE-STEP-RUNNING            VALUE "Y".
001650     05  WS-FILES-OPEN-SWITCH     PIC X(01)  VALUE "N".
001660         88  RUN-FILES-ARE-OPEN            VALUE "Y".
001670     05  WS-RATE-FOUND-SWITCH     PIC X(01)  VALUE "N".
001680         88  WS-RATE-CODE-FOUND            VALUE "Y".
001690     05  WS-MONTH-END-SWITCH      PIC X(01)  VALUE "N".
001700         88  MONTH-END-RUN                 VALUE "Y".
001703     05  WS-CARD-MONTH-END-SWITCH PIC X(01)  VALUE "N".
001706         88  CARD-FORCES-MONTH-END         VALUE "Y".
001710     05  WS-NEW-RECORD-SWITCH     PIC X(01)  VALUE "N".
001720         88  ACCRUAL-RECORD-NEW            VALUE "Y".
001730     05  WS-CHANGED-SWITCH        PIC X(01)  VALUE "N".
001740         88  ACCRUAL-RECORD-CHANGED        VALUE "Y".

001750 01  WS-COUNTERS.
001760     05  WS-LOANS-EXAMINED        PIC 9(07)  COMP.
001770     05  WS-NEW-RECORDS           PIC 9(07)  COMP.
001780     05  WS-CLOSED-SKIPPED        PIC 9(07)  COMP.
001790     05  WS-ALREADY-ACCRUED       PIC 9(07)  COMP.
001800     05  WS-LOANS-ACCRUING        PIC 9(07)  COMP.
001810     05  WS-ACCRUAL-RESTARTED     PIC 9(07)  COMP.
001820     05  WS-LOANS-NONACCRUAL      PIC 9(07)  COMP.
001830     05  WS-PLACED-NONACCRUAL     PIC 9(07)  COMP.
001840     05  WS-RETURNED-TO-ACCRUAL   PIC 9(07)  COMP.
001850     05  WS-EXCEPTIONS            PIC 9(07)  COMP.
001860     05  WS-AIR-BOOKED-COUNT      PIC 9(07)  COMP.
001870     05  WS-AIR-REVERSED-COUNT    PIC 9(07)  COMP.

001880 01  WS-TOTALS.
001890     05  WS-ACCRUED-THIS-RUN      PIC 9(11)V99  COMP-3.
001900     05  WS-ACCRUED-PORTFOLIO     PIC 9(11)V99  COMP-3.
001910     05  WS-DROPPED-TOTAL         PIC 9(11)V99  COMP-3.
001920     05  WS-AIR-BOOKED-TOTAL      PIC 9(11)V99  COMP-3.
001930     05  WS-AIR-REVERSED-TOTAL    PIC 9(11)V99  COMP-3.

001940*----------------------------------------------------------------*
001950*    AGING LIMITS - COBDELQ'S CURRENT BUCKET AND THE 90-DAY      *
001960*    NONACCRUAL LINE, FIXED BY ACCOUNTING POLICY RATHER THAN     *
001970*    BUSINESS PARAMETERS, SO THEY STAY HERE RATHER THAN ON       *
001980*    PARM-FILE.                                                  *
001990*----------------------------------------------------------------*
002000 01  WS-CONSTANTS.
002010     05  WS-CURRENT-DAYS-LIMIT    PIC 9(03)  COMP VALUE 30.
002020     05  WS-NONACCRUAL-DAYS       PIC 9(03)  COMP VALUE 90.

002030 01  WS-PARM-TABLE-FIELDS.
002040     05  WS-PARM-PTR              PIC 9(4)  COMP.
002050     05  WS-PARM-MAX              PIC 9(4)  COMP VALUE 50.
002060     05  WS-PARM-TABLE.
002070         10  WS-PARM-ENTRY OCCURS 50 TIMES
002080                           INDEXED BY WS-PARM-IDX.
002090             15  WS-PARM-ENTRY-CODE   PIC X(10).
002100             15  WS-PARM-ENTRY-VALUE  PIC X(10).
002110             15  WS-PARM-ENTRY-NUMERIC
002120                 REDEFINES WS-PARM-ENTRY-VALUE PIC 9(10).

002130 01  WS-FOLD-FIELDS.
002140     05  WS-FOLD-CODE-1           PIC X(10).
002150     05  WS-FOLD-LOOKUP-CODE      PIC X(10).
002160     05  WS-LOWER-CASE-ALPHABET   PIC X(26)
002170              VALUE "abcdefghijklmnopqrstuvwxyz".
002180     05  WS-UPPER-CASE-ALPHABET   PIC X(26)
002190              VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

002200 01  WS-CALC-FIELDS.
002210     05  WS-EFFECTIVE-RATE        PIC 9(2)V9(4)  COMP-3.
002220     05  WS-PER-DIEM-INTEREST     PIC 9(5)V9(4)  COMP-3.
002230     05  WS-DAYS-ACCRUED          PIC S9(9)      COMP.
002240     05  WS-INTEREST-ACCRUED      PIC 9(7)V99    COMP-3.
002250     05  WS-AIR-AMOUNT            PIC 9(7)V99    COMP-3.
002260     05  WS-GL-AMOUNT             PIC 9(7)V99    COMP-3.
002270     05  WS-GL-ENTRY-TYPE         PIC X(01).

002280 01  WS-DATE-FIELDS.
002290     05  WS-RUN-DATE              PIC 9(08).
002300     05  WS-RUN-YEAR-MONTH        PIC 9(06).
002310     05  WS-BOOKED-YEAR-MONTH     PIC 9(06).
002320     05  WS-RUN-DATE-INT          PIC S9(9)  COMP.
002330     05  WS-MONTH-END-DATE        PIC 9(08).
002340     05  WS-DAYS-TO-MONTH-END     PIC S9(9)  COMP.
002350     05  WS-DUE-DATE-INT          PIC S9(9)  COMP.
002360     05  WS-DAYS-PAST-DUE         PIC S9(9)  COMP.
002370     05  WS-PAID-THROUGH-DATE     PIC 9(08).
002380     05  WS-FROM-DATE-INT         PIC S9(9)  COMP.
002390     05  WS-MONTH-COUNT           PIC 9(07)  COMP.
002400     05  WS-MONTH-REMAINDER       PIC 9(02)  COMP.
002410     05  WS-CHECK-DATE            PIC 9(8).
002420     05  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
002430         10  WS-CHECK-YEAR        PIC 9(4).
002440         10  WS-CHECK-MONTH       PIC 9(2).
002450         10  WS-CHECK-DAY         PIC 9(2).
002460     05  WS-LEAP-REMAINDER        PIC 9(4)  COMP.
002470     05  WS-LEAP-QUOTIENT         PIC 9(4)  COMP.
002480     05  WS-DAYS-IN-MONTH         PIC 9(2)  COMP.

002490*----------------------------------------------------------------*
002500*    DAYS PER MONTH - FIXED CALENDAR CONSTANTS (SAME TABLE AS    *
002510*    COBVERFY'S DUE-DATE VALIDATOR).  FEBRUARY IS HANDLED        *
002520*    SEPARATELY FOR LEAP YEARS.                                  *
002530*----------------------------------------------------------------*
002540 01  WS-MONTH-DAYS-DATA.
002550     05  FILLER                   PIC X(24)
002560              VALUE "312831303130313130313031".
002570 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-DATA.
002580     05  WS-MONTH-DAY-LIMIT       PIC 9(2)  OCCURS 12 TIMES.

002590 01  WS-REPORT-FIELDS.
002600     05  WS-ACTION                PIC X(10).
002610     05  WS-REMARK                PIC X(30).

002615     COPY SBANK94W.

002620 LINKAGE SECTION.

002630 PROCEDURE DIVISION.
002640*----------------------------------------------------------------*
002650*    0000-MAINLINE                                                *
002660*----------------------------------------------------------------*
002670 0000-MAINLINE.
002680     PERFORM 1000-INITIALIZE-RTN
002690         THRU 1000-EXIT.
002700     IF NOT STOP-THE-RUN
002710         PERFORM 2000-ACCRUE-PORTFOLIO-RTN
002720             THRU 2000-EXIT
002730         PERFORM 7000-PRINT-TOTALS-RTN
002740             THRU 7000-EXIT
002750     END-IF.
002760     PERFORM 9999-TERMINATE-RTN
002770         THRU 9999-EXIT.
002780     GOBACK.

002790*----------------------------------------------------------------*
002800*    1000-INITIALIZE-RTN  -  GET THE RUN DATE, SETTLE WHETHER    *
002810*    THIS IS THE MONTH-END RUN, LOAD THE RATE TABLE AND OPEN     *
002820*    THE RUN FILES.  A MISSING OR UNUSABLE RATE TABLE STOPS THE  *
002830*    RUN BEFORE ANY LOAN IS TOUCHED.                             *
002840*----------------------------------------------------------------*
002850 1000-INITIALIZE-RTN.
002860     MOVE ZERO                 TO WS-LOANS-EXAMINED
002870                                   WS-NEW-RECORDS
002880                                   WS-CLOSED-SKIPPED
002890                                   WS-ALREADY-ACCRUED
002900                                   WS-LOANS-ACCRUING
002910                                   WS-ACCRUAL-RESTARTED
002920                                   WS-LOANS-NONACCRUAL
002930                                   WS-PLACED-NONACCRUAL
002940                                   WS-RETURNED-TO-ACCRUAL
002950                                   WS-EXCEPTIONS
002960                                   WS-AIR-BOOKED-COUNT
002970                                   WS-AIR-REVERSED-COUNT
002980                                   WS-ACCRUED-THIS-RUN
002990                                   WS-ACCRUED-PORTFOLIO
003000                                   WS-DROPPED-TOTAL
003010                                   WS-AIR-BOOKED-TOTAL
003020                                   WS-AIR-REVERSED-TOTAL.

003030     MOVE "S"                  TO CY-FUNCTION.
003040     MOVE "COBACCR"            TO CY-PROGRAM-ID.
003050     MOVE SPACES               TO CY-INSTANCE-ID.
003060     CALL "COBCYCLE" USING PARM-4.
003090     IF NOT CY-SUCCESS
003100         DISPLAY "COBACCR - NOT CLEARED TO RUN BY CYCLE "
003110             "CONTROL - RUN ABORTED"
003120         MOVE "Y"              TO WS-STOP-SWITCH
003130         GO TO 1000-EXIT
003140     END-IF.
003145     MOVE "Y"                  TO WS-CYCLE-SWITCH.
003150     MOVE CY-BUSINESS-DATE     TO WS-RUN-DATE.
003160     MOVE WS-RUN-DATE (1:6)    TO WS-RUN-YEAR-MONTH.
003170     COMPUTE WS-RUN-DATE-INT =
003180         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).

003183     PERFORM 1050-READ-CONTROL-CARD-RTN
003186         THRU 1050-EXIT.
003190     PERFORM 1100-SET-MONTH-END-RTN
003200         THRU 1100-EXIT.

003210     PERFORM 1200-LOAD-PARM-TABLE-RTN
003220         THRU 1200-EXIT.
003230     IF STOP-THE-RUN
003240         GO TO 1000-EXIT
003250     END-IF.

003260     OPEN INPUT LOAN-MASTER.
003270     IF NOT WS-LOAN-FILE-OK
003280         DISPLAY "COBACCR - LOAN MASTER OPEN FAILED - STATUS "
003290             WS-LOAN-FILE-STATUS " - RUN ABORTED"
003300         MOVE "Y"              TO WS-STOP-SWITCH
003310         GO TO 1000-EXIT
003320     END-IF.

003330*    NO LOAN HAS BEEN ACCRUED UNTIL THIS RUN FIRST RUNS -       *
003340*    CREATE THE FILE EMPTY RATHER THAN STOP THE RUN.            *
003350     OPEN I-O ACCRUAL-MASTER.
003360     IF WS-ACCR-FILE-NOT-FOUND
003370         OPEN OUTPUT ACCRUAL-MASTER
003380         CLOSE ACCRUAL-MASTER
003390         OPEN I-O ACCRUAL-MASTER
003400     END-IF.
003410     IF NOT WS-ACCR-FILE-OK
003420         DISPLAY "COBACCR - ACCRUAL MASTER OPEN FAILED - "
003430             "STATUS " WS-ACCR-FILE-STATUS " - RUN ABORTED"
003440         MOVE "Y"              TO WS-STOP-SWITCH
003450         CLOSE LOAN-MASTER
003460         GO TO 1000-EXIT
003470     END-IF.

003480*    SAME CREATE-ON-FIRST-RUN IDIOM AS COBCALC'S GL EXTRACT -   *
003490*    THE ENTRIES APPEND TO THE ONE ACCUMULATE-ACROSS-RUNS FILE. *
003500     OPEN EXTEND GL-EXTRACT.
003510     IF NOT WS-GL-FILE-STATUS = "00"
003520         OPEN OUTPUT GL-EXTRACT
003530         CLOSE GL-EXTRACT
003540         OPEN EXTEND GL-EXTRACT
003550     END-IF.

003560     OPEN OUTPUT ACCRUAL-RPT.
003570*    VALUE CLAUSES ON FD RECORD FILLER ARE DOCUMENTARY ONLY -    *
003580*    CLEAR THE OUTPUT RECORD AREAS ONCE SO THE FILLER BYTES      *
003590*    NEVER CARRY GARBAGE.                                        *
003600     MOVE SPACES               TO GL-EXTRACT-RECORD.
003610     MOVE SPACES               TO ACCRUAL-REPORT-LINE.

003620     MOVE LOW-VALUES           TO LM-LOAN-NUMBER.
003630     START LOAN-MASTER KEY IS NOT LESS THAN LM-LOAN-NUMBER
003640         INVALID KEY
003650             MOVE "Y"          TO WS-EOF-SWITCH
003660     END-START.
003670     MOVE "Y"                  TO WS-FILES-OPEN-SWITCH.

003680     IF MONTH-END-RUN
003690         DISPLAY "COBACCR - MONTH-END RUN - ACCRUED INTEREST "
003700             "RECEIVABLE BOOKED THROUGH " WS-MONTH-END-DATE
003710     END-IF.
003720 1000-EXIT.
003730     EXIT.

003740*----------------------------------------------------------------*
003741*    1050-READ-CONTROL-CARD-RTN  -  PICK UP THE MONTH-END        *
003742*    OVERRIDE FROM THE CONTROL CARD.  THE CARD IS OPTIONAL - NO  *
003743*    CARD, OR NO CARD FILE, MEANS NO OVERRIDE.                   *
003744*----------------------------------------------------------------*
003745 1050-READ-CONTROL-CARD-RTN.
003746     MOVE "N"                  TO WS-CARD-MONTH-END-SWITCH.
003747     OPEN INPUT CONTROL-CARD.
003748     IF NOT WS-CTL-FILE-STATUS = "00"
003749         GO TO 1050-EXIT
003750     END-IF.
003751     READ CONTROL-CARD
003752         NOT AT END
003753             IF RCC-FORCE-MONTH-END
003754                 MOVE "Y"      TO WS-CARD-MONTH-END-SWITCH
003755             END-IF
003756     END-READ.
003757     CLOSE CONTROL-CARD.
003758 1050-EXIT.
003759     EXIT.

003761*----------------------------------------------------------------*
003763*    1100-SET-MONTH-END-RTN  -  FIND THE LAST CALENDAR DAY OF    *
003765*    THE RUN MONTH AND THE DAYS FROM THE RUN DATE TO IT.  THE    *
003770*    MONTH'S LAST BUSINESS DAY ON THE CYCLE CONTROL CALENDAR IS  *
003780*    THE MONTH-END RUN, AND SO IS A RUN DATED THE LAST CALENDAR  *
003790*    DAY (A CYCLE RUN ON A WEEKEND OR HOLIDAY) OR ONE WHOSE      *
003791*    CARD FORCES IT.                                             *
003800*----------------------------------------------------------------*
003810 1100-SET-MONTH-END-RTN.
003820     MOVE WS-RUN-DATE          TO WS-CHECK-DATE.
003830     IF WS-CHECK-MONTH = 2
003840         PERFORM 4550-SET-FEBRUARY-LIMIT-RTN
003850             THRU 4550-EXIT
003860     ELSE
003870         MOVE WS-MONTH-DAY-LIMIT (WS-CHECK-MONTH)
003880                               TO WS-DAYS-IN-MONTH
003890     END-IF.
003900     MOVE WS-DAYS-IN-MONTH     TO WS-CHECK-DAY.
003910     MOVE WS-CHECK-DATE        TO WS-MONTH-END-DATE.
003920     COMPUTE WS-DAYS-TO-MONTH-END =
003930         FUNCTION INTEGER-OF-DATE (WS-MONTH-END-DATE)
003940             - WS-RUN-DATE-INT.

003950     MOVE "N"                  TO WS-MONTH-END-SWITCH.
003960     IF CY-MONTH-END-RUN
003965         OR WS-RUN-DATE = WS-MONTH-END-DATE
003970         OR CARD-FORCES-MONTH-END
003980         MOVE "Y"              TO WS-MONTH-END-SWITCH
003990     END-IF.
004000 1100-EXIT.
004010     EXIT.

004020*----------------------------------------------------------------*
004030*    1200-LOAD-PARM-TABLE-RTN  -  LOAD THE RATE/TERM PARAMETER   *
004040*    TABLE FROM PARM-FILE WITH COBCALC'S CHECKS: AN UNOPENABLE   *
004050*    OR EMPTY FILE, AN OVERFULL ONE, OR A VALUE THAT IS NOT      *
004060*    NUMERIC OR IS OVER 999999 STOPS THE RUN - A NIGHT ACCRUED   *
004070*    AT A GARBAGE RATE IS WORSE THAN A NIGHT NOT ACCRUED.        *
004080*----------------------------------------------------------------*
004090 1200-LOAD-PARM-TABLE-RTN.
004100     MOVE ZERO                 TO WS-PARM-PTR.
004110     INITIALIZE WS-PARM-TABLE.
004120     OPEN INPUT PARM-FILE.
004130     IF NOT WS-PARM-FILE-OK
004140         DISPLAY "COBACCR - PARM-FILE OPEN FAILED - STATUS "
004150             WS-PARM-FILE-STATUS " - RUN ABORTED"
004160         MOVE "Y"              TO WS-STOP-SWITCH
004170         GO TO 1200-EXIT
004180     END-IF.

004190     PERFORM 1250-READ-PARM-RTN
004200         THRU 1250-EXIT
004210         UNTIL END-OF-PARM-FILE OR STOP-THE-RUN.

004220     CLOSE PARM-FILE.

004230     IF NOT STOP-THE-RUN AND WS-PARM-PTR = ZERO
004240         DISPLAY "COBACCR - PARM-FILE IS EMPTY - RUN ABORTED"
004250         MOVE "Y"              TO WS-STOP-SWITCH
004260     END-IF.
004270 1200-EXIT.
004280     EXIT.

004290*----------------------------------------------------------------*
004300*    1250-READ-PARM-RTN  -  READ ONE PARAMETER RECORD INTO THE   *
004310*    NEXT TABLE SLOT.                                            *
004320*----------------------------------------------------------------*
004330 1250-READ-PARM-RTN.
004340     READ PARM-FILE
004350         AT END
004360             MOVE "Y"          TO WS-PARM-EOF-SWITCH
004370             GO TO 1250-EXIT
004380     END-READ.

004390     ADD 1 TO WS-PARM-PTR.
004400     IF WS-PARM-PTR > WS-PARM-MAX
004410         DISPLAY "COBACCR - MORE THAN 50 PARM-FILE RECORDS - "
004420             "RUN ABORTED"
004430         MOVE "Y"              TO WS-STOP-SWITCH
004440         GO TO 1250-EXIT
004450     END-IF.

004460     MOVE PARM-CODE
004470         TO WS-PARM-ENTRY-CODE (WS-PARM-PTR).
004480     MOVE PARM-VALUE
004490         TO WS-PARM-ENTRY-VALUE (WS-PARM-PTR).

004500     IF WS-PARM-ENTRY-VALUE (WS-PARM-PTR) NOT NUMERIC
004510         OR WS-PARM-ENTRY-NUMERIC (WS-PARM-PTR) > 999999
004520         DISPLAY "COBACCR - VALUE FOR CODE " PARM-CODE
004530             " IS NOT A VALID RATE - RUN ABORTED"
004540         MOVE "Y"              TO WS-STOP-SWITCH
004550     END-IF.
004560 1250-EXIT.
004570     EXIT.

004580*----------------------------------------------------------------*
004590*    2000-ACCRUE-PORTFOLIO-RTN  -  ACCRUE EVERY LOAN.            *
004600*----------------------------------------------------------------*
004610 2000-ACCRUE-PORTFOLIO-RTN.
004620     PERFORM 2100-ACCRUE-ONE-LOAN-RTN
004630         THRU 2100-EXIT
004640         UNTIL END-OF-LOAN-FILE OR STOP-THE-RUN.
004650 2000-EXIT.
004660     EXIT.

004670*----------------------------------------------------------------*
004680*    2100-ACCRUE-ONE-LOAN-RTN  -  READ ONE LOAN AND ITS ACCRUAL  *
004690*    RECORD.  LAST MONTH'S RECEIVABLE IS REVERSED FIRST, FOR     *
004700*    EVERY LOAN THAT HAS ONE; THEN AN OPEN LOAN IS AGED, ITS     *
004710*    ACCRUAL STATUS SETTLED, TONIGHT'S INTEREST ACCRUED AND, ON  *
004720*    THE MONTH-END RUN, ITS RECEIVABLE BOOKED.                   *
004730*----------------------------------------------------------------*
004740 2100-ACCRUE-ONE-LOAN-RTN.
004750     READ LOAN-MASTER NEXT RECORD
004760         AT END
004770             MOVE "Y"          TO WS-EOF-SWITCH
004780             GO TO 2100-EXIT
004790     END-READ.

004800     ADD 1 TO WS-LOANS-EXAMINED.
004810     MOVE "N"                  TO WS-NEW-RECORD-SWITCH.
004820     MOVE "N"                  TO WS-CHANGED-SWITCH.

004830     MOVE LM-LOAN-NUMBER       TO IA-LOAN-NUMBER.
004840     READ ACCRUAL-MASTER
004850         INVALID KEY
004860             MOVE "Y"          TO WS-NEW-RECORD-SWITCH
004870     END-READ.

004880     IF NOT ACCRUAL-RECORD-NEW
004890         PERFORM 3000-REVERSE-PRIOR-AIR-RTN
004900             THRU 3000-EXIT
004910     END-IF.

004920*    A LOAN COBSATIS HAS CLOSED IS PAID OFF - NOTHING MORE TO   *
004930*    ACCRUE.  ITS LAST RECEIVABLE HAS JUST BEEN REVERSED.       *
004940     IF LM-LOAN-CLOSED
004950         ADD 1 TO WS-CLOSED-SKIPPED
004960         GO TO 2900-SAVE-RECORD
004970     END-IF.

004980     IF NOT ACCRUAL-RECORD-NEW
004990         AND IA-LAST-ACCRUAL-DATE = WS-RUN-DATE
005000         ADD 1 TO WS-ALREADY-ACCRUED
005010         GO TO 2900-SAVE-RECORD
005020     END-IF.

005030     IF LM-NEXT-DUE-DATE NOT NUMERIC
005040         OR LM-NEXT-DUE-DATE = ZERO
005050         MOVE "NO NEXT DUE DATE"   TO WS-REMARK
005060         PERFORM 6500-WRITE-EXCEPTION-RTN
005070             THRU 6500-EXIT
005080         GO TO 2900-SAVE-RECORD
005090     END-IF.

005100     PERFORM 4040-LOOKUP-RATE-CODE-RTN
005110         THRU 4040-EXIT.
005120     IF NOT WS-RATE-CODE-FOUND
005130         MOVE "RATE CODE NOT RESOLVED" TO WS-REMARK
005140         PERFORM 6500-WRITE-EXCEPTION-RTN
005150             THRU 6500-EXIT
005160         GO TO 2900-SAVE-RECORD
005170     END-IF.

005180*    DAYS PAST DUE - SAME ARITHMETIC AS COBDELQ'S 2100.          *
005190     COMPUTE WS-DUE-DATE-INT =
005200         FUNCTION INTEGER-OF-DATE (LM-NEXT-DUE-DATE).
005210     COMPUTE WS-DAYS-PAST-DUE =
005220         WS-RUN-DATE-INT - WS-DUE-DATE-INT.

005230*    PER-DIEM - SAME 365-DAY BASIS AS COBPAYOF'S 4100.           *
005240     COMPUTE WS-PER-DIEM-INTEREST ROUNDED =
005250         LM-PRINCIPAL-BALANCE * WS-EFFECTIVE-RATE / 100 / 365.

005260     PERFORM 3300-SET-PAID-THROUGH-RTN
005270         THRU 3300-EXIT.

005280     IF ACCRUAL-RECORD-NEW
005290         PERFORM 3500-NEW-ACCRUAL-RECORD-RTN
005300             THRU 3500-EXIT
005310     END-IF.

005320     EVALUATE TRUE
005330         WHEN IA-NONACCRUAL
005340             AND WS-DAYS-PAST-DUE < WS-CURRENT-DAYS-LIMIT
005350             PERFORM 4200-RETURN-TO-ACCRUAL-RTN
005360                 THRU 4200-EXIT
005370         WHEN IA-NONACCRUAL
005380             CONTINUE
005390         WHEN WS-DAYS-PAST-DUE NOT < WS-NONACCRUAL-DAYS
005400             PERFORM 4300-PLACE-ON-NONACCRUAL-RTN
005410                 THRU 4300-EXIT
005420         WHEN OTHER
005430             PERFORM 4100-ACCRUE-INTEREST-RTN
005440                 THRU 4100-EXIT
005450     END-EVALUATE.

005460     IF IA-ACCRUING
005470         ADD 1 TO WS-LOANS-ACCRUING
005480         ADD IA-ACCRUED-TO-DATE TO WS-ACCRUED-PORTFOLIO
005490         IF MONTH-END-RUN
005500             PERFORM 5000-BOOK-MONTH-END-AIR-RTN
005510                 THRU 5000-EXIT
005520         END-IF
005530     ELSE
005540         ADD 1 TO WS-LOANS-NONACCRUAL
005550     END-IF.

005560     MOVE WS-EFFECTIVE-RATE    TO IA-RATE-USED.
005570     MOVE WS-PER-DIEM-INTEREST TO IA-PER-DIEM-INTEREST.
005580     MOVE WS-PAID-THROUGH-DATE TO IA-PAID-THROUGH-DATE.
005590     MOVE WS-RUN-DATE          TO IA-LAST-ACCRUAL-DATE.
005600     MOVE "Y"                  TO WS-CHANGED-SWITCH.

005610 2900-SAVE-RECORD.
005620     PERFORM 5900-SAVE-ACCRUAL-RTN
005630         THRU 5900-EXIT.
005640 2100-EXIT.
005650     EXIT.

005660*----------------------------------------------------------------*
005670*    3000-REVERSE-PRIOR-AIR-RTN  -  A RECEIVABLE BOOKED ON AN    *
005680*    EARLIER MONTH'S MONTH-END RUN IS REVERSED BY THE FIRST RUN  *
005690*    OF A LATER MONTH, WHATEVER HAS HAPPENED TO THE LOAN SINCE.  *
005700*----------------------------------------------------------------*
005710 3000-REVERSE-PRIOR-AIR-RTN.
005720     IF IA-AIR-BOOKED-AMOUNT NOT NUMERIC
005730         OR IA-AIR-BOOKED-AMOUNT = ZERO
005740         GO TO 3000-EXIT
005750     END-IF.

005760     MOVE IA-AIR-BOOKED-DATE (1:6) TO WS-BOOKED-YEAR-MONTH.
005770     IF WS-BOOKED-YEAR-MONTH NOT < WS-RUN-YEAR-MONTH
005780         GO TO 3000-EXIT
005790     END-IF.

005800     MOVE IA-AIR-BOOKED-AMOUNT TO WS-GL-AMOUNT.
005810     MOVE "V"                  TO WS-GL-ENTRY-TYPE.
005820     PERFORM 6000-WRITE-GL-ENTRY-RTN
005830         THRU 6000-EXIT.
005840     ADD 1 TO WS-AIR-REVERSED-COUNT.
005850     ADD IA-AIR-BOOKED-AMOUNT  TO WS-AIR-REVERSED-TOTAL.

005860     MOVE ZERO                 TO IA-AIR-BOOKED-AMOUNT
005870                                   IA-AIR-BOOKED-DATE.
005880     MOVE "Y"                  TO WS-CHANGED-SWITCH.
005890 3000-EXIT.
005900     EXIT.

005910*----------------------------------------------------------------*
005920*    3300-SET-PAID-THROUGH-RTN  -  INTEREST IS PAID IN ARREARS,  *
005930*    SO A LOAN WHOSE OLDEST UNPAID INSTALLMENT IS DUE ON         *
005940*    LM-NEXT-DUE-DATE HAS PAID INTEREST THROUGH THE DUE DATE     *
005950*    ONE MONTH EARLIER.  THE DAY IS PULLED BACK TO THE LAST DAY  *
005960*    OF A SHORTER MONTH.                                         *
005970*----------------------------------------------------------------*
005980 3300-SET-PAID-THROUGH-RTN.
005990     MOVE LM-NEXT-DUE-DATE     TO WS-CHECK-DATE.
006000     COMPUTE WS-MONTH-COUNT =
006010         WS-CHECK-YEAR * 12 + WS-CHECK-MONTH - 2.
006020     DIVIDE WS-MONTH-COUNT BY 12
006030         GIVING WS-CHECK-YEAR
006040         REMAINDER WS-MONTH-REMAINDER.
006050     COMPUTE WS-CHECK-MONTH = WS-MONTH-REMAINDER + 1.

006060     IF WS-CHECK-MONTH = 2
006070         PERFORM 4550-SET-FEBRUARY-LIMIT-RTN
006080             THRU 4550-EXIT
006090     ELSE
006100         MOVE WS-MONTH-DAY-LIMIT (WS-CHECK-MONTH)
006110                               TO WS-DAYS-IN-MONTH
006120     END-IF.

006130     IF WS-CHECK-DAY > WS-DAYS-IN-MONTH
006140         MOVE WS-DAYS-IN-MONTH TO WS-CHECK-DAY
006150     END-IF.
006160     MOVE WS-CHECK-DATE        TO WS-PAID-THROUGH-DATE.
006170 3300-EXIT.
006180     EXIT.

006190*----------------------------------------------------------------*
006200*    3500-NEW-ACCRUAL-RECORD-RTN  -  FIRST NIGHT FOR THIS LOAN.  *
006210*    IT STARTS ACCRUING FROM ITS PAID-THROUGH DATE (4100 SEES    *
006220*    THE DATE AS MOVED), UNLESS IT IS ALREADY 90 DAYS PAST DUE,  *
006230*    WHEN IT STARTS ON NONACCRUAL WITH NOTHING ACCRUED.          *
006240*----------------------------------------------------------------*
006250 3500-NEW-ACCRUAL-RECORD-RTN.
006260     MOVE SPACES               TO ACCRUAL-MASTER-RECORD.
006270     MOVE LM-LOAN-NUMBER       TO IA-LOAN-NUMBER.
006280     SET IA-ACCRUING           TO TRUE.
006290     MOVE ZERO                 TO IA-PAID-THROUGH-DATE
006300                                   IA-LAST-ACCRUAL-DATE
006310                                   IA-RATE-USED
006320                                   IA-PER-DIEM-INTEREST
006330                                   IA-ACCRUED-TO-DATE
006340                                   IA-NONACCRUAL-DATE
006350                                   IA-AIR-BOOKED-AMOUNT
006360                                   IA-AIR-BOOKED-DATE.
006370     MOVE WS-RUN-DATE          TO IA-SETUP-DATE.
006380     ADD 1 TO WS-NEW-RECORDS.

006390     IF WS-DAYS-PAST-DUE NOT < WS-NONACCRUAL-DAYS
006400         SET IA-NONACCRUAL     TO TRUE
006410         MOVE WS-RUN-DATE      TO IA-NONACCRUAL-DATE
006420         MOVE "NONACCRUAL"     TO WS-ACTION
006430         MOVE "90+ DAYS PAST DUE AT SET-UP" TO WS-REMARK
006440         PERFORM 6400-WRITE-DETAIL-RTN
006450             THRU 6400-EXIT
006460         ADD 1 TO WS-PLACED-NONACCRUAL
006470     END-IF.
006480 3500-EXIT.
006490     EXIT.

006500*----------------------------------------------------------------*
006510*    4040-LOOKUP-RATE-CODE-RTN  -  RESOLVE LM-RATE-CODE AGAINST  *
006520*    THE IN-STORAGE PARAMETER TABLE, CASE-FOLDED BOTH SIDES -    *
006530*    EXACTLY THE CONVENTION OF COBCALC'S AND COBPAYOF'S          *
006540*    4040-LOOKUP-RATE-CODE-RTN, SO A LOAN ACCRUES AT THE SAME    *
006550*    RATE COBCALC CHARGES IT.                                    *
006560*----------------------------------------------------------------*
006570 4040-LOOKUP-RATE-CODE-RTN.
006580     MOVE "N"                  TO WS-RATE-FOUND-SWITCH.
006590     MOVE LM-RATE-CODE         TO WS-FOLD-LOOKUP-CODE.
006600     INSPECT WS-FOLD-LOOKUP-CODE
006610         CONVERTING WS-LOWER-CASE-ALPHABET
006620                 TO WS-UPPER-CASE-ALPHABET.

006630*    THE RESERVED CODE "ARM" IS PRICED PER LOAN AT               *
006640*    LM-INTEREST-RATE (COBCALC'S CONVENTION).                    *
006650     IF WS-FOLD-LOOKUP-CODE = "ARM"
006660         IF LM-INTEREST-RATE NUMERIC
006670             SET WS-RATE-CODE-FOUND TO TRUE
006680             MOVE LM-INTEREST-RATE TO WS-EFFECTIVE-RATE
006690         END-IF
006700         GO TO 4040-EXIT
006710     END-IF.

006720     PERFORM 4045-CHECK-RATE-CODE-RTN
006730         THRU 4045-EXIT
006740         VARYING WS-PARM-IDX FROM 1 BY 1
006750             UNTIL WS-PARM-IDX > WS-PARM-PTR
006760                 OR WS-RATE-CODE-FOUND.
006770 4040-EXIT.
006780     EXIT.

006790*----------------------------------------------------------------*
006800*    4045-CHECK-RATE-CODE-RTN  -  COMPARE ONE TABLE ENTRY'S      *
006810*    CASE-FOLDED CODE TO THE LOOKUP KEY AND CAPTURE ITS RATE.    *
006820*----------------------------------------------------------------*
006830 4045-CHECK-RATE-CODE-RTN.
006840     MOVE WS-PARM-ENTRY-CODE (WS-PARM-IDX) TO WS-FOLD-CODE-1.
006850     INSPECT WS-FOLD-CODE-1
006860         CONVERTING WS-LOWER-CASE-ALPHABET
006870                 TO WS-UPPER-CASE-ALPHABET.

006880     IF WS-FOLD-CODE-1 = WS-FOLD-LOOKUP-CODE
006890         SET WS-RATE-CODE-FOUND TO TRUE
006900         COMPUTE WS-EFFECTIVE-RATE ROUNDED =
006910             WS-PARM-ENTRY-NUMERIC (WS-PARM-IDX) / 10000
006920     END-IF.
006930 4045-EXIT.
006940     EXIT.

006950*----------------------------------------------------------------*
006960*    4100-ACCRUE-INTEREST-RTN  -  ACCRUE AN ACCRUING LOAN.  WHEN *
006970*    A PAYMENT HAS MOVED THE PAID-THROUGH DATE SINCE THE LAST    *
006980*    RUN, THE INTEREST ACCRUED UP TO IT HAS BEEN COLLECTED - THE *
006990*    ACCRUAL STARTS AGAIN FROM THE NEW DATE.  OTHERWISE ONE      *
007000*    PER-DIEM IS ADDED FOR EACH DAY SINCE THE LAST RUN.  A LOAN  *
007010*    PAID AHEAD OF THE RUN DATE ACCRUES NOTHING.                 *
007020*----------------------------------------------------------------*
007030 4100-ACCRUE-INTEREST-RTN.
007040     IF ACCRUAL-RECORD-NEW
007050         OR IA-PAID-THROUGH-DATE NOT = WS-PAID-THROUGH-DATE
007060         PERFORM 4150-RESTART-ACCRUAL-RTN
007070             THRU 4150-EXIT
007080         IF NOT ACCRUAL-RECORD-NEW
007090             ADD 1 TO WS-ACCRUAL-RESTARTED
007100         END-IF
007110         GO TO 4100-EXIT
007120     END-IF.

007130     COMPUTE WS-FROM-DATE-INT =
007140         FUNCTION INTEGER-OF-DATE (IA-LAST-ACCRUAL-DATE).
007150     COMPUTE WS-DAYS-ACCRUED =
007160         WS-RUN-DATE-INT - WS-FROM-DATE-INT.
007170     IF WS-DAYS-ACCRUED NOT > ZERO
007180         GO TO 4100-EXIT
007190     END-IF.

007200     COMPUTE WS-INTEREST-ACCRUED ROUNDED =
007210         WS-PER-DIEM-INTEREST * WS-DAYS-ACCRUED.
007220     ADD WS-INTEREST-ACCRUED   TO IA-ACCRUED-TO-DATE.
007230     ADD WS-INTEREST-ACCRUED   TO WS-ACCRUED-THIS-RUN.
007240 4100-EXIT.
007250     EXIT.

007260*----------------------------------------------------------------*
007270*    4150-RESTART-ACCRUAL-RTN  -  SET IA-ACCRUED-TO-DATE TO THE  *
007280*    INTEREST FROM THE PAID-THROUGH DATE TO THE RUN DATE AT      *
007290*    TONIGHT'S PER-DIEM.                                         *
007300*----------------------------------------------------------------*
007310 4150-RESTART-ACCRUAL-RTN.
007320     MOVE ZERO                 TO IA-ACCRUED-TO-DATE.
007330     COMPUTE WS-FROM-DATE-INT =
007340         FUNCTION INTEGER-OF-DATE (WS-PAID-THROUGH-DATE).
007350     COMPUTE WS-DAYS-ACCRUED =
007360         WS-RUN-DATE-INT - WS-FROM-DATE-INT.
007370     IF WS-DAYS-ACCRUED NOT > ZERO
007380         GO TO 4150-EXIT
007390     END-IF.

007400     COMPUTE IA-ACCRUED-TO-DATE ROUNDED =
007410         WS-PER-DIEM-INTEREST * WS-DAYS-ACCRUED.
007420     ADD IA-ACCRUED-TO-DATE    TO WS-ACCRUED-THIS-RUN.
007430 4150-EXIT.
007440     EXIT.

007450*----------------------------------------------------------------*
007460*    4200-RETURN-TO-ACCRUAL-RTN  -  A NONACCRUAL LOAN HAS BEEN   *
007470*    BROUGHT CURRENT.  IT ACCRUES AGAIN FROM ITS PAID-THROUGH    *
007480*    DATE.                                                       *
007490*----------------------------------------------------------------*
007500 4200-RETURN-TO-ACCRUAL-RTN.
007510     SET IA-ACCRUING           TO TRUE.
007520     MOVE ZERO                 TO IA-NONACCRUAL-DATE.
007530     PERFORM 4150-RESTART-ACCRUAL-RTN
007540         THRU 4150-EXIT.
007550     ADD 1 TO WS-RETURNED-TO-ACCRUAL.

007560     MOVE "REINSTATED"         TO WS-ACTION.
007570     MOVE "BROUGHT CURRENT"    TO WS-REMARK.
007580     PERFORM 6400-WRITE-DETAIL-RTN
007590         THRU 6400-EXIT.
007600 4200-EXIT.
007610     EXIT.

007620*----------------------------------------------------------------*
007630*    4300-PLACE-ON-NONACCRUAL-RTN  -  AN ACCRUING LOAN HAS       *
007640*    REACHED 90 DAYS PAST DUE.  THE INTEREST ACCRUED SO FAR IS   *
007650*    DROPPED - IT WAS NEVER ON THE LEDGER OUTSIDE A MONTH-END    *
007660*    ENTRY, AND THAT ENTRY IS REVERSED ON ITS OWN SCHEDULE - AND *
007670*    THE LOAN STOPS ACCRUING.                                    *
007680*----------------------------------------------------------------*
007690 4300-PLACE-ON-NONACCRUAL-RTN.
007700     MOVE "NONACCRUAL"         TO WS-ACTION.
007710     MOVE "90+ DAYS - ACCRUAL DROPPED" TO WS-REMARK.
007720     PERFORM 6400-WRITE-DETAIL-RTN
007730         THRU 6400-EXIT.

007740     ADD IA-ACCRUED-TO-DATE    TO WS-DROPPED-TOTAL.
007750     SET IA-NONACCRUAL         TO TRUE.
007760     MOVE WS-RUN-DATE          TO IA-NONACCRUAL-DATE.
007770     MOVE ZERO                 TO IA-ACCRUED-TO-DATE.
007780     ADD 1 TO WS-PLACED-NONACCRUAL.
007790 4300-EXIT.
007800     EXIT.

007810*----------------------------------------------------------------*
007820*    4550-SET-FEBRUARY-LIMIT-RTN  -  29 DAYS WHEN THE YEAR IS    *
007830*    DIVISIBLE BY 4 BUT NOT BY 100, OR DIVISIBLE BY 400;         *
007840*    OTHERWISE 28.                                               *
007850*----------------------------------------------------------------*
007860 4550-SET-FEBRUARY-LIMIT-RTN.
007870     MOVE 28                   TO WS-DAYS-IN-MONTH.

007880     DIVIDE WS-CHECK-YEAR BY 4
007890         GIVING WS-LEAP-QUOTIENT
007900         REMAINDER WS-LEAP-REMAINDER.
007910     IF WS-LEAP-REMAINDER NOT = ZERO
007920         GO TO 4550-EXIT
007930     END-IF.

007940     DIVIDE WS-CHECK-YEAR BY 100
007950         GIVING WS-LEAP-QUOTIENT
007960         REMAINDER WS-LEAP-REMAINDER.
007970     IF WS-LEAP-REMAINDER NOT = ZERO
007980         MOVE 29               TO WS-DAYS-IN-MONTH
007990         GO TO 4550-EXIT
008000     END-IF.

008010     DIVIDE WS-CHECK-YEAR BY 400
008020         GIVING WS-LEAP-QUOTIENT
008030         REMAINDER WS-LEAP-REMAINDER.
008040     IF WS-LEAP-REMAINDER = ZERO
008050         MOVE 29               TO WS-DAYS-IN-MONTH
008060     END-IF.
008070 4550-EXIT.
008080     EXIT.

008090*----------------------------------------------------------------*
008100*    5000-BOOK-MONTH-END-AIR-RTN  -  BOOK THE LOAN'S ACCRUED     *
008110*    INTEREST RECEIVABLE THROUGH THE LAST CALENDAR DAY OF THE    *
008120*    MONTH: WHAT HAS ACCRUED TO TONIGHT PLUS ONE PER-DIEM FOR    *
008130*    EACH DAY LEFT IN THE MONTH.  A LOAN ALREADY BOOKED THIS     *
008140*    MONTH (AN EARLY MONTH-END RUN FOLLOWED BY ONE DATED THE     *
008150*    LAST DAY) KEEPS ITS FIRST ENTRY.                            *
008160*----------------------------------------------------------------*
008170 5000-BOOK-MONTH-END-AIR-RTN.
008180     IF IA-AIR-BOOKED-AMOUNT > ZERO
008190         GO TO 5000-EXIT
008200     END-IF.

008210     COMPUTE WS-AIR-AMOUNT ROUNDED =
008220         IA-ACCRUED-TO-DATE
008230             + WS-PER-DIEM-INTEREST * WS-DAYS-TO-MONTH-END.
008240     IF WS-AIR-AMOUNT = ZERO
008250         GO TO 5000-EXIT
008260     END-IF.

008270     MOVE WS-AIR-AMOUNT        TO WS-GL-AMOUNT.
008280     MOVE "B"                  TO WS-GL-ENTRY-TYPE.
008290     PERFORM 6000-WRITE-GL-ENTRY-RTN
008300         THRU 6000-EXIT.
008310     ADD 1 TO WS-AIR-BOOKED-COUNT.
008320     ADD WS-AIR-AMOUNT         TO WS-AIR-BOOKED-TOTAL.

008330     MOVE WS-AIR-AMOUNT        TO IA-AIR-BOOKED-AMOUNT.
008340     MOVE WS-RUN-DATE          TO IA-AIR-BOOKED-DATE.
008350 5000-EXIT.
008360     EXIT.

008370*----------------------------------------------------------------*
008380*    5900-SAVE-ACCRUAL-RTN  -  WRITE A NEW ACCRUAL RECORD, OR    *
008390*    REWRITE A CHANGED ONE.  A FAILURE STOPS THE RUN (SAME       *
008400*    POLICY AS COBPOST).  A NEW RECORD FOR A LOAN THAT WAS NOT   *
008410*    ACCRUED (CLOSED, OR AN EXCEPTION) IS NOT WRITTEN.           *
008420*----------------------------------------------------------------*
008430 5900-SAVE-ACCRUAL-RTN.
008440     IF NOT ACCRUAL-RECORD-CHANGED
008450         GO TO 5900-EXIT
008460     END-IF.

008470     IF ACCRUAL-RECORD-NEW
008480         WRITE ACCRUAL-MASTER-RECORD
008490             INVALID KEY
008500                 DISPLAY "COBACCR - ACCRUAL WRITE FAILED ON "
008510                     "LOAN " IA-LOAN-NUMBER " - STATUS "
008520                     WS-ACCR-FILE-STATUS " - RUN STOPPED"
008530                 MOVE "Y"      TO WS-STOP-SWITCH
008540         END-WRITE
008550         GO TO 5900-EXIT
008560     END-IF.

008570     REWRITE ACCRUAL-MASTER-RECORD
008580         INVALID KEY
008590             DISPLAY "COBACCR - ACCRUAL REWRITE FAILED ON LOAN "
008600                 IA-LOAN-NUMBER " - STATUS "
008610                 WS-ACCR-FILE-STATUS " - RUN STOPPED"
008620             MOVE "Y"          TO WS-STOP-SWITCH
008630     END-REWRITE.
008640 5900-EXIT.
008650     EXIT.

008660*----------------------------------------------------------------*
008670*    6000-WRITE-GL-ENTRY-RTN  -  WRITE ONE ACCRUED INTEREST      *
008680*    RECEIVABLE ENTRY (SOURCE "A") OF WS-GL-AMOUNT, TYPE         *
008690*    WS-GL-ENTRY-TYPE - "B" BOOKED OR "V" REVERSED.  SEE         *
008700*    SBANK08W FOR THE ACCOUNT CONVENTION.                        *
008710*----------------------------------------------------------------*
008720 6000-WRITE-GL-ENTRY-RTN.
008730     MOVE SPACES               TO GL-EXTRACT-RECORD.
008740     MOVE LM-LOAN-NUMBER       TO GX-LOAN-NUMBER.
008750     MOVE WS-RUN-DATE          TO GX-RUN-DATE.
008760     MOVE "1300-AIR"           TO GX-GL-ACCOUNT-PRINCIPAL.
008770     MOVE ZERO                 TO GX-PRINCIPAL-AMOUNT.
008780     MOVE "4000-INTC"          TO GX-GL-ACCOUNT-INTEREST.
008790     MOVE WS-GL-AMOUNT         TO GX-INTEREST-AMOUNT.
008800     MOVE LM-PRINCIPAL-BALANCE TO GX-NEW-BALANCE.
008810     SET GX-SOURCE-ACCRUAL     TO TRUE.
008820     MOVE WS-GL-ENTRY-TYPE     TO GX-ACCRUAL-ENTRY-TYPE.
008830     WRITE GL-EXTRACT-RECORD.
008840 6000-EXIT.
008850     EXIT.

008860*----------------------------------------------------------------*
008870*    6400-WRITE-DETAIL-RTN  -  LIST A LOAN WHOSE ACCRUAL STATUS  *
008880*    CHANGED.  WS-ACTION AND WS-REMARK ARE ALREADY SET.          *
008890*----------------------------------------------------------------*
008900 6400-WRITE-DETAIL-RTN.
008910     MOVE SPACES               TO ACCRUAL-REPORT-LINE.
008920     MOVE LM-LOAN-NUMBER       TO IQ-LOAN-NUMBER.
008930     MOVE WS-ACTION            TO IQ-ACTION.
008940     MOVE LM-PRINCIPAL-BALANCE TO IQ-PRINCIPAL-BALANCE.
008950     MOVE WS-EFFECTIVE-RATE    TO IQ-RATE-USED.
008960     MOVE WS-PAID-THROUGH-DATE TO IQ-PAID-THROUGH-DATE.
008970     IF WS-DAYS-PAST-DUE > ZERO
008980         MOVE WS-DAYS-PAST-DUE TO IQ-DAYS-PAST-DUE
008990     ELSE
009000         MOVE ZERO             TO IQ-DAYS-PAST-DUE
009010     END-IF.
009020     MOVE IA-ACCRUED-TO-DATE   TO IQ-ACCRUED-TO-DATE.
009030     MOVE WS-REMARK            TO IQ-REMARK.
009040     WRITE ACCRUAL-REPORT-LINE.
009050 6400-EXIT.
009060     EXIT.

009070*----------------------------------------------------------------*
009080*    6500-WRITE-EXCEPTION-RTN  -  LIST A LOAN THAT COULD NOT BE  *
009090*    ACCRUED.  WS-REMARK IS ALREADY SET.  THE LOAN KEEPS WHAT IT *
009100*    HAD ACCRUED AND PICKS UP THE MISSED DAYS ONCE IT IS FIXED.  *
009110*----------------------------------------------------------------*
009120 6500-WRITE-EXCEPTION-RTN.
009130     MOVE SPACES               TO ACCRUAL-REPORT-LINE.
009140     MOVE LM-LOAN-NUMBER       TO IQ-LOAN-NUMBER.
009150     MOVE "EXCEPTION"          TO IQ-ACTION.
009160     MOVE LM-PRINCIPAL-BALANCE TO IQ-PRINCIPAL-BALANCE.
009170     MOVE WS-REMARK            TO IQ-REMARK.
009180     WRITE ACCRUAL-REPORT-LINE.
009190     ADD 1 TO WS-EXCEPTIONS.
009200 6500-EXIT.
009210     EXIT.

009220*----------------------------------------------------------------*
009230*    7000-PRINT-TOTALS-RTN  -  THE RUN COUNTS AND AMOUNTS AT THE *
009240*    FOOT OF THE REPORT, FOR FINANCE TO TIE TO THE LEDGER.       *
009250*----------------------------------------------------------------*
009260 7000-PRINT-TOTALS-RTN.
009270     MOVE SPACES               TO ACCRUAL-REPORT-LINE.
009280     WRITE ACCRUAL-REPORT-LINE.

009290     MOVE SPACES               TO ACCRUAL-REPORT-TOTAL-LINE.
009300     MOVE "LOANS EXAMINED"             TO IK-LABEL.
009310     MOVE WS-LOANS-EXAMINED            TO IK-COUNT.
009320     WRITE ACCRUAL-REPORT-TOTAL-LINE.

009330     MOVE "NEW ACCRUAL RECORDS"        TO IK-LABEL.
009340     MOVE WS-NEW-RECORDS               TO IK-COUNT.
009350     WRITE ACCRUAL-REPORT-TOTAL-LINE.

009360     MOVE "CLOSED LOANS SKIPPED"       TO IK-LABEL.
009370     MOVE WS-CLOSED-SKIPPED            TO IK-COUNT.
009380     WRITE ACCRUAL-REPORT-TOTAL-LINE.

009390     MOVE "ALREADY ACCRUED THIS DATE"  TO IK-LABEL.
009400     MOVE WS-ALREADY-ACCRUED           TO IK-COUNT.
009410     WRITE ACCRUAL-REPORT-TOTAL-LINE.

009420     MOVE "ACCRUAL RESTARTED ON PAYMENT" TO IK-LABEL.
009430     MOVE WS-ACCRUAL-RESTARTED         TO IK-COUNT.
009440     WRITE ACCRUAL-REPORT-TOTAL-LINE.

009450     MOVE "RETURNED TO ACCRUAL"        TO IK-LABEL.
009460     MOVE WS-RETURNED-TO-ACCRUAL       TO IK-COUNT.
009470     WRITE ACCRUAL-REPORT-TOTAL-LINE.

009480     MOVE "EXCEPTIONS"                 TO IK-LABEL.
009490     MOVE WS-EXCEPTIONS                TO IK-COUNT.
009500     WRITE ACCRUAL-REPORT-TOTAL-LINE.

009510     MOVE "PLACED ON NONACCRUAL - INTEREST DROPPED" TO IK-LABEL.
009520     MOVE WS-PLACED-NONACCRUAL         TO IK-COUNT.
009530     MOVE WS-DROPPED-TOTAL             TO IK-AMOUNT.
009540     WRITE ACCRUAL-REPORT-TOTAL-LINE.

009550     MOVE SPACES               TO ACCRUAL-REPORT-TOTAL-LINE.
009560     MOVE "LOANS ON NONACCRUAL"        TO IK-LABEL.
009570     MOVE WS-LOANS-NONACCRUAL          TO IK-COUNT.
009580     WRITE ACCRUAL-REPORT-TOTAL-LINE.

009590     MOVE "INTEREST ACCRUED THIS RUN"  TO IK-LABEL.
009600     MOVE WS-LOANS-ACCRUING            TO IK-COUNT.
009610     MOVE WS-ACCRUED-THIS-RUN          TO IK-AMOUNT.
009620     WRITE ACCRUAL-REPORT-TOTAL-LINE.

009630     MOVE "ACCRUED TO DATE - ACCRUING LOANS" TO IK-LABEL.
009640     MOVE WS-LOANS-ACCRUING            TO IK-COUNT.
009650     MOVE WS-ACCRUED-PORTFOLIO         TO IK-AMOUNT.
009660     WRITE ACCRUAL-REPORT-TOTAL-LINE.

009670     MOVE "PRIOR MONTH-END AIR REVERSED" TO IK-LABEL.
009680     MOVE WS-AIR-REVERSED-COUNT        TO IK-COUNT.
009690     MOVE WS-AIR-REVERSED-TOTAL        TO IK-AMOUNT.
009700     WRITE ACCRUAL-REPORT-TOTAL-LINE.

009710     MOVE "MONTH-END AIR BOOKED"       TO IK-LABEL.
009720     MOVE WS-AIR-BOOKED-COUNT          TO IK-COUNT.
009730     MOVE WS-AIR-BOOKED-TOTAL          TO IK-AMOUNT.
009740     WRITE ACCRUAL-REPORT-TOTAL-LINE.
009750 7000-EXIT.
009760     EXIT.

009770*----------------------------------------------------------------*
009780*    8000-WRITE-CONTROL-RTN  -  APPEND THIS RUN'S ACCRUAL        *
009790*    CONTROL RECORD FOR COBGLREC.  WRITTEN EVEN WHEN THE RUN     *
009800*    STOPPED PART WAY, SO IT ALWAYS DESCRIBES THE ENTRIES THAT   *
009810*    REACHED THE EXTRACT.                                        *
009820*----------------------------------------------------------------*
009830 8000-WRITE-CONTROL-RTN.
009840     OPEN EXTEND ACCRUAL-CONTROL.
009850     IF NOT WS-ACTL-FILE-STATUS = "00"
009860         OPEN OUTPUT ACCRUAL-CONTROL
009870         CLOSE ACCRUAL-CONTROL
009880         OPEN EXTEND ACCRUAL-CONTROL
009890     END-IF.

009900     MOVE SPACES               TO ACCRUAL-CONTROL-RECORD.
009910     MOVE WS-RUN-DATE          TO IC-RUN-DATE.
009920     MOVE WS-AIR-BOOKED-COUNT  TO IC-BOOKED-COUNT.
009930     MOVE WS-AIR-BOOKED-TOTAL  TO IC-BOOKED-AMOUNT.
009940     MOVE WS-AIR-REVERSED-COUNT TO IC-REVERSED-COUNT.
009950     MOVE WS-AIR-REVERSED-TOTAL TO IC-REVERSED-AMOUNT.
009960     MOVE WS-MONTH-END-SWITCH  TO IC-MONTH-END-IND.
009970     WRITE ACCRUAL-CONTROL-RECORD.
009980     CLOSE ACCRUAL-CONTROL.
009990 8000-EXIT.
010000     EXIT.

010010*----------------------------------------------------------------*
010020*    9999-TERMINATE-RTN  -  CLOSE FILES, APPEND THE CONTROL      *
010030*    RECORD AND LOG THE RUN TOTALS.                              *
010040*----------------------------------------------------------------*
010050 9999-TERMINATE-RTN.
010060*    GUARDED ON WHETHER THE RUN FILES WERE OPENED, NOT ON THE   *
010070*    STOP SWITCH - A MID-RUN STOP (REWRITE FAULT) LEAVES THEM   *
010080*    OPEN WITH ENTRIES ALREADY ON THE EXTRACT THAT THE CONTROL  *
010090*    RECORD MUST STILL COUNT.                                   *
010100     IF RUN-FILES-ARE-OPEN
010110         CLOSE LOAN-MASTER
010120               ACCRUAL-MASTER
010130               GL-EXTRACT
010140               ACCRUAL-RPT
010150         PERFORM 8000-WRITE-CONTROL-RTN
010160             THRU 8000-EXIT
010170     END-IF.
010171     IF CYCLE-STEP-RUNNING
010172         IF STOP-THE-RUN
010173             MOVE "F"          TO CY-FUNCTION
010175         ELSE
010176             MOVE "C"          TO CY-FUNCTION
010177         END-IF
010178         CALL "COBCYCLE" USING PARM-4
010179     END-IF.

010180     DISPLAY "COBACCR - LOANS EXAMINED          "
010190         WS-LOANS-EXAMINED.
010200     DISPLAY "COBACCR - LOANS ACCRUING          "
010210         WS-LOANS-ACCRUING.
010220     DISPLAY "COBACCR - LOANS ON NONACCRUAL     "
010230         WS-LOANS-NONACCRUAL.
010240     DISPLAY "COBACCR - PLACED ON NONACCRUAL    "
010250         WS-PLACED-NONACCRUAL.
010260     DISPLAY "COBACCR - RETURNED TO ACCRUAL     "
010270         WS-RETURNED-TO-ACCRUAL.
010280     DISPLAY "COBACCR - EXCEPTIONS              " WS-EXCEPTIONS.
010290     DISPLAY "COBACCR - MONTH-END AIR BOOKED    "
010300         WS-AIR-BOOKED-COUNT.
010310     DISPLAY "COBACCR - PRIOR AIR REVERSED      "
010320         WS-AIR-REVERSED-COUNT.
010330 9999-EXIT.
010340     EXIT.
