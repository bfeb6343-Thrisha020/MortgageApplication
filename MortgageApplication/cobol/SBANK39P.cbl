000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    COBXFER.
000120 AUTHOR.        R HALVERSEN.
000130 INSTALLATION.  LOAN SERVICING SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*                                                                *
000180*   COBXFER  -  SERVICING TRANSFER-OUT                          *
000190*                                                                *
000200*   RUN WHEN AN INVESTOR SELLS THE SERVICING ON A BLOCK OF      *
000210*   LOANS.  THE TRANSFER CARDS (SBANK90W) GIVE THE SALE /       *
000220*   TRANSFER DATE, THE NEW SERVICER, AND THE LOANS - EVERY      *
000230*   OPEN LOAN OF ONE LM-INVESTOR-CODE, OR A LIST OF LOAN        *
000240*   NUMBERS.  THE CARDS ARE CHECKED IN FULL BEFORE ANY LOAN     *
000250*   IS TOUCHED; A BAD DECK STOPS THE RUN WITH NOTHING MOVED.    *
000260*                                                                *
000270*   FOR EACH LOAN, IN LOAN NUMBER ORDER, THE RUN:               *
000280*     - WRITES THE LOAN'S SERVICING DATA TO THE OUTBOUND FILE   *
000290*       FOR THE NEW SERVICER (SBANK91W): THE LOAN MASTER WITH   *
000300*       ITS AUTOPAY ENROLLMENT, THE BORROWER CONTACT RECORD,    *
000310*       THE ESCROW MASTER WITH BOTH DISBURSEMENT TABLES, THE    *
000320*       COLLECTIONS NOTICE HISTORY, AND EVERY TRAN-HISTORY      *
000330*       RECORD POSTED IN THE 24 MONTHS BEFORE THE TRANSFER      *
000340*       DATE (FROM TRANSORT, THE HISTORY FILE SORTED BY LOAN    *
000350*       AND POST DATE - HISTORY COBARCHV HAS ALREADY MOVED TO   *
000360*       THE ARCHIVE IS NOT ON IT);                              *
000370*     - SETTLES THE ESCROW AND SUSPENSE BALANCES AND THE        *
000380*       PRINCIPAL TO THE SERVICING TRANSFER CLEARING ACCOUNT    *
000390*       2950-XFER ON THE GL EXTRACT (SBANK08W), SOURCE "X";     *
000400*     - TAKES THE LOAN OFF OUR BOOKS THE WAY COBSATIS CLOSES A  *
000410*       PAID-OFF LOAN: PRINCIPAL, SUSPENSE AND LATE CHARGES     *
000420*       ZEROED, LM-STATUS-CODE "T" (TRANSFERRED), THE PRINCIPAL *
000430*       TAKEN OFF THE LOAN CONTROL TOTAL (SBANK28W) AND THE     *
000440*       ESCROW BALANCE ZEROED.  "T" IS ONE OF THE LM-LOAN-      *
000450*       CLOSED VALUES, SO EVERY PORTFOLIO RUN SKIPS THE LOAN    *
000460*       FROM HERE ON;                                           *
000470*     - WRITES THE BORROWER'S GOODBYE LETTER (SBANK92W) AND A   *
000480*       LINE ON THE TRANSFER REPORT (SBANK93W).                 *
000490*                                                                *
000500*   LATE CHARGES OWED GO TO THE NEW SERVICER ON THE LOAN        *
000510*   RECORD AND ARE NOT SETTLED TO GL - COBLATE BOOKED THEM AS   *
000520*   FEE INCOME WHEN THEY WERE ASSESSED.                         *
000530*                                                                *
000540*   A LISTED LOAN THAT IS NOT ON FILE, OR IS ALREADY CLOSED OR  *
000550*   TRANSFERRED, IS AN EXCEPTION ON THE REPORT AND IS NOT       *
000560*   MOVED.  THE OUTBOUND FILE ENDS WITH A TRAILER OF RECORD     *
000570*   COUNTS AND DOLLAR CONTROL TOTALS, REPEATED AT THE FOOT OF   *
000580*   THE REPORT, THAT THE RECEIVING SERVICER BALANCES AGAINST.   *
000590*   A RUN THAT STOPS PART WAY WRITES NO TRAILER - THE FILE MUST *
000600*   NOT BE SENT.  THE LOANS ALREADY MOVED SHOW AS TRANSFERRED   *
000610*   ON A RERUN WITH THE SAME CARDS, WHICH PICKS UP THE REST.    *
000620*                                                                *
000630*   MODIFICATION HISTORY.                                       *
000640*   -------------------------------------------------------     *
000650*   DATE       INIT   DESCRIPTION                                *
000660*   ---------- ----   ------------------------------------------ *
000665*   2026-10-15  DEV   INITIAL VERSION.                          *
000670*   2026-10-15  DEV   THE RUN DATE NOW COMES FROM THE CYCLE     *
000671*                     CONTROL FILE THROUGH COBCYCLE (SBANK94W)  *
000672*                     INSTEAD OF THE CONTROL CARD, WHICH IS NO  *
000673*                     LONGER READ.  THE STEP IS CHECKED AGAINST *
000674*                     ITS PREDECESSORS AT START AND ITS         *
000675*                     COMPLETION OR FAILURE IS RECORDED AT THE  *
000676*                     END.                                      *
000677*   2026-10-15  DEV   1000 NOW CREATES THE CONTACT MASTER EMPTY *
000678*                     WHEN IT HAS NEVER BEEN BUILT INSTEAD OF   *
000679*                     ABORTING THE RUN.                         *
000680******************************************************************
000690 ENVIRONMENT DIVISION.
000700 CONFIGURATION SECTION.
000710 SOURCE-COMPUTER.  IBM-370.
000720 OBJECT-COMPUTER.  IBM-370.
000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000810*----------------------------------------------------------------*
000820*    TRANSFER CARDS - TRANSFER DATE, NEW SERVICER AND LOANS.     *
000830*----------------------------------------------------------------*
000840     SELECT TRANSFER-CARD ASSIGN TO XFERCARD
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-CARD-FILE-STATUS.

000870*----------------------------------------------------------------*
000880*    LOAN MASTER FILE - WALKED IN KEY ORDER TO SELECT AN         *
000890*    INVESTOR'S LOANS, THEN READ AND REWRITTEN AT RANDOM AS      *
000900*    EACH LOAN IS TRANSFERRED.                                   *
000910*----------------------------------------------------------------*
000920     SELECT LOAN-MASTER ASSIGN TO LOANMSTR
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS LM-LOAN-NUMBER
000960         FILE STATUS IS WS-LOAN-FILE-STATUS.

000970*----------------------------------------------------------------*
000980*    ESCROW MASTER FILE - SENT AND THEN ZEROED.                  *
000990*----------------------------------------------------------------*
001000     SELECT ESCROW-MASTER ASSIGN TO ESCRMSTR
001010         ORGANIZATION IS INDEXED
001020         ACCESS MODE IS RANDOM
001030         RECORD KEY IS EM-LOAN-NUMBER
001040         FILE STATUS IS WS-ESCR-FILE-STATUS.

001050*----------------------------------------------------------------*
001060*    BORROWER CONTACT MASTER - SENT, AND THE GOODBYE LETTER'S    *
001070*    ADDRESS.                                                    *
001080*----------------------------------------------------------------*
001090     SELECT BORROWER-CONTACT ASSIGN TO BORRCNTC
001100         ORGANIZATION IS INDEXED
001110         ACCESS MODE IS RANDOM
001120         RECORD KEY IS BC-LOAN-NUMBER
001130         FILE STATUS IS WS-CNTC-FILE-STATUS.

001140*----------------------------------------------------------------*
001150*    COLLECTIONS NOTICE HISTORY KEPT BY COBNOTIC.                *
001160*----------------------------------------------------------------*
001170     SELECT NOTICE-HISTORY ASSIGN TO NOTCHIST
001180         ORGANIZATION IS INDEXED
001190         ACCESS MODE IS RANDOM
001200         RECORD KEY IS NH-LOAN-NUMBER
001210         FILE STATUS IS WS-NOTC-FILE-STATUS.

001220*----------------------------------------------------------------*
001230*    TRANSACTION HISTORY, SORTED BY LOAN NUMBER, POST DATE AND   *
001240*    POST TIME AHEAD OF THIS PROGRAM (SAME FILE AS COBBILL).     *
001250*----------------------------------------------------------------*
001260     SELECT TRAN-HISTORY ASSIGN TO TRANSORT
001270         ORGANIZATION IS SEQUENTIAL
001280         FILE STATUS IS WS-HIST-FILE-STATUS.

001290*----------------------------------------------------------------*
001300*    LOAN CONTROL FILE - THE PORTFOLIO COUNT AND PRINCIPAL       *
001310*    TOTALS COBVERFY PROVES THE FILE AGAINST.                    *
001320*----------------------------------------------------------------*
001330     SELECT CONTROL-FILE ASSIGN TO LOANCTL
001340         ORGANIZATION IS INDEXED
001350         ACCESS MODE IS RANDOM
001360         RECORD KEY IS LC-KEY
001370         FILE STATUS IS WS-CTLF-FILE-STATUS.

001380*----------------------------------------------------------------*
001390*    GL POSTING EXTRACT - TRANSFER SETTLEMENT ENTRIES APPENDED   *
001400*    TO THE SAME ACCUMULATE-ACROSS-RUNS FILE COBCALC WRITES.     *
001410*----------------------------------------------------------------*
001420     SELECT GL-EXTRACT ASSIGN TO GLEXTRCT
001430         ORGANIZATION IS SEQUENTIAL
001440         FILE STATUS IS WS-GL-FILE-STATUS.

001450*----------------------------------------------------------------*
001460*    OUTBOUND SERVICING FILE FOR THE NEW SERVICER.               *
001470*----------------------------------------------------------------*
001480     SELECT TRANSFER-FILE ASSIGN TO XFEROUT
001490         ORGANIZATION IS LINE SEQUENTIAL
001500         FILE STATUS IS WS-OUT-FILE-STATUS.

001510*----------------------------------------------------------------*
001520*    GOODBYE LETTER FEED FOR THE LETTER-PRINT SERVICE.           *
001530*----------------------------------------------------------------*
001540     SELECT GOODBYE-LETTER ASSIGN TO XFERLTR
001550         ORGANIZATION IS LINE SEQUENTIAL
001560         FILE STATUS IS WS-LTR-FILE-STATUS.

001570*----------------------------------------------------------------*
001580*    TRANSFER REPORT WITH THE CONTROL TOTALS.                    *
001590*----------------------------------------------------------------*
001600     SELECT TRANSFER-REPORT ASSIGN TO XFERRPT
001610         ORGANIZATION IS LINE SEQUENTIAL
001620         FILE STATUS IS WS-RPT-FILE-STATUS.

001630 DATA DIVISION.
001640 FILE SECTION.
001680 FD  TRANSFER-CARD
001690     LABEL RECORDS ARE STANDARD.
001700     COPY SBANK90W.

001710 FD  LOAN-MASTER
001720     LABEL RECORDS ARE STANDARD.
001730     COPY SBANK01W.

001740 FD  ESCROW-MASTER
001750     LABEL RECORDS ARE STANDARD.
001760     COPY SBANK17W.

001770 FD  BORROWER-CONTACT
001780     LABEL RECORDS ARE STANDARD.
001790     COPY SBANK53W.

001800 FD  NOTICE-HISTORY
001810     LABEL RECORDS ARE STANDARD.
001820     COPY SBANK23W.

001830 FD  TRAN-HISTORY
001840     LABEL RECORDS ARE STANDARD.
001850     COPY SBANK11W.

001860 FD  CONTROL-FILE
001870     LABEL RECORDS ARE STANDARD.
001880     COPY SBANK28W.

001890 FD  GL-EXTRACT
001900     LABEL RECORDS ARE STANDARD.
001910     COPY SBANK08W.

001920 FD  TRANSFER-FILE
001930     LABEL RECORDS ARE STANDARD.
001940     COPY SBANK91W.

001950 FD  GOODBYE-LETTER
001960     LABEL RECORDS ARE STANDARD.
001970     COPY SBANK92W.

001980 FD  TRANSFER-REPORT
001990     LABEL RECORDS ARE STANDARD.
002000     COPY SBANK93W.

002010 WORKING-STORAGE SECTION.
002020 01  WS-SWITCHES.
002040     05  WS-CARD-FILE-STATUS      PIC X(02).
002050         88  WS-CARD-FILE-OK               VALUE "00".
002060     05  WS-LOAN-FILE-STATUS      PIC X(02).
002070         88  WS-LOAN-FILE-OK               VALUE "00".
002080     05  WS-ESCR-FILE-STATUS      PIC X(02).
002090         88  WS-ESCR-FILE-OK               VALUE "00".
002100     05  WS-CNTC-FILE-STATUS      PIC X(02).
002110         88  WS-CNTC-FILE-OK               VALUE "00".
002115         88  WS-CNTC-FILE-NOT-FOUND        VALUE "23", "35".
002120     05  WS-NOTC-FILE-STATUS      PIC X(02).
002130         88  WS-NOTC-FILE-OK               VALUE "00".
002140         88  WS-NOTC-FILE-NOT-FOUND        VALUE "35".
002150     05  WS-HIST-FILE-STATUS      PIC X(02).
002160         88  WS-HIST-FILE-OK               VALUE "00".
002170     05  WS-CTLF-FILE-STATUS      PIC X(02).
002180         88  WS-CTLF-FILE-OK               VALUE "00".
002190     05  WS-GL-FILE-STATUS        PIC X(02).
002200     05  WS-OUT-FILE-STATUS       PIC X(02).
002210     05  WS-LTR-FILE-STATUS       PIC X(02).
002220     05  WS-RPT-FILE-STATUS       PIC X(02).
002230     05  WS-CARD-EOF-SWITCH       PIC X(01)  VALUE "N".
002240         88  END-OF-CARDS                  VALUE "Y".
002250     05  WS-LOAN-EOF-SWITCH       PIC X(01)  VALUE "N".
002260         88  END-OF-LOAN-FILE              VALUE "Y".
002270     05  WS-HIST-EOF-SWITCH       PIC X(01)  VALUE "N".
002280         88  END-OF-HISTORY                VALUE "Y".
002290     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
002300         88  STOP-THE-RUN                  VALUE "Y".
002303     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
002306         88  CYCLE-STEP-RUNNING            VALUE "Y".
002310     05  WS-FILES-OPEN-SWITCH     PIC X(01)  VALUE "N".
002320         88  RUN-FILES-ARE-OPEN            VALUE "Y".
002330     05  WS-HEADER-SWITCH         PIC X(01)  VALUE "N".
002340         88  HEADER-CARD-READ              VALUE "Y".
002350     05  WS-ADDRESS-SWITCH        PIC X(01)  VALUE "N".
002360         88  ADDRESS-CARD-READ             VALUE "Y".
002370     05  WS-SELECTION-TYPE        PIC X(01)  VALUE SPACE.
002380         88  SELECT-BY-INVESTOR            VALUE "I".
002390         88  SELECT-BY-LOAN-LIST           VALUE "L".
002400     05  WS-NOTICES-SWITCH        PIC X(01)  VALUE "N".
002410         88  NOTICE-FILE-IS-OPEN           VALUE "Y".
002420     05  WS-CONTACT-SWITCH        PIC X(01)  VALUE "N".
002430         88  CONTACT-ON-FILE               VALUE "Y".
002440     05  WS-ESCROW-SWITCH         PIC X(01)  VALUE "N".
002450         88  ESCROW-ON-FILE                VALUE "Y".
002460     05  WS-SLOT-SWITCH           PIC X(01)  VALUE "N".
002470         88  SLOT-FOUND                    VALUE "Y".
002480     05  WS-DUPLICATE-SWITCH      PIC X(01)  VALUE "N".
002490         88  DUPLICATE-LOAN-CARD           VALUE "Y".

002500 01  WS-COUNTERS.
002510     05  WS-CARDS-READ            PIC 9(07)  COMP.
002520     05  WS-DUPLICATE-CARDS       PIC 9(07)  COMP.
002530     05  WS-CLOSED-SKIPPED        PIC 9(07)  COMP.
002540     05  WS-LOANS-TRANSFERRED     PIC 9(07)  COMP.
002550     05  WS-EXCEPTIONS            PIC 9(07)  COMP.
002560     05  WS-CONTACT-RECS          PIC 9(07)  COMP.
002570     05  WS-ESCROW-RECS           PIC 9(07)  COMP.
002580     05  WS-NOTICE-RECS           PIC 9(07)  COMP.
002590     05  WS-HISTORY-RECS          PIC 9(07)  COMP.
002600     05  WS-OUT-RECORDS           PIC 9(09)  COMP.
002610     05  WS-GL-RECORDS            PIC 9(07)  COMP.
002620     05  WS-LETTERS-WRITTEN       PIC 9(07)  COMP.
002630     05  WS-NO-CONTACT-COUNT      PIC 9(07)  COMP.

002640 01  WS-TOTALS.
002650     05  WS-PRINCIPAL-TOTAL       PIC 9(13)V99  COMP-3.
002660     05  WS-ESCROW-HELD-TOTAL     PIC 9(11)V99  COMP-3.
002670     05  WS-ESCROW-ADVANCED-TOTAL PIC 9(11)V99  COMP-3.
002680     05  WS-ESCROW-NET-TOTAL      PIC S9(11)V99 COMP-3.
002690     05  WS-SUSPENSE-TOTAL        PIC 9(11)V99  COMP-3.
002700     05  WS-LATE-CHARGE-TOTAL     PIC 9(11)V99  COMP-3.

002710*----------------------------------------------------------------*
002720*    LOANS TO TRANSFER, KEPT IN LOAN NUMBER ORDER SO THE SORTED  *
002730*    HISTORY FILE CAN BE MATCHED IN ONE PASS.  LISTED LOANS ARE  *
002740*    PLACED BY INSERTION AS THE CARDS ARE READ; AN INVESTOR'S    *
002750*    LOANS ARRIVE IN ORDER FROM THE LOAN MASTER WALK.            *
002760*----------------------------------------------------------------*
002770 01  WS-SELECTION-TABLE.
002780     05  WS-SELECTED-COUNT        PIC 9(05)  COMP.
002790     05  WS-SELECTED-LOAN         PIC X(10)
002800                                  OCCURS 5000 TIMES.

002810 01  WS-SUBSCRIPTS.
002820     05  WS-SELECTED-MAX          PIC 9(05)  COMP VALUE 5000.
002830     05  WS-SEL-SUB               PIC 9(05)  COMP.
002840     05  WS-SLOT-SUB              PIC 9(05)  COMP.
002850     05  WS-NEXT-SUB              PIC 9(05)  COMP.
002860     05  WS-TABLE-SUB             PIC 9(02)  COMP.

002870*----------------------------------------------------------------*
002880*    GL ACCOUNTS FOR THE TRANSFER SETTLEMENT.  2950-XFER IS THE  *
002890*    CLEARING ACCOUNT THE FUNDS SETTLEMENT WITH THE NEW          *
002900*    SERVICER IS BOOKED AGAINST; 2300-SUSP CARRIES UNAPPLIED     *
002910*    FUNDS.                                                      *
002920*----------------------------------------------------------------*
002930 01  WS-CONSTANTS.
002940     05  WS-CTL-KEY-VALUE         PIC X(08)  VALUE "LOANMSTR".
002950     05  WS-XFER-ACCOUNT          PIC X(10)  VALUE "2950-XFER".
002960     05  WS-ESCROW-ACCOUNT        PIC X(10)  VALUE "2200-ESCR".
002970     05  WS-SUSPENSE-ACCOUNT      PIC X(10)  VALUE "2300-SUSP".
002980     05  WS-PRINCIPAL-ACCOUNT     PIC X(10)  VALUE "1000-PRIN".

002990*----------------------------------------------------------------*
003000*    HEADER AND ADDRESS CARD FIELDS, SAVED BEFORE THE LOAN       *
003010*    CARDS OVERLAY THE CARD AREA.                                *
003020*----------------------------------------------------------------*
003030 01  WS-TRANSFER-FIELDS.
003040     05  WS-TRANSFER-DATE         PIC 9(08).
003050     05  WS-INVESTOR-CODE         PIC X(03).
003060     05  WS-NEW-SERVICER-ID       PIC X(10).
003070     05  WS-NEW-SERVICER-NAME     PIC X(30).
003080     05  WS-SVCR-ADDRESS-FIELDS.
003090         10  WS-SVCR-ADDRESS      PIC X(30).
003100         10  WS-SVCR-CITY         PIC X(20).
003110         10  WS-SVCR-STATE        PIC X(02).
003120         10  WS-SVCR-ZIP          PIC X(10).
003130     05  WS-SVCR-PHONE            PIC X(15).

003140 01  WS-LOAN-FIELDS.
003150     05  WS-XFER-PRINCIPAL        PIC 9(9)V99    COMP-3.
003160     05  WS-XFER-SUSPENSE         PIC 9(7)V99    COMP-3.
003170     05  WS-XFER-LATE-CHARGE      PIC 9(7)V99    COMP-3.
003180     05  WS-XFER-ESCROW           PIC S9(7)V99   COMP-3.
003190     05  WS-GL-AMOUNT             PIC 9(7)V99    COMP-3.
003200     05  WS-GL-CHARGE-ACCOUNT     PIC X(10).
003210     05  WS-GL-OFFSET-ACCOUNT     PIC X(10).

003220 01  WS-DATE-FIELDS.
003230     05  WS-RUN-DATE              PIC 9(08).
003240     05  WS-CURRENT-TIME          PIC 9(08).
003250     05  WS-HISTORY-CUTOFF        PIC 9(08).
003260     05  WS-CUTOFF-PARTS REDEFINES WS-HISTORY-CUTOFF.
003270         10  WS-CUTOFF-YEAR       PIC 9(4).
003280         10  WS-CUTOFF-MONTH      PIC 9(2).
003290         10  WS-CUTOFF-DAY        PIC 9(2).
003300     05  WS-LAST-PAYMENT-DATE     PIC 9(08).
003310     05  WS-DATE-INT              PIC S9(9)  COMP.
003320     05  WS-DATE-OK-SWITCH        PIC X(01)  VALUE "N".
003330         88  WS-DATE-IS-VALID              VALUE "Y".
003340     05  WS-CHECK-DATE            PIC 9(8).
003350     05  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
003360         10  WS-CHECK-YEAR        PIC 9(4).
003370         10  WS-CHECK-MONTH       PIC 9(2).
003380         10  WS-CHECK-DAY         PIC 9(2).
003390     05  WS-LEAP-REMAINDER        PIC 9(4)  COMP.
003400     05  WS-LEAP-QUOTIENT         PIC 9(4)  COMP.
003410     05  WS-DAYS-IN-MONTH         PIC 9(2)  COMP.

003420*----------------------------------------------------------------*
003430*    DAYS PER MONTH - FIXED CALENDAR CONSTANTS (SAME TABLE AS    *
003440*    COBVERFY'S DUE-DATE VALIDATOR).  FEBRUARY IS HANDLED        *
003450*    SEPARATELY FOR LEAP YEARS.                                  *
003460*----------------------------------------------------------------*
003470 01  WS-MONTH-DAYS-DATA.
003480     05  FILLER                   PIC X(24)
003490              VALUE "312831303130313130313031".
003500 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
003510     05  WS-MONTH-DAY-LIMIT       PIC 9(2)  OCCURS 12 TIMES.

003520 01  WS-REPORT-FIELDS.
003530     05  WS-REMARK                PIC X(28).

003540     COPY SBANK94W.

003545 LINKAGE SECTION.

003550 PROCEDURE DIVISION.
003560*----------------------------------------------------------------*
003570*    0000-MAINLINE                                                *
003580*----------------------------------------------------------------*
003590 0000-MAINLINE.
003600     PERFORM 1000-INITIALIZE-RTN
003610         THRU 1000-EXIT.
003620     IF NOT STOP-THE-RUN
003630         PERFORM 1500-READ-CARDS-RTN
003640             THRU 1500-EXIT
003650     END-IF.
003660     IF NOT STOP-THE-RUN
003670         AND SELECT-BY-INVESTOR
003680         PERFORM 2000-SELECT-INVESTOR-RTN
003690             THRU 2000-EXIT
003700     END-IF.
003710     IF NOT STOP-THE-RUN
003720         PERFORM 2800-WRITE-HEADER-RTN
003730             THRU 2800-EXIT
003740         PERFORM 3000-TRANSFER-LOANS-RTN
003750             THRU 3000-EXIT
003760     END-IF.
003770     IF NOT STOP-THE-RUN
003780         PERFORM 7500-WRITE-TRAILER-RTN
003790             THRU 7500-EXIT
003800         PERFORM 7000-PRINT-TOTALS-RTN
003810             THRU 7000-EXIT
003820     END-IF.
003830     PERFORM 9999-TERMINATE-RTN
003840         THRU 9999-EXIT.
003850     GOBACK.

003860*----------------------------------------------------------------*
003870*    1000-INITIALIZE-RTN  -  READ THE RUN DATE AND OPEN THE RUN  *
003880*    FILES.  THE CONTROL RECORD MUST ALREADY EXIST - COBVERFY    *
003890*    ESTABLISHES IT.                                             *
003900*----------------------------------------------------------------*
003910 1000-INITIALIZE-RTN.
003920     MOVE ZERO                 TO WS-CARDS-READ
003930                                   WS-DUPLICATE-CARDS
003940                                   WS-CLOSED-SKIPPED
003950                                   WS-LOANS-TRANSFERRED
003960                                   WS-EXCEPTIONS
003970                                   WS-CONTACT-RECS
003980                                   WS-ESCROW-RECS
003990                                   WS-NOTICE-RECS
004000                                   WS-HISTORY-RECS
004010                                   WS-OUT-RECORDS
004020                                   WS-GL-RECORDS
004030                                   WS-LETTERS-WRITTEN
004040                                   WS-NO-CONTACT-COUNT
004050                                   WS-PRINCIPAL-TOTAL
004060                                   WS-ESCROW-HELD-TOTAL
004070                                   WS-ESCROW-ADVANCED-TOTAL
004080                                   WS-ESCROW-NET-TOTAL
004090                                   WS-SUSPENSE-TOTAL
004100                                   WS-LATE-CHARGE-TOTAL
004110                                   WS-SELECTED-COUNT.
004120     MOVE SPACES               TO WS-TRANSFER-FIELDS.
004130     MOVE ZERO                 TO WS-TRANSFER-DATE.

004140     MOVE "S"                  TO CY-FUNCTION.
004150     MOVE "COBXFER"            TO CY-PROGRAM-ID.
004160     MOVE SPACES               TO CY-INSTANCE-ID.
004170     CALL "COBCYCLE" USING PARM-4.
004180     IF NOT CY-SUCCESS
004190         DISPLAY "COBXFER - NOT CLEARED TO RUN BY CYCLE "
004200             "CONTROL - RUN ABORTED"
004230         MOVE "Y"              TO WS-STOP-SWITCH
004240         GO TO 1000-EXIT
004250     END-IF.
004255     MOVE "Y"                  TO WS-CYCLE-SWITCH.
004260     MOVE CY-BUSINESS-DATE     TO WS-RUN-DATE.
004270     ACCEPT WS-CURRENT-TIME    FROM TIME.

004280     OPEN INPUT TRANSFER-CARD.
004290     IF NOT WS-CARD-FILE-OK
004300         DISPLAY "COBXFER - TRANSFER CARD OPEN FAILED - STATUS "
004310             WS-CARD-FILE-STATUS " - RUN ABORTED"
004320         MOVE "Y"              TO WS-STOP-SWITCH
004330         GO TO 1000-EXIT
004340     END-IF.

004350     OPEN I-O LOAN-MASTER.
004360     IF NOT WS-LOAN-FILE-OK
004370         DISPLAY "COBXFER - LOAN MASTER OPEN FAILED - STATUS "
004380             WS-LOAN-FILE-STATUS " - RUN ABORTED"
004390         MOVE "Y"              TO WS-STOP-SWITCH
004400         CLOSE TRANSFER-CARD
004410         GO TO 1000-EXIT
004420     END-IF.

004430     OPEN I-O ESCROW-MASTER.
004440     IF NOT WS-ESCR-FILE-OK
004450         DISPLAY "COBXFER - ESCROW MASTER OPEN FAILED - "
004460             "STATUS " WS-ESCR-FILE-STATUS " - RUN ABORTED"
004470         MOVE "Y"              TO WS-STOP-SWITCH
004480         CLOSE TRANSFER-CARD
004490               LOAN-MASTER
004500         GO TO 1000-EXIT
004510     END-IF.

004520*    THE CONTACT MASTER IS BUILT BY COBBOARD AND COBCNTCT -      *
004521*    CREATE IT EMPTY RATHER THAN STOP THE RUN IF IT HAS NEVER    *
004522*    BEEN BUILT.                                                 *
004523     OPEN INPUT BORROWER-CONTACT.
004524     IF WS-CNTC-FILE-NOT-FOUND
004525         OPEN OUTPUT BORROWER-CONTACT
004526         CLOSE BORROWER-CONTACT
004527         OPEN INPUT BORROWER-CONTACT
004528     END-IF.
004530     IF NOT WS-CNTC-FILE-OK
004540         DISPLAY "COBXFER - CONTACT MASTER OPEN FAILED - "
004550             "STATUS " WS-CNTC-FILE-STATUS " - RUN ABORTED"
004560         MOVE "Y"              TO WS-STOP-SWITCH
004570         CLOSE TRANSFER-CARD
004580               LOAN-MASTER
004590               ESCROW-MASTER
004600         GO TO 1000-EXIT
004610     END-IF.

004620     OPEN INPUT TRAN-HISTORY.
004630     IF NOT WS-HIST-FILE-OK
004640         DISPLAY "COBXFER - TRANSACTION HISTORY OPEN FAILED - "
004650             "STATUS " WS-HIST-FILE-STATUS " - RUN ABORTED"
004660         MOVE "Y"              TO WS-STOP-SWITCH
004670         CLOSE TRANSFER-CARD
004680               LOAN-MASTER
004690               ESCROW-MASTER
004700               BORROWER-CONTACT
004710         GO TO 1000-EXIT
004720     END-IF.

004730     OPEN I-O CONTROL-FILE.
004740     IF NOT WS-CTLF-FILE-OK
004750         DISPLAY "COBXFER - CONTROL FILE OPEN FAILED - STATUS "
004760             WS-CTLF-FILE-STATUS " - RUN COBVERFY FIRST - "
004770             "RUN ABORTED"
004780         MOVE "Y"              TO WS-STOP-SWITCH
004790         CLOSE TRANSFER-CARD
004800               LOAN-MASTER
004810               ESCROW-MASTER
004820               BORROWER-CONTACT
004830               TRAN-HISTORY
004840         GO TO 1000-EXIT
004850     END-IF.

004860     MOVE WS-CTL-KEY-VALUE     TO LC-KEY.
004870     READ CONTROL-FILE
004880         INVALID KEY
004890             DISPLAY "COBXFER - CONTROL RECORD MISSING - RUN "
004900                 "COBVERFY TO ESTABLISH IT - RUN ABORTED"
004910             MOVE "Y"          TO WS-STOP-SWITCH
004920             CLOSE TRANSFER-CARD
004930                   LOAN-MASTER
004940                   ESCROW-MASTER
004950                   BORROWER-CONTACT
004960                   TRAN-HISTORY
004970                   CONTROL-FILE
004980     END-READ.
004990     IF STOP-THE-RUN
005000         GO TO 1000-EXIT
005010     END-IF.

005020*    A LOAN COBNOTIC HAS NEVER NOTICED HAS NO HISTORY RECORD,   *
005030*    AND A SHOP THAT HAS NEVER RUN COBNOTIC HAS NO FILE - THEN  *
005040*    NO LOAN HAS NOTICE HISTORY TO SEND.                        *
005050     OPEN INPUT NOTICE-HISTORY.
005060     IF WS-NOTC-FILE-OK
005070         MOVE "Y"              TO WS-NOTICES-SWITCH
005080     ELSE
005090         IF NOT WS-NOTC-FILE-NOT-FOUND
005100             DISPLAY "COBXFER - NOTICE HISTORY OPEN FAILED - "
005110                 "STATUS " WS-NOTC-FILE-STATUS " - RUN ABORTED"
005120             MOVE "Y"          TO WS-STOP-SWITCH
005130             CLOSE TRANSFER-CARD
005140                   LOAN-MASTER
005150                   ESCROW-MASTER
005160                   BORROWER-CONTACT
005170                   TRAN-HISTORY
005180                   CONTROL-FILE
005190             GO TO 1000-EXIT
005200         END-IF
005210     END-IF.

005220*    SAME CREATE-ON-FIRST-RUN IDIOM AS COBCALC'S GL EXTRACT -   *
005230*    THE ENTRIES APPEND TO THE ONE ACCUMULATE-ACROSS-RUNS FILE. *
005240     OPEN EXTEND GL-EXTRACT.
005250     IF NOT WS-GL-FILE-STATUS = "00"
005260         OPEN OUTPUT GL-EXTRACT
005270         CLOSE GL-EXTRACT
005280         OPEN EXTEND GL-EXTRACT
005290     END-IF.

005300     OPEN OUTPUT TRANSFER-FILE.
005310     OPEN OUTPUT GOODBYE-LETTER.
005320     OPEN OUTPUT TRANSFER-REPORT.
005330*    VALUE CLAUSES ON FD RECORD FILLER ARE DOCUMENTARY ONLY -    *
005340*    CLEAR THE OUTPUT RECORD AREAS ONCE SO THE FILLER BYTES      *
005350*    NEVER CARRY GARBAGE.                                        *
005360     MOVE SPACES               TO SERVICING-TRANSFER-RECORD.
005370     MOVE SPACES               TO GOODBYE-LETTER-RECORD.
005380     MOVE SPACES               TO GL-EXTRACT-RECORD.
005390     MOVE SPACES               TO TRANSFER-REPORT-LINE.

005400     PERFORM 3690-READ-HISTORY-RTN
005410         THRU 3690-EXIT.
005420     MOVE "Y"                  TO WS-FILES-OPEN-SWITCH.
005430 1000-EXIT.
005440     EXIT.

005450*----------------------------------------------------------------*
005460*    1500-READ-CARDS-RTN  -  READ AND CHECK THE WHOLE TRANSFER   *
005470*    DECK BEFORE ANY LOAN IS TOUCHED.  THE HEADER CARD COMES     *
005480*    FIRST, THEN AT MOST ONE ADDRESS CARD AND, ON A LOAN-LIST    *
005490*    RUN, THE LOAN CARDS.  ANY FAULT STOPS THE RUN.              *
005500*----------------------------------------------------------------*
005510 1500-READ-CARDS-RTN.
005520     PERFORM 1600-READ-ONE-CARD-RTN
005530         THRU 1600-EXIT
005540         UNTIL END-OF-CARDS OR STOP-THE-RUN.
005550     IF STOP-THE-RUN
005560         GO TO 1500-EXIT
005570     END-IF.

005580     IF NOT HEADER-CARD-READ
005590         DISPLAY "COBXFER - NO HEADER CARD - RUN ABORTED"
005600         MOVE "Y"              TO WS-STOP-SWITCH
005610         GO TO 1500-EXIT
005620     END-IF.
005630     IF SELECT-BY-LOAN-LIST
005640         AND WS-SELECTED-COUNT = ZERO
005650         DISPLAY "COBXFER - NO INVESTOR CODE AND NO LOAN CARDS "
005660             "- RUN ABORTED"
005670         MOVE "Y"              TO WS-STOP-SWITCH
005680         GO TO 1500-EXIT
005690     END-IF.

005700*    HISTORY IS SENT FROM THE SAME DAY 24 MONTHS BEFORE THE     *
005710*    TRANSFER DATE.  A TRANSFER ON 29 FEBRUARY REACHES BACK TO  *
005720*    28 FEBRUARY.  THE LAST DAY WE TAKE PAYMENTS IS THE DAY     *
005730*    BEFORE THE TRANSFER.                                       *
005740     MOVE WS-TRANSFER-DATE     TO WS-HISTORY-CUTOFF.
005750     SUBTRACT 2                FROM WS-CUTOFF-YEAR.
005760     IF WS-CUTOFF-MONTH = 2 AND WS-CUTOFF-DAY = 29
005770         MOVE 28               TO WS-CUTOFF-DAY
005780     END-IF.
005790     COMPUTE WS-DATE-INT =
005800         FUNCTION INTEGER-OF-DATE (WS-TRANSFER-DATE) - 1.
005810     COMPUTE WS-LAST-PAYMENT-DATE =
005820         FUNCTION DATE-OF-INTEGER (WS-DATE-INT).
005830 1500-EXIT.
005840     EXIT.

005850*----------------------------------------------------------------*
005860*    1600-READ-ONE-CARD-RTN  -  READ ONE TRANSFER CARD AND FILE  *
005870*    IT BY TYPE.                                                 *
005880*----------------------------------------------------------------*
005890 1600-READ-ONE-CARD-RTN.
005900     READ TRANSFER-CARD
005910         AT END
005920             MOVE "Y"          TO WS-CARD-EOF-SWITCH
005930             GO TO 1600-EXIT
005940     END-READ.
005950     ADD 1 TO WS-CARDS-READ.

005960     IF NOT HEADER-CARD-READ
005970         AND NOT XC-HEADER-CARD
005980         DISPLAY "COBXFER - CARD " WS-CARDS-READ
005990             " - FIRST CARD IS NOT THE HEADER - RUN ABORTED"
006000         MOVE "Y"              TO WS-STOP-SWITCH
006010         GO TO 1600-EXIT
006020     END-IF.

006030     EVALUATE TRUE
006040         WHEN XC-HEADER-CARD
006050             PERFORM 1700-HEADER-CARD-RTN
006060                 THRU 1700-EXIT
006070         WHEN XC-ADDRESS-CARD
006080             PERFORM 1800-ADDRESS-CARD-RTN
006090                 THRU 1800-EXIT
006100         WHEN XC-LOAN-CARD
006110             PERFORM 1900-LOAN-CARD-RTN
006120                 THRU 1900-EXIT
006130         WHEN OTHER
006140             DISPLAY "COBXFER - CARD " WS-CARDS-READ
006150                 " - UNKNOWN CARD TYPE " XC-CARD-TYPE
006160                 " - RUN ABORTED"
006170             MOVE "Y"          TO WS-STOP-SWITCH
006180     END-EVALUATE.
006190 1600-EXIT.
006200     EXIT.

006210*----------------------------------------------------------------*
006220*    1700-HEADER-CARD-RTN  -  ONE HEADER ONLY, WITH A CALENDAR   *
006230*    TRANSFER DATE AND THE NEW SERVICER NAMED.  AN INVESTOR      *
006240*    CODE MAKES IT AN INVESTOR RUN.                              *
006250*----------------------------------------------------------------*
006260 1700-HEADER-CARD-RTN.
006270     IF HEADER-CARD-READ
006280         DISPLAY "COBXFER - CARD " WS-CARDS-READ
006290             " - SECOND HEADER CARD - RUN ABORTED"
006300         MOVE "Y"              TO WS-STOP-SWITCH
006310         GO TO 1700-EXIT
006320     END-IF.
006330     MOVE "Y"                  TO WS-HEADER-SWITCH.

006340     MOVE XC-TRANSFER-DATE-X   TO WS-CHECK-DATE.
006350     PERFORM 7800-VALIDATE-DATE-RTN
006360         THRU 7800-EXIT.
006370     IF NOT WS-DATE-IS-VALID
006380         DISPLAY "COBXFER - TRANSFER DATE " XC-TRANSFER-DATE-X
006390             " IS NOT A CALENDAR DATE - RUN ABORTED"
006400         MOVE "Y"              TO WS-STOP-SWITCH
006410         GO TO 1700-EXIT
006420     END-IF.
006430     IF XC-NEW-SERVICER-NAME = SPACES
006440         DISPLAY "COBXFER - NO NEW SERVICER ON HEADER CARD - "
006450             "RUN ABORTED"
006460         MOVE "Y"              TO WS-STOP-SWITCH
006470         GO TO 1700-EXIT
006480     END-IF.

006490     MOVE XC-TRANSFER-DATE     TO WS-TRANSFER-DATE.
006500     MOVE XC-INVESTOR-CODE     TO WS-INVESTOR-CODE.
006510     MOVE XC-NEW-SERVICER-ID   TO WS-NEW-SERVICER-ID.
006520     MOVE XC-NEW-SERVICER-NAME TO WS-NEW-SERVICER-NAME.
006530     IF WS-INVESTOR-CODE = SPACES
006540         SET SELECT-BY-LOAN-LIST TO TRUE
006550     ELSE
006560         SET SELECT-BY-INVESTOR TO TRUE
006570     END-IF.
006580 1700-EXIT.
006590     EXIT.

006600*----------------------------------------------------------------*
006610*    1800-ADDRESS-CARD-RTN  -  THE NEW SERVICER'S ADDRESS AND    *
006620*    PHONE FOR THE GOODBYE LETTERS.  AT MOST ONE.                *
006630*----------------------------------------------------------------*
006640 1800-ADDRESS-CARD-RTN.
006650     IF ADDRESS-CARD-READ
006660         DISPLAY "COBXFER - CARD " WS-CARDS-READ
006670             " - SECOND ADDRESS CARD - RUN ABORTED"
006680         MOVE "Y"              TO WS-STOP-SWITCH
006690         GO TO 1800-EXIT
006700     END-IF.
006710     MOVE "Y"                  TO WS-ADDRESS-SWITCH.
006720     MOVE XC-SVCR-ADDRESS      TO WS-SVCR-ADDRESS.
006730     MOVE XC-SVCR-CITY         TO WS-SVCR-CITY.
006740     MOVE XC-SVCR-STATE        TO WS-SVCR-STATE.
006750     MOVE XC-SVCR-ZIP          TO WS-SVCR-ZIP.
006760     MOVE XC-SVCR-PHONE        TO WS-SVCR-PHONE.
006770 1800-EXIT.
006780     EXIT.

006790*----------------------------------------------------------------*
006800*    1900-LOAN-CARD-RTN  -  PLACE ONE LISTED LOAN IN THE         *
006810*    SELECTION TABLE IN LOAN NUMBER ORDER.  THE TABLE IS         *
006820*    SEARCHED FROM THE END, EACH HIGHER LOAN MOVING UP ONE       *
006830*    SLOT, UNTIL THE NEW LOAN'S PLACE IS FOUND.  A LOAN LISTED   *
006840*    TWICE IS TRANSFERRED ONCE.                                  *
006850*----------------------------------------------------------------*
006860 1900-LOAN-CARD-RTN.
006870     IF SELECT-BY-INVESTOR
006880         DISPLAY "COBXFER - CARD " WS-CARDS-READ
006890             " - LOAN CARD ON AN INVESTOR RUN - RUN ABORTED"
006900         MOVE "Y"              TO WS-STOP-SWITCH
006910         GO TO 1900-EXIT
006920     END-IF.
006930     IF XC-LOAN-NUMBER = SPACES
006940         DISPLAY "COBXFER - CARD " WS-CARDS-READ
006950             " - NO LOAN NUMBER - RUN ABORTED"
006960         MOVE "Y"              TO WS-STOP-SWITCH
006970         GO TO 1900-EXIT
006980     END-IF.
006990     IF WS-SELECTED-COUNT NOT < WS-SELECTED-MAX
007000         DISPLAY "COBXFER - MORE THAN " WS-SELECTED-MAX
007010             " LOANS ON THE CARDS - RUN ABORTED"
007020         MOVE "Y"              TO WS-STOP-SWITCH
007030         GO TO 1900-EXIT
007040     END-IF.

007050     MOVE "N"                  TO WS-SLOT-SWITCH.
007060     MOVE "N"                  TO WS-DUPLICATE-SWITCH.
007070     MOVE WS-SELECTED-COUNT    TO WS-SLOT-SUB.
007080     PERFORM 1950-FIND-SLOT-RTN
007090         THRU 1950-EXIT
007100         UNTIL SLOT-FOUND.

007110     IF DUPLICATE-LOAN-CARD
007120         ADD 1 TO WS-DUPLICATE-CARDS
007130         DISPLAY "COBXFER - CARD " WS-CARDS-READ
007140             " - LOAN " XC-LOAN-NUMBER " LISTED TWICE - "
007150             "TRANSFERRED ONCE"
007160         GO TO 1900-EXIT
007170     END-IF.

007180     COMPUTE WS-NEXT-SUB = WS-SLOT-SUB + 1.
007190     MOVE XC-LOAN-NUMBER       TO WS-SELECTED-LOAN (WS-NEXT-SUB).
007200     ADD 1 TO WS-SELECTED-COUNT.
007210 1900-EXIT.
007220     EXIT.

007230*----------------------------------------------------------------*
007240*    1950-FIND-SLOT-RTN  -  ONE STEP OF THE INSERTION SEARCH.    *
007250*    WS-SLOT-SUB ENDS ON THE LAST LOAN BELOW THE NEW ONE (ZERO   *
007260*    WHEN THE NEW LOAN GOES FIRST).                              *
007270*----------------------------------------------------------------*
007280 1950-FIND-SLOT-RTN.
007290     IF WS-SLOT-SUB = ZERO
007300         MOVE "Y"              TO WS-SLOT-SWITCH
007310         GO TO 1950-EXIT
007320     END-IF.
007330     IF WS-SELECTED-LOAN (WS-SLOT-SUB) = XC-LOAN-NUMBER
007340         MOVE "Y"              TO WS-DUPLICATE-SWITCH
007350         MOVE "Y"              TO WS-SLOT-SWITCH
007360         GO TO 1950-EXIT
007370     END-IF.
007380     IF WS-SELECTED-LOAN (WS-SLOT-SUB) < XC-LOAN-NUMBER
007390         MOVE "Y"              TO WS-SLOT-SWITCH
007400         GO TO 1950-EXIT
007410     END-IF.

007420     COMPUTE WS-NEXT-SUB = WS-SLOT-SUB + 1.
007430     MOVE WS-SELECTED-LOAN (WS-SLOT-SUB)
007440                               TO WS-SELECTED-LOAN (WS-NEXT-SUB).
007450     SUBTRACT 1                FROM WS-SLOT-SUB.
007460 1950-EXIT.
007470     EXIT.

007480*----------------------------------------------------------------*
007490*    2000-SELECT-INVESTOR-RTN  -  WALK THE LOAN MASTER AND TAKE  *
007500*    EVERY OPEN LOAN OF THE INVESTOR ON THE HEADER CARD.  THE    *
007510*    WHOLE SELECTION IS MADE BEFORE ANY LOAN IS CHANGED.         *
007520*----------------------------------------------------------------*
007530 2000-SELECT-INVESTOR-RTN.
007540     MOVE LOW-VALUES           TO LM-LOAN-NUMBER.
007550     START LOAN-MASTER KEY IS NOT LESS THAN LM-LOAN-NUMBER
007560         INVALID KEY
007570             MOVE "Y"          TO WS-LOAN-EOF-SWITCH
007580     END-START.
007590     PERFORM 2100-SELECT-ONE-LOAN-RTN
007600         THRU 2100-EXIT
007610         UNTIL END-OF-LOAN-FILE OR STOP-THE-RUN.
007620     IF STOP-THE-RUN
007630         GO TO 2000-EXIT
007640     END-IF.

007650     IF WS-SELECTED-COUNT = ZERO
007660         DISPLAY "COBXFER - NO OPEN LOANS FOR INVESTOR "
007670             WS-INVESTOR-CODE " - RUN ABORTED"
007680         MOVE "Y"              TO WS-STOP-SWITCH
007690     END-IF.
007700 2000-EXIT.
007710     EXIT.

007720*----------------------------------------------------------------*
007730*    2100-SELECT-ONE-LOAN-RTN  -  READ THE NEXT LOAN AND KEEP    *
007740*    IT IF IT IS AN OPEN LOAN OF THE INVESTOR BEING SOLD.        *
007750*----------------------------------------------------------------*
007760 2100-SELECT-ONE-LOAN-RTN.
007770     READ LOAN-MASTER NEXT RECORD
007780         AT END
007790             MOVE "Y"          TO WS-LOAN-EOF-SWITCH
007800             GO TO 2100-EXIT
007810     END-READ.

007820     IF LM-INVESTOR-CODE NOT = WS-INVESTOR-CODE
007830         GO TO 2100-EXIT
007840     END-IF.
007850     IF LM-LOAN-CLOSED
007860         ADD 1 TO WS-CLOSED-SKIPPED
007870         GO TO 2100-EXIT
007880     END-IF.

007890     IF WS-SELECTED-COUNT NOT < WS-SELECTED-MAX
007900         DISPLAY "COBXFER - MORE THAN " WS-SELECTED-MAX
007910             " LOANS FOR INVESTOR " WS-INVESTOR-CODE
007920             " - RUN ABORTED"
007930         MOVE "Y"              TO WS-STOP-SWITCH
007940         GO TO 2100-EXIT
007950     END-IF.
007960     ADD 1 TO WS-SELECTED-COUNT.
007970     MOVE LM-LOAN-NUMBER
007980         TO WS-SELECTED-LOAN (WS-SELECTED-COUNT).
007990 2100-EXIT.
008000     EXIT.

008010*----------------------------------------------------------------*
008020*    2800-WRITE-HEADER-RTN  -  THE OUTBOUND FILE HEADER.         *
008030*----------------------------------------------------------------*
008040 2800-WRITE-HEADER-RTN.
008050     MOVE SPACES               TO SERVICING-TRANSFER-RECORD.
008060     SET XO-HEADER-REC         TO TRUE.
008070     MOVE "**HEADER**"         TO XO-LOAN-NUMBER.
008080     MOVE WS-TRANSFER-DATE     TO XH-TRANSFER-DATE.
008090     MOVE WS-RUN-DATE          TO XH-CREATED-DATE.
008100     MOVE WS-SELECTION-TYPE    TO XH-SELECTION-TYPE.
008110     MOVE WS-INVESTOR-CODE     TO XH-INVESTOR-CODE.
008120     MOVE WS-NEW-SERVICER-ID   TO XH-NEW-SERVICER-ID.
008130     MOVE WS-NEW-SERVICER-NAME TO XH-NEW-SERVICER-NAME.
008140     WRITE SERVICING-TRANSFER-RECORD.
008150     ADD 1 TO WS-OUT-RECORDS.
008160 2800-EXIT.
008170     EXIT.

008180*----------------------------------------------------------------*
008190*    3000-TRANSFER-LOANS-RTN  -  TRANSFER EVERY SELECTED LOAN,   *
008200*    IN LOAN NUMBER ORDER.                                       *
008210*----------------------------------------------------------------*
008220 3000-TRANSFER-LOANS-RTN.
008230     PERFORM 3100-TRANSFER-ONE-LOAN-RTN
008240         THRU 3100-EXIT
008250         VARYING WS-SEL-SUB FROM 1 BY 1
008260             UNTIL WS-SEL-SUB > WS-SELECTED-COUNT
008270             OR STOP-THE-RUN.
008280 3000-EXIT.
008290     EXIT.

008300*----------------------------------------------------------------*
008310*    3100-TRANSFER-ONE-LOAN-RTN  -  SEND ONE LOAN'S SERVICING    *
008320*    DATA, SETTLE IT TO GL AND TAKE IT OFF OUR BOOKS.            *
008330*----------------------------------------------------------------*
008340 3100-TRANSFER-ONE-LOAN-RTN.
008350     MOVE SPACES               TO WS-REMARK.
008360     MOVE WS-SELECTED-LOAN (WS-SEL-SUB) TO LM-LOAN-NUMBER.
008370     READ LOAN-MASTER
008380         INVALID KEY
008390             MOVE "LOAN NOT ON LOAN MASTER" TO WS-REMARK
008400             PERFORM 6500-WRITE-EXCEPTION-RTN
008410                 THRU 6500-EXIT
008420             GO TO 3100-EXIT
008430     END-READ.

008440     IF LM-LOAN-TRANSFERRED
008450         MOVE "ALREADY TRANSFERRED" TO WS-REMARK
008460         PERFORM 6500-WRITE-EXCEPTION-RTN
008470             THRU 6500-EXIT
008480         GO TO 3100-EXIT
008490     END-IF.
008500     IF LM-LOAN-CLOSED
008510         MOVE "LOAN IS PAID OFF"   TO WS-REMARK
008520         PERFORM 6500-WRITE-EXCEPTION-RTN
008530             THRU 6500-EXIT
008540         GO TO 3100-EXIT
008550     END-IF.

008560*    A LOAN BOARDED BEFORE THE SUSPENSE AND LATE-CHARGE FIELDS  *
008570*    WERE CARVED OUT OF THE FILLER HOLDS NEITHER (SAME RULE AS  *
008580*    COBPOST).                                                  *
008590     IF LM-SUSPENSE-BALANCE NOT NUMERIC
008600         MOVE ZERO             TO LM-SUSPENSE-BALANCE
008610     END-IF.
008620     IF LM-LATE-CHARGE-BALANCE NOT NUMERIC
008630         MOVE ZERO             TO LM-LATE-CHARGE-BALANCE
008640     END-IF.
008650     MOVE LM-PRINCIPAL-BALANCE   TO WS-XFER-PRINCIPAL.
008660     MOVE LM-SUSPENSE-BALANCE    TO WS-XFER-SUSPENSE.
008670     MOVE LM-LATE-CHARGE-BALANCE TO WS-XFER-LATE-CHARGE.
008680     MOVE ZERO                   TO WS-XFER-ESCROW.

008690     PERFORM 3200-SEND-LOAN-RTN
008700         THRU 3200-EXIT.
008710     PERFORM 3300-SEND-CONTACT-RTN
008720         THRU 3300-EXIT.
008730     PERFORM 3400-SEND-ESCROW-RTN
008740         THRU 3400-EXIT.
008750     PERFORM 3500-SEND-NOTICES-RTN
008760         THRU 3500-EXIT.
008770     PERFORM 3600-SEND-HISTORY-RTN
008780         THRU 3600-EXIT.

008790     PERFORM 4000-CLOSE-LOAN-RTN
008800         THRU 4000-EXIT.
008810     IF STOP-THE-RUN
008820         GO TO 3100-EXIT
008830     END-IF.
008840     PERFORM 4500-SETTLE-GL-RTN
008850         THRU 4500-EXIT.
008860     PERFORM 5000-WRITE-LETTER-RTN
008870         THRU 5000-EXIT.
008880     PERFORM 6000-WRITE-REPORT-LINE-RTN
008890         THRU 6000-EXIT.

008900     ADD 1 TO WS-LOANS-TRANSFERRED.
008910     ADD WS-XFER-PRINCIPAL     TO WS-PRINCIPAL-TOTAL.
008920     ADD WS-XFER-SUSPENSE      TO WS-SUSPENSE-TOTAL.
008930     ADD WS-XFER-LATE-CHARGE   TO WS-LATE-CHARGE-TOTAL.
008940     ADD WS-XFER-ESCROW        TO WS-ESCROW-NET-TOTAL.
008950 3100-EXIT.
008960     EXIT.

008970*----------------------------------------------------------------*
008980*    3200-SEND-LOAN-RTN  -  THE LOAN MASTER AS IT STANDS BEFORE  *
008990*    THE TRANSFER, AUTOPAY ENROLLMENT AND BANK DETAILS           *
009000*    INCLUDED.                                                   *
009010*----------------------------------------------------------------*
009020 3200-SEND-LOAN-RTN.
009030     MOVE SPACES               TO SERVICING-TRANSFER-RECORD.
009040     SET XO-LOAN-REC           TO TRUE.
009050     MOVE LM-LOAN-NUMBER       TO XO-LOAN-NUMBER.
009060     MOVE LM-PRINCIPAL-BALANCE TO XL-PRINCIPAL-BALANCE.
009070     MOVE LM-INTEREST-RATE     TO XL-INTEREST-RATE.
009080     MOVE LM-TERM-MONTHS       TO XL-TERM-MONTHS.
009090     MOVE LM-NEXT-DUE-DATE     TO XL-NEXT-DUE-DATE.
009100     MOVE LM-BORROWER-NAME     TO XL-BORROWER-NAME.
009110     MOVE LM-RATE-CODE         TO XL-RATE-CODE.
009120     MOVE LM-SUSPENSE-BALANCE  TO XL-SUSPENSE-BALANCE.
009130     MOVE LM-LATE-CHARGE-BALANCE TO XL-LATE-CHARGE-BALANCE.
009140     IF LM-LATE-ASSESS-DATE NUMERIC
009150         MOVE LM-LATE-ASSESS-DATE TO XL-LATE-ASSESS-DATE
009160     ELSE
009170         MOVE ZERO             TO XL-LATE-ASSESS-DATE
009180     END-IF.
009190     MOVE LM-AUTOPAY-INDICATOR TO XL-AUTOPAY-INDICATOR.
009200     MOVE LM-BANK-ROUTING      TO XL-BANK-ROUTING.
009210     MOVE LM-BANK-ACCOUNT      TO XL-BANK-ACCOUNT.
009220     IF LM-DRAFT-DAY NUMERIC
009230         MOVE LM-DRAFT-DAY     TO XL-DRAFT-DAY
009240     ELSE
009250         MOVE ZERO             TO XL-DRAFT-DAY
009260     END-IF.
009270     MOVE LM-STATUS-CODE       TO XL-STATUS-CODE.
009280     MOVE LM-INVESTOR-CODE     TO XL-INVESTOR-CODE.
009290     MOVE LM-STMT-SUPPRESS-IND TO XL-STMT-SUPPRESS-IND.
009300     WRITE SERVICING-TRANSFER-RECORD.
009310     ADD 1 TO WS-OUT-RECORDS.
009320 3200-EXIT.
009330     EXIT.

009340*----------------------------------------------------------------*
009350*    3300-SEND-CONTACT-RTN  -  THE BORROWER CONTACT RECORD, IF   *
009360*    THE LOAN HAS ONE.  IT ALSO ADDRESSES THE GOODBYE LETTER.    *
009370*----------------------------------------------------------------*
009380 3300-SEND-CONTACT-RTN.
009390     MOVE "N"                  TO WS-CONTACT-SWITCH.
009400     MOVE LM-LOAN-NUMBER       TO BC-LOAN-NUMBER.
009410     READ BORROWER-CONTACT
009420         INVALID KEY
009430             ADD 1 TO WS-NO-CONTACT-COUNT
009440             GO TO 3300-EXIT
009450     END-READ.
009460     MOVE "Y"                  TO WS-CONTACT-SWITCH.

009470     MOVE SPACES               TO SERVICING-TRANSFER-RECORD.
009480     SET XO-CONTACT-REC        TO TRUE.
009490     MOVE LM-LOAN-NUMBER       TO XO-LOAN-NUMBER.
009500     MOVE BC-PRIMARY-NAME      TO XB-PRIMARY-NAME.
009510     MOVE BC-CO-BORROWER-NAME  TO XB-CO-BORROWER-NAME.
009520     MOVE BC-MAILING-ADDRESS   TO XB-MAILING-ADDRESS.
009530     MOVE BC-PROPERTY-ADDRESS  TO XB-PROPERTY-ADDRESS.
009540     MOVE BC-PHONE             TO XB-PHONE.
009550     MOVE BC-EMAIL             TO XB-EMAIL.
009560     WRITE SERVICING-TRANSFER-RECORD.
009570     ADD 1 TO WS-OUT-RECORDS.
009580     ADD 1 TO WS-CONTACT-RECS.
009590 3300-EXIT.
009600     EXIT.

009610*----------------------------------------------------------------*
009620*    3400-SEND-ESCROW-RTN  -  THE ESCROW MASTER, IF THE LOAN     *
009630*    HAS ONE.  THE RECORD STAYS IN HAND FOR 4000 TO ZERO.        *
009640*----------------------------------------------------------------*
009650 3400-SEND-ESCROW-RTN.
009660     MOVE "N"                  TO WS-ESCROW-SWITCH.
009670     MOVE LM-LOAN-NUMBER       TO EM-LOAN-NUMBER.
009680     READ ESCROW-MASTER
009690         INVALID KEY
009700             GO TO 3400-EXIT
009710     END-READ.
009720     MOVE "Y"                  TO WS-ESCROW-SWITCH.

009730*    A RECORD CONVERTED BEFORE THE ACTUAL TABLE EXISTED STILL   *
009740*    HAS SPACES THERE - TREAT A SPACE-FILLED ENTRY AS ZERO      *
009750*    (SAME GUARD AS COBESCPY).                                  *
009760     IF EM-ESCROW-BALANCE NOT NUMERIC
009770         MOVE ZERO             TO EM-ESCROW-BALANCE
009780     END-IF.
009790     IF EM-MONTHLY-DEPOSIT NOT NUMERIC
009800         MOVE ZERO             TO EM-MONTHLY-DEPOSIT
009810     END-IF.
009820     MOVE EM-ESCROW-BALANCE    TO WS-XFER-ESCROW.

009830     MOVE SPACES               TO SERVICING-TRANSFER-RECORD.
009840     SET XO-ESCROW-REC         TO TRUE.
009850     MOVE LM-LOAN-NUMBER       TO XO-LOAN-NUMBER.
009860     IF WS-XFER-ESCROW < ZERO
009870         MOVE "-"              TO XE-BALANCE-SIGN
009880     END-IF.
009890     MOVE WS-XFER-ESCROW       TO XE-ESCROW-BALANCE.
009900     MOVE EM-MONTHLY-DEPOSIT   TO XE-MONTHLY-DEPOSIT.
009910     MOVE EM-CUSHION-MONTHS    TO XE-CUSHION-MONTHS.
009920     PERFORM 3450-SEND-ONE-MONTH-RTN
009930         THRU 3450-EXIT
009940         VARYING WS-TABLE-SUB FROM 1 BY 1
009950             UNTIL WS-TABLE-SUB > 12.
009960     WRITE SERVICING-TRANSFER-RECORD.
009970     ADD 1 TO WS-OUT-RECORDS.
009980     ADD 1 TO WS-ESCROW-RECS.
009990 3400-EXIT.
010000     EXIT.

010010*----------------------------------------------------------------*
010020*    3450-SEND-ONE-MONTH-RTN  -  ONE MONTH OF BOTH DISBURSEMENT  *
010030*    TABLES.                                                     *
010040*----------------------------------------------------------------*
010050 3450-SEND-ONE-MONTH-RTN.
010060     SET EM-MONTH-IDX          TO WS-TABLE-SUB.
010070     SET EM-ACTUAL-IDX         TO WS-TABLE-SUB.
010080     IF EM-DISBURSEMENT-AMOUNT (EM-MONTH-IDX) NUMERIC
010090         MOVE EM-DISBURSEMENT-AMOUNT (EM-MONTH-IDX)
010100             TO XE-DISBURSEMENT-AMOUNT (WS-TABLE-SUB)
010110     ELSE
010120         MOVE ZERO TO XE-DISBURSEMENT-AMOUNT (WS-TABLE-SUB)
010130     END-IF.
010140     IF EM-ACTUAL-DISB-AMOUNT (EM-ACTUAL-IDX) NUMERIC
010150         MOVE EM-ACTUAL-DISB-AMOUNT (EM-ACTUAL-IDX)
010160             TO XE-ACTUAL-DISB-AMOUNT (WS-TABLE-SUB)
010170     ELSE
010180         MOVE ZERO TO XE-ACTUAL-DISB-AMOUNT (WS-TABLE-SUB)
010190     END-IF.
010200 3450-EXIT.
010210     EXIT.

010220*----------------------------------------------------------------*
010230*    3500-SEND-NOTICES-RTN  -  THE COLLECTIONS NOTICE HISTORY,   *
010240*    IF COBNOTIC HAS EVER NOTICED THE LOAN.                      *
010250*----------------------------------------------------------------*
010260 3500-SEND-NOTICES-RTN.
010270     IF NOT NOTICE-FILE-IS-OPEN
010280         GO TO 3500-EXIT
010290     END-IF.
010300     MOVE LM-LOAN-NUMBER       TO NH-LOAN-NUMBER.
010310     READ NOTICE-HISTORY
010320         INVALID KEY
010330             GO TO 3500-EXIT
010340     END-READ.

010350     MOVE SPACES               TO SERVICING-TRANSFER-RECORD.
010360     SET XO-NOTICE-REC         TO TRUE.
010370     MOVE LM-LOAN-NUMBER       TO XO-LOAN-NUMBER.
010380     MOVE NH-LAST-BUCKET       TO XN-LAST-BUCKET.
010390     MOVE NH-LAST-NOTICE-DATE  TO XN-LAST-NOTICE-DATE.
010400     MOVE NH-NOTICE-COUNT      TO XN-NOTICE-COUNT.
010410     WRITE SERVICING-TRANSFER-RECORD.
010420     ADD 1 TO WS-OUT-RECORDS.
010430     ADD 1 TO WS-NOTICE-RECS.
010440 3500-EXIT.
010450     EXIT.

010460*----------------------------------------------------------------*
010470*    3600-SEND-HISTORY-RTN  -  MATCH THE SORTED HISTORY FILE TO  *
010480*    THE LOAN: SKIP HISTORY FOR LOANS NOT BEING TRANSFERRED,     *
010490*    THEN SEND THIS LOAN'S RECORDS POSTED ON OR AFTER THE        *
010500*    24-MONTH CUTOFF.                                            *
010510*----------------------------------------------------------------*
010520 3600-SEND-HISTORY-RTN.
010530     PERFORM 3690-READ-HISTORY-RTN
010540         THRU 3690-EXIT
010550         UNTIL END-OF-HISTORY
010560         OR TH-LOAN-NUMBER NOT < LM-LOAN-NUMBER.
010570     PERFORM 3650-SEND-ONE-HISTORY-RTN
010580         THRU 3650-EXIT
010590         UNTIL TH-LOAN-NUMBER NOT = LM-LOAN-NUMBER.
010600 3600-EXIT.
010610     EXIT.

010620*----------------------------------------------------------------*
010630*    3650-SEND-ONE-HISTORY-RTN  -  SEND ONE HISTORY RECORD IF    *
010640*    IT FALLS INSIDE THE 24 MONTHS, THEN READ THE NEXT.          *
010650*----------------------------------------------------------------*
010660 3650-SEND-ONE-HISTORY-RTN.
010670     IF TH-POST-DATE NOT < WS-HISTORY-CUTOFF
010680         PERFORM 3660-WRITE-HISTORY-RTN
010690             THRU 3660-EXIT
010700     END-IF.
010710     PERFORM 3690-READ-HISTORY-RTN
010720         THRU 3690-EXIT.
010730 3650-EXIT.
010740     EXIT.

010750*----------------------------------------------------------------*
010760*    3660-WRITE-HISTORY-RTN  -  ONE OUTBOUND HISTORY RECORD.     *
010770*----------------------------------------------------------------*
010780 3660-WRITE-HISTORY-RTN.
010790     MOVE SPACES               TO SERVICING-TRANSFER-RECORD.
010800     SET XO-HISTORY-REC        TO TRUE.
010810     MOVE TH-LOAN-NUMBER       TO XO-LOAN-NUMBER.
010820     MOVE TH-POST-DATE         TO XT-POST-DATE.
010830     MOVE TH-POST-TIME         TO XT-POST-TIME.
010840     MOVE TH-RECEIPT-DATE      TO XT-RECEIPT-DATE.
010850     MOVE TH-RECEIPT-AMOUNT    TO XT-RECEIPT-AMOUNT.
010860     MOVE TH-PRINCIPAL-APPLIED TO XT-PRINCIPAL-APPLIED.
010870     MOVE TH-INTEREST-APPLIED  TO XT-INTEREST-APPLIED.
010880     MOVE TH-CURTAILMENT-AMOUNT TO XT-CURTAILMENT-AMOUNT.
010890     MOVE TH-SUSPENSE-AFTER    TO XT-SUSPENSE-AFTER.
010900     MOVE TH-NEW-BALANCE       TO XT-NEW-BALANCE.
010910     MOVE TH-TRAN-TYPE         TO XT-TRAN-TYPE.
010920     IF TH-LATE-CHARGE-PAID NUMERIC
010930         MOVE TH-LATE-CHARGE-PAID TO XT-LATE-CHARGE-PAID
010940     ELSE
010950         MOVE ZERO             TO XT-LATE-CHARGE-PAID
010960     END-IF.
010970     MOVE TH-RECEIPT-REFERENCE TO XT-RECEIPT-REFERENCE.
010980     IF TH-ESCROW-APPLIED NUMERIC
010990         MOVE TH-ESCROW-APPLIED TO XT-ESCROW-APPLIED
011000     ELSE
011010         MOVE ZERO             TO XT-ESCROW-APPLIED
011020     END-IF.
011030     WRITE SERVICING-TRANSFER-RECORD.
011040     ADD 1 TO WS-OUT-RECORDS.
011050     ADD 1 TO WS-HISTORY-RECS.
011060 3660-EXIT.
011070     EXIT.

011080*----------------------------------------------------------------*
011090*    3690-READ-HISTORY-RTN  -  NEXT HISTORY RECORD.  AT END THE  *
011100*    LOAN NUMBER GOES TO HIGH-VALUES SO EVERY LOAN COMPARES LOW. *
011110*----------------------------------------------------------------*
011120 3690-READ-HISTORY-RTN.
011130     READ TRAN-HISTORY
011140         AT END
011150             MOVE "Y"          TO WS-HIST-EOF-SWITCH
011160             MOVE HIGH-VALUES  TO TH-LOAN-NUMBER
011170     END-READ.
011180 3690-EXIT.
011190     EXIT.

011200*----------------------------------------------------------------*
011210*    4000-CLOSE-LOAN-RTN  -  TAKE THE LOAN OFF OUR BOOKS THE WAY *
011220*    COBSATIS CLOSES A PAID-OFF LOAN, MARKED TRANSFERRED.  A     *
011230*    REWRITE FAILURE ON A RECORD JUST READ IS AN I/O FAULT THAT  *
011240*    WOULD RECUR ON EVERY REMAINING LOAN - THE RUN STOPS (SAME   *
011250*    POLICY AS COBPOST) AND THE OUTBOUND FILE GETS NO TRAILER.   *
011260*----------------------------------------------------------------*
011270 4000-CLOSE-LOAN-RTN.
011280     MOVE ZERO                 TO LM-PRINCIPAL-BALANCE
011290                                   LM-SUSPENSE-BALANCE
011300                                   LM-LATE-CHARGE-BALANCE.
011310     SET LM-LOAN-TRANSFERRED   TO TRUE.
011320     REWRITE LOAN-MASTER-RECORD
011330         INVALID KEY
011340             DISPLAY "COBXFER - REWRITE FAILED ON LOAN "
011350                 LM-LOAN-NUMBER " - STATUS "
011360                 WS-LOAN-FILE-STATUS " - RUN STOPPED"
011370             MOVE "Y"          TO WS-STOP-SWITCH
011380             GO TO 4000-EXIT
011390     END-REWRITE.

011400*    THE PRINCIPAL TRANSFERRED COMES OFF THE CONTROL TOTAL IN   *
011410*    THE SAME UNIT OF WORK.  THE TRANSFERRED RECORD STAYS ON    *
011420*    THE FILE, SO THE LOAN COUNT DOES NOT MOVE (AS COBSATIS).   *
011430     SUBTRACT WS-XFER-PRINCIPAL FROM LC-TOTAL-PRINCIPAL.
011440     MOVE WS-RUN-DATE          TO LC-LAST-UPDATE-DATE.
011450     MOVE WS-CURRENT-TIME      TO LC-LAST-UPDATE-TIME.
011460     REWRITE LOAN-CONTROL-RECORD.

011470     IF ESCROW-ON-FILE
011480         MOVE ZERO             TO EM-ESCROW-BALANCE
011490         REWRITE ESCROW-MASTER-RECORD
011500     END-IF.
011510 4000-EXIT.
011520     EXIT.

011530*----------------------------------------------------------------*
011540*    4500-SETTLE-GL-RTN  -  SETTLE THE LOAN'S BALANCES TO THE    *
011550*    SERVICING TRANSFER CLEARING ACCOUNT, ONE GL RECORD PER      *
011560*    BALANCE (SOURCE "X", SEE SBANK08W).  ESCROW HELD AND        *
011570*    SUSPENSE ARE OWED TO THE NEW SERVICER; AN ESCROW ADVANCE    *
011580*    AND THE PRINCIPAL ARE RECOVERED FROM IT.                    *
011590*----------------------------------------------------------------*
011600 4500-SETTLE-GL-RTN.
011610     IF WS-XFER-ESCROW > ZERO
011620         MOVE WS-ESCROW-ACCOUNT    TO WS-GL-CHARGE-ACCOUNT
011630         MOVE WS-XFER-ACCOUNT      TO WS-GL-OFFSET-ACCOUNT
011640         MOVE WS-XFER-ESCROW       TO WS-GL-AMOUNT
011650         ADD WS-XFER-ESCROW        TO WS-ESCROW-HELD-TOTAL
011660         PERFORM 4600-WRITE-GL-RTN
011670             THRU 4600-EXIT
011680     END-IF.
011690     IF WS-XFER-ESCROW < ZERO
011700         MOVE WS-XFER-ACCOUNT      TO WS-GL-CHARGE-ACCOUNT
011710         MOVE WS-ESCROW-ACCOUNT    TO WS-GL-OFFSET-ACCOUNT
011720         COMPUTE WS-GL-AMOUNT = ZERO - WS-XFER-ESCROW
011730         ADD WS-GL-AMOUNT          TO WS-ESCROW-ADVANCED-TOTAL
011740         PERFORM 4600-WRITE-GL-RTN
011750             THRU 4600-EXIT
011760     END-IF.
011770     IF WS-XFER-SUSPENSE > ZERO
011780         MOVE WS-SUSPENSE-ACCOUNT  TO WS-GL-CHARGE-ACCOUNT
011790         MOVE WS-XFER-ACCOUNT      TO WS-GL-OFFSET-ACCOUNT
011800         MOVE WS-XFER-SUSPENSE     TO WS-GL-AMOUNT
011810         PERFORM 4600-WRITE-GL-RTN
011820             THRU 4600-EXIT
011830     END-IF.
011840     IF WS-XFER-PRINCIPAL > ZERO
011850         MOVE WS-XFER-ACCOUNT      TO WS-GL-CHARGE-ACCOUNT
011860         MOVE WS-PRINCIPAL-ACCOUNT TO WS-GL-OFFSET-ACCOUNT
011870         MOVE WS-XFER-PRINCIPAL    TO WS-GL-AMOUNT
011880         PERFORM 4600-WRITE-GL-RTN
011890             THRU 4600-EXIT
011900     END-IF.
011910 4500-EXIT.
011920     EXIT.

011930*----------------------------------------------------------------*
011940*    4600-WRITE-GL-RTN  -  ONE SETTLEMENT ENTRY.  THE ACCOUNT IN *
011950*    THE PRINCIPAL-ACCOUNT SLOT IS CHARGED GX-PRINCIPAL-AMOUNT   *
011960*    AND THE ONE IN THE INTEREST-ACCOUNT SLOT IS THE OFFSET      *
011970*    CREDITED WITH IT.                                           *
011980*----------------------------------------------------------------*
011990 4600-WRITE-GL-RTN.
012000     MOVE SPACES               TO GL-EXTRACT-RECORD.
012010     MOVE LM-LOAN-NUMBER       TO GX-LOAN-NUMBER.
012020     MOVE WS-RUN-DATE          TO GX-RUN-DATE.
012030     MOVE WS-GL-CHARGE-ACCOUNT TO GX-GL-ACCOUNT-PRINCIPAL.
012040     MOVE WS-GL-AMOUNT         TO GX-PRINCIPAL-AMOUNT.
012050     MOVE WS-GL-OFFSET-ACCOUNT TO GX-GL-ACCOUNT-INTEREST.
012060     MOVE ZERO                 TO GX-INTEREST-AMOUNT.
012070     MOVE ZERO                 TO GX-NEW-BALANCE.
012080     SET GX-SOURCE-TRANSFER    TO TRUE.
012090     WRITE GL-EXTRACT-RECORD.
012100     ADD 1 TO WS-GL-RECORDS.
012110 4600-EXIT.
012120     EXIT.

012130*----------------------------------------------------------------*
012140*    5000-WRITE-LETTER-RTN  -  THE BORROWER'S GOODBYE LETTER,    *
012150*    ADDRESSED FROM THE CONTACT MASTER (COBREPRC'S RULE).        *
012160*----------------------------------------------------------------*
012170 5000-WRITE-LETTER-RTN.
012180     MOVE SPACES               TO GOODBYE-LETTER-RECORD.
012190     MOVE LM-LOAN-NUMBER       TO XG-LOAN-NUMBER.
012200     MOVE LM-BORROWER-NAME     TO XG-BORROWER-NAME.
012210     MOVE WS-RUN-DATE          TO XG-LETTER-DATE.
012220     MOVE WS-TRANSFER-DATE     TO XG-TRANSFER-DATE.
012230     MOVE WS-LAST-PAYMENT-DATE TO XG-LAST-PAYMENT-DATE.
012240     MOVE WS-NEW-SERVICER-NAME TO XG-NEW-SERVICER-NAME.
012250     MOVE WS-SVCR-ADDRESS-FIELDS TO XG-NEW-SERVICER-ADDRESS.
012260     MOVE WS-SVCR-PHONE        TO XG-SVCR-PHONE.
012270     MOVE LM-AUTOPAY-INDICATOR TO XG-AUTOPAY-INDICATOR.
012280     IF CONTACT-ON-FILE
012290         IF BC-PRIMARY-NAME NOT = SPACES
012300             MOVE BC-PRIMARY-NAME  TO XG-BORROWER-NAME
012310         END-IF
012320         MOVE BC-CO-BORROWER-NAME  TO XG-CO-BORROWER-NAME
012330         MOVE BC-MAILING-ADDRESS   TO XG-MAILING-ADDRESS
012340         MOVE BC-PROPERTY-ADDRESS  TO XG-PROPERTY-ADDRESS
012350     END-IF.
012360     WRITE GOODBYE-LETTER-RECORD.
012370     ADD 1 TO WS-LETTERS-WRITTEN.
012380 5000-EXIT.
012390     EXIT.

012400*----------------------------------------------------------------*
012410*    6000-WRITE-REPORT-LINE-RTN  -  LIST THE LOAN TRANSFERRED    *
012420*    WITH THE BALANCES HANDED OVER.                              *
012430*----------------------------------------------------------------*
012440 6000-WRITE-REPORT-LINE-RTN.
012450     MOVE SPACES               TO TRANSFER-REPORT-LINE.
012460     MOVE LM-LOAN-NUMBER       TO XR-LOAN-NUMBER.
012470     MOVE LM-BORROWER-NAME     TO XR-BORROWER-NAME.
012480     MOVE WS-XFER-PRINCIPAL    TO XR-PRINCIPAL-BALANCE.
012490     MOVE WS-XFER-ESCROW       TO XR-ESCROW-BALANCE.
012500     MOVE WS-XFER-SUSPENSE     TO XR-SUSPENSE-BALANCE.
012510     MOVE WS-XFER-LATE-CHARGE  TO XR-LATE-CHARGE-BALANCE.
012520     MOVE "TRANSFERD"          TO XR-STATUS.
012530     IF LM-AUTOPAY-ENROLLED
012540         MOVE "AUTOPAY ENROLLMENT SENT" TO XR-REMARK
012550     END-IF.
012560     WRITE TRANSFER-REPORT-LINE.
012570 6000-EXIT.
012580     EXIT.

012590*----------------------------------------------------------------*
012600*    6500-WRITE-EXCEPTION-RTN  -  LIST A SELECTED LOAN THAT WAS  *
012610*    NOT TRANSFERRED.  WS-REMARK IS ALREADY SET.                 *
012620*----------------------------------------------------------------*
012630 6500-WRITE-EXCEPTION-RTN.
012640     MOVE SPACES               TO TRANSFER-REPORT-LINE.
012650     MOVE WS-SELECTED-LOAN (WS-SEL-SUB) TO XR-LOAN-NUMBER.
012660     MOVE "EXCEPTION"          TO XR-STATUS.
012670     MOVE WS-REMARK            TO XR-REMARK.
012680     WRITE TRANSFER-REPORT-LINE.
012690     ADD 1 TO WS-EXCEPTIONS.
012700 6500-EXIT.
012710     EXIT.

012720*----------------------------------------------------------------*
012730*    7000-PRINT-TOTALS-RTN  -  THE CONTROL TOTALS AT THE FOOT OF *
012740*    THE REPORT - THE SAME COUNTS AND AMOUNTS AS THE OUTBOUND    *
012750*    FILE TRAILER.                                               *
012760*----------------------------------------------------------------*
012770 7000-PRINT-TOTALS-RTN.
012780     MOVE SPACES               TO TRANSFER-REPORT-LINE.
012790     WRITE TRANSFER-REPORT-LINE.

012800     MOVE SPACES               TO TRANSFER-TOTAL-LINE.
012810     MOVE "TRANSFER CARDS READ"        TO XK-LABEL.
012820     MOVE WS-CARDS-READ                TO XK-COUNT.
012830     WRITE TRANSFER-TOTAL-LINE.

012840     MOVE "LOANS SELECTED"             TO XK-LABEL.
012850     MOVE WS-SELECTED-COUNT            TO XK-COUNT.
012860     WRITE TRANSFER-TOTAL-LINE.

012870     MOVE "EXCEPTIONS - NOT TRANSFERRED" TO XK-LABEL.
012880     MOVE WS-EXCEPTIONS                TO XK-COUNT.
012890     WRITE TRANSFER-TOTAL-LINE.

012900     MOVE "LOANS TRANSFERRED"          TO XK-LABEL.
012910     MOVE WS-LOANS-TRANSFERRED         TO XK-COUNT.
012920     WRITE TRANSFER-TOTAL-LINE.

012930     MOVE "BORROWER CONTACT RECORDS SENT" TO XK-LABEL.
012940     MOVE WS-CONTACT-RECS              TO XK-COUNT.
012950     WRITE TRANSFER-TOTAL-LINE.

012960     MOVE "ESCROW RECORDS SENT"        TO XK-LABEL.
012970     MOVE WS-ESCROW-RECS               TO XK-COUNT.
012980     WRITE TRANSFER-TOTAL-LINE.

012990     MOVE "NOTICE HISTORY RECORDS SENT" TO XK-LABEL.
013000     MOVE WS-NOTICE-RECS               TO XK-COUNT.
013010     WRITE TRANSFER-TOTAL-LINE.

013020     MOVE "TRANSACTION HISTORY RECORDS SENT" TO XK-LABEL.
013030     MOVE WS-HISTORY-RECS              TO XK-COUNT.
013040     WRITE TRANSFER-TOTAL-LINE.

013050     MOVE "OUTBOUND RECORDS WITH HEADER/TRAILER" TO XK-LABEL.
013060     MOVE WS-OUT-RECORDS               TO XK-COUNT.
013070     WRITE TRANSFER-TOTAL-LINE.

013080     MOVE "GOODBYE LETTERS WRITTEN"    TO XK-LABEL.
013090     MOVE WS-LETTERS-WRITTEN           TO XK-COUNT.
013100     WRITE TRANSFER-TOTAL-LINE.

013110     MOVE SPACES               TO TRANSFER-TOTAL-LINE.
013120     MOVE "PRINCIPAL BALANCE TRANSFERRED" TO XK-LABEL.
013130     MOVE WS-PRINCIPAL-TOTAL           TO XK-AMOUNT.
013140     WRITE TRANSFER-TOTAL-LINE.

013150     MOVE "ESCROW HELD - OWED TO NEW SERVICER" TO XK-LABEL.
013160     MOVE WS-ESCROW-HELD-TOTAL         TO XK-AMOUNT.
013170     WRITE TRANSFER-TOTAL-LINE.

013180     MOVE "ESCROW ADVANCED - DUE FROM NEW SERVICER" TO XK-LABEL.
013190     MOVE WS-ESCROW-ADVANCED-TOTAL     TO XK-AMOUNT.
013200     WRITE TRANSFER-TOTAL-LINE.

013210     MOVE "ESCROW BALANCE TRANSFERRED - NET" TO XK-LABEL.
013220     MOVE WS-ESCROW-NET-TOTAL          TO XK-AMOUNT.
013230     WRITE TRANSFER-TOTAL-LINE.

013240     MOVE "SUSPENSE BALANCE TRANSFERRED" TO XK-LABEL.
013250     MOVE WS-SUSPENSE-TOTAL            TO XK-AMOUNT.
013260     WRITE TRANSFER-TOTAL-LINE.

013270     MOVE "LATE CHARGES OWED - CARRIED, NOT GL" TO XK-LABEL.
013280     MOVE WS-LATE-CHARGE-TOTAL         TO XK-AMOUNT.
013290     WRITE TRANSFER-TOTAL-LINE.

013300     MOVE SPACES               TO TRANSFER-TOTAL-LINE.
013310     MOVE "SETTLEMENT ENTRIES WRITTEN TO GL" TO XK-LABEL.
013320     MOVE WS-GL-RECORDS                TO XK-COUNT.
013330     WRITE TRANSFER-TOTAL-LINE.
013340 7000-EXIT.
013350     EXIT.

013360*----------------------------------------------------------------*
013370*    7500-WRITE-TRAILER-RTN  -  THE OUTBOUND FILE TRAILER.  THE  *
013380*    RECORD COUNT INCLUDES THE HEADER AND THE TRAILER ITSELF.    *
013390*----------------------------------------------------------------*
013400 7500-WRITE-TRAILER-RTN.
013410     ADD 1 TO WS-OUT-RECORDS.
013420     MOVE SPACES               TO SERVICING-TRANSFER-RECORD.
013430     SET XO-TRAILER-REC        TO TRUE.
013440     MOVE "**TRAILER*"         TO XO-LOAN-NUMBER.
013450     MOVE WS-LOANS-TRANSFERRED TO XZ-LOAN-COUNT.
013460     MOVE WS-CONTACT-RECS      TO XZ-CONTACT-COUNT.
013470     MOVE WS-ESCROW-RECS       TO XZ-ESCROW-COUNT.
013480     MOVE WS-NOTICE-RECS       TO XZ-NOTICE-COUNT.
013490     MOVE WS-HISTORY-RECS      TO XZ-HISTORY-COUNT.
013500     MOVE WS-OUT-RECORDS       TO XZ-RECORD-COUNT.
013510     MOVE WS-PRINCIPAL-TOTAL   TO XZ-PRINCIPAL-TOTAL.
013520     IF WS-ESCROW-NET-TOTAL < ZERO
013530         MOVE "-"              TO XZ-ESCROW-SIGN
013540     END-IF.
013550     MOVE WS-ESCROW-NET-TOTAL  TO XZ-ESCROW-TOTAL.
013560     MOVE WS-SUSPENSE-TOTAL    TO XZ-SUSPENSE-TOTAL.
013570     MOVE WS-LATE-CHARGE-TOTAL TO XZ-LATE-CHARGE-TOTAL.
013580     WRITE SERVICING-TRANSFER-RECORD.
013590 7500-EXIT.
013600     EXIT.

013610*----------------------------------------------------------------*
013620*    7800-VALIDATE-DATE-RTN  -  CHECK WS-CHECK-DATE IS A REAL    *
013630*    CALENDAR DATE: MONTH 1-12, DAY WITHIN THE MONTH, WITH THE   *
013640*    FULL CENTURY LEAP-YEAR RULE FOR FEBRUARY (SAME RULES AS     *
013650*    COBVERFY'S DUE-DATE CHECK).  A DATE MOVED IN FROM A         *
013660*    CHARACTER VIEW OF THE CARD IS CHECKED NUMERIC FIRST.        *
013670*----------------------------------------------------------------*
013680 7800-VALIDATE-DATE-RTN.
013690     MOVE "N"                  TO WS-DATE-OK-SWITCH.

013700     IF WS-CHECK-DATE NOT NUMERIC
013710         GO TO 7800-EXIT
013720     END-IF.

013730     IF WS-CHECK-YEAR = ZERO
013740         GO TO 7800-EXIT
013750     END-IF.

013760     IF WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
013770         GO TO 7800-EXIT
013780     END-IF.

013790     IF WS-CHECK-MONTH = 2
013800         PERFORM 7900-SET-FEBRUARY-LIMIT-RTN
013810             THRU 7900-EXIT
013820     ELSE
013830         MOVE WS-MONTH-DAY-LIMIT (WS-CHECK-MONTH)
013840                               TO WS-DAYS-IN-MONTH
013850     END-IF.

013860     IF WS-CHECK-DAY < 1 OR WS-CHECK-DAY > WS-DAYS-IN-MONTH
013870         GO TO 7800-EXIT
013880     END-IF.

013890     MOVE "Y"                  TO WS-DATE-OK-SWITCH.
013900 7800-EXIT.
013910     EXIT.

013920*----------------------------------------------------------------*
013930*    7900-SET-FEBRUARY-LIMIT-RTN  -  29 DAYS WHEN THE YEAR IS    *
013940*    DIVISIBLE BY 4 BUT NOT BY 100, OR DIVISIBLE BY 400;         *
013950*    OTHERWISE 28.                                               *
013960*----------------------------------------------------------------*
013970 7900-SET-FEBRUARY-LIMIT-RTN.
013980     MOVE 28                   TO WS-DAYS-IN-MONTH.

013990     DIVIDE WS-CHECK-YEAR BY 4
014000         GIVING WS-LEAP-QUOTIENT
014010         REMAINDER WS-LEAP-REMAINDER.
014020     IF WS-LEAP-REMAINDER NOT = ZERO
014030         GO TO 7900-EXIT
014040     END-IF.

014050     DIVIDE WS-CHECK-YEAR BY 100
014060         GIVING WS-LEAP-QUOTIENT
014070         REMAINDER WS-LEAP-REMAINDER.
014080     IF WS-LEAP-REMAINDER NOT = ZERO
014090         MOVE 29               TO WS-DAYS-IN-MONTH
014100         GO TO 7900-EXIT
014110     END-IF.

014120     DIVIDE WS-CHECK-YEAR BY 400
014130         GIVING WS-LEAP-QUOTIENT
014140         REMAINDER WS-LEAP-REMAINDER.
014150     IF WS-LEAP-REMAINDER = ZERO
014160         MOVE 29               TO WS-DAYS-IN-MONTH
014170     END-IF.
014180 7900-EXIT.
014190     EXIT.

014200*----------------------------------------------------------------*
014210*    9999-TERMINATE-RTN  -  CLOSE FILES AND LOG THE RUN TOTALS.  *
014220*----------------------------------------------------------------*
014230 9999-TERMINATE-RTN.
014240*    GUARDED ON WHETHER THE RUN FILES WERE OPENED, NOT ON THE   *
014250*    STOP SWITCH - A CARD FAULT OR A MID-RUN STOP LEAVES THEM   *
014260*    OPEN AND THEY MUST STILL BE CLOSED.                        *
014270     IF RUN-FILES-ARE-OPEN
014280         CLOSE TRANSFER-CARD
014290               LOAN-MASTER
014300               ESCROW-MASTER
014310               BORROWER-CONTACT
014320               TRAN-HISTORY
014330               CONTROL-FILE
014340               GL-EXTRACT
014350               TRANSFER-FILE
014360               GOODBYE-LETTER
014370               TRANSFER-REPORT
014380         IF NOTICE-FILE-IS-OPEN
014390             CLOSE NOTICE-HISTORY
014400         END-IF
014410     END-IF.

014420     IF STOP-THE-RUN
014430         AND WS-LOANS-TRANSFERRED > ZERO
014440         DISPLAY "COBXFER - RUN STOPPED AFTER "
014450             WS-LOANS-TRANSFERRED " LOANS - OUTBOUND FILE HAS "
014460             "NO TRAILER AND MUST NOT BE SENT"
014470     END-IF.
014480     DISPLAY "COBXFER - TRANSFER CARDS READ    " WS-CARDS-READ.
014490     DISPLAY "COBXFER - LOANS SELECTED         "
014500         WS-SELECTED-COUNT.
014510     DISPLAY "COBXFER - LOANS TRANSFERRED      "
014520         WS-LOANS-TRANSFERRED.
014530     DISPLAY "COBXFER - EXCEPTIONS             " WS-EXCEPTIONS.
014540     DISPLAY "COBXFER - CLOSED LOANS SKIPPED   "
014550         WS-CLOSED-SKIPPED.
014560     DISPLAY "COBXFER - DUPLICATE LOAN CARDS   "
014570         WS-DUPLICATE-CARDS.
014580     DISPLAY "COBXFER - HISTORY RECORDS SENT   "
014590         WS-HISTORY-RECS.
014600     DISPLAY "COBXFER - GL ENTRIES WRITTEN     " WS-GL-RECORDS.
014610     DISPLAY "COBXFER - NO CONTACT ON FILE     "
014620         WS-NO-CONTACT-COUNT.
014630     IF CYCLE-STEP-RUNNING
014631         IF STOP-THE-RUN
014632             MOVE "F"          TO CY-FUNCTION
014633         ELSE
014634             MOVE "C"          TO CY-FUNCTION
014635         END-IF
014636         CALL "COBCYCLE" USING PARM-4
014637     END-IF.
014638 9999-EXIT.
014640     EXIT.
