000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    COBBILL.
000120 AUTHOR.        R HALVERSEN.
000130 INSTALLATION.  LOAN SERVICING SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*                                                                *
000180*   COBBILL  -  MONTHLY BORROWER BILLING STATEMENT RUN          *
000190*                                                                *
000200*   RUN ONCE A MONTH AS OF THE CYCLE CONTROL BUSINESS DATE.     *
000210*   WALKS THE WHOLE LOAN MASTER AND PRODUCES ONE BILLING        *
000220*   STATEMENT PER OPEN LOAN (PRINT LINES, COPYBOOK SBANK58W)    *
000230*   PLUS THE SAME STATEMENT ON THE PRINT-VENDOR FEED            *
000240*   (COPYBOOK SBANK59W).  EACH STATEMENT SHOWS:                 *
000250*     - THE PAYMENT DUE DATE AND THE CURRENT INSTALLMENT,       *
000260*       BROKEN INTO PRINCIPAL AND INTEREST AS COBCALC PRICES    *
000270*       THEM (CALLED READ-ONLY, SAME AS COBADRFT) AND THE       *
000280*       ESCROW DEPOSIT (EM-MONTHLY-DEPOSIT, SBANK17W)           *
000290*     - THE UNPAID LATE CHARGES (LM-LATE-CHARGE-BALANCE)        *
000300*     - THE PAST-DUE AMOUNT - ONE FULL INSTALLMENT FOR EVERY    *
000310*       DUE DATE FROM LM-NEXT-DUE-DATE THAT FELL BEFORE THE     *
000320*       RUN DATE - AND THE OLDEST UNPAID DUE DATE               *
000330*     - THE SUSPENSE BALANCE COBPOST IS HOLDING, WHICH IS       *
000340*       CREDITED AGAINST THE TOTAL AMOUNT DUE                   *
000350*     - EVERY TRANSACTION POSTED SINCE THE LAST STATEMENT       *
000360*   THE BORROWER AND PROPERTY ADDRESS COME FROM THE CONTACT     *
000370*   MASTER (SBANK53W), THE SAME WAY THE OTHER BORROWER-FACING   *
000380*   RUNS STAMP THEM.                                            *
000390*                                                                *
000400*   THE TRANSACTIONS COME FROM TRANSORT - THE TRANSACTION       *
000410*   HISTORY SORTED ON TH-LOAN-NUMBER / TH-POST-DATE /           *
000420*   TH-POST-TIME BY THE SORT STEP AHEAD OF THIS ONE (SAME       *
000430*   INPUT AS COBYREND) - MATCHED TO THE LOAN MASTER ON LOAN     *
000440*   NUMBER.  THE LAST STATEMENT DATE PER LOAN IS KEPT ON THE    *
000450*   STATEMENT HISTORY FILE (SBANK57W); A LOAN'S FIRST           *
000460*   STATEMENT LISTS THE MONTH BEFORE THE RUN DATE.              *
000470*                                                                *
000480*   SKIPPED: A LOAN COBSATIS HAS CLOSED, AND A LOAN ENROLLED    *
000490*   IN AUTOPAY WHOSE BORROWER HAS ASKED FOR NO PAPER            *
000500*   STATEMENT (LM-STMT-SUPPRESS-IND, SET THROUGH COBAENRL).     *
000510*   THE RUN ENDS WITH A SUMMARY REPORT (SBANK60W) OF COUNTS     *
000520*   AND TOTAL AMOUNT BILLED, WHICH TIES TO THE FEED TRAILER.    *
000530*                                                                *
000540*   MODIFICATION HISTORY.                                       *
000550*   -------------------------------------------------------     *
000560*   DATE       INIT   DESCRIPTION                                *
000570*   ---------- ----   ------------------------------------------ *
000580*   2026-10-15  DEV   INITIAL VERSION.                          *
000582*   2026-10-15  DEV   THE TRANSACTION LIST NAMES A LOAN        *
000583*                     MODIFICATION RECORD (TH-TRAN-TYPE "M").  *
000584*   2026-10-15  DEV   THE RUN DATE NOW COMES FROM THE CYCLE    *
000585*                     CONTROL FILE THROUGH COBCYCLE (SBANK94W) *
000586*                     INSTEAD OF THE CONTROL CARD, WHICH IS NO *
000587*                     LONGER READ.  THE STEP IS CHECKED        *
000588*                     AGAINST ITS PREDECESSORS AT START AND    *
000589*                     ITS COMPLETION OR FAILURE IS RECORDED AT *
000590*                     THE END.                                 *
000591*   2026-10-15  DEV   7000 NOW PRINTS THE SUMMARY HEADING      *
000592*                     ONCE, WITH THE RUN DATE IN ITS OWN FIELD *
000593*                     (BILL-SUMMARY-HEADING IN SBANK60W) - IT  *
000594*                     WAS PRINTED TWICE, THE SECOND TIME WITH  *
000595*                     THE DATE OVERLAID ON THE COUNT COLUMN.   *
000596*   2026-10-15  DEV   1000 NOW CREATES THE CONTACT MASTER      *
000597*                     EMPTY WHEN IT HAS NEVER BEEN BUILT       *
000598*                     INSTEAD OF ABORTING THE RUN.             *
000599******************************************************************
000600 ENVIRONMENT DIVISION.
000610 CONFIGURATION SECTION.
000620 SOURCE-COMPUTER.  IBM-370.
000630 OBJECT-COMPUTER.  IBM-370.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000720*----------------------------------------------------------------*
000730*    LOAN MASTER FILE - READ SEQUENTIALLY, WHOLE PORTFOLIO.      *
000740*----------------------------------------------------------------*
000750     SELECT LOAN-MASTER ASSIGN TO LOANMSTR
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS LM-LOAN-NUMBER
000790         FILE STATUS IS WS-LOAN-FILE-STATUS.

000800*----------------------------------------------------------------*
000810*    ESCROW MASTER FILE - READ AT RANDOM FOR THE MONTHLY         *
000820*    DEPOSIT BILLED ON TOP OF P+I FOR AN ESCROWED LOAN.          *
000830*----------------------------------------------------------------*
000840     SELECT ESCROW-MASTER ASSIGN TO ESCRMSTR
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS RANDOM
000870         RECORD KEY IS EM-LOAN-NUMBER
000880         FILE STATUS IS WS-ESCR-FILE-STATUS.

000890*----------------------------------------------------------------*
000900*    BORROWER AND PROPERTY CONTACT MASTER - READ AT RANDOM FOR   *
000910*    THE ADDRESS STAMPED ON EACH STATEMENT.                      *
000920*----------------------------------------------------------------*
000930     SELECT BORROWER-CONTACT ASSIGN TO BORRCNTC
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS RANDOM
000960         RECORD KEY IS BC-LOAN-NUMBER
000970         FILE STATUS IS WS-CNTC-FILE-STATUS.

000980*----------------------------------------------------------------*
000990*    PAYMENT TRANSACTION HISTORY, SORTED ON TH-LOAN-NUMBER /     *
001000*    TH-POST-DATE / TH-POST-TIME BY THE SORT STEP AHEAD OF       *
001010*    THIS PROGRAM.                                               *
001020*----------------------------------------------------------------*
001030     SELECT TRAN-HISTORY ASSIGN TO TRANSORT
001040         ORGANIZATION IS SEQUENTIAL
001050         FILE STATUS IS WS-HIST-FILE-STATUS.

001060*----------------------------------------------------------------*
001070*    STATEMENT HISTORY - LAST STATEMENT DATE PER LOAN.  CREATED  *
001080*    ON THE FIRST RUN.                                           *
001090*----------------------------------------------------------------*
001100     SELECT STMT-HISTORY ASSIGN TO BILLHIST
001110         ORGANIZATION IS INDEXED
001120         ACCESS MODE IS RANDOM
001130         RECORD KEY IS SH-LOAN-NUMBER
001140         FILE STATUS IS WS-SHST-FILE-STATUS.

001150*----------------------------------------------------------------*
001160*    PRINTED BILLING STATEMENTS.                                 *
001170*----------------------------------------------------------------*
001180     SELECT BILL-STMT ASSIGN TO BILLSTMT
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS WS-STMT-FILE-STATUS.

001210*----------------------------------------------------------------*
001220*    PRINT-VENDOR FEED.                                          *
001230*----------------------------------------------------------------*
001240     SELECT BILL-FEED ASSIGN TO BILLFEED
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS WS-FEED-FILE-STATUS.

001270*----------------------------------------------------------------*
001280*    RUN SUMMARY REPORT.                                         *
001290*----------------------------------------------------------------*
001300     SELECT BILL-SUMMARY ASSIGN TO BILLSUMM
001310         ORGANIZATION IS LINE SEQUENTIAL
001320         FILE STATUS IS WS-SUMM-FILE-STATUS.

001330 DATA DIVISION.
001340 FILE SECTION.
001380 FD  LOAN-MASTER
001390     LABEL RECORDS ARE STANDARD.
001400     COPY SBANK01W.

001410 FD  ESCROW-MASTER
001420     LABEL RECORDS ARE STANDARD.
001430     COPY SBANK17W.

001440 FD  BORROWER-CONTACT
001450     LABEL RECORDS ARE STANDARD.
001460     COPY SBANK53W.

001470 FD  TRAN-HISTORY
001480     LABEL RECORDS ARE STANDARD.
001490     COPY SBANK11W.

001500 FD  STMT-HISTORY
001510     LABEL RECORDS ARE STANDARD.
001520     COPY SBANK57W.

001530 FD  BILL-STMT
001540     LABEL RECORDS ARE STANDARD.
001550     COPY SBANK58W.

001560 FD  BILL-FEED
001570     LABEL RECORDS ARE STANDARD.
001580     COPY SBANK59W.

001590 FD  BILL-SUMMARY
001600     LABEL RECORDS ARE STANDARD.
001610     COPY SBANK60W.

001620 WORKING-STORAGE SECTION.
001630 01  WS-SWITCHES.
001650     05  WS-LOAN-FILE-STATUS      PIC X(02).
001660         88  WS-LOAN-FILE-OK               VALUE "00".
001670     05  WS-ESCR-FILE-STATUS      PIC X(02).
001680         88  WS-ESCR-FILE-OK               VALUE "00".
001690     05  WS-CNTC-FILE-STATUS      PIC X(02).
001700         88  WS-CNTC-FILE-OK               VALUE "00".
001705         88  WS-CNTC-FILE-NOT-FOUND        VALUE "23", "35".
001710     05  WS-HIST-FILE-STATUS      PIC X(02).
001720         88  WS-HIST-FILE-OK               VALUE "00".
001730     05  WS-SHST-FILE-STATUS      PIC X(02).
001740         88  WS-SHST-FILE-OK               VALUE "00".
001750         88  WS-SHST-FILE-NOT-FOUND        VALUE "23", "35".
001760     05  WS-STMT-FILE-STATUS      PIC X(02).
001770     05  WS-FEED-FILE-STATUS      PIC X(02).
001780     05  WS-SUMM-FILE-STATUS      PIC X(02).
001790     05  WS-EOF-SWITCH            PIC X(01)  VALUE "N".
001800         88  END-OF-LOAN-FILE              VALUE "Y".
001810     05  WS-HIST-EOF-SWITCH       PIC X(01)  VALUE "N".
001820         88  END-OF-HISTORY                VALUE "Y".
001830     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
001840         88  STOP-THE-RUN                  VALUE "Y".
001843     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
001846         88  CYCLE-STEP-RUNNING            VALUE "Y".
001850     05  WS-FILES-OPEN-SWITCH     PIC X(01)  VALUE "N".
001860         88  RUN-FILES-ARE-OPEN            VALUE "Y".
001870     05  WS-CONTACT-SWITCH        PIC X(01)  VALUE "N".
001880         88  CONTACT-ON-FILE               VALUE "Y".
001890     05  WS-SHST-SWITCH           PIC X(01)  VALUE "N".
001900         88  PRIOR-STATEMENT-ON-FILE       VALUE "Y".

001910 01  WS-RUN-FIELDS.
001920     05  WS-RUN-DATE              PIC 9(8).
001930     05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
001940         10  WS-RUN-YEAR          PIC 9(4).
001950         10  WS-RUN-MONTH         PIC 9(2).
001960         10  WS-RUN-DAY           PIC 9(2).
001970     05  WS-FIRST-FROM-DATE       PIC 9(8).
001980     05  WS-FIRST-FROM-PARTS REDEFINES WS-FIRST-FROM-DATE.
001990         10  WS-FIRST-FROM-YEAR   PIC 9(4).
002000         10  WS-FIRST-FROM-MONTH  PIC 9(2).
002010         10  WS-FIRST-FROM-DAY    PIC 9(2).
002020     05  WS-FROM-DATE             PIC 9(8).
002030     05  WS-DUE-DATE              PIC 9(8).
002040     05  WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE.
002050         10  WS-DUE-YEAR          PIC 9(4).
002060         10  WS-DUE-MONTH         PIC 9(2).
002070         10  WS-DUE-DAY           PIC 9(2).
002080     05  WS-STMT-NAME             PIC X(30).

002090 01  WS-CALENDAR-FIELDS.
002100     05  WS-DAYS-IN-MONTH         PIC 9(2)  COMP.
002110     05  WS-LEAP-REMAINDER        PIC 9(4)  COMP.
002120     05  WS-LEAP-QUOTIENT         PIC 9(4)  COMP.

002130*----------------------------------------------------------------*
002140*    DAYS PER MONTH - FIXED CALENDAR CONSTANTS (SAME TABLE AS    *
002150*    COBPOST'S DUE-DATE ADVANCE).  FEBRUARY IS HANDLED           *
002160*    SEPARATELY FOR LEAP YEARS.                                  *
002170*----------------------------------------------------------------*
002180 01  WS-MONTH-DAYS-DATA.
002190     05  FILLER                   PIC X(24)
002200              VALUE "312831303130313130313031".
002210 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-DATA.
002220     05  WS-MONTH-DAY-LIMIT       PIC 9(2)  OCCURS 12 TIMES.

002230 01  WS-AMOUNT-FIELDS.
002240     05  WS-ESCROW-PORTION        PIC 9(7)V99    COMP-3.
002250     05  WS-INSTALLMENT           PIC 9(8)V99    COMP-3.
002260     05  WS-PAST-DUE-COUNT        PIC 9(3)       COMP.
002270     05  WS-PAST-DUE-AMOUNT       PIC 9(9)V99    COMP-3.
002280     05  WS-GROSS-DUE             PIC 9(9)V99    COMP-3.
002290     05  WS-TOTAL-DUE             PIC 9(9)V99    COMP-3.
002300     05  WS-SIGNED-AMOUNT         PIC S9(9)V99   COMP-3.

002310 01  WS-COUNTERS.
002320     05  WS-LOANS-EXAMINED        PIC 9(7)       COMP.
002330     05  WS-STMTS-PRODUCED        PIC 9(7)       COMP.
002340     05  WS-SKIPPED-CLOSED        PIC 9(7)       COMP.
002350     05  WS-SKIPPED-SUPPRESSED    PIC 9(7)       COMP.
002360     05  WS-LOANS-SKIPPED         PIC 9(7)       COMP.
002370     05  WS-STMTS-PAST-DUE        PIC 9(7)       COMP.
002380     05  WS-NO-CONTACT-COUNT      PIC 9(7)       COMP.
002390     05  WS-TRANS-LISTED          PIC 9(7)       COMP.
002400     05  WS-LOAN-TRANS-LISTED     PIC 9(7)       COMP.
002410     05  WS-TOTAL-BILLED          PIC 9(11)V99   COMP-3.
002420     05  WS-TOTAL-PAST-DUE        PIC 9(11)V99   COMP-3.

002430*----------------------------------------------------------------*
002440*    COBCALC CALLING CONVENTION - CALLED READ-ONLY (NOT          *
002450*    PARM-POST-TO-GL) FOR EACH LOAN TO GET THE SCHEDULED         *
002460*    PRINCIPAL AND INTEREST SPLIT; THE GL POSTING FOR THE        *
002470*    NIGHT BELONGS TO COBDRIVE.                                  *
002480*----------------------------------------------------------------*
002490     COPY SBANK02W.

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
002590         PERFORM 2000-WALK-PORTFOLIO-RTN
002600             THRU 2000-EXIT
002610         PERFORM 7000-PRINT-SUMMARY-RTN
002620             THRU 7000-EXIT
002630     END-IF.
002640     PERFORM 9999-TERMINATE-RTN
002650         THRU 9999-EXIT.
002660     GOBACK.

002670*----------------------------------------------------------------*
002680*    1000-INITIALIZE-RTN  -  READ THE RUN DATE, OPEN THE RUN     *
002690*    FILES, AND PRIME THE FIRST HISTORY RECORD.                  *
002700*----------------------------------------------------------------*
002710 1000-INITIALIZE-RTN.
002720     MOVE ZERO                 TO WS-LOANS-EXAMINED
002730                                   WS-STMTS-PRODUCED
002740                                   WS-SKIPPED-CLOSED
002750                                   WS-SKIPPED-SUPPRESSED
002760                                   WS-LOANS-SKIPPED
002770                                   WS-STMTS-PAST-DUE
002780                                   WS-NO-CONTACT-COUNT
002790                                   WS-TRANS-LISTED
002800                                   WS-TOTAL-BILLED
002810                                   WS-TOTAL-PAST-DUE.

002820     MOVE "S"                  TO CY-FUNCTION.
002830     MOVE "COBBILL"            TO CY-PROGRAM-ID.
002840     MOVE SPACES               TO CY-INSTANCE-ID.
002850     CALL "COBCYCLE" USING PARM-4.
002860     IF NOT CY-SUCCESS
002870         DISPLAY "COBBILL - NOT CLEARED TO RUN BY CYCLE "
002880             "CONTROL - RUN ABORTED"
002910         MOVE "Y"              TO WS-STOP-SWITCH
002920         GO TO 1000-EXIT
002930     END-IF.
002935     MOVE "Y"                  TO WS-CYCLE-SWITCH.

002940     MOVE CY-BUSINESS-DATE     TO WS-RUN-DATE.

002950*    A LOAN'S FIRST STATEMENT LISTS THE MONTH BEFORE THE RUN    *
002960*    DATE.  THE DATE IS ONLY A LOWER BOUND FOR A COMPARISON,    *
002970*    SO THE DAY NEEDS NO CLAMPING.                              *
002980     MOVE WS-RUN-DATE          TO WS-FIRST-FROM-DATE.
002990     IF WS-FIRST-FROM-MONTH = 1
003000         MOVE 12               TO WS-FIRST-FROM-MONTH
003010         SUBTRACT 1 FROM WS-FIRST-FROM-YEAR
003020     ELSE
003030         SUBTRACT 1 FROM WS-FIRST-FROM-MONTH
003040     END-IF.

003050     OPEN INPUT LOAN-MASTER.
003060     IF NOT WS-LOAN-FILE-OK
003070         DISPLAY "COBBILL - LOAN MASTER OPEN FAILED - STATUS "
003080             WS-LOAN-FILE-STATUS " - RUN ABORTED"
003090         MOVE "Y"              TO WS-STOP-SWITCH
003100         GO TO 1000-EXIT
003110     END-IF.

003120     OPEN INPUT ESCROW-MASTER.
003130     IF NOT WS-ESCR-FILE-OK
003140         DISPLAY "COBBILL - ESCROW MASTER OPEN FAILED - "
003150             "STATUS " WS-ESCR-FILE-STATUS " - RUN ABORTED"
003160         MOVE "Y"              TO WS-STOP-SWITCH
003170         CLOSE LOAN-MASTER
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
003220         DISPLAY "COBBILL - CONTACT MASTER OPEN FAILED - "
003230             "STATUS " WS-CNTC-FILE-STATUS " - RUN ABORTED"
003240         MOVE "Y"              TO WS-STOP-SWITCH
003250         CLOSE LOAN-MASTER
003260               ESCROW-MASTER
003270         GO TO 1000-EXIT
003280     END-IF.

003290     OPEN INPUT TRAN-HISTORY.
003300     IF NOT WS-HIST-FILE-OK
003310         DISPLAY "COBBILL - TRANSACTION HISTORY OPEN FAILED - "
003320             "STATUS " WS-HIST-FILE-STATUS " - RUN ABORTED"
003330         MOVE "Y"              TO WS-STOP-SWITCH
003340         CLOSE LOAN-MASTER
003350               ESCROW-MASTER
003360               BORROWER-CONTACT
003370         GO TO 1000-EXIT
003380     END-IF.

003390     OPEN I-O STMT-HISTORY.
003400     IF WS-SHST-FILE-NOT-FOUND
003410         OPEN OUTPUT STMT-HISTORY
003420         CLOSE STMT-HISTORY
003430         OPEN I-O STMT-HISTORY
003440     END-IF.
003450     IF NOT WS-SHST-FILE-OK
003460         DISPLAY "COBBILL - STATEMENT HISTORY OPEN FAILED - "
003470             "STATUS " WS-SHST-FILE-STATUS " - RUN ABORTED"
003480         MOVE "Y"              TO WS-STOP-SWITCH
003490         CLOSE LOAN-MASTER
003500               ESCROW-MASTER
003510               BORROWER-CONTACT
003520               TRAN-HISTORY
003530         GO TO 1000-EXIT
003540     END-IF.

003550     OPEN OUTPUT BILL-STMT.
003560     OPEN OUTPUT BILL-FEED.
003570     OPEN OUTPUT BILL-SUMMARY.
003580*    VALUE CLAUSES ON FD RECORD FILLER ARE DOCUMENTARY ONLY -    *
003590*    CLEAR THE OUTPUT RECORD AREAS ONCE SO THE FILLER BYTES      *
003600*    NEVER CARRY GARBAGE.                                        *
003610     MOVE SPACES               TO BILL-STMT-LINE.
003620     MOVE SPACES               TO BILL-FEED-RECORD.
003630     MOVE SPACES               TO BILL-SUMMARY-LINE.

003640     MOVE LOW-VALUES           TO LM-LOAN-NUMBER.
003650     START LOAN-MASTER KEY IS NOT LESS THAN LM-LOAN-NUMBER
003660         INVALID KEY
003670             MOVE "Y"          TO WS-EOF-SWITCH
003680     END-START.

003690     PERFORM 2900-READ-HISTORY-RTN
003700         THRU 2900-EXIT.
003710     MOVE "Y"                  TO WS-FILES-OPEN-SWITCH.
003720 1000-EXIT.
003730     EXIT.

003740*----------------------------------------------------------------*
003750*    2000-WALK-PORTFOLIO-RTN  -  EXAMINE EVERY LOAN.             *
003760*----------------------------------------------------------------*
003770 2000-WALK-PORTFOLIO-RTN.
003780     PERFORM 2100-BILL-ONE-LOAN-RTN
003790         THRU 2100-EXIT
003800         UNTIL END-OF-LOAN-FILE OR STOP-THE-RUN.
003810 2000-EXIT.
003820     EXIT.

003830*----------------------------------------------------------------*
003840*    2100-BILL-ONE-LOAN-RTN  -  READ ONE LOAN, DECIDE WHETHER    *
003850*    IT IS BILLED, AND PRODUCE ITS STATEMENT.                    *
003860*----------------------------------------------------------------*
003870 2100-BILL-ONE-LOAN-RTN.
003880     READ LOAN-MASTER NEXT RECORD
003890         AT END
003900             MOVE "Y"          TO WS-EOF-SWITCH
003910             GO TO 2100-EXIT
003920     END-READ.

003930     ADD 1 TO WS-LOANS-EXAMINED.

003940*    A LOAN COBSATIS HAS CLOSED IS PAID OFF - NOTHING IS OWED.  *
003950     IF LM-LOAN-CLOSED
003960         ADD 1 TO WS-SKIPPED-CLOSED
003970         GO TO 2100-EXIT
003980     END-IF.

003990*    THE SUPPRESS FLAG COUNTS ONLY WHILE THE LOAN IS ON         *
004000*    AUTOPAY - A BORROWER WHO PAYS BY HAND ALWAYS GETS A BILL.  *
004010     IF LM-AUTOPAY-ENROLLED AND LM-PAPER-STMT-SUPPRESSED
004020         ADD 1 TO WS-SKIPPED-SUPPRESSED
004030         GO TO 2100-EXIT
004040     END-IF.

004050*    A DUE DATE THAT IS NOT A CALENDAR DATE CANNOT BE AGED -     *
004060*    THE LOAN IS LEFT FOR THE DATA DESK RATHER THAN BILLED       *
004070*    WRONG.                                                      *
004080     MOVE LM-NEXT-DUE-DATE     TO WS-DUE-DATE.
004090     IF LM-NEXT-DUE-DATE NOT NUMERIC
004100        OR WS-DUE-MONTH < 1 OR WS-DUE-MONTH > 12
004110         DISPLAY "COBBILL - INVALID NEXT DUE DATE ON LOAN "
004120             LM-LOAN-NUMBER " - LOAN SKIPPED"
004130         ADD 1 TO WS-LOANS-SKIPPED
004140         GO TO 2100-EXIT
004150     END-IF.

004160*    RECORDS CONVERTED BEFORE THESE FIELDS EXISTED CARRY        *
004170*    SPACES - READ THEM AS ZERO.                                *
004180     IF LM-SUSPENSE-BALANCE NOT NUMERIC
004190         MOVE ZERO             TO LM-SUSPENSE-BALANCE
004200     END-IF.
004210     IF LM-LATE-CHARGE-BALANCE NOT NUMERIC
004220         MOVE ZERO             TO LM-LATE-CHARGE-BALANCE
004230     END-IF.

004240*    COBCALC PRICES THE SCHEDULED PAYMENT.  THIS IS A READ-     *
004250*    ONLY LOOKUP - PARM-1 IS LEFT AT SPACES SO NO GL EXTRACT    *
004260*    RECORD IS FABRICATED.                                      *
004270     MOVE SPACES               TO PARM-1.
004280     MOVE LM-LOAN-NUMBER       TO PARM-LOAN-NUMBER.
004290     CALL "COBCALC" USING PARM-1.

004300*    A LOAN-SPECIFIC FEEDBACK CODE SKIPS JUST THIS LOAN; A      *
004310*    SYSTEMIC CODE WOULD RECUR ON EVERY REMAINING LOAN, SO IT   *
004320*    STOPS THE RUN INSTEAD - SAME POLICY AS COBDRIVE.           *
004330     IF NOT CF-SUCCESS
004340         IF CF-LOAN-NOT-FOUND OR CF-INVALID-LOAN-DATA
004350             DISPLAY "COBBILL - COBCALC FEEDBACK " CALL-FEEDBACK
004360                 " ON LOAN " LM-LOAN-NUMBER " - LOAN SKIPPED"
004370             ADD 1 TO WS-LOANS-SKIPPED
004380             GO TO 2100-EXIT
004390         ELSE
004400             DISPLAY "COBBILL - COBCALC FEEDBACK " CALL-FEEDBACK
004410                 " ON LOAN " LM-LOAN-NUMBER " - RUN STOPPED"
004420             MOVE "Y"          TO WS-STOP-SWITCH
004430             GO TO 2100-EXIT
004440         END-IF
004450     END-IF.

004460     PERFORM 2500-READ-ESCROW-RTN
004470         THRU 2500-EXIT.
004480     PERFORM 2600-READ-STMT-HISTORY-RTN
004490         THRU 2600-EXIT.
004500     PERFORM 5100-READ-CONTACT-RTN
004510         THRU 5100-EXIT.
004520     PERFORM 3000-COMPUTE-AMOUNT-DUE-RTN
004530         THRU 3000-EXIT.
004540     PERFORM 4000-PRINT-STATEMENT-RTN
004550         THRU 4000-EXIT.
004560     PERFORM 4500-LIST-TRANSACTIONS-RTN
004570         THRU 4500-EXIT.
004580     PERFORM 6000-UPDATE-STMT-HISTORY-RTN
004590         THRU 6000-EXIT.
004600 2100-EXIT.
004610     EXIT.

004620*----------------------------------------------------------------*
004630*    2500-READ-ESCROW-RTN  -  FETCH THE ESCROW MASTER RECORD     *
004640*    FOR THE LOAN IN HAND.  A LOAN WITHOUT ONE IS NOT ESCROWED   *
004650*    AND IS BILLED P+I ALONE.                                    *
004660*----------------------------------------------------------------*
004670 2500-READ-ESCROW-RTN.
004680     MOVE ZERO                 TO WS-ESCROW-PORTION.
004690     MOVE LM-LOAN-NUMBER       TO EM-LOAN-NUMBER.
004700     READ ESCROW-MASTER
004710         INVALID KEY
004720             GO TO 2500-EXIT
004730     END-READ.
004740     MOVE EM-MONTHLY-DEPOSIT   TO WS-ESCROW-PORTION.
004750 2500-EXIT.
004760     EXIT.

004770*----------------------------------------------------------------*
004780*    2600-READ-STMT-HISTORY-RTN  -  FIND THE DATE THE LOAN'S     *
004790*    TRANSACTION LISTING STARTS AFTER: THE LAST STATEMENT DATE,  *
004800*    OR ON A RERUN OF THE SAME CYCLE DATE THE ONE BEFORE IT, OR  *
004810*    FOR A FIRST STATEMENT ONE MONTH BEFORE THE RUN DATE.        *
004820*----------------------------------------------------------------*
004830 2600-READ-STMT-HISTORY-RTN.
004840     MOVE "N"                  TO WS-SHST-SWITCH.
004850     MOVE WS-FIRST-FROM-DATE   TO WS-FROM-DATE.
004860     MOVE LM-LOAN-NUMBER       TO SH-LOAN-NUMBER.
004870     READ STMT-HISTORY
004880         INVALID KEY
004890             GO TO 2600-EXIT
004900     END-READ.
004910     MOVE "Y"                  TO WS-SHST-SWITCH.

004920     IF SH-LAST-STMT-DATE = WS-RUN-DATE
004930         IF SH-PRIOR-STMT-DATE NOT = ZERO
004940             MOVE SH-PRIOR-STMT-DATE TO WS-FROM-DATE
004950         END-IF
004960     ELSE
004970         MOVE SH-LAST-STMT-DATE TO WS-FROM-DATE
004980     END-IF.
004990 2600-EXIT.
005000     EXIT.

005010*----------------------------------------------------------------*
005020*    2900-READ-HISTORY-RTN  -  READ THE NEXT SORTED HISTORY      *
005030*    RECORD.  AT END THE KEY GOES TO HIGH-VALUES SO IT SORTS     *
005040*    AFTER EVERY LOAN ON THE MASTER.                             *
005050*----------------------------------------------------------------*
005060 2900-READ-HISTORY-RTN.
005070     READ TRAN-HISTORY
005080         AT END
005090             MOVE "Y"          TO WS-HIST-EOF-SWITCH
005100             MOVE HIGH-VALUES  TO TH-LOAN-NUMBER
005110     END-READ.
005120 2900-EXIT.
005130     EXIT.

005140*----------------------------------------------------------------*
005150*    3000-COMPUTE-AMOUNT-DUE-RTN  -  THE CURRENT INSTALLMENT IS  *
005160*    P+I PLUS THE ESCROW DEPOSIT.  EVERY DUE DATE FROM           *
005170*    LM-NEXT-DUE-DATE THAT FELL BEFORE THE RUN DATE IS AN        *
005180*    UNPAID INSTALLMENT AND BILLS AS PAST DUE; THE FIRST DUE     *
005190*    DATE ON OR AFTER THE RUN DATE IS THE PAYMENT DUE DATE.      *
005200*    SUSPENSE IS THE BORROWER'S MONEY ALREADY IN HAND, SO IT     *
005210*    COMES OFF THE TOTAL, WHICH NEVER GOES BELOW ZERO.           *
005220*----------------------------------------------------------------*
005230 3000-COMPUTE-AMOUNT-DUE-RTN.
005240     COMPUTE WS-INSTALLMENT =
005250         PARM-PAYMENT-AMOUNT + WS-ESCROW-PORTION.

005260     MOVE ZERO                 TO WS-PAST-DUE-COUNT.
005270     MOVE LM-NEXT-DUE-DATE     TO WS-DUE-DATE.
005280     PERFORM 3100-COUNT-PAST-DUE-RTN
005290         THRU 3100-EXIT
005300         UNTIL WS-DUE-DATE NOT < WS-RUN-DATE
005310            OR WS-PAST-DUE-COUNT = 999.

005320     COMPUTE WS-PAST-DUE-AMOUNT =
005330         WS-INSTALLMENT * WS-PAST-DUE-COUNT.
005340     COMPUTE WS-GROSS-DUE =
005350         WS-INSTALLMENT + WS-PAST-DUE-AMOUNT
005360             + LM-LATE-CHARGE-BALANCE.

005370     IF LM-SUSPENSE-BALANCE NOT < WS-GROSS-DUE
005380         MOVE ZERO             TO WS-TOTAL-DUE
005390     ELSE
005400         COMPUTE WS-TOTAL-DUE =
005410             WS-GROSS-DUE - LM-SUSPENSE-BALANCE
005420     END-IF.
005430 3000-EXIT.
005440     EXIT.

005450*----------------------------------------------------------------*
005460*    3100-COUNT-PAST-DUE-RTN  -  COUNT ONE MISSED INSTALLMENT    *
005470*    AND MOVE ON TO THE NEXT MONTH'S DUE DATE.                   *
005480*----------------------------------------------------------------*
005490 3100-COUNT-PAST-DUE-RTN.
005500     ADD 1 TO WS-PAST-DUE-COUNT.
005510     PERFORM 3200-ADVANCE-DUE-DATE-RTN
005520         THRU 3200-EXIT.
005530 3100-EXIT.
005540     EXIT.

005550*----------------------------------------------------------------*
005560*    3200-ADVANCE-DUE-DATE-RTN  -  ADD ONE MONTH TO WS-DUE-DATE, *
005570*    ROLLING THE YEAR FORWARD WHEN THE MONTH PASSES DECEMBER     *
005580*    AND CLAMPING THE DAY TO THE TARGET MONTH'S LENGTH - THE     *
005590*    SAME ADVANCE COBPOST APPLIES WHEN A PAYMENT POSTS, SO THE   *
005600*    DUE DATE BILLED IS THE ONE THE PAYMENT WILL SATISFY.        *
005610*----------------------------------------------------------------*
005620 3200-ADVANCE-DUE-DATE-RTN.
005630     ADD 1 TO WS-DUE-MONTH.
005640     IF WS-DUE-MONTH > 12
005650         MOVE 1                TO WS-DUE-MONTH
005660         ADD 1 TO WS-DUE-YEAR
005670     END-IF.

005680     IF WS-DUE-MONTH = 2
005690         PERFORM 3250-SET-FEBRUARY-LIMIT-RTN
005700             THRU 3250-EXIT
005710     ELSE
005720         MOVE WS-MONTH-DAY-LIMIT (WS-DUE-MONTH)
005730                               TO WS-DAYS-IN-MONTH
005740     END-IF.

005750     IF WS-DUE-DAY > WS-DAYS-IN-MONTH
005760         MOVE WS-DAYS-IN-MONTH TO WS-DUE-DAY
005770     END-IF.
005780 3200-EXIT.
005790     EXIT.

005800*----------------------------------------------------------------*
005810*    3250-SET-FEBRUARY-LIMIT-RTN  -  29 DAYS WHEN THE YEAR IS    *
005820*    DIVISIBLE BY 4 BUT NOT BY 100, OR DIVISIBLE BY 400;         *
005830*    OTHERWISE 28 (SAME RULE AS COBPOST).                        *
005840*----------------------------------------------------------------*
005850 3250-SET-FEBRUARY-LIMIT-RTN.
005860     MOVE 28                   TO WS-DAYS-IN-MONTH.

005870     DIVIDE WS-DUE-YEAR BY 4
005880         GIVING WS-LEAP-QUOTIENT
005890         REMAINDER WS-LEAP-REMAINDER.
005900     IF WS-LEAP-REMAINDER NOT = ZERO
005910         GO TO 3250-EXIT
005920     END-IF.

005930     DIVIDE WS-DUE-YEAR BY 100
005940         GIVING WS-LEAP-QUOTIENT
005950         REMAINDER WS-LEAP-REMAINDER.
005960     IF WS-LEAP-REMAINDER NOT = ZERO
005970         MOVE 29               TO WS-DAYS-IN-MONTH
005980         GO TO 3250-EXIT
005990     END-IF.

006000     DIVIDE WS-DUE-YEAR BY 400
006010         GIVING WS-LEAP-QUOTIENT
006020         REMAINDER WS-LEAP-REMAINDER.
006030     IF WS-LEAP-REMAINDER = ZERO
006040         MOVE 29               TO WS-DAYS-IN-MONTH
006050     END-IF.
006060 3250-EXIT.
006070     EXIT.

006080*----------------------------------------------------------------*
006090*    4000-PRINT-STATEMENT-RTN  -  PRINT THE HEADING, ADDRESS     *
006100*    BLOCK AND AMOUNT-DUE BLOCK OF THE STATEMENT AND WRITE ITS   *
006110*    "S" RECORD TO THE VENDOR FEED.                              *
006120*----------------------------------------------------------------*
006130 4000-PRINT-STATEMENT-RTN.
006140     IF CONTACT-ON-FILE AND BC-PRIMARY-NAME NOT = SPACES
006150         MOVE BC-PRIMARY-NAME  TO WS-STMT-NAME
006160     ELSE
006170         MOVE LM-BORROWER-NAME TO WS-STMT-NAME
006180     END-IF.

006190     MOVE SPACES               TO BILL-STMT-NAME-LINE.
006200     MOVE LM-LOAN-NUMBER       TO BN-LOAN-NUMBER.
006210     MOVE WS-STMT-NAME         TO BN-BORROWER-NAME.
006220     MOVE WS-RUN-DATE          TO BN-STMT-DATE.
006230     WRITE BILL-STMT-LINE.

006240     IF CONTACT-ON-FILE
006250         PERFORM 5200-PRINT-ADDRESS-RTN
006260             THRU 5200-EXIT
006270     END-IF.

006280     MOVE SPACES               TO BILL-STMT-LINE.
006290     WRITE BILL-STMT-LINE.

006300     MOVE SPACES               TO BILL-STMT-DATE-LINE.
006310     MOVE "PAYMENT DUE DATE"   TO BD-LABEL.
006320     MOVE WS-DUE-DATE          TO BD-DATE.
006330     WRITE BILL-STMT-LINE.

006340     MOVE SPACES               TO BILL-STMT-LINE.
006350     MOVE "PRINCIPAL"          TO BL-LABEL.
006360     MOVE PARM-PRINCIPAL-PORTION TO BL-AMOUNT.
006370     WRITE BILL-STMT-LINE.

006380     MOVE SPACES               TO BILL-STMT-LINE.
006390     MOVE "INTEREST"           TO BL-LABEL.
006400     MOVE PARM-INTEREST-PORTION TO BL-AMOUNT.
006410     WRITE BILL-STMT-LINE.

006420     MOVE SPACES               TO BILL-STMT-LINE.
006430     MOVE "ESCROW DEPOSIT"     TO BL-LABEL.
006440     MOVE WS-ESCROW-PORTION    TO BL-AMOUNT.
006450     WRITE BILL-STMT-LINE.

006460     MOVE SPACES               TO BILL-STMT-LINE.
006470     MOVE "CURRENT INSTALLMENT" TO BL-LABEL.
006480     MOVE WS-INSTALLMENT       TO BL-AMOUNT.
006490     WRITE BILL-STMT-LINE.

006500     MOVE SPACES               TO BILL-STMT-LINE.
006510     MOVE "UNPAID LATE CHARGES" TO BL-LABEL.
006520     MOVE LM-LATE-CHARGE-BALANCE TO BL-AMOUNT.
006530     WRITE BILL-STMT-LINE.

006540     IF WS-PAST-DUE-COUNT > ZERO
006550         MOVE SPACES           TO BILL-STMT-DATE-LINE
006560         MOVE "OLDEST UNPAID DUE DATE" TO BD-LABEL
006570         MOVE LM-NEXT-DUE-DATE TO BD-DATE
006580         WRITE BILL-STMT-LINE
006590         MOVE SPACES           TO BILL-STMT-LINE
006600         MOVE "PAST DUE AMOUNT" TO BL-LABEL
006610         MOVE WS-PAST-DUE-AMOUNT TO BL-AMOUNT
006620         WRITE BILL-STMT-LINE
006630         ADD 1 TO WS-STMTS-PAST-DUE
006640         ADD WS-PAST-DUE-AMOUNT TO WS-TOTAL-PAST-DUE
006650     END-IF.

006660*    THE SUSPENSE CREDIT PRINTS AS A NEGATIVE SO THE BLOCK      *
006670*    FOOTS TO THE TOTAL ON THE PAGE.                            *
006680     IF LM-SUSPENSE-BALANCE > ZERO
006690         MOVE SPACES           TO BILL-STMT-LINE
006700         MOVE "LESS FUNDS HELD IN SUSPENSE" TO BL-LABEL
006710         COMPUTE WS-SIGNED-AMOUNT = ZERO - LM-SUSPENSE-BALANCE
006720         MOVE WS-SIGNED-AMOUNT TO BL-AMOUNT
006730         WRITE BILL-STMT-LINE
006740     END-IF.

006750     MOVE SPACES               TO BILL-STMT-LINE.
006760     MOVE "TOTAL AMOUNT DUE"   TO BL-LABEL.
006770     MOVE WS-TOTAL-DUE         TO BL-AMOUNT.
006780     WRITE BILL-STMT-LINE.

006790     MOVE SPACES               TO BILL-STMT-LINE.
006800     MOVE "UNPAID PRINCIPAL BALANCE" TO BL-LABEL.
006810     MOVE LM-PRINCIPAL-BALANCE TO BL-AMOUNT.
006820     WRITE BILL-STMT-LINE.

006830     MOVE SPACES               TO BILL-FEED-RECORD.
006840     SET BV-STATEMENT-RECORD   TO TRUE.
006850     MOVE LM-LOAN-NUMBER       TO BV-LOAN-NUMBER.
006860     MOVE WS-RUN-DATE          TO BV-STMT-DATE.
006870     MOVE WS-DUE-DATE          TO BV-DUE-DATE.
006880     IF WS-PAST-DUE-COUNT > ZERO
006890         MOVE LM-NEXT-DUE-DATE TO BV-OLDEST-DUE-DATE
006900     ELSE
006910         MOVE ZERO             TO BV-OLDEST-DUE-DATE
006920     END-IF.
006930     MOVE WS-STMT-NAME         TO BV-BORROWER-NAME.
006940     IF CONTACT-ON-FILE
006950         MOVE BC-CO-BORROWER-NAME TO BV-CO-BORROWER-NAME
006960         MOVE BC-MAILING-ADDRESS  TO BV-MAILING-ADDRESS
006970     END-IF.
006980     MOVE PARM-PRINCIPAL-PORTION TO BV-PRINCIPAL-DUE.
006990     MOVE PARM-INTEREST-PORTION  TO BV-INTEREST-DUE.
007000     MOVE WS-ESCROW-PORTION    TO BV-ESCROW-DUE.
007010     MOVE LM-LATE-CHARGE-BALANCE TO BV-LATE-CHARGES.
007020     MOVE WS-PAST-DUE-COUNT    TO BV-PAST-DUE-COUNT.
007030     MOVE WS-PAST-DUE-AMOUNT   TO BV-PAST-DUE-AMOUNT.
007040     MOVE LM-SUSPENSE-BALANCE  TO BV-SUSPENSE-BALANCE.
007050     MOVE WS-TOTAL-DUE         TO BV-TOTAL-DUE.
007060     MOVE LM-PRINCIPAL-BALANCE TO BV-PRINCIPAL-BALANCE.
007070     WRITE BILL-FEED-RECORD.

007080     ADD 1 TO WS-STMTS-PRODUCED.
007090     ADD WS-TOTAL-DUE          TO WS-TOTAL-BILLED.
007100 4000-EXIT.
007110     EXIT.

007120*----------------------------------------------------------------*
007130*    4500-LIST-TRANSACTIONS-RTN  -  BRING THE SORTED HISTORY UP  *
007140*    TO THE LOAN IN HAND (HISTORY FOR SKIPPED OR UNBILLED LOANS  *
007150*    IS PASSED OVER), THEN LIST EVERY RECORD FOR THIS LOAN       *
007160*    POSTED AFTER THE LAST STATEMENT AND NO LATER THAN THE RUN   *
007170*    DATE.                                                       *
007180*----------------------------------------------------------------*
007190 4500-LIST-TRANSACTIONS-RTN.
007200     MOVE SPACES               TO BILL-STMT-LINE.
007210     WRITE BILL-STMT-LINE.
007220     MOVE SPACES               TO BILL-STMT-LINE.
007230     MOVE "TRANSACTIONS SINCE LAST STATEMENT" TO BL-LABEL.
007240     WRITE BILL-STMT-LINE.

007250     MOVE ZERO                 TO WS-LOAN-TRANS-LISTED.
007260     PERFORM 2900-READ-HISTORY-RTN
007270         THRU 2900-EXIT
007280         UNTIL END-OF-HISTORY
007290            OR TH-LOAN-NUMBER NOT < LM-LOAN-NUMBER.
007300     PERFORM 4600-LIST-ONE-TRAN-RTN
007310         THRU 4600-EXIT
007320         UNTIL END-OF-HISTORY
007330            OR TH-LOAN-NUMBER NOT = LM-LOAN-NUMBER.

007340     IF WS-LOAN-TRANS-LISTED = ZERO
007350         MOVE SPACES           TO BILL-STMT-LINE
007360         MOVE "  NONE"         TO BL-LABEL
007370         WRITE BILL-STMT-LINE
007380     END-IF.

007390     MOVE SPACES               TO BILL-STMT-LINE.
007400     WRITE BILL-STMT-LINE.
007410 4500-EXIT.
007420     EXIT.

007430*----------------------------------------------------------------*
007440*    4600-LIST-ONE-TRAN-RTN  -  PRINT AND FEED THE HISTORY       *
007450*    RECORD IN HAND WHEN IT FALLS IN THE STATEMENT PERIOD, THEN  *
007460*    READ THE NEXT ONE.                                          *
007470*----------------------------------------------------------------*
007480 4600-LIST-ONE-TRAN-RTN.
007490     IF TH-POST-DATE NOT > WS-FROM-DATE
007500        OR TH-POST-DATE > WS-RUN-DATE
007510         GO TO 4600-READ-NEXT
007520     END-IF.

007530     MOVE SPACES               TO BILL-FEED-RECORD.
007540     MOVE "T"                  TO BW-RECORD-TYPE.
007550     EVALUATE TRUE
007560         WHEN TH-FULL-PAYMENT
007570             MOVE "PAYMENT"    TO BW-DESCRIPTION
007580         WHEN TH-CURTAILMENT
007590             MOVE "CURTAILMENT" TO BW-DESCRIPTION
007600         WHEN TH-SUSPENSE-HELD
007610             MOVE "HELD-SUSPENSE" TO BW-DESCRIPTION
007620         WHEN TH-REVERSAL
007630             MOVE "REVERSAL"   TO BW-DESCRIPTION
007640         WHEN TH-PAYOFF
007650             MOVE "PAYOFF"     TO BW-DESCRIPTION
007652         WHEN TH-MODIFICATION
007654             MOVE "MODIFICATION" TO BW-DESCRIPTION
007660         WHEN OTHER
007670             MOVE "OTHER"      TO BW-DESCRIPTION
007680     END-EVALUATE.

007690     MOVE SPACES               TO BILL-STMT-TRAN-LINE.
007700     MOVE TH-POST-DATE         TO BT-POST-DATE.
007710     MOVE BW-DESCRIPTION       TO BT-DESCRIPTION.
007720     MOVE TH-RECEIPT-REFERENCE TO BT-REFERENCE.
007730     MOVE TH-RECEIPT-AMOUNT    TO BT-AMOUNT.
007740     MOVE TH-PRINCIPAL-APPLIED TO BT-PRINCIPAL.
007750     MOVE TH-INTEREST-APPLIED  TO BT-INTEREST.
007760     WRITE BILL-STMT-LINE.

007770     MOVE TH-LOAN-NUMBER       TO BW-LOAN-NUMBER.
007780     MOVE TH-POST-DATE         TO BW-POST-DATE.
007790     MOVE TH-TRAN-TYPE         TO BW-TRAN-TYPE.
007800     MOVE TH-RECEIPT-REFERENCE TO BW-RECEIPT-REFERENCE.
007810     MOVE TH-RECEIPT-AMOUNT    TO BW-RECEIPT-AMOUNT.
007820     MOVE TH-PRINCIPAL-APPLIED TO BW-PRINCIPAL-APPLIED.
007830     MOVE TH-INTEREST-APPLIED  TO BW-INTEREST-APPLIED.
007840     MOVE TH-ESCROW-APPLIED    TO BW-ESCROW-APPLIED.
007850     MOVE TH-LATE-CHARGE-PAID  TO BW-LATE-CHARGE-PAID.
007860     MOVE TH-CURTAILMENT-AMOUNT TO BW-CURTAILMENT-AMOUNT.
007870     MOVE TH-NEW-BALANCE       TO BW-NEW-BALANCE.
007880     WRITE BILL-FEED-RECORD.

007890     ADD 1 TO WS-LOAN-TRANS-LISTED.
007900     ADD 1 TO WS-TRANS-LISTED.
007910 4600-READ-NEXT.
007920     PERFORM 2900-READ-HISTORY-RTN
007930         THRU 2900-EXIT.
007940 4600-EXIT.
007950     EXIT.

007960*----------------------------------------------------------------*
007970*    5100-READ-CONTACT-RTN  -  FETCH THE BORROWER CONTACT        *
007980*    RECORD FOR THE LOAN IN HAND.  A LOAN WITH NONE STILL GETS   *
007990*    ITS STATEMENT UNDER LM-BORROWER-NAME, AND IS COUNTED.       *
008000*----------------------------------------------------------------*
008010 5100-READ-CONTACT-RTN.
008020     MOVE "N"                  TO WS-CONTACT-SWITCH.
008030     MOVE LM-LOAN-NUMBER       TO BC-LOAN-NUMBER.
008040     READ BORROWER-CONTACT
008050         INVALID KEY
008060             ADD 1 TO WS-NO-CONTACT-COUNT
008070             GO TO 5100-EXIT
008080     END-READ.
008090     MOVE "Y"                  TO WS-CONTACT-SWITCH.
008100 5100-EXIT.
008110     EXIT.

008120*----------------------------------------------------------------*
008130*    5200-PRINT-ADDRESS-RTN  -  PRINT THE ADDRESS BLOCK UNDER    *
008140*    THE HEADING: CO-BORROWER AND SECOND ADDRESS LINE ONLY WHEN  *
008150*    PRESENT, THEN THE MAILING CITY LINE AND THE PROPERTY        *
008160*    ADDRESS (SAME BLOCK AS COBESCDR'S ESCROW STATEMENT).        *
008170*----------------------------------------------------------------*
008180 5200-PRINT-ADDRESS-RTN.
008190     IF BC-CO-BORROWER-NAME NOT = SPACES
008200         MOVE SPACES           TO BILL-STMT-ADDR-LINE
008210         MOVE "CO-BORROWER"    TO BA-LABEL
008220         MOVE BC-CO-BORROWER-NAME TO BA-TEXT
008230         WRITE BILL-STMT-LINE
008240     END-IF.

008250     MOVE SPACES               TO BILL-STMT-ADDR-LINE.
008260     MOVE "MAIL TO"            TO BA-LABEL.
008270     MOVE BC-MAIL-ADDRESS-1    TO BA-TEXT.
008280     WRITE BILL-STMT-LINE.

008290     IF BC-MAIL-ADDRESS-2 NOT = SPACES
008300         MOVE SPACES           TO BILL-STMT-ADDR-LINE
008310         MOVE BC-MAIL-ADDRESS-2 TO BA-TEXT
008320         WRITE BILL-STMT-LINE
008330     END-IF.

008340     MOVE SPACES               TO BILL-STMT-ADDR-LINE.
008350     MOVE BC-MAIL-CITY         TO BA-TEXT.
008360     MOVE BC-MAIL-STATE        TO BA-STATE.
008370     MOVE BC-MAIL-ZIP          TO BA-ZIP.
008380     WRITE BILL-STMT-LINE.

008390     IF BC-PROP-ADDRESS = SPACES
008400         GO TO 5200-EXIT
008410     END-IF.

008420     MOVE SPACES               TO BILL-STMT-ADDR-LINE.
008430     MOVE "PROPERTY"           TO BA-LABEL.
008440     MOVE BC-PROP-ADDRESS      TO BA-TEXT.
008450     WRITE BILL-STMT-LINE.

008460     MOVE SPACES               TO BILL-STMT-ADDR-LINE.
008470     MOVE BC-PROP-CITY         TO BA-TEXT.
008480     MOVE BC-PROP-STATE        TO BA-STATE.
008490     MOVE BC-PROP-ZIP          TO BA-ZIP.
008500     WRITE BILL-STMT-LINE.
008510 5200-EXIT.
008520     EXIT.

008530*----------------------------------------------------------------*
008540*    6000-UPDATE-STMT-HISTORY-RTN  -  RECORD THIS STATEMENT AS   *
008550*    THE LOAN'S LAST ONE.  A RERUN OF THE SAME CYCLE DATE        *
008560*    REFRESHES THE AMOUNTS BUT LEAVES THE DATES AS THEY WERE.    *
008570*    A WRITE FAILURE IS AN I/O FAULT THAT WOULD RECUR ON EVERY   *
008580*    REMAINING LOAN, SO THE RUN STOPS (SAME POLICY AS COBPOST).  *
008590*----------------------------------------------------------------*
008600 6000-UPDATE-STMT-HISTORY-RTN.
008610     IF PRIOR-STATEMENT-ON-FILE
008620         IF SH-LAST-STMT-DATE NOT = WS-RUN-DATE
008630             MOVE SH-LAST-STMT-DATE TO SH-PRIOR-STMT-DATE
008640             MOVE WS-RUN-DATE  TO SH-LAST-STMT-DATE
008650             ADD 1 TO SH-STMT-COUNT
008660         END-IF
008670         MOVE WS-DUE-DATE      TO SH-LAST-DUE-DATE
008680         MOVE WS-TOTAL-DUE     TO SH-LAST-AMOUNT-DUE
008690         REWRITE STMT-HISTORY-RECORD
008700             INVALID KEY
008710                 DISPLAY "COBBILL - STATEMENT HISTORY REWRITE "
008720                     "FAILED ON LOAN " LM-LOAN-NUMBER
008730                     " - STATUS " WS-SHST-FILE-STATUS
008740                     " - RUN STOPPED"
008750                 MOVE "Y"      TO WS-STOP-SWITCH
008760         END-REWRITE
008770         GO TO 6000-EXIT
008780     END-IF.

008790     MOVE SPACES               TO STMT-HISTORY-RECORD.
008800     MOVE LM-LOAN-NUMBER       TO SH-LOAN-NUMBER.
008810     MOVE WS-RUN-DATE          TO SH-LAST-STMT-DATE.
008820     MOVE ZERO                 TO SH-PRIOR-STMT-DATE.
008830     MOVE WS-DUE-DATE          TO SH-LAST-DUE-DATE.
008840     MOVE WS-TOTAL-DUE         TO SH-LAST-AMOUNT-DUE.
008850     MOVE 1                    TO SH-STMT-COUNT.
008860     WRITE STMT-HISTORY-RECORD
008870         INVALID KEY
008880             DISPLAY "COBBILL - STATEMENT HISTORY WRITE FAILED "
008890                 "ON LOAN " LM-LOAN-NUMBER " - STATUS "
008900                 WS-SHST-FILE-STATUS " - RUN STOPPED"
008910             MOVE "Y"          TO WS-STOP-SWITCH
008920     END-WRITE.
008930 6000-EXIT.
008940     EXIT.

008950*----------------------------------------------------------------*
008960*    7000-PRINT-SUMMARY-RTN  -  WRITE THE FEED TRAILER AND       *
008970*    PRINT THE RUN SUMMARY THE BILLING DESK TIES TO THE PRINT    *
008980*    VENDOR'S ACKNOWLEDGEMENT.                                   *
008990*----------------------------------------------------------------*
009000 7000-PRINT-SUMMARY-RTN.
009010     MOVE SPACES               TO BILL-FEED-TRAILER-RECORD.
009020     MOVE "Z"                  TO BZ-RECORD-TYPE.
009030     MOVE WS-RUN-DATE          TO BZ-RUN-DATE.
009040     MOVE WS-STMTS-PRODUCED    TO BZ-STMT-COUNT.
009050     MOVE WS-TRANS-LISTED      TO BZ-TRAN-COUNT.
009060     MOVE WS-TOTAL-BILLED      TO BZ-TOTAL-BILLED.
009070     WRITE BILL-FEED-RECORD.

009080     MOVE SPACES               TO BILL-SUMMARY-HEADING.
009090     MOVE "MONTHLY BILLING RUN SUMMARY - RUN DATE"
009100                               TO BH-LABEL.
009120     MOVE WS-RUN-DATE          TO BH-RUN-DATE.
009130     WRITE BILL-SUMMARY-LINE.

009140     MOVE SPACES               TO BILL-SUMMARY-LINE.
009150     WRITE BILL-SUMMARY-LINE.

009160     MOVE SPACES               TO BILL-SUMMARY-LINE.
009170     MOVE "LOANS EXAMINED"     TO BS-LABEL.
009180     MOVE WS-LOANS-EXAMINED    TO BS-COUNT.
009190     WRITE BILL-SUMMARY-LINE.

009200     MOVE SPACES               TO BILL-SUMMARY-LINE.
009210     MOVE "STATEMENTS PRODUCED / TOTAL BILLED" TO BS-LABEL.
009220     MOVE WS-STMTS-PRODUCED    TO BS-COUNT.
009230     MOVE WS-TOTAL-BILLED      TO BS-AMOUNT.
009240     WRITE BILL-SUMMARY-LINE.

009250     MOVE SPACES               TO BILL-SUMMARY-LINE.
009260     MOVE "STATEMENTS WITH PAST DUE / AMOUNT" TO BS-LABEL.
009270     MOVE WS-STMTS-PAST-DUE    TO BS-COUNT.
009280     MOVE WS-TOTAL-PAST-DUE    TO BS-AMOUNT.
009290     WRITE BILL-SUMMARY-LINE.

009300     MOVE SPACES               TO BILL-SUMMARY-LINE.
009310     MOVE "TRANSACTIONS LISTED" TO BS-LABEL.
009320     MOVE WS-TRANS-LISTED      TO BS-COUNT.
009330     WRITE BILL-SUMMARY-LINE.

009340     MOVE SPACES               TO BILL-SUMMARY-LINE.
009350     MOVE "LOANS SKIPPED - CLOSED" TO BS-LABEL.
009360     MOVE WS-SKIPPED-CLOSED    TO BS-COUNT.
009370     WRITE BILL-SUMMARY-LINE.

009380     MOVE SPACES               TO BILL-SUMMARY-LINE.
009390     MOVE "LOANS SKIPPED - AUTOPAY, STATEMENT OFF"
009400                               TO BS-LABEL.
009410     MOVE WS-SKIPPED-SUPPRESSED TO BS-COUNT.
009420     WRITE BILL-SUMMARY-LINE.

009430     MOVE SPACES               TO BILL-SUMMARY-LINE.
009440     MOVE "LOANS SKIPPED - BAD DATA / COBCALC" TO BS-LABEL.
009450     MOVE WS-LOANS-SKIPPED     TO BS-COUNT.
009460     WRITE BILL-SUMMARY-LINE.

009470     MOVE SPACES               TO BILL-SUMMARY-LINE.
009480     MOVE "STATEMENTS WITH NO CONTACT ON FILE" TO BS-LABEL.
009490     MOVE WS-NO-CONTACT-COUNT  TO BS-COUNT.
009500     WRITE BILL-SUMMARY-LINE.
009510 7000-EXIT.
009520     EXIT.

009530*----------------------------------------------------------------*
009540*    9999-TERMINATE-RTN  -  SEND COBCALC A CLOSE-DOWN CALL SO    *
009550*    ITS AUDIT TRAIL IS EXPLICITLY CLOSED, CLOSE THIS PROGRAM'S  *
009560*    OWN FILES, AND LOG THE RUN TOTALS.                          *
009570*----------------------------------------------------------------*
009580 9999-TERMINATE-RTN.
009590     MOVE SPACES               TO PARM-1.
009600     MOVE "Y"                  TO PARM-CLOSE-DOWN-INDICATOR.
009610     CALL "COBCALC" USING PARM-1.

009620     IF RUN-FILES-ARE-OPEN
009630         CLOSE LOAN-MASTER
009640               ESCROW-MASTER
009650               BORROWER-CONTACT
009660               TRAN-HISTORY
009670               STMT-HISTORY
009680               BILL-STMT
009690               BILL-FEED
009700               BILL-SUMMARY
009710     END-IF.

009720     DISPLAY "COBBILL - LOANS EXAMINED     " WS-LOANS-EXAMINED.
009730     DISPLAY "COBBILL - STATEMENTS PRODUCED " WS-STMTS-PRODUCED.
009740     DISPLAY "COBBILL - TOTAL BILLED       " WS-TOTAL-BILLED.
009750     DISPLAY "COBBILL - SKIPPED CLOSED     " WS-SKIPPED-CLOSED.
009760     DISPLAY "COBBILL - SKIPPED SUPPRESSED "
009765         WS-SKIPPED-SUPPRESSED.
009770     DISPLAY "COBBILL - LOANS SKIPPED      " WS-LOANS-SKIPPED.
009780     DISPLAY "COBBILL - NO CONTACT ON FILE " WS-NO-CONTACT-COUNT.
009790     IF CYCLE-STEP-RUNNING
009791         IF STOP-THE-RUN
009792             MOVE "F"          TO CY-FUNCTION
009793         ELSE
009794             MOVE "C"          TO CY-FUNCTION
009795         END-IF
009796         CALL "COBCYCLE" USING PARM-4
009797     END-IF.
009798 9999-EXIT.
009800     EXIT.
