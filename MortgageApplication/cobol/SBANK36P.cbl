000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    COBCASHR.
000120 AUTHOR.        R HALVERSEN.
000130 INSTALLATION.  LOAN SERVICING SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*                                                                *
000180*   COBCASHR  -  DAILY CASH RECONCILIATION                       *
000190*                                                                *
000200*   RUNS AFTER COBPOST FOR THE CYCLE CONTROL BUSINESS DATE.      *
000210*   TIES EVERY BANK DEPOSIT ON THE DAY'S LOCKBOX FEED (SEE THE   *
000220*   DEPOSIT CONTROL RECORDS IN SBANK10W) TO WHAT BECAME OF ITS   *
000230*   RECEIPTS:                                                    *
000240*     - POSTED OR HELD IN SUSPENSE - A TRANSACTION HISTORY       *
000250*       RECORD POSTED TODAY WITH THE SAME LOAN AND               *
000260*       TH-RECEIPT-REFERENCE;                                    *
000270*     - REJECTED, OR REFUSED WITH A BATCH THAT DID NOT FOOT -    *
000280*       A RECORD ON TODAY'S RCPTREJ;                             *
000290*     - UNPOSTED - NEITHER.                                      *
000300*   AND MARKS EVERY RECEIPT THAT SETTLES AN ACH DRAFT COBADRFT   *
000310*   ORIGINATED.                                                  *
000320*                                                                *
000330*   A DEPOSIT IS OUT OF BALANCE WHEN ITS RECEIPTS DO NOT AGREE   *
000340*   WITH THE BANK'S DEPOSIT CONTROL ON ITEM COUNT OR DOLLARS.    *
000350*   EVERY DUPLICATE RECEIPT REFERENCE (TWICE ON THE FEED, OR     *
000360*   ALREADY POSTED ON AN EARLIER DAY) AND EVERY ITEM NOT POSTED  *
000370*   IS LISTED FOR THE CASH DESK TO CLEAR THE SAME DAY.           *
000380*                                                                *
000390*   REJECTED AND UNPOSTED ITEMS, AND EVERY ACH DRAFT ORIGINATED, *
000400*   GO ON THE OPEN ITEM FILE (SBANK83W) AND ARE CARRIED FORWARD  *
000410*   UNTIL THEY CLEAR - A RECEIPT WHEN IT POSTS UNDER ITS         *
000420*   REFERENCE, A DRAFT WHEN ITS SETTLED ITEM ARRIVES.  EVERY     *
000430*   OPEN ITEM FROM AN EARLIER DAY, AND EVERY DRAFT PAST ITS      *
000440*   SETTLEMENT DATE, IS LISTED WITH ITS AGE IN DAYS.             *
000450*                                                                *
000460*   THE SUSPENSE MOVEMENT IS THE CHANGE IN THE PORTFOLIO'S       *
000470*   LM-SUSPENSE-BALANCE TOTAL SINCE THE PREVIOUS DAY, SHOWN      *
000480*   AGAINST THE RECEIPTS HELD IN SUSPENSE TODAY.                 *
000490*                                                                *
000500*   THE RUN IS READ-ONLY EXCEPT FOR THE OPEN ITEM FILE, AND A    *
000510*   RERUN ON THE SAME DATE LEAVES IT AS THE FIRST RUN DID.       *
000520*                                                                *
000530*   MODIFICATION HISTORY.                                       *
000540*   -------------------------------------------------------     *
000550*   DATE       INIT   DESCRIPTION                                *
000560*   ---------- ----   ------------------------------------------ *
000563*   2026-10-15  DEV   INITIAL VERSION.                          *
000566*   2026-10-15  DEV   THE RUN DATE NOW COMES FROM THE CYCLE     *
000570*                     CONTROL FILE THROUGH COBCYCLE (SBANK94W)  *
000571*                     INSTEAD OF THE CONTROL CARD, WHICH IS NO  *
000572*                     LONGER READ - THE SAME BUSINESS DATE      *
000573*                     COBPOST NOW STAMPS ON TH-POST-DATE, SO    *
000574*                     THE MATCH TO THE DAY'S POSTINGS NO LONGER *
000575*                     DEPENDS ON THE CARD AND THE CLOCK         *
000576*                     AGREEING.  THE STEP IS CHECKED AGAINST    *
000577*                     ITS PREDECESSORS AT START AND ITS         *
000578*                     COMPLETION OR FAILURE IS RECORDED AT THE  *
000579*                     END.                                      *
000580*   2026-10-15  DEV   3000 NOW BUILDS THE DEPOSIT COLUMN        *
000581*                     HEADINGS IN CASH-RECON-HEADING            *
000582*                     (SBANK84W), EACH LABEL OVER ITS OWN CQ-   *
000583*                     FIELD.                                    *
000584******************************************************************
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER.  IBM-370.
000620 OBJECT-COMPUTER.  IBM-370.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000710*----------------------------------------------------------------*
000720*    LOCKBOX PAYMENT RECEIPTS - THE SAME FEED COBPOST POSTED.    *
000730*----------------------------------------------------------------*
000740     SELECT RECEIPTS-FILE ASSIGN TO RCPTFILE
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-RCPT-FILE-STATUS.

000770*----------------------------------------------------------------*
000780*    PAYMENT TRANSACTION HISTORY - READ ONLY, WHOLE FILE.        *
000790*----------------------------------------------------------------*
000800     SELECT TRAN-HISTORY ASSIGN TO TRANHIST
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-HIST-FILE-STATUS.

000830*----------------------------------------------------------------*
000840*    COBPOST'S RECEIPT REJECT FILE FOR THE DAY - READ ONLY.      *
000850*----------------------------------------------------------------*
000860     SELECT REJECT-FILE ASSIGN TO RCPTREJ
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-RJCT-FILE-STATUS.

000890*----------------------------------------------------------------*
000900*    COBADRFT'S ACH DEBIT FEED - THE DRAFTS LAST ORIGINATED.     *
000910*----------------------------------------------------------------*
000920     SELECT ACH-FEED ASSIGN TO ACHDEBIT
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-ACH-FILE-STATUS.

000950*----------------------------------------------------------------*
000960*    LOAN MASTER FILE - WALKED FOR THE SUSPENSE TOTAL.           *
000970*----------------------------------------------------------------*
000980     SELECT LOAN-MASTER ASSIGN TO LOANMSTR
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS DYNAMIC
001010         RECORD KEY IS LM-LOAN-NUMBER
001020         FILE STATUS IS WS-LOAN-FILE-STATUS.

001030*----------------------------------------------------------------*
001040*    CASH OPEN ITEM FILE - CARRIED FORWARD FROM DAY TO DAY.      *
001050*    READ AND DELETED AT RANDOM AS ITEMS CLEAR, THEN WALKED IN   *
001060*    KEY ORDER FOR THE AGED LISTING.                             *
001070*----------------------------------------------------------------*
001080     SELECT CASH-OPEN-ITEMS ASSIGN TO CASHOPEN
001090         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS DYNAMIC
001110         RECORD KEY IS CO-ITEM-KEY
001120         FILE STATUS IS WS-OPEN-FILE-STATUS.

001130*----------------------------------------------------------------*
001140*    DAILY CASH RECONCILIATION REPORT.                           *
001150*----------------------------------------------------------------*
001160     SELECT CASH-RPT ASSIGN TO CASHRPT
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS WS-RPT-FILE-STATUS.

001190 DATA DIVISION.
001200 FILE SECTION.
001240 FD  RECEIPTS-FILE
001250     LABEL RECORDS ARE STANDARD.
001260     COPY SBANK10W.

001270 FD  TRAN-HISTORY
001280     LABEL RECORDS ARE STANDARD.
001290     COPY SBANK11W.

001300 FD  REJECT-FILE
001310     LABEL RECORDS ARE STANDARD.
001320     COPY SBANK12W.

001330 FD  ACH-FEED
001340     LABEL RECORDS ARE STANDARD.
001350     COPY SBANK36W.

001360 FD  LOAN-MASTER
001370     LABEL RECORDS ARE STANDARD.
001380     COPY SBANK01W.

001390 FD  CASH-OPEN-ITEMS
001400     LABEL RECORDS ARE STANDARD.
001410     COPY SBANK83W.

001420 FD  CASH-RPT
001430     LABEL RECORDS ARE STANDARD.
001440     COPY SBANK84W.

001450 WORKING-STORAGE SECTION.
001460 01  WS-SWITCHES.
001480     05  WS-RCPT-FILE-STATUS      PIC X(02).
001490     05  WS-HIST-FILE-STATUS      PIC X(02).
001500     05  WS-RJCT-FILE-STATUS      PIC X(02).
001510     05  WS-ACH-FILE-STATUS       PIC X(02).
001520     05  WS-LOAN-FILE-STATUS      PIC X(02).
001530         88  WS-LOAN-FILE-OK               VALUE "00".
001540     05  WS-OPEN-FILE-STATUS      PIC X(02).
001550         88  WS-OPEN-FILE-OK               VALUE "00".
001560         88  WS-OPEN-FILE-NOT-FOUND        VALUE "23", "35".
001570     05  WS-RPT-FILE-STATUS       PIC X(02).
001580     05  WS-RCPT-EOF-SWITCH       PIC X(01)  VALUE "N".
001590         88  END-OF-RECEIPTS               VALUE "Y".
001600     05  WS-HIST-EOF-SWITCH       PIC X(01)  VALUE "N".
001610         88  END-OF-HISTORY                VALUE "Y".
001620     05  WS-RJCT-EOF-SWITCH       PIC X(01)  VALUE "N".
001630         88  END-OF-REJECTS                VALUE "Y".
001640     05  WS-ACH-EOF-SWITCH        PIC X(01)  VALUE "N".
001650         88  END-OF-ACH-FEED               VALUE "Y".
001660     05  WS-LOAN-EOF-SWITCH       PIC X(01)  VALUE "N".
001670         88  END-OF-LOAN-FILE              VALUE "Y".
001680     05  WS-OPEN-EOF-SWITCH       PIC X(01)  VALUE "N".
001690         88  END-OF-OPEN-ITEMS             VALUE "Y".
001700     05  WS-RJCT-OPEN-SWITCH      PIC X(01)  VALUE "N".
001710         88  REJECT-FILE-IS-OPEN           VALUE "Y".
001720     05  WS-ACH-OPEN-SWITCH       PIC X(01)  VALUE "N".
001730         88  ACH-FEED-IS-OPEN              VALUE "Y".
001740     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
001750         88  STOP-THE-RUN                  VALUE "Y".
001753     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
001756         88  CYCLE-STEP-RUNNING            VALUE "Y".
001760     05  WS-FILES-OPEN-SWITCH     PIC X(01)  VALUE "N".
001770         88  RUN-FILES-ARE-OPEN            VALUE "Y".

001780*----------------------------------------------------------------*
001790*    DEPOSIT TABLE - ONE ENTRY PER DEPOSIT CONTROL RECORD ON THE *
001800*    FEED, IN FEED ORDER.  RECEIPTS AHEAD OF THE FIRST DEPOSIT   *
001810*    RECORD GO UNDER A DEPOSIT NUMBERED "*NONE*" WITH NO BANK    *
001820*    CONTROL, WHICH CAN NEVER BALANCE.                           *
001830*----------------------------------------------------------------*
001840 01  WS-DEPOSIT-TABLE-FIELDS.
001850     05  WS-DEP-PTR               PIC 9(4)  COMP.
001860     05  WS-DEP-MAX               PIC 9(4)  COMP VALUE 100.
001870     05  WS-DEP-SUB               PIC 9(4)  COMP.
001880     05  WS-DEPOSIT-TABLE.
001890         10  WS-DEPOSIT-ENTRY OCCURS 100 TIMES
001900                              INDEXED BY WS-DEP-IDX.
001910             15  WS-DP-DEPOSIT-NUMBER  PIC X(08).
001920             15  WS-DP-CONTROL-COUNT   PIC 9(05).
001930             15  WS-DP-CONTROL-AMOUNT  PIC 9(09)V99  COMP-3.
001940             15  WS-DP-BAD-SWITCH      PIC X(01).
001950                 88  WS-DP-CONTROL-BAD          VALUE "Y".
001960             15  WS-DP-ITEM-COUNT      PIC 9(07)     COMP.
001970             15  WS-DP-ITEM-AMOUNT     PIC 9(11)V99  COMP-3.
001980             15  WS-DP-POSTED-AMOUNT   PIC 9(11)V99  COMP-3.
001990             15  WS-DP-SUSPENSE-AMOUNT PIC 9(11)V99  COMP-3.
002000             15  WS-DP-REJECTED-AMOUNT PIC 9(11)V99  COMP-3.
002010             15  WS-DP-UNPOSTED-COUNT  PIC 9(07)     COMP.
002020             15  WS-DP-UNPOSTED-AMOUNT PIC 9(11)V99  COMP-3.
002030             15  WS-DP-ACH-AMOUNT      PIC 9(11)V99  COMP-3.

002040*----------------------------------------------------------------*
002050*    RECEIPT TABLE - ONE ENTRY PER RECEIPT ON THE FEED.  THE     *
002060*    HISTORY AND REJECT FILES ARE MATCHED TO IT BY LOAN AND      *
002070*    RECEIPT REFERENCE (A RECEIPT WITH NO REFERENCE MATCHES ON   *
002080*    LOAN, RECEIPT DATE AND AMOUNT).  WS-IT-DISPOSITION:         *
002090*      SPACE  NOT YET ACCOUNTED FOR - UNPOSTED AT THE END        *
002100*      "P"    POSTED           "S"  HELD IN SUSPENSE            *
002110*      "J"    REJECTED         "R"  REFUSED WITH ITS BATCH      *
002120*----------------------------------------------------------------*
002130 01  WS-ITEM-TABLE-FIELDS.
002140     05  WS-ITEM-PTR              PIC 9(4)  COMP.
002150     05  WS-ITEM-MAX              PIC 9(4)  COMP VALUE 3000.
002160     05  WS-ITEM-TABLE.
002170         10  WS-ITEM-ENTRY OCCURS 3000 TIMES
002180                           INDEXED BY WS-ITEM-IDX.
002190             15  WS-IT-DEPOSIT-PTR     PIC 9(4)      COMP.
002200             15  WS-IT-LOAN-NUMBER     PIC X(10).
002210             15  WS-IT-REFERENCE       PIC X(12).
002220             15  WS-IT-RECEIPT-DATE    PIC X(08).
002230             15  WS-IT-AMOUNT          PIC 9(07)V99  COMP-3.
002240             15  WS-IT-DISPOSITION     PIC X(01).
002250                 88  WS-IT-UNRESOLVED           VALUE SPACE.
002260                 88  WS-IT-POSTED               VALUE "P".
002270                 88  WS-IT-SUSPENDED            VALUE "S".
002280                 88  WS-IT-REJECTED             VALUE "J".
002290                 88  WS-IT-REFUSED              VALUE "R".
002300             15  WS-IT-REJECT-REASON   PIC X(02).
002310             15  WS-IT-DUP-SWITCH      PIC X(01).
002320                 88  WS-IT-DUP-IN-FEED          VALUE "Y".
002330             15  WS-IT-ACH-SWITCH      PIC X(01).
002340                 88  WS-IT-ACH-SETTLED          VALUE "Y".
002350             15  WS-IT-PRIOR-POST-DATE PIC 9(08).

002360*----------------------------------------------------------------*
002370*    A REJECT RECORD'S RECEIPT IMAGE, LAID OUT AS SBANK10W.      *
002380*----------------------------------------------------------------*
002390 01  WS-REJECT-IMAGE.
002400     05  WS-RJ-LOAN-NUMBER        PIC X(10).
002410     05  WS-RJ-RECEIPT-DATE       PIC X(08).
002420     05  WS-RJ-RECEIPT-AMOUNT     PIC X(09).
002430     05  WS-RJ-RECEIPT-REFERENCE  PIC X(12).
002440     05  FILLER                   PIC X(41).

002450 01  WS-COUNTERS.
002460     05  WS-DEPOSITS-BALANCED     PIC 9(07)  COMP.
002470     05  WS-DEPOSITS-OUT-OF-BAL   PIC 9(07)  COMP.
002480     05  WS-DEPOSITS-UNPOSTED     PIC 9(07)  COMP.
002490     05  WS-ITEMS-POSTED          PIC 9(07)  COMP.
002500     05  WS-ITEMS-SUSPENDED       PIC 9(07)  COMP.
002510     05  WS-ITEMS-REJECTED        PIC 9(07)  COMP.
002520     05  WS-ITEMS-REFUSED         PIC 9(07)  COMP.
002530     05  WS-ITEMS-UNPOSTED        PIC 9(07)  COMP.
002540     05  WS-DUPS-IN-FEED          PIC 9(07)  COMP.
002550     05  WS-DUPS-PRIOR-POSTED     PIC 9(07)  COMP.
002560     05  WS-POSTED-NOT-ON-FEED    PIC 9(07)  COMP.
002570     05  WS-ACH-ORIGINATED        PIC 9(07)  COMP.
002580     05  WS-ACH-SETTLED           PIC 9(07)  COMP.
002590     05  WS-ACH-AWAITING          PIC 9(07)  COMP.
002600     05  WS-ACH-UNSETTLED         PIC 9(07)  COMP.
002610     05  WS-OPEN-ITEMS-CLEARED    PIC 9(07)  COMP.
002620     05  WS-OPEN-ITEMS-ADDED      PIC 9(07)  COMP.
002630     05  WS-OPEN-ITEMS-CARRIED    PIC 9(07)  COMP.
002640     05  WS-AGED-UNDER-3          PIC 9(07)  COMP.
002650     05  WS-AGED-3-TO-7           PIC 9(07)  COMP.
002660     05  WS-AGED-OVER-7           PIC 9(07)  COMP.

002670 01  WS-TOTALS.
002680     05  WS-ITEM-TOTAL            PIC 9(11)V99  COMP-3.
002690     05  WS-POSTED-TOTAL          PIC 9(11)V99  COMP-3.
002700     05  WS-SUSPENDED-TOTAL       PIC 9(11)V99  COMP-3.
002710     05  WS-REJECTED-TOTAL        PIC 9(11)V99  COMP-3.
002720     05  WS-REFUSED-TOTAL         PIC 9(11)V99  COMP-3.
002730     05  WS-UNPOSTED-TOTAL        PIC 9(11)V99  COMP-3.
002740     05  WS-ACH-ORIGINATED-TOTAL  PIC 9(11)V99  COMP-3.
002750     05  WS-ACH-SETTLED-TOTAL     PIC 9(11)V99  COMP-3.
002760     05  WS-ACH-AWAITING-TOTAL    PIC 9(11)V99  COMP-3.
002770     05  WS-ACH-UNSETTLED-TOTAL   PIC 9(11)V99  COMP-3.
002780     05  WS-CLEARED-TOTAL         PIC 9(11)V99  COMP-3.
002790     05  WS-CARRIED-TOTAL         PIC 9(11)V99  COMP-3.
002800     05  WS-SUSPENSE-TOTAL        PIC 9(11)V99  COMP-3.
002810     05  WS-PRIOR-SUSPENSE-TOTAL  PIC 9(11)V99  COMP-3.
002820     05  WS-SUSPENSE-MOVEMENT     PIC S9(11)V99 COMP-3.

002830 01  WS-WORK-FIELDS.
002840     05  WS-RUN-DATE              PIC 9(08).
002850     05  WS-RUN-DATE-INT          PIC S9(9)  COMP.
002860     05  WS-DAYS-OPEN             PIC S9(9)  COMP.
002870     05  WS-CLEAR-TYPE            PIC X(01).
002880     05  WS-OPEN-TYPE             PIC X(01).
002890     05  WS-OPEN-REASON           PIC X(02).
002900     05  WS-EXCEPTION-TEXT        PIC X(40).

002910     COPY SBANK94W.

002915 LINKAGE SECTION.

002920 PROCEDURE DIVISION.
002930*----------------------------------------------------------------*
002940*    0000-MAINLINE                                                *
002950*----------------------------------------------------------------*
002960 0000-MAINLINE.
002970     PERFORM 1000-INITIALIZE-RTN
002980         THRU 1000-EXIT.
002990     IF NOT STOP-THE-RUN
003000         PERFORM 2000-RECONCILE-RTN
003010             THRU 2000-EXIT
003020     END-IF.
003030     IF NOT STOP-THE-RUN
003040         PERFORM 7000-PRINT-TOTALS-RTN
003050             THRU 7000-EXIT
003060     END-IF.
003070     PERFORM 9999-TERMINATE-RTN
003080         THRU 9999-EXIT.
003090     GOBACK.

003100*----------------------------------------------------------------*
003110*    1000-INITIALIZE-RTN  -  READ THE RUN DATE AND OPEN THE      *
003120*    FILES.  THE FEED, THE HISTORY, THE LOAN MASTER AND THE      *
003130*    OPEN ITEM FILE MUST OPEN; A DAY WITH NO REJECT FILE OR NO   *
003140*    ACH FEED SIMPLY HAD NONE.                                   *
003150*----------------------------------------------------------------*
003160 1000-INITIALIZE-RTN.
003170     MOVE ZERO                 TO WS-DEPOSITS-BALANCED
003180                                   WS-DEPOSITS-OUT-OF-BAL
003190                                   WS-DEPOSITS-UNPOSTED
003200                                   WS-ITEMS-POSTED
003210                                   WS-ITEMS-SUSPENDED
003220                                   WS-ITEMS-REJECTED
003230                                   WS-ITEMS-REFUSED
003240                                   WS-ITEMS-UNPOSTED
003250                                   WS-DUPS-IN-FEED
003260                                   WS-DUPS-PRIOR-POSTED
003270                                   WS-POSTED-NOT-ON-FEED
003280                                   WS-ACH-ORIGINATED
003290                                   WS-ACH-SETTLED
003300                                   WS-ACH-AWAITING
003310                                   WS-ACH-UNSETTLED
003320                                   WS-OPEN-ITEMS-CLEARED
003330                                   WS-OPEN-ITEMS-ADDED
003340                                   WS-OPEN-ITEMS-CARRIED
003350                                   WS-AGED-UNDER-3
003360                                   WS-AGED-3-TO-7
003370                                   WS-AGED-OVER-7.
003380     MOVE ZERO                 TO WS-ITEM-TOTAL
003390                                   WS-POSTED-TOTAL
003400                                   WS-SUSPENDED-TOTAL
003410                                   WS-REJECTED-TOTAL
003420                                   WS-REFUSED-TOTAL
003430                                   WS-UNPOSTED-TOTAL
003440                                   WS-ACH-ORIGINATED-TOTAL
003450                                   WS-ACH-SETTLED-TOTAL
003460                                   WS-ACH-AWAITING-TOTAL
003470                                   WS-ACH-UNSETTLED-TOTAL
003480                                   WS-CLEARED-TOTAL
003490                                   WS-CARRIED-TOTAL
003500                                   WS-SUSPENSE-TOTAL
003510                                   WS-PRIOR-SUSPENSE-TOTAL
003520                                   WS-SUSPENSE-MOVEMENT.
003530     MOVE ZERO                 TO WS-DEP-PTR
003540                                   WS-ITEM-PTR.
003550     INITIALIZE WS-DEPOSIT-TABLE
003560                WS-ITEM-TABLE.

003570     MOVE "S"                  TO CY-FUNCTION.
003580     MOVE "COBCASHR"           TO CY-PROGRAM-ID.
003590     MOVE SPACES               TO CY-INSTANCE-ID.
003600     CALL "COBCYCLE" USING PARM-4.
003610     IF NOT CY-SUCCESS
003620         DISPLAY "COBCASHR - NOT CLEARED TO RUN BY CYCLE "
003630             "CONTROL - RUN ABORTED"
003660         MOVE "Y"              TO WS-STOP-SWITCH
003670         GO TO 1000-EXIT
003680     END-IF.
003685     MOVE "Y"                  TO WS-CYCLE-SWITCH.
003690     MOVE CY-BUSINESS-DATE     TO WS-RUN-DATE.
003700     COMPUTE WS-RUN-DATE-INT =
003710         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).

003720     OPEN INPUT RECEIPTS-FILE.
003730     IF NOT WS-RCPT-FILE-STATUS = "00"
003740         DISPLAY "COBCASHR - RECEIPTS FILE OPEN FAILED - "
003750             "STATUS " WS-RCPT-FILE-STATUS " - RUN ABORTED"
003760         MOVE "Y"              TO WS-STOP-SWITCH
003770         GO TO 1000-EXIT
003780     END-IF.

003790     OPEN INPUT TRAN-HISTORY.
003800     IF NOT WS-HIST-FILE-STATUS = "00"
003810         DISPLAY "COBCASHR - TRANSACTION HISTORY OPEN FAILED - "
003820             "STATUS " WS-HIST-FILE-STATUS " - RUN ABORTED"
003830         MOVE "Y"              TO WS-STOP-SWITCH
003840         CLOSE RECEIPTS-FILE
003850         GO TO 1000-EXIT
003860     END-IF.

003870     OPEN INPUT LOAN-MASTER.
003880     IF NOT WS-LOAN-FILE-OK
003890         DISPLAY "COBCASHR - LOAN MASTER OPEN FAILED - STATUS "
003900             WS-LOAN-FILE-STATUS " - RUN ABORTED"
003910         MOVE "Y"              TO WS-STOP-SWITCH
003920         CLOSE RECEIPTS-FILE
003930               TRAN-HISTORY
003940         GO TO 1000-EXIT
003950     END-IF.

003960*    NOTHING IS OPEN UNTIL THE FIRST RUN - CREATE THE FILE      *
003970*    EMPTY RATHER THAN STOP THE RUN.                            *
003980     OPEN I-O CASH-OPEN-ITEMS.
003990     IF WS-OPEN-FILE-NOT-FOUND
004000         OPEN OUTPUT CASH-OPEN-ITEMS
004010         CLOSE CASH-OPEN-ITEMS
004020         OPEN I-O CASH-OPEN-ITEMS
004030     END-IF.
004040     IF NOT WS-OPEN-FILE-OK
004050         DISPLAY "COBCASHR - OPEN ITEM FILE OPEN FAILED - "
004060             "STATUS " WS-OPEN-FILE-STATUS " - RUN ABORTED"
004070         MOVE "Y"              TO WS-STOP-SWITCH
004080         CLOSE RECEIPTS-FILE
004090               TRAN-HISTORY
004100               LOAN-MASTER
004110         GO TO 1000-EXIT
004120     END-IF.

004130     OPEN INPUT REJECT-FILE.
004140     IF WS-RJCT-FILE-STATUS = "00"
004150         MOVE "Y"              TO WS-RJCT-OPEN-SWITCH
004160     ELSE
004170         MOVE "Y"              TO WS-RJCT-EOF-SWITCH
004180     END-IF.

004190     OPEN INPUT ACH-FEED.
004200     IF WS-ACH-FILE-STATUS = "00"
004210         MOVE "Y"              TO WS-ACH-OPEN-SWITCH
004220     ELSE
004230         MOVE "Y"              TO WS-ACH-EOF-SWITCH
004240     END-IF.

004250     OPEN OUTPUT CASH-RPT.
004260*    VALUE CLAUSES ON FD RECORD FILLER ARE DOCUMENTARY ONLY -    *
004270*    CLEAR THE OUTPUT RECORD AREA ONCE SO THE FILLER BYTES       *
004280*    NEVER CARRY GARBAGE.                                        *
004290     MOVE SPACES               TO CASH-RECON-LINE.

004300     MOVE LOW-VALUES           TO LM-LOAN-NUMBER.
004310     START LOAN-MASTER KEY IS NOT LESS THAN LM-LOAN-NUMBER
004320         INVALID KEY
004330             MOVE "Y"          TO WS-LOAN-EOF-SWITCH
004340     END-START.
004350     MOVE "Y"                  TO WS-FILES-OPEN-SWITCH.
004360 1000-EXIT.
004370     EXIT.

004380*----------------------------------------------------------------*
004390*    2000-RECONCILE-RTN  -  LOAD THE FEED, ACCOUNT FOR EVERY     *
004400*    RECEIPT FROM THE HISTORY AND REJECT FILES, SETTLE THE OPEN  *
004410*    ITEMS, AND PRINT THE DEPOSITS, THE DAY'S EXCEPTIONS AND     *
004420*    THE AGED CARRIED-FORWARD ITEMS.                             *
004430*----------------------------------------------------------------*
004440 2000-RECONCILE-RTN.
004450     PERFORM 2100-LOAD-FEED-RTN
004460         THRU 2100-EXIT
004470         UNTIL END-OF-RECEIPTS OR STOP-THE-RUN.
004480     IF STOP-THE-RUN
004490         GO TO 2000-EXIT
004500     END-IF.

004510     PERFORM 2300-LOAD-ACH-DRAFT-RTN
004520         THRU 2300-EXIT
004530         UNTIL END-OF-ACH-FEED.

004540     PERFORM 2400-MATCH-HISTORY-RTN
004550         THRU 2400-EXIT
004560         UNTIL END-OF-HISTORY.

004570     PERFORM 2500-MATCH-REJECT-RTN
004580         THRU 2500-EXIT
004590         UNTIL END-OF-REJECTS.

004600     PERFORM 2600-SETTLE-ITEM-RTN
004610         THRU 2600-EXIT
004620         VARYING WS-ITEM-IDX FROM 1 BY 1
004630             UNTIL WS-ITEM-IDX > WS-ITEM-PTR.

004640     PERFORM 2700-SUM-SUSPENSE-RTN
004650         THRU 2700-EXIT
004660         UNTIL END-OF-LOAN-FILE.
004670     PERFORM 2750-SAVE-SUSPENSE-RTN
004680         THRU 2750-EXIT.

004690     PERFORM 3000-PRINT-DEPOSITS-RTN
004700         THRU 3000-EXIT.
004710     PERFORM 3200-PRINT-EXCEPTIONS-RTN
004720         THRU 3200-EXIT.
004730     PERFORM 3400-PRINT-CARRIED-RTN
004740         THRU 3400-EXIT.
004750 2000-EXIT.
004760     EXIT.

004770*----------------------------------------------------------------*
004780*    2100-LOAD-FEED-RTN  -  READ ONE FEED RECORD.  A DEPOSIT     *
004790*    RECORD OPENS THE NEXT DEPOSIT ENTRY; A BATCH RECORD ONLY    *
004800*    MATTERS TO COBPOST; A RECEIPT IS ADDED TO THE TABLE UNDER   *
004810*    THE DEPOSIT IN PROGRESS.  A RECEIPT REFERENCE ALREADY ON    *
004820*    THE TABLE MARKS BOTH RECEIPTS AS DUPLICATES.  EITHER TABLE  *
004830*    OVERFLOWING STOPS THE RUN.                                  *
004840*----------------------------------------------------------------*
004850 2100-LOAD-FEED-RTN.
004860     READ RECEIPTS-FILE
004870         AT END
004880             MOVE "Y"          TO WS-RCPT-EOF-SWITCH
004890             GO TO 2100-EXIT
004900     END-READ.

004910     IF LX-DEPOSIT-HEADER
004920         PERFORM 2150-ADD-DEPOSIT-RTN
004930             THRU 2150-EXIT
004940         IF STOP-THE-RUN
004950             GO TO 2100-EXIT
004960         END-IF
004970         MOVE LX-DEPOSIT-NUMBER
004980             TO WS-DP-DEPOSIT-NUMBER (WS-DEP-PTR)
004990         IF LX-ITEM-COUNT NOT NUMERIC
005000             OR LX-CONTROL-AMOUNT NOT NUMERIC
005010             MOVE "Y" TO WS-DP-BAD-SWITCH (WS-DEP-PTR)
005020         ELSE
005030             MOVE LX-ITEM-COUNT
005040                 TO WS-DP-CONTROL-COUNT (WS-DEP-PTR)
005050             MOVE LX-CONTROL-AMOUNT
005060                 TO WS-DP-CONTROL-AMOUNT (WS-DEP-PTR)
005070         END-IF
005080         GO TO 2100-EXIT
005090     END-IF.

005100     IF LX-BATCH-HEADER
005110         GO TO 2100-EXIT
005120     END-IF.

005130     IF WS-DEP-PTR = ZERO
005140         PERFORM 2150-ADD-DEPOSIT-RTN
005150             THRU 2150-EXIT
005160         IF STOP-THE-RUN
005170             GO TO 2100-EXIT
005180         END-IF
005190         MOVE "*NONE*"     TO WS-DP-DEPOSIT-NUMBER (WS-DEP-PTR)
005200         MOVE "Y"          TO WS-DP-BAD-SWITCH (WS-DEP-PTR)
005210     END-IF.

005220     ADD 1 TO WS-ITEM-PTR.
005230     IF WS-ITEM-PTR > WS-ITEM-MAX
005240         DISPLAY "COBCASHR - MORE THAN 3000 RECEIPTS ON THE "
005250             "FEED - RUN ABORTED"
005260         MOVE "Y"              TO WS-STOP-SWITCH
005270         GO TO 2100-EXIT
005280     END-IF.

005290*    LOOK FOR THE REFERENCE AMONG THE RECEIPTS ALREADY LOADED   *
005300*    BEFORE THIS ONE TAKES ITS SLOT - THE UNUSED SLOTS ARE      *
005310*    SPACES AND CANNOT MATCH A REAL REFERENCE.                  *
005320     IF PR-RECEIPT-REFERENCE NOT = SPACES
005330         SET WS-ITEM-IDX       TO 1
005340         SEARCH WS-ITEM-ENTRY
005350             AT END
005360                 CONTINUE
005370             WHEN WS-IT-REFERENCE (WS-ITEM-IDX)
005380                     = PR-RECEIPT-REFERENCE
005390                 MOVE "Y"  TO WS-IT-DUP-SWITCH (WS-ITEM-IDX)
005400                 MOVE "Y"  TO WS-IT-DUP-SWITCH (WS-ITEM-PTR)
005410         END-SEARCH
005420     END-IF.

005430     MOVE WS-DEP-PTR       TO WS-IT-DEPOSIT-PTR (WS-ITEM-PTR).
005440     MOVE PR-LOAN-NUMBER   TO WS-IT-LOAN-NUMBER (WS-ITEM-PTR).
005450     MOVE PR-RECEIPT-REFERENCE
005460                           TO WS-IT-REFERENCE (WS-ITEM-PTR).
005470     MOVE PR-RECEIPT-DATE  TO WS-IT-RECEIPT-DATE (WS-ITEM-PTR).
005480     IF PR-RECEIPT-AMOUNT NUMERIC
005490         MOVE PR-RECEIPT-AMOUNT
005500                           TO WS-IT-AMOUNT (WS-ITEM-PTR)
005510     ELSE
005520         MOVE ZERO         TO WS-IT-AMOUNT (WS-ITEM-PTR)
005530     END-IF.
005540     MOVE SPACE            TO WS-IT-DISPOSITION (WS-ITEM-PTR).
005550     MOVE ZERO             TO WS-IT-PRIOR-POST-DATE (WS-ITEM-PTR).

005560     ADD 1 TO WS-DP-ITEM-COUNT (WS-DEP-PTR).
005570     ADD WS-IT-AMOUNT (WS-ITEM-PTR)
005580                           TO WS-DP-ITEM-AMOUNT (WS-DEP-PTR).
005590     ADD WS-IT-AMOUNT (WS-ITEM-PTR) TO WS-ITEM-TOTAL.
005600 2100-EXIT.
005610     EXIT.

005620*----------------------------------------------------------------*
005630*    2150-ADD-DEPOSIT-RTN  -  OPEN THE NEXT DEPOSIT ENTRY.       *
005640*----------------------------------------------------------------*
005650 2150-ADD-DEPOSIT-RTN.
005660     ADD 1 TO WS-DEP-PTR.
005670     IF WS-DEP-PTR > WS-DEP-MAX
005680         DISPLAY "COBCASHR - MORE THAN 100 DEPOSITS ON THE "
005690             "FEED - RUN ABORTED"
005700         MOVE "Y"              TO WS-STOP-SWITCH
005710     END-IF.
005720 2150-EXIT.
005730     EXIT.

005740*----------------------------------------------------------------*
005750*    2300-LOAD-ACH-DRAFT-RTN  -  PUT ONE ORIGINATED ACH DRAFT ON *
005760*    THE OPEN ITEM FILE TO AWAIT ITS SETTLED ITEM.  A DRAFT      *
005770*    ALREADY THERE (THE FEED READ AGAIN ON A LATER DAY, OR A     *
005780*    RERUN) IS LEFT AS IT IS.                                    *
005790*----------------------------------------------------------------*
005800 2300-LOAD-ACH-DRAFT-RTN.
005810     READ ACH-FEED
005820         AT END
005830             MOVE "Y"          TO WS-ACH-EOF-SWITCH
005840             GO TO 2300-EXIT
005850     END-READ.

005860     MOVE SPACES               TO CASH-OPEN-ITEM-RECORD.
005870     SET CO-ACH-DRAFT          TO TRUE.
005880     MOVE AD-RECEIPT-REFERENCE TO CO-REFERENCE.
005890     MOVE AD-LOAN-NUMBER       TO CO-LOAN-NUMBER.
005900     MOVE AD-DRAFT-AMOUNT      TO CO-ITEM-AMOUNT.
005910     MOVE AD-SETTLEMENT-DATE   TO CO-ITEM-DATE.
005920     MOVE WS-RUN-DATE          TO CO-OPENED-DATE.
005930     MOVE ZERO                 TO CO-SUSPENSE-DATE
005940                                   CO-SUSPENSE-TOTAL
005950                                   CO-PRIOR-SUSPENSE-TOTAL.
005960     WRITE CASH-OPEN-ITEM-RECORD
005970         INVALID KEY
005980             GO TO 2300-EXIT
005990     END-WRITE.
006000     ADD 1 TO WS-ACH-ORIGINATED.
006010     ADD AD-DRAFT-AMOUNT       TO WS-ACH-ORIGINATED-TOTAL.
006020 2300-EXIT.
006030     EXIT.

006040*----------------------------------------------------------------*
006050*    2400-MATCH-HISTORY-RTN  -  READ ONE HISTORY RECORD.  ONLY   *
006060*    RECEIPT POSTINGS COUNT (FULL, CURTAILMENT, SUSPENSE) - A    *
006070*    REVERSAL, PAYOFF OR MODIFICATION RECORD IS NOT A LOCKBOX    *
006080*    RECEIPT.  ONE POSTED TODAY ACCOUNTS FOR ITS RECEIPT; ONE    *
006090*    POSTED ON AN EARLIER DAY MAKES A RECEIPT CARRYING THE SAME  *
006100*    REFERENCE A DUPLICATE.                                      *
006110*----------------------------------------------------------------*
006120 2400-MATCH-HISTORY-RTN.
006130     READ TRAN-HISTORY
006140         AT END
006150             MOVE "Y"          TO WS-HIST-EOF-SWITCH
006160             GO TO 2400-EXIT
006170     END-READ.

006180     IF NOT TH-FULL-PAYMENT
006190         AND NOT TH-CURTAILMENT
006200         AND NOT TH-SUSPENSE-HELD
006210         GO TO 2400-EXIT
006220     END-IF.

006230     IF TH-POST-DATE = WS-RUN-DATE
006240         PERFORM 2450-MATCH-TODAY-RTN
006250             THRU 2450-EXIT
006260         GO TO 2400-EXIT
006270     END-IF.

006280     IF TH-POST-DATE < WS-RUN-DATE
006290         AND TH-RECEIPT-REFERENCE NOT = SPACES
006300         SET WS-ITEM-IDX       TO 1
006310         SEARCH WS-ITEM-ENTRY
006320             AT END
006330                 CONTINUE
006340             WHEN WS-IT-REFERENCE (WS-ITEM-IDX)
006350                     = TH-RECEIPT-REFERENCE
006360                 MOVE TH-POST-DATE
006370                     TO WS-IT-PRIOR-POST-DATE (WS-ITEM-IDX)
006380         END-SEARCH
006390     END-IF.
006400 2400-EXIT.
006410     EXIT.

006420*----------------------------------------------------------------*
006430*    2450-MATCH-TODAY-RTN  -  A RECEIPT POSTED TODAY.  MARK THE  *
006440*    FIRST RECEIPT ON THE FEED IT ACCOUNTS FOR, AND CLEAR ANY    *
006450*    REJECTED OR UNPOSTED OPEN ITEM FROM AN EARLIER DAY THAT IT  *
006460*    RESOLVES.                                                   *
006470*----------------------------------------------------------------*
006480 2450-MATCH-TODAY-RTN.
006490     SET WS-ITEM-IDX           TO 1.
006500     SEARCH WS-ITEM-ENTRY
006510         AT END
006520             ADD 1 TO WS-POSTED-NOT-ON-FEED
006530         WHEN WS-IT-LOAN-NUMBER (WS-ITEM-IDX) = TH-LOAN-NUMBER
006540             AND WS-IT-REFERENCE (WS-ITEM-IDX)
006550                     = TH-RECEIPT-REFERENCE
006560             AND WS-IT-UNRESOLVED (WS-ITEM-IDX)
006570             AND (TH-RECEIPT-REFERENCE NOT = SPACES
006580                 OR (WS-IT-RECEIPT-DATE (WS-ITEM-IDX)
006590                         = TH-RECEIPT-DATE
006600                     AND WS-IT-AMOUNT (WS-ITEM-IDX)
006610                         = TH-RECEIPT-AMOUNT))
006620             IF TH-SUSPENSE-HELD
006630                 MOVE "S"  TO WS-IT-DISPOSITION (WS-ITEM-IDX)
006640             ELSE
006650                 MOVE "P"  TO WS-IT-DISPOSITION (WS-ITEM-IDX)
006660             END-IF
006670     END-SEARCH.

006680     IF TH-RECEIPT-REFERENCE = SPACES
006690         GO TO 2450-EXIT
006700     END-IF.
006710     MOVE "J"                  TO WS-CLEAR-TYPE.
006720     PERFORM 2480-CLEAR-OPEN-ITEM-RTN
006730         THRU 2480-EXIT.
006740     MOVE "U"                  TO WS-CLEAR-TYPE.
006750     PERFORM 2480-CLEAR-OPEN-ITEM-RTN
006760         THRU 2480-EXIT.
006770 2450-EXIT.
006780     EXIT.

006790*----------------------------------------------------------------*
006800*    2480-CLEAR-OPEN-ITEM-RTN  -  DELETE THE OPEN ITEM OF TYPE   *
006810*    WS-CLEAR-TYPE FOR THE LOAN AND REFERENCE POSTED, IF THERE   *
006820*    IS ONE.  AN ITEM OPENED TODAY IS LEFT - IT WAS OPENED FOR   *
006830*    ANOTHER RECEIPT UNDER THE SAME REFERENCE, NOT CLEARED.      *
006840*----------------------------------------------------------------*
006850 2480-CLEAR-OPEN-ITEM-RTN.
006860     MOVE WS-CLEAR-TYPE        TO CO-ITEM-TYPE.
006870     MOVE TH-RECEIPT-REFERENCE TO CO-REFERENCE.
006880     MOVE TH-LOAN-NUMBER       TO CO-LOAN-NUMBER.
006890     READ CASH-OPEN-ITEMS
006900         INVALID KEY
006910             GO TO 2480-EXIT
006920     END-READ.
006930     IF CO-OPENED-DATE = WS-RUN-DATE
006940         GO TO 2480-EXIT
006950     END-IF.

006960     DELETE CASH-OPEN-ITEMS
006970         INVALID KEY
006980             GO TO 2480-EXIT
006990     END-DELETE.
007000     ADD 1 TO WS-OPEN-ITEMS-CLEARED.
007010     ADD CO-ITEM-AMOUNT        TO WS-CLEARED-TOTAL.
007020 2480-EXIT.
007030     EXIT.

007040*----------------------------------------------------------------*
007050*    2500-MATCH-REJECT-RTN  -  READ ONE REJECT RECORD AND MARK   *
007060*    THE FIRST RECEIPT ON THE FEED IT ACCOUNTS FOR - REFUSED     *
007070*    WITH ITS BATCH (REASON "06") OR REJECTED.                   *
007080*----------------------------------------------------------------*
007090 2500-MATCH-REJECT-RTN.
007100     READ REJECT-FILE
007110         AT END
007120             MOVE "Y"          TO WS-RJCT-EOF-SWITCH
007130             GO TO 2500-EXIT
007140     END-READ.

007150     MOVE RJ-RECEIPT-IMAGE     TO WS-REJECT-IMAGE.
007160     SET WS-ITEM-IDX           TO 1.
007170     SEARCH WS-ITEM-ENTRY
007180         AT END
007190             CONTINUE
007200         WHEN WS-IT-LOAN-NUMBER (WS-ITEM-IDX)
007210                     = WS-RJ-LOAN-NUMBER
007220             AND WS-IT-REFERENCE (WS-ITEM-IDX)
007230                     = WS-RJ-RECEIPT-REFERENCE
007240             AND WS-IT-RECEIPT-DATE (WS-ITEM-IDX)
007250                     = WS-RJ-RECEIPT-DATE
007260             AND WS-IT-UNRESOLVED (WS-ITEM-IDX)
007270             IF RJ-BATCH-NOT-FOOTED
007280                 MOVE "R"  TO WS-IT-DISPOSITION (WS-ITEM-IDX)
007290             ELSE
007300                 MOVE "J"  TO WS-IT-DISPOSITION (WS-ITEM-IDX)
007310             END-IF
007320             MOVE RJ-REJECT-REASON
007330                   TO WS-IT-REJECT-REASON (WS-ITEM-IDX)
007340     END-SEARCH.
007350 2500-EXIT.
007360     EXIT.

007370*----------------------------------------------------------------*
007380*    2600-SETTLE-ITEM-RTN  -  TAKE ONE RECEIPT INTO ITS          *
007390*    DEPOSIT'S TOTALS BY DISPOSITION, CLEAR THE ACH DRAFT IT     *
007400*    SETTLES, AND OPEN AN ITEM FOR ONE REJECTED, REFUSED OR      *
007410*    UNPOSTED.                                                   *
007420*----------------------------------------------------------------*
007430 2600-SETTLE-ITEM-RTN.
007440     MOVE WS-IT-DEPOSIT-PTR (WS-ITEM-IDX) TO WS-DEP-SUB.

007450     IF WS-IT-REFERENCE (WS-ITEM-IDX) NOT = SPACES
007460         PERFORM 2620-CLEAR-ACH-DRAFT-RTN
007470             THRU 2620-EXIT
007480     END-IF.

007490     EVALUATE TRUE
007500         WHEN WS-IT-POSTED (WS-ITEM-IDX)
007510             ADD 1 TO WS-ITEMS-POSTED
007520             ADD WS-IT-AMOUNT (WS-ITEM-IDX) TO WS-POSTED-TOTAL
007530             ADD WS-IT-AMOUNT (WS-ITEM-IDX)
007540                 TO WS-DP-POSTED-AMOUNT (WS-DEP-SUB)
007550         WHEN WS-IT-SUSPENDED (WS-ITEM-IDX)
007560             ADD 1 TO WS-ITEMS-SUSPENDED
007570             ADD WS-IT-AMOUNT (WS-ITEM-IDX)
007580                 TO WS-SUSPENDED-TOTAL
007590             ADD WS-IT-AMOUNT (WS-ITEM-IDX)
007600                 TO WS-DP-SUSPENSE-AMOUNT (WS-DEP-SUB)
007610         WHEN WS-IT-REJECTED (WS-ITEM-IDX)
007620             ADD 1 TO WS-ITEMS-REJECTED
007630             ADD WS-IT-AMOUNT (WS-ITEM-IDX)
007640                 TO WS-REJECTED-TOTAL
007650             ADD WS-IT-AMOUNT (WS-ITEM-IDX)
007660                 TO WS-DP-REJECTED-AMOUNT (WS-DEP-SUB)
007670             MOVE "J"          TO WS-OPEN-TYPE
007680             MOVE WS-IT-REJECT-REASON (WS-ITEM-IDX)
007690                               TO WS-OPEN-REASON
007700             PERFORM 2650-OPEN-ITEM-RTN
007710                 THRU 2650-EXIT
007720         WHEN WS-IT-REFUSED (WS-ITEM-IDX)
007730             ADD 1 TO WS-ITEMS-REFUSED
007740             ADD WS-IT-AMOUNT (WS-ITEM-IDX) TO WS-REFUSED-TOTAL
007750             ADD 1 TO WS-DP-UNPOSTED-COUNT (WS-DEP-SUB)
007760             ADD WS-IT-AMOUNT (WS-ITEM-IDX)
007770                 TO WS-DP-UNPOSTED-AMOUNT (WS-DEP-SUB)
007780             MOVE "U"          TO WS-OPEN-TYPE
007790             MOVE WS-IT-REJECT-REASON (WS-ITEM-IDX)
007800                               TO WS-OPEN-REASON
007810             PERFORM 2650-OPEN-ITEM-RTN
007820                 THRU 2650-EXIT
007830         WHEN OTHER
007840             ADD 1 TO WS-ITEMS-UNPOSTED
007850             ADD WS-IT-AMOUNT (WS-ITEM-IDX)
007860                 TO WS-UNPOSTED-TOTAL
007870             ADD 1 TO WS-DP-UNPOSTED-COUNT (WS-DEP-SUB)
007880             ADD WS-IT-AMOUNT (WS-ITEM-IDX)
007890                 TO WS-DP-UNPOSTED-AMOUNT (WS-DEP-SUB)
007900             MOVE "U"          TO WS-OPEN-TYPE
007910             MOVE SPACES       TO WS-OPEN-REASON
007920             PERFORM 2650-OPEN-ITEM-RTN
007930                 THRU 2650-EXIT
007940     END-EVALUATE.

007950     IF WS-IT-DUP-IN-FEED (WS-ITEM-IDX)
007960         ADD 1 TO WS-DUPS-IN-FEED
007970     END-IF.
007980     IF WS-IT-PRIOR-POST-DATE (WS-ITEM-IDX) NOT = ZERO
007990         ADD 1 TO WS-DUPS-PRIOR-POSTED
008000     END-IF.
008010 2600-EXIT.
008020     EXIT.

008030*----------------------------------------------------------------*
008040*    2620-CLEAR-ACH-DRAFT-RTN  -  A RECEIPT CARRYING THE         *
008050*    REFERENCE OF AN OPEN ACH DRAFT FOR THE SAME LOAN IS THAT    *
008060*    DRAFT SETTLING - CLEAR IT AND COUNT THE RECEIPT AS ACH.     *
008070*----------------------------------------------------------------*
008080 2620-CLEAR-ACH-DRAFT-RTN.
008090     SET CO-ACH-DRAFT          TO TRUE.
008100     MOVE WS-IT-REFERENCE (WS-ITEM-IDX)   TO CO-REFERENCE.
008110     MOVE WS-IT-LOAN-NUMBER (WS-ITEM-IDX) TO CO-LOAN-NUMBER.
008120     READ CASH-OPEN-ITEMS
008130         INVALID KEY
008140             GO TO 2620-EXIT
008150     END-READ.

008160     DELETE CASH-OPEN-ITEMS
008170         INVALID KEY
008180             GO TO 2620-EXIT
008190     END-DELETE.
008200     MOVE "Y"              TO WS-IT-ACH-SWITCH (WS-ITEM-IDX).
008210     ADD 1 TO WS-ACH-SETTLED.
008220     ADD WS-IT-AMOUNT (WS-ITEM-IDX) TO WS-ACH-SETTLED-TOTAL.
008230     ADD WS-IT-AMOUNT (WS-ITEM-IDX)
008240                           TO WS-DP-ACH-AMOUNT (WS-DEP-SUB).
008250 2620-EXIT.
008260     EXIT.

008270*----------------------------------------------------------------*
008280*    2650-OPEN-ITEM-RTN  -  CARRY THE RECEIPT IN HAND FORWARD    *
008290*    AS AN OPEN ITEM OF TYPE WS-OPEN-TYPE.  ONE ALREADY OPEN     *
008300*    FROM AN EARLIER DAY (A RESUBMITTED RECEIPT REJECTED AGAIN)  *
008310*    KEEPS ITS ORIGINAL OPENED DATE, SO ITS AGE RUNS ON.         *
008320*----------------------------------------------------------------*
008330 2650-OPEN-ITEM-RTN.
008340     MOVE SPACES               TO CASH-OPEN-ITEM-RECORD.
008350     MOVE WS-OPEN-TYPE         TO CO-ITEM-TYPE.
008360     MOVE WS-IT-REFERENCE (WS-ITEM-IDX)   TO CO-REFERENCE.
008370     MOVE WS-IT-LOAN-NUMBER (WS-ITEM-IDX) TO CO-LOAN-NUMBER.
008380     MOVE WS-DP-DEPOSIT-NUMBER (WS-DEP-SUB)
008390                               TO CO-DEPOSIT-NUMBER.
008400     MOVE WS-IT-AMOUNT (WS-ITEM-IDX)      TO CO-ITEM-AMOUNT.
008410     IF WS-IT-RECEIPT-DATE (WS-ITEM-IDX) NUMERIC
008420         MOVE WS-IT-RECEIPT-DATE (WS-ITEM-IDX) TO CO-ITEM-DATE
008430     ELSE
008440         MOVE ZERO             TO CO-ITEM-DATE
008450     END-IF.
008460     MOVE WS-RUN-DATE          TO CO-OPENED-DATE.
008470     MOVE WS-OPEN-REASON       TO CO-REJECT-REASON.
008480     MOVE ZERO                 TO CO-SUSPENSE-DATE
008490                                   CO-SUSPENSE-TOTAL
008500                                   CO-PRIOR-SUSPENSE-TOTAL.
008510     WRITE CASH-OPEN-ITEM-RECORD
008520         INVALID KEY
008530             GO TO 2650-EXIT
008540     END-WRITE.
008550     ADD 1 TO WS-OPEN-ITEMS-ADDED.
008560 2650-EXIT.
008570     EXIT.

008580*----------------------------------------------------------------*
008590*    2700-SUM-SUSPENSE-RTN  -  ADD ONE LOAN'S SUSPENSE BALANCE   *
008600*    TO THE PORTFOLIO TOTAL.                                     *
008610*----------------------------------------------------------------*
008620 2700-SUM-SUSPENSE-RTN.
008630     READ LOAN-MASTER NEXT RECORD
008640         AT END
008650             MOVE "Y"          TO WS-LOAN-EOF-SWITCH
008660             GO TO 2700-EXIT
008670     END-READ.

008680*    A LOAN BOARDED BEFORE LM-SUSPENSE-BALANCE WAS CARVED OUT   *
008690*    OF THE FILLER HOLDS NO SUSPENSE (SAME RULE AS COBPOST).    *
008700     IF LM-SUSPENSE-BALANCE NUMERIC
008710         ADD LM-SUSPENSE-BALANCE TO WS-SUSPENSE-TOTAL
008720     END-IF.
008730 2700-EXIT.
008740     EXIT.

008750*----------------------------------------------------------------*
008760*    2750-SAVE-SUSPENSE-RTN  -  THE SUSPENSE CONTROL RECORD      *
008770*    HOLDS THE LAST DAY'S PORTFOLIO SUSPENSE TOTAL AND THE ONE   *
008780*    BEFORE IT.  A NEW DAY ROLLS THE LAST TOTAL INTO THE PRIOR;  *
008790*    A RERUN ON THE SAME DAY MEASURES FROM THE SAME PRIOR.  THE  *
008800*    VERY FIRST RUN HAS NO PRIOR AND SHOWS NO MOVEMENT.          *
008810*----------------------------------------------------------------*
008820 2750-SAVE-SUSPENSE-RTN.
008830     MOVE SPACES               TO CASH-OPEN-ITEM-RECORD.
008840     SET CO-SUSPENSE-CONTROL   TO TRUE.
008850     MOVE "SUSPENSE"           TO CO-REFERENCE.
008860     READ CASH-OPEN-ITEMS
008870         INVALID KEY
008880             MOVE SPACES       TO CASH-OPEN-ITEM-RECORD
008890             SET CO-SUSPENSE-CONTROL TO TRUE
008900             MOVE "SUSPENSE"   TO CO-REFERENCE
008910             MOVE ZERO         TO CO-ITEM-AMOUNT
008920                                   CO-ITEM-DATE
008930             MOVE WS-RUN-DATE  TO CO-OPENED-DATE
008940                                   CO-SUSPENSE-DATE
008950             MOVE WS-SUSPENSE-TOTAL
008960                               TO CO-SUSPENSE-TOTAL
008970                                   CO-PRIOR-SUSPENSE-TOTAL
008980                                   WS-PRIOR-SUSPENSE-TOTAL
008990             WRITE CASH-OPEN-ITEM-RECORD
009000                 INVALID KEY
009010                     CONTINUE
009020             END-WRITE
009030             GO TO 2750-EXIT
009040     END-READ.

009050     IF CO-SUSPENSE-DATE NOT = WS-RUN-DATE
009060         MOVE CO-SUSPENSE-TOTAL TO CO-PRIOR-SUSPENSE-TOTAL
009070     END-IF.
009080     MOVE CO-PRIOR-SUSPENSE-TOTAL TO WS-PRIOR-SUSPENSE-TOTAL.
009090     MOVE WS-SUSPENSE-TOTAL    TO CO-SUSPENSE-TOTAL.
009100     MOVE WS-RUN-DATE          TO CO-SUSPENSE-DATE.
009110     REWRITE CASH-OPEN-ITEM-RECORD
009120         INVALID KEY
009130             DISPLAY "COBCASHR - SUSPENSE CONTROL REWRITE "
009140                 "FAILED - STATUS " WS-OPEN-FILE-STATUS
009150     END-REWRITE.
009160 2750-EXIT.
009170     EXIT.

009180*----------------------------------------------------------------*
009190*    3000-PRINT-DEPOSITS-RTN  -  ONE LINE PER DEPOSIT.           *
009200*----------------------------------------------------------------*
009210 3000-PRINT-DEPOSITS-RTN.
009220     MOVE SPACES               TO CASH-RECON-HEADING.
009222     MOVE "DEPOSIT"            TO CL-DEPOSIT-NUMBER.
009224     MOVE "CTL-N"              TO CL-CONTROL-COUNT.
009226     MOVE "ITM-N"              TO CL-ITEM-COUNT.
009230     MOVE " BANK CONTROL"      TO CL-CONTROL-AMOUNT.
009235     MOVE "   FEED ITEMS"      TO CL-ITEM-AMOUNT.
009240     MOVE "       POSTED"      TO CL-POSTED-AMOUNT.
009245     MOVE "     SUSPENSE"      TO CL-SUSPENSE-AMOUNT.
009250     MOVE "     REJECTED"      TO CL-REJECTED-AMOUNT.
009260     MOVE "     UNPOSTED"      TO CL-UNPOSTED-AMOUNT.
009270     MOVE "          ACH"      TO CL-ACH-AMOUNT.
009280     MOVE "STATUS"             TO CL-STATUS.
009290     WRITE CASH-RECON-LINE.

009300     PERFORM 3050-PRINT-ONE-DEPOSIT-RTN
009310         THRU 3050-EXIT
009320         VARYING WS-DEP-IDX FROM 1 BY 1
009330             UNTIL WS-DEP-IDX > WS-DEP-PTR.
009340 3000-EXIT.
009350     EXIT.

009360*----------------------------------------------------------------*
009370*    3050-PRINT-ONE-DEPOSIT-RTN  -  A DEPOSIT IS OUT OF BALANCE  *
009380*    WHEN ITS RECEIPTS DISAGREE WITH THE BANK CONTROL ON COUNT   *
009390*    OR DOLLARS; OTHERWISE IT IS UNPOSTED WHILE ANY OF ITS       *
009400*    RECEIPTS IS NEITHER POSTED NOR REJECTED.                    *
009410*----------------------------------------------------------------*
009420 3050-PRINT-ONE-DEPOSIT-RTN.
009430     MOVE SPACES               TO CASH-RECON-LINE.
009440     MOVE WS-DP-DEPOSIT-NUMBER (WS-DEP-IDX)  TO CQ-DEPOSIT-NUMBER.
009450     MOVE WS-DP-CONTROL-COUNT (WS-DEP-IDX)   TO CQ-CONTROL-COUNT.
009460     MOVE WS-DP-ITEM-COUNT (WS-DEP-IDX)      TO CQ-ITEM-COUNT.
009470     MOVE WS-DP-CONTROL-AMOUNT (WS-DEP-IDX)  TO CQ-CONTROL-AMOUNT.
009480     MOVE WS-DP-ITEM-AMOUNT (WS-DEP-IDX)     TO CQ-ITEM-AMOUNT.
009490     MOVE WS-DP-POSTED-AMOUNT (WS-DEP-IDX)   TO CQ-POSTED-AMOUNT.
009500     MOVE WS-DP-SUSPENSE-AMOUNT (WS-DEP-IDX)
009510                                           TO CQ-SUSPENSE-AMOUNT.
009520     MOVE WS-DP-REJECTED-AMOUNT (WS-DEP-IDX)
009530                                           TO CQ-REJECTED-AMOUNT.
009540     MOVE WS-DP-UNPOSTED-AMOUNT (WS-DEP-IDX)
009550                                           TO CQ-UNPOSTED-AMOUNT.
009560     MOVE WS-DP-ACH-AMOUNT (WS-DEP-IDX)      TO CQ-ACH-AMOUNT.

009570     EVALUATE TRUE
009580         WHEN WS-DP-CONTROL-BAD (WS-DEP-IDX)
009590           OR WS-DP-ITEM-COUNT (WS-DEP-IDX)
009600                 NOT = WS-DP-CONTROL-COUNT (WS-DEP-IDX)
009610           OR WS-DP-ITEM-AMOUNT (WS-DEP-IDX)
009620                 NOT = WS-DP-CONTROL-AMOUNT (WS-DEP-IDX)
009630             MOVE "OUT-BAL"    TO CQ-STATUS
009640             ADD 1 TO WS-DEPOSITS-OUT-OF-BAL
009650         WHEN WS-DP-UNPOSTED-COUNT (WS-DEP-IDX) > ZERO
009660             MOVE "UNPOSTED"   TO CQ-STATUS
009670             ADD 1 TO WS-DEPOSITS-UNPOSTED
009680         WHEN OTHER
009690             MOVE "BALANCED"   TO CQ-STATUS
009700             ADD 1 TO WS-DEPOSITS-BALANCED
009710     END-EVALUATE.
009720     WRITE CASH-RECON-LINE.
009730 3050-EXIT.
009740     EXIT.

009750*----------------------------------------------------------------*
009760*    3200-PRINT-EXCEPTIONS-RTN  -  THE DAY'S EXCEPTIONS FOR THE  *
009770*    CASH DESK, IN FEED ORDER.                                   *
009780*----------------------------------------------------------------*
009790 3200-PRINT-EXCEPTIONS-RTN.
009800     MOVE SPACES               TO CASH-RECON-LINE.
009810     WRITE CASH-RECON-LINE.
009820     MOVE "TODAY'S EXCEPTIONS - CLEAR BEFORE CLOSE OF BUSINESS"
009830         TO CASH-RECON-LINE.
009840     WRITE CASH-RECON-LINE.

009850     PERFORM 3250-ITEM-EXCEPTIONS-RTN
009860         THRU 3250-EXIT
009870         VARYING WS-ITEM-IDX FROM 1 BY 1
009880             UNTIL WS-ITEM-IDX > WS-ITEM-PTR.
009890 3200-EXIT.
009900     EXIT.

009910*----------------------------------------------------------------*
009920*    3250-ITEM-EXCEPTIONS-RTN  -  ONE LINE FOR EACH THING WRONG  *
009930*    WITH ONE RECEIPT: A DUPLICATE REFERENCE ON THE FEED, A      *
009940*    REFERENCE ALREADY POSTED, AND WHY IT DID NOT POST.          *
009950*----------------------------------------------------------------*
009960 3250-ITEM-EXCEPTIONS-RTN.
009970     MOVE WS-IT-DEPOSIT-PTR (WS-ITEM-IDX) TO WS-DEP-SUB.

009980     IF WS-IT-DUP-IN-FEED (WS-ITEM-IDX)
009990         MOVE "DUPLICATE REFERENCE ON TODAY'S FEED"
010000                               TO WS-EXCEPTION-TEXT
010010         PERFORM 3290-WRITE-ITEM-LINE-RTN
010020             THRU 3290-EXIT
010030     END-IF.

010040     IF WS-IT-PRIOR-POST-DATE (WS-ITEM-IDX) NOT = ZERO
010050         MOVE SPACES           TO WS-EXCEPTION-TEXT
010060         STRING "REFERENCE ALREADY POSTED ON "
010070                WS-IT-PRIOR-POST-DATE (WS-ITEM-IDX)
010080             DELIMITED BY SIZE
010090             INTO WS-EXCEPTION-TEXT
010100         END-STRING
010110         PERFORM 3290-WRITE-ITEM-LINE-RTN
010120             THRU 3290-EXIT
010130     END-IF.

010140     EVALUATE TRUE
010150         WHEN WS-IT-REFUSED (WS-ITEM-IDX)
010160             MOVE "UNPOSTED - BATCH DID NOT FOOT"
010170                               TO WS-EXCEPTION-TEXT
010180         WHEN WS-IT-REJECTED (WS-ITEM-IDX)
010190             MOVE SPACES       TO WS-EXCEPTION-TEXT
010200             STRING "REJECTED - REASON "
010210                    WS-IT-REJECT-REASON (WS-ITEM-IDX)
010220                 DELIMITED BY SIZE
010230                 INTO WS-EXCEPTION-TEXT
010240             END-STRING
010250         WHEN WS-IT-UNRESOLVED (WS-ITEM-IDX)
010260             MOVE "UNPOSTED - NOT POSTED OR REJECTED"
010270                               TO WS-EXCEPTION-TEXT
010280         WHEN OTHER
010290             GO TO 3250-EXIT
010300     END-EVALUATE.
010310     PERFORM 3290-WRITE-ITEM-LINE-RTN
010320         THRU 3290-EXIT.
010330 3250-EXIT.
010340     EXIT.

010350*----------------------------------------------------------------*
010360*    3290-WRITE-ITEM-LINE-RTN  -  PRINT WS-EXCEPTION-TEXT        *
010370*    AGAINST THE RECEIPT IN HAND.                                *
010380*----------------------------------------------------------------*
010390 3290-WRITE-ITEM-LINE-RTN.
010400     MOVE SPACES               TO CASH-EXCEPTION-LINE.
010410     MOVE WS-DP-DEPOSIT-NUMBER (WS-DEP-SUB) TO CE-DEPOSIT-NUMBER.
010420     MOVE WS-IT-LOAN-NUMBER (WS-ITEM-IDX)   TO CE-LOAN-NUMBER.
010430     MOVE WS-IT-REFERENCE (WS-ITEM-IDX)     TO CE-REFERENCE.
010440     MOVE WS-IT-RECEIPT-DATE (WS-ITEM-IDX)  TO CE-ITEM-DATE.
010450     MOVE WS-IT-AMOUNT (WS-ITEM-IDX)        TO CE-ITEM-AMOUNT.
010460     MOVE ZERO                 TO CE-DAYS-OPEN.
010470     MOVE WS-EXCEPTION-TEXT    TO CE-EXCEPTION.
010480     WRITE CASH-RECON-LINE.
010490 3290-EXIT.
010500     EXIT.

010510*----------------------------------------------------------------*
010520*    3400-PRINT-CARRIED-RTN  -  WALK THE OPEN ITEM FILE.  EVERY  *
010530*    REJECTED OR UNPOSTED ITEM IS CARRIED FORWARD AND AGED; ONE  *
010540*    OPENED ON AN EARLIER DAY IS LISTED (TODAY'S ARE ABOVE).  AN *
010550*    ACH DRAFT IS LISTED ONCE ITS SETTLEMENT DATE HAS PASSED.    *
010560*----------------------------------------------------------------*
010570 3400-PRINT-CARRIED-RTN.
010580     MOVE SPACES               TO CASH-RECON-LINE.
010590     WRITE CASH-RECON-LINE.
010600     MOVE "CARRIED FORWARD - UNRESOLVED FROM EARLIER DAYS"
010610         TO CASH-RECON-LINE.
010620     WRITE CASH-RECON-LINE.

010630     MOVE LOW-VALUES           TO CO-ITEM-KEY.
010640     START CASH-OPEN-ITEMS KEY IS NOT LESS THAN CO-ITEM-KEY
010650         INVALID KEY
010660             GO TO 3400-EXIT
010670     END-START.

010680     PERFORM 3450-PRINT-OPEN-ITEM-RTN
010690         THRU 3450-EXIT
010700         UNTIL END-OF-OPEN-ITEMS.
010710 3400-EXIT.
010720     EXIT.

010730*----------------------------------------------------------------*
010740*    3450-PRINT-OPEN-ITEM-RTN  -  AGE AND LIST ONE OPEN ITEM.    *
010750*    AGE IS IN CALENDAR DAYS FROM THE DAY IT WAS OPENED, OR FOR  *
010760*    A DRAFT FROM ITS SETTLEMENT DATE.                           *
010770*----------------------------------------------------------------*
010780 3450-PRINT-OPEN-ITEM-RTN.
010790     READ CASH-OPEN-ITEMS NEXT RECORD
010800         AT END
010810             MOVE "Y"          TO WS-OPEN-EOF-SWITCH
010820             GO TO 3450-EXIT
010830     END-READ.

010840     IF CO-SUSPENSE-CONTROL
010850         GO TO 3450-EXIT
010860     END-IF.

010870     IF CO-ACH-DRAFT
010880         IF CO-ITEM-DATE NOT < WS-RUN-DATE
010890             ADD 1 TO WS-ACH-AWAITING
010900             ADD CO-ITEM-AMOUNT TO WS-ACH-AWAITING-TOTAL
010910             GO TO 3450-EXIT
010920         END-IF
010930         ADD 1 TO WS-ACH-UNSETTLED
010940         ADD CO-ITEM-AMOUNT    TO WS-ACH-UNSETTLED-TOTAL
010950         COMPUTE WS-DAYS-OPEN = WS-RUN-DATE-INT
010960             - FUNCTION INTEGER-OF-DATE (CO-ITEM-DATE)
010970         MOVE "ACH DRAFT NOT SETTLED" TO WS-EXCEPTION-TEXT
010980         PERFORM 3490-WRITE-OPEN-LINE-RTN
010990             THRU 3490-EXIT
011000         GO TO 3450-EXIT
011010     END-IF.

011020     ADD 1 TO WS-OPEN-ITEMS-CARRIED.
011030     ADD CO-ITEM-AMOUNT        TO WS-CARRIED-TOTAL.
011040     COMPUTE WS-DAYS-OPEN = WS-RUN-DATE-INT
011050         - FUNCTION INTEGER-OF-DATE (CO-OPENED-DATE).
011060     EVALUATE TRUE
011070         WHEN WS-DAYS-OPEN < 3
011080             ADD 1 TO WS-AGED-UNDER-3
011090         WHEN WS-DAYS-OPEN > 7
011100             ADD 1 TO WS-AGED-OVER-7
011110         WHEN OTHER
011120             ADD 1 TO WS-AGED-3-TO-7
011130     END-EVALUATE.
011140     IF CO-OPENED-DATE NOT < WS-RUN-DATE
011150         GO TO 3450-EXIT
011160     END-IF.

011170     EVALUATE TRUE
011180         WHEN CO-REJECTED-ITEM
011190             MOVE SPACES       TO WS-EXCEPTION-TEXT
011200             STRING "REJECTED - REASON " CO-REJECT-REASON
011210                    " - NOT YET POSTED"
011220                 DELIMITED BY SIZE
011230                 INTO WS-EXCEPTION-TEXT
011240             END-STRING
011250         WHEN CO-REJECT-REASON = "06"
011260             MOVE "UNPOSTED - BATCH DID NOT FOOT"
011270                               TO WS-EXCEPTION-TEXT
011280         WHEN OTHER
011290             MOVE "UNPOSTED - NOT POSTED OR REJECTED"
011300                               TO WS-EXCEPTION-TEXT
011310     END-EVALUATE.
011320     PERFORM 3490-WRITE-OPEN-LINE-RTN
011330         THRU 3490-EXIT.
011340 3450-EXIT.
011350     EXIT.

011360*----------------------------------------------------------------*
011370*    3490-WRITE-OPEN-LINE-RTN  -  PRINT WS-EXCEPTION-TEXT        *
011380*    AGAINST THE OPEN ITEM IN HAND WITH ITS AGE.                 *
011390*----------------------------------------------------------------*
011400 3490-WRITE-OPEN-LINE-RTN.
011410     MOVE SPACES               TO CASH-EXCEPTION-LINE.
011420     MOVE CO-DEPOSIT-NUMBER    TO CE-DEPOSIT-NUMBER.
011430     MOVE CO-LOAN-NUMBER       TO CE-LOAN-NUMBER.
011440     MOVE CO-REFERENCE         TO CE-REFERENCE.
011450     MOVE CO-ITEM-DATE         TO CE-ITEM-DATE.
011460     MOVE CO-ITEM-AMOUNT       TO CE-ITEM-AMOUNT.
011470     MOVE WS-DAYS-OPEN         TO CE-DAYS-OPEN.
011480     MOVE WS-EXCEPTION-TEXT    TO CE-EXCEPTION.
011490     WRITE CASH-RECON-LINE.
011500 3490-EXIT.
011510     EXIT.

011520*----------------------------------------------------------------*
011530*    7000-PRINT-TOTALS-RTN  -  THE RUN TOTALS: DEPOSITS, WHAT    *
011540*    BECAME OF THE RECEIPTS, ACH DRAFTS, OPEN ITEMS AND THE      *
011550*    SUSPENSE MOVEMENT.                                          *
011560*----------------------------------------------------------------*
011570 7000-PRINT-TOTALS-RTN.
011580     COMPUTE WS-SUSPENSE-MOVEMENT =
011590         WS-SUSPENSE-TOTAL - WS-PRIOR-SUSPENSE-TOTAL.

011600     MOVE SPACES               TO CASH-RECON-LINE.
011610     WRITE CASH-RECON-LINE.

011620     MOVE SPACES               TO CASH-TOTAL-LINE.
011630     MOVE "DEPOSITS IN BALANCE"          TO CK-LABEL.
011640     MOVE WS-DEPOSITS-BALANCED           TO CK-COUNT.
011650     WRITE CASH-RECON-LINE.

011660     MOVE "DEPOSITS OUT OF BALANCE"      TO CK-LABEL.
011670     MOVE WS-DEPOSITS-OUT-OF-BAL         TO CK-COUNT.
011680     WRITE CASH-RECON-LINE.

011690     MOVE "DEPOSITS WITH UNPOSTED ITEMS" TO CK-LABEL.
011700     MOVE WS-DEPOSITS-UNPOSTED           TO CK-COUNT.
011710     WRITE CASH-RECON-LINE.

011720     MOVE "RECEIPTS ON THE FEED"         TO CK-LABEL.
011730     MOVE WS-ITEM-PTR                    TO CK-COUNT.
011740     MOVE WS-ITEM-TOTAL                  TO CK-AMOUNT.
011750     WRITE CASH-RECON-LINE.

011760     MOVE "  POSTED"                     TO CK-LABEL.
011770     MOVE WS-ITEMS-POSTED                TO CK-COUNT.
011780     MOVE WS-POSTED-TOTAL                TO CK-AMOUNT.
011790     WRITE CASH-RECON-LINE.

011800     MOVE "  HELD IN SUSPENSE"           TO CK-LABEL.
011810     MOVE WS-ITEMS-SUSPENDED             TO CK-COUNT.
011820     MOVE WS-SUSPENDED-TOTAL             TO CK-AMOUNT.
011830     WRITE CASH-RECON-LINE.

011840     MOVE "  REJECTED"                   TO CK-LABEL.
011850     MOVE WS-ITEMS-REJECTED              TO CK-COUNT.
011860     MOVE WS-REJECTED-TOTAL              TO CK-AMOUNT.
011870     WRITE CASH-RECON-LINE.

011880     MOVE "  REFUSED - BATCH DID NOT FOOT" TO CK-LABEL.
011890     MOVE WS-ITEMS-REFUSED               TO CK-COUNT.
011900     MOVE WS-REFUSED-TOTAL               TO CK-AMOUNT.
011910     WRITE CASH-RECON-LINE.

011920     MOVE "  UNPOSTED - NOT POSTED OR REJECTED" TO CK-LABEL.
011930     MOVE WS-ITEMS-UNPOSTED              TO CK-COUNT.
011940     MOVE WS-UNPOSTED-TOTAL              TO CK-AMOUNT.
011950     WRITE CASH-RECON-LINE.

011960     MOVE SPACES               TO CASH-TOTAL-LINE.
011970     MOVE "DUPLICATE REFERENCES ON THE FEED" TO CK-LABEL.
011980     MOVE WS-DUPS-IN-FEED                TO CK-COUNT.
011990     WRITE CASH-RECON-LINE.

012000     MOVE "REFERENCES ALREADY POSTED"    TO CK-LABEL.
012010     MOVE WS-DUPS-PRIOR-POSTED           TO CK-COUNT.
012020     WRITE CASH-RECON-LINE.

012030     MOVE "POSTINGS TODAY NOT ON THE FEED" TO CK-LABEL.
012040     MOVE WS-POSTED-NOT-ON-FEED          TO CK-COUNT.
012050     WRITE CASH-RECON-LINE.

012060     MOVE "ACH DRAFTS ORIGINATED"        TO CK-LABEL.
012070     MOVE WS-ACH-ORIGINATED              TO CK-COUNT.
012080     MOVE WS-ACH-ORIGINATED-TOTAL        TO CK-AMOUNT.
012090     WRITE CASH-RECON-LINE.

012100     MOVE "ACH DRAFTS SETTLED ON THE FEED" TO CK-LABEL.
012110     MOVE WS-ACH-SETTLED                 TO CK-COUNT.
012120     MOVE WS-ACH-SETTLED-TOTAL           TO CK-AMOUNT.
012130     WRITE CASH-RECON-LINE.

012140     MOVE "ACH DRAFTS AWAITING SETTLEMENT" TO CK-LABEL.
012150     MOVE WS-ACH-AWAITING                TO CK-COUNT.
012160     MOVE WS-ACH-AWAITING-TOTAL          TO CK-AMOUNT.
012170     WRITE CASH-RECON-LINE.

012180     MOVE "ACH DRAFTS PAST SETTLEMENT - UNSETTLED" TO CK-LABEL.
012190     MOVE WS-ACH-UNSETTLED               TO CK-COUNT.
012200     MOVE WS-ACH-UNSETTLED-TOTAL         TO CK-AMOUNT.
012210     WRITE CASH-RECON-LINE.

012220     MOVE "OPEN ITEMS CLEARED TODAY"     TO CK-LABEL.
012230     MOVE WS-OPEN-ITEMS-CLEARED          TO CK-COUNT.
012240     MOVE WS-CLEARED-TOTAL               TO CK-AMOUNT.
012250     WRITE CASH-RECON-LINE.

012260     MOVE "OPEN ITEMS CARRIED FORWARD"   TO CK-LABEL.
012270     MOVE WS-OPEN-ITEMS-CARRIED          TO CK-COUNT.
012280     MOVE WS-CARRIED-TOTAL               TO CK-AMOUNT.
012290     WRITE CASH-RECON-LINE.

012300     MOVE SPACES               TO CASH-TOTAL-LINE.
012310     MOVE "  OPEN UNDER 3 DAYS"          TO CK-LABEL.
012320     MOVE WS-AGED-UNDER-3                TO CK-COUNT.
012330     WRITE CASH-RECON-LINE.

012340     MOVE "  OPEN 3 TO 7 DAYS"           TO CK-LABEL.
012350     MOVE WS-AGED-3-TO-7                 TO CK-COUNT.
012360     WRITE CASH-RECON-LINE.

012370     MOVE "  OPEN OVER 7 DAYS"           TO CK-LABEL.
012380     MOVE WS-AGED-OVER-7                 TO CK-COUNT.
012390     WRITE CASH-RECON-LINE.

012400     MOVE SPACES               TO CASH-TOTAL-LINE.
012410     MOVE "SUSPENSE BALANCE - PRIOR DAY" TO CK-LABEL.
012420     MOVE WS-PRIOR-SUSPENSE-TOTAL        TO CK-AMOUNT.
012430     WRITE CASH-RECON-LINE.

012440     MOVE "SUSPENSE BALANCE - TODAY"     TO CK-LABEL.
012450     MOVE WS-SUSPENSE-TOTAL              TO CK-AMOUNT.
012460     WRITE CASH-RECON-LINE.

012470     MOVE "SUSPENSE MOVEMENT"            TO CK-LABEL.
012480     MOVE WS-SUSPENSE-MOVEMENT           TO CK-AMOUNT.
012490     WRITE CASH-RECON-LINE.

012500     MOVE "  RECEIPTS HELD IN SUSPENSE TODAY" TO CK-LABEL.
012510     MOVE WS-ITEMS-SUSPENDED             TO CK-COUNT.
012520     MOVE WS-SUSPENDED-TOTAL             TO CK-AMOUNT.
012530     WRITE CASH-RECON-LINE.
012540 7000-EXIT.
012550     EXIT.

012560*----------------------------------------------------------------*
012570*    9999-TERMINATE-RTN  -  CLOSE FILES AND LOG THE VERDICT FOR  *
012580*    THE OPERATORS.                                              *
012590*----------------------------------------------------------------*
012600 9999-TERMINATE-RTN.
012610     IF RUN-FILES-ARE-OPEN
012620         CLOSE RECEIPTS-FILE
012630               TRAN-HISTORY
012640               LOAN-MASTER
012650               CASH-OPEN-ITEMS
012660               CASH-RPT
012670         IF REJECT-FILE-IS-OPEN
012680             CLOSE REJECT-FILE
012690         END-IF
012700         IF ACH-FEED-IS-OPEN
012710             CLOSE ACH-FEED
012720         END-IF
012730     END-IF.

012740     IF CYCLE-STEP-RUNNING
012741         IF STOP-THE-RUN
012742             MOVE "F"          TO CY-FUNCTION
012743         ELSE
012744             MOVE "C"          TO CY-FUNCTION
012745         END-IF
012746         CALL "COBCYCLE" USING PARM-4
012747     END-IF.

012748     IF STOP-THE-RUN
012750         GO TO 9999-EXIT
012760     END-IF.

012770     DISPLAY "COBCASHR - DEPOSITS IN BALANCE     "
012780         WS-DEPOSITS-BALANCED.
012790     DISPLAY "COBCASHR - DEPOSITS OUT OF BALANCE "
012800         WS-DEPOSITS-OUT-OF-BAL.
012810     DISPLAY "COBCASHR - RECEIPTS UNPOSTED       "
012820         WS-ITEMS-UNPOSTED.
012830     DISPLAY "COBCASHR - OPEN ITEMS CARRIED      "
012840         WS-OPEN-ITEMS-CARRIED.
012850     IF WS-DEPOSITS-OUT-OF-BAL > ZERO
012860         OR WS-DEPOSITS-UNPOSTED > ZERO
012870         OR WS-DUPS-IN-FEED > ZERO
012880         OR WS-DUPS-PRIOR-POSTED > ZERO
012890         DISPLAY "COBCASHR - CASH DOES NOT RECONCILE - SEE "
012900             "CASH RECONCILIATION REPORT"
012910     ELSE
012920         DISPLAY "COBCASHR - CASH RECONCILES"
012930     END-IF.
012940 9999-EXIT.
012950     EXIT.
