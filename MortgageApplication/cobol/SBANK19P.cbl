000454*                     A WRAPPED SEQUENCE WOULD DUPLICATE       *
000456*                     RECEIPT REFERENCES AND BREAK COBNSF'S    *
000457*                     RETURNED-DRAFT MATCHING.                 *
000458*   2026-10-15  DEV   A LOAN UNDER AN ACTIVE LOSS MITIGATION    *
000459*                     PLAN (LMPLAN, COPYBOOK SBANK67W) DRAFTS   *
000460*                     LP-PLAN-PAYMENT IN PLACE OF THE SCHEDULED *
000461*                     PAYMENT, AND IS NOT DRAFTED AT ALL WHEN   *
000462*                     THE PLAN CALLS FOR NO PAYMENT.            *
000463*   2026-10-15  DEV   THE RUN DATE NOW COMES FROM THE CYCLE     *
000464*                     CONTROL FILE THROUGH COBCYCLE (SBANK94W)  *
000465*                     INSTEAD OF THE CONTROL CARD, WHICH IS NO  *
000466*                     LONGER READ.  THE STEP IS CHECKED AGAINST *
000467*                     ITS PREDECESSORS AT START AND ITS         *
000468*                     COMPLETION OR FAILURE IS RECORDED AT THE  *
000469*                     END.                                      *
000450******************************************************************
000470 ENVIRONMENT DIVISION.
000471 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.  IBM-370.
000490 OBJECT-COMPUTER.  IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000580*----------------------------------------------------------------*
000590*    LOAN MASTER FILE - READ SEQUENTIALLY, WHOLE PORTFOLIO.      *
000600*----------------------------------------------------------------*
000723         RECORD KEY IS EM-LOAN-NUMBER
000724         FILE STATUS IS WS-ESCR-FILE-STATUS.

000725*----------------------------------------------------------------*
000726*    LOSS MITIGATION PLAN FILE - READ AT RANDOM FOR THE AMOUNT   *
000727*    A LOAN UNDER AN ACTIVE PLAN IS DRAFTED.                     *
000728*----------------------------------------------------------------*
000729     SELECT LOSS-MIT-PLAN ASSIGN TO LMPLAN
000730         ORGANIZATION IS INDEXED
000731         ACCESS MODE IS RANDOM
000732         RECORD KEY IS LP-LOAN-NUMBER
000733         FILE STATUS IS WS-PLAN-FILE-STATUS.

000720*----------------------------------------------------------------*
000734*    DRAFT ORIGINATION BALANCING REPORT.                         *
000740*----------------------------------------------------------------*
000750     SELECT DRAFT-RPT ASSIGN TO DRAFTRPT
000760         ORGANIZATION IS LINE SEQUENTIAL

000780 DATA DIVISION.
000790 FILE SECTION.
000830 FD  LOAN-MASTER
000840     LABEL RECORDS ARE STANDARD.
000850     COPY SBANK01W.
000854     LABEL RECORDS ARE STANDARD.
000856     COPY SBANK17W.

000857 FD  LOSS-MIT-PLAN
000858     LABEL RECORDS ARE STANDARD.
000859     COPY SBANK67W.

000860 FD  ACH-FEED
000870     LABEL RECORDS ARE STANDARD.
000880     COPY SBANK36W.

000920 WORKING-STORAGE SECTION.
000930 01  WS-SWITCHES.
000950     05  WS-LOAN-FILE-STATUS      PIC X(02).
000960         88  WS-LOAN-FILE-OK               VALUE "00".
000962     05  WS-ESCR-FILE-STATUS      PIC X(02).
000964         88  WS-ESCR-FILE-OK               VALUE "00".
000965     05  WS-PLAN-FILE-STATUS      PIC X(02).
000966         88  WS-PLAN-FILE-OK               VALUE "00".
000967         88  WS-PLAN-FILE-NOT-FOUND        VALUE "23", "35".
000970     05  WS-FEED-FILE-STATUS      PIC X(02).
000980     05  WS-RPT-FILE-STATUS       PIC X(02).
000990     05  WS-EOF-SWITCH            PIC X(01)  VALUE "N".
001000         88  END-OF-LOAN-FILE              VALUE "Y".
001010     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
001020         88  STOP-THE-RUN                  VALUE "Y".
001023     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
001026         88  CYCLE-STEP-RUNNING            VALUE "Y".
001030     05  WS-FILES-OPEN-SWITCH     PIC X(01)  VALUE "N".
001040         88  RUN-FILES-ARE-OPEN            VALUE "Y".
001042     05  WS-PLAN-SWITCH           PIC X(01)  VALUE "N".
001044         88  LOAN-ON-ACTIVE-PLAN           VALUE "Y".

001050 01  WS-RUN-FIELDS.
001060     05  WS-RUN-DATE              PIC 9(8).
001290     05  WS-DRAFT-TOTAL           PIC 9(11)V99   COMP-3.
001292     05  WS-ESCROW-PORTION        PIC 9(7)V99    COMP-3.
001294     05  WS-DRAFT-AMOUNT          PIC 9(8)V99    COMP-3.
001295     05  WS-PLAN-DRAFTS           PIC 9(7)       COMP.
001296     05  WS-PLAN-DRAFT-TOTAL      PIC 9(11)V99   COMP-3.
001297     05  WS-PLAN-NOT-DRAFTED      PIC 9(7)       COMP.

001300*----------------------------------------------------------------*
001310*    COBCALC CALLING CONVENTION - CALLED READ-ONLY (NOT          *
001350*----------------------------------------------------------------*
001360     COPY SBANK02W.

001365     COPY SBANK94W.

001370 LINKAGE SECTION.

001380 PROCEDURE DIVISION.
001600                                   WS-DRAFTS-CREATED
001610                                   WS-LOANS-SKIPPED
001620                                   WS-DRAFT-TOTAL
001622                                   WS-PLAN-DRAFTS
001624                                   WS-PLAN-DRAFT-TOTAL
001626                                   WS-PLAN-NOT-DRAFTED
001630                                   WS-REF-SEQ.

001640     MOVE "S"                  TO CY-FUNCTION.
001650     MOVE "COBADRFT"           TO CY-PROGRAM-ID.
001660     MOVE SPACES               TO CY-INSTANCE-ID.
001670     CALL "COBCYCLE" USING PARM-4.
001680     IF NOT CY-SUCCESS
001690         DISPLAY "COBADRFT - NOT CLEARED TO RUN BY CYCLE "
001700             "CONTROL - RUN ABORTED"
001730         MOVE "Y"              TO WS-STOP-SWITCH
001740         GO TO 1000-EXIT
001750     END-IF.
001755     MOVE "Y"                  TO WS-CYCLE-SWITCH.

001760     MOVE CY-BUSINESS-DATE     TO WS-RUN-DATE.
001770     MOVE WS-RUN-DATE          TO WS-REF-DATE.
001780     COMPUTE WS-RUN-DATE-INT =
001790         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
001869         GO TO 1000-EXIT
001871     END-IF.

001872*    NO PLAN HAS EVER BEEN SET UP UNTIL COBPLNMT FIRST RUNS -   *
001873*    CREATE THE FILE EMPTY RATHER THAN STOP THE RUN.            *
001874     OPEN INPUT LOSS-MIT-PLAN.
001875     IF WS-PLAN-FILE-NOT-FOUND
001876         OPEN OUTPUT LOSS-MIT-PLAN
001877         CLOSE LOSS-MIT-PLAN
001878         OPEN INPUT LOSS-MIT-PLAN
001879     END-IF.
001880     IF NOT WS-PLAN-FILE-OK
001881         DISPLAY "COBADRFT - PLAN FILE OPEN FAILED - "
001882             "STATUS " WS-PLAN-FILE-STATUS " - RUN ABORTED"
001883         MOVE "Y"              TO WS-STOP-SWITCH
001884         CLOSE LOAN-MASTER
001885               ESCROW-MASTER
001886         GO TO 1000-EXIT
001887     END-IF.

001870     OPEN OUTPUT ACH-FEED.
001888     OPEN OUTPUT DRAFT-RPT.
001890*    VALUE CLAUSES ON FD RECORD FILLER ARE DOCUMENTARY ONLY -    *
001900*    CLEAR THE FEED RECORD AREA ONCE SO THE FILLER BYTES NEVER   *
001910*    CARRY GARBAGE.                                              *
002410         GO TO 2100-EXIT
002420     END-IF.

002422*    A LOAN UNDER AN ACTIVE PLAN IS DRAFTED THE PLAN PAYMENT,   *
002423*    NOT THE SCHEDULED PAYMENT - AND NOT AT ALL WHEN THE PLAN   *
002424*    CALLS FOR NO PAYMENT OR ITS INSTALLMENTS HAVE RUN OUT.     *
002425     PERFORM 2200-CHECK-PLAN-RTN
002426         THRU 2200-EXIT.
002427     IF LOAN-ON-ACTIVE-PLAN
002428         IF LP-PLAN-PAYMENT = ZERO
002429             OR LP-NEXT-PAYMENT-DATE > LP-END-DATE
002430             ADD 1 TO WS-PLAN-NOT-DRAFTED
002431             GO TO 2100-EXIT
002432         END-IF
002433         MOVE LP-PLAN-PAYMENT  TO WS-DRAFT-AMOUNT
002434         PERFORM 3000-ORIGINATE-DRAFT-RTN
002435             THRU 3000-EXIT
002436         IF NOT STOP-THE-RUN
002437             ADD 1 TO WS-PLAN-DRAFTS
002438             ADD WS-DRAFT-AMOUNT TO WS-PLAN-DRAFT-TOTAL
002439         END-IF
002440         GO TO 2100-EXIT
002441     END-IF.

002442*    COBCALC PRICES THE SCHEDULED PAYMENT.  THIS IS A READ-     *
002443*    ONLY LOOKUP - PARM-1 IS LEFT AT SPACES SO NO GL EXTRACT    *
002450*    RECORD IS FABRICATED.                                      *
002460     MOVE SPACES               TO PARM-1.
002470     MOVE LM-LOAN-NUMBER       TO PARM-LOAN-NUMBER.

002650     PERFORM 3000-ORIGINATE-DRAFT-RTN
002660         THRU 3000-EXIT.
002661 2100-EXIT.
002662     EXIT.

002663*----------------------------------------------------------------*
002664*    2200-CHECK-PLAN-RTN  -  SET LOAN-ON-ACTIVE-PLAN WHEN THE    *
002665*    LOAN HAS A LOSS MITIGATION PLAN IN ACTIVE STATUS WHOSE      *
002666*    START AND END DATES SPAN THE RUN DATE (SEE SBANK67W).       *
002667*----------------------------------------------------------------*
002668 2200-CHECK-PLAN-RTN.
002669     MOVE "N"                  TO WS-PLAN-SWITCH.
002670     MOVE LM-LOAN-NUMBER       TO LP-LOAN-NUMBER.
002671     READ LOSS-MIT-PLAN
002672         INVALID KEY
002673             GO TO 2200-EXIT
002674     END-READ.
002675     IF LP-PLAN-ACTIVE
002676         AND LP-START-DATE NOT > WS-RUN-DATE
002677         AND LP-END-DATE NOT < WS-RUN-DATE
002678         MOVE "Y"              TO WS-PLAN-SWITCH
002679     END-IF.
002680 2200-EXIT.
002681     EXIT.

002682*----------------------------------------------------------------*
002683*    2500-READ-ESCROW-RTN  -  FETCH THE ESCROW MASTER RECORD     *
003170     MOVE "LOANS SKIPPED BY COBCALC" TO DF-LABEL.
003180     MOVE WS-LOANS-SKIPPED     TO DF-COUNT.
003190     WRITE DRAFT-REPORT-LINE.

003191     MOVE SPACES               TO DRAFT-SUMMARY-LINE.
003192     MOVE "  INCLUDED - PLAN PAYMENTS" TO DF-LABEL.
003193     MOVE WS-PLAN-DRAFTS       TO DF-COUNT.
003194     MOVE WS-PLAN-DRAFT-TOTAL  TO DF-AMOUNT.
003195     WRITE DRAFT-REPORT-LINE.

003196     MOVE SPACES               TO DRAFT-SUMMARY-LINE.
003197     MOVE "NOT DRAFTED - NO PLAN PAYMENT DUE" TO DF-LABEL.
003198     MOVE WS-PLAN-NOT-DRAFTED  TO DF-COUNT.
003199     WRITE DRAFT-REPORT-LINE.
003200 7000-EXIT.
003210     EXIT.

003320     IF RUN-FILES-ARE-OPEN
003330         CLOSE LOAN-MASTER
003335               ESCROW-MASTER
003337               LOSS-MIT-PLAN
003340               ACH-FEED
003350               DRAFT-RPT
003360     END-IF.
003370     DISPLAY "COBADRFT - LOANS EXAMINED   " WS-LOANS-EXAMINED.
003380     DISPLAY "COBADRFT - DRAFTS CREATED   " WS-DRAFTS-CREATED.
003390     DISPLAY "COBADRFT - LOANS SKIPPED    " WS-LOANS-SKIPPED.
003392     DISPLAY "COBADRFT - PLAN DRAFTS      " WS-PLAN-DRAFTS.
003394     DISPLAY "COBADRFT - PLAN NOT DRAFTED " WS-PLAN-NOT-DRAFTED.
003400     IF CYCLE-STEP-RUNNING
003401         IF STOP-THE-RUN
003402             MOVE "F"          TO CY-FUNCTION
003403         ELSE
003404             MOVE "C"          TO CY-FUNCTION
003405         END-IF
003406         CALL "COBCYCLE" USING PARM-4
003407     END-IF.
003408 9999-EXIT.
003410     EXIT.
