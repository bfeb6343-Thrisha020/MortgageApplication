000430*   TRANSACTION HISTORY RECORD (COPYBOOK SBANK11W) SO THERE IS  *
000440*   FINALLY A RECORD OF WHAT WAS PAID AND WHEN.                 *
000450*                                                                *
000451*   BEFORE ANYTHING POSTS, A FIRST PASS OVER THE FEED FOOTS     *
000452*   EVERY BATCH (ITEM COUNT AND DOLLAR TOTAL) TO ITS BATCH      *
000453*   CONTROL RECORD (SEE SBANK10W).  EVERY RECEIPT OF A BATCH    *
000454*   THAT DOES NOT FOOT - AND ANY RECEIPT AHEAD OF THE FIRST     *
000455*   BATCH RECORD - IS REFUSED TO THE REJECT FILE (REASON "06")  *
000456*   UNPOSTED.                                                   *
000457*                                                                *
000460*   MODIFICATION HISTORY.                                       *
000470*   -------------------------------------------------------     *
000480*   DATE       INIT   DESCRIPTION                                *
000546*                     TO EM-ESCROW-BALANCE WHEN THE PAYMENT     *
000547*                     APPLIES, AND THE SPLIT IS CARRIED ON THE  *
000548*                     HISTORY RECORD (TH-ESCROW-APPLIED).       *
000562*   2026-10-15  DEV   THE FEED NOW CARRIES DEPOSIT AND BATCH    *
000563*                     CONTROL RECORDS.  1200 FOOTS EVERY BATCH  *
000564*                     IN A FIRST PASS AND 2100 REFUSES EVERY    *
000565*                     RECEIPT OF A BATCH THAT DOES NOT FOOT     *
000566*                     (REJECT REASON "06").                     *
000567*   2026-10-15  DEV   TH-POST-DATE AND LC-LAST-UPDATE-DATE NOW  *
000568*                     TAKE THE CYCLE CONTROL BUSINESS DATE      *
000569*                     THROUGH COBCYCLE (SBANK94W) INSTEAD OF    *
000570*                     THE SYSTEM CLOCK - A RUN PAST MIDNIGHT NO *
000571*                     LONGER STAMPS THE DAY'S POSTINGS WITH THE *
000572*                     NEXT DAY, AND COBCASHR MATCHES THE        *
000573*                     LOCKBOX DEPOSITS ON THE SAME BUSINESS     *
000574*                     DATE.  THE STEP IS CHECKED AGAINST ITS    *
000575*                     PREDECESSORS AT START AND ITS COMPLETION  *
000576*                     OR FAILURE IS RECORDED AT THE END.        *
000510******************************************************************
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.  IBM-370.
000550 OBJECT-COMPUTER.  IBM-370.
000560 INPUT-OUTPUT SECTION.
000577 FILE-CONTROL.
000580*----------------------------------------------------------------*
000590*    LOCKBOX PAYMENT RECEIPTS - CARD-IMAGE DAILY FEED.           *
000600*----------------------------------------------------------------*
001100     05  WS-EOF-SWITCH            PIC X(01)  VALUE "N".
001110         88  END-OF-RECEIPTS               VALUE "Y".
001120     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
001125         88  STOP-THE-RUN                  VALUE "Y".
001130     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
001131         88  CYCLE-STEP-RUNNING            VALUE "Y".
001132     05  WS-FILES-OPEN-SWITCH     PIC X(01)  VALUE "N".
001134         88  RUN-FILES-ARE-OPEN            VALUE "Y".
001135     05  WS-BATCH-OK-SWITCH       PIC X(01)  VALUE "N".
001136         88  CURRENT-BATCH-FOOTS           VALUE "Y".

001140 01  WS-COUNTERS.
001150     05  WS-RECEIPTS-READ         PIC 9(07)  COMP.
001160     05  WS-PAYMENTS-APPLIED      PIC 9(07)  COMP.
001170     05  WS-SUSPENSE-HELD         PIC 9(07)  COMP.
001180     05  WS-RECEIPTS-REJECTED     PIC 9(07)  COMP.
001181     05  WS-RECEIPTS-REFUSED      PIC 9(07)  COMP.
001182     05  WS-BATCHES-FOOTED        PIC 9(07)  COMP.
001183     05  WS-BATCHES-REFUSED       PIC 9(07)  COMP.
001184     05  WS-UNBATCHED-RECEIPTS    PIC 9(07)  COMP.

001185*----------------------------------------------------------------*
001186*    BATCH FOOTING TABLE - ONE ENTRY PER BATCH CONTROL RECORD,   *
001187*    IN FEED ORDER, BUILT BY THE FIRST PASS (1200) AND READ BY   *
001188*    THE POSTING PASS AS EACH BATCH RECORD GOES BY.              *
001189*----------------------------------------------------------------*
001190 01  WS-BATCH-TABLE-FIELDS.
001191     05  WS-BATCH-PTR             PIC 9(4)  COMP.
001192     05  WS-BATCH-MAX             PIC 9(4)  COMP VALUE 500.
001193     05  WS-CURRENT-BATCH         PIC 9(4)  COMP.
001194     05  WS-CURRENT-DEPOSIT       PIC X(08).
001195     05  WS-BATCH-TABLE.
001196         10  WS-BATCH-ENTRY OCCURS 500 TIMES
001197                            INDEXED BY WS-BATCH-IDX.
001198             15  WS-BT-DEPOSIT-NUMBER PIC X(08).
001199             15  WS-BT-BATCH-NUMBER   PIC X(04).
001200             15  WS-BT-CONTROL-COUNT  PIC 9(05).
001201             15  WS-BT-CONTROL-AMOUNT PIC 9(09)V99  COMP-3.
001202             15  WS-BT-ITEM-COUNT     PIC 9(07)     COMP.
001203             15  WS-BT-ITEM-AMOUNT    PIC 9(11)V99  COMP-3.
001204             15  WS-BT-BAD-SWITCH     PIC X(01).
001205                 88  WS-BT-CONTROL-BAD         VALUE "Y".
001206             15  WS-BT-FOOT-SWITCH    PIC X(01).
001207                 88  WS-BT-FOOTS               VALUE "Y".

001208 01  WS-POSTING-FIELDS.
001209     05  WS-AVAILABLE-AMOUNT      PIC 9(8)V99   COMP-3.
001210     05  WS-EXCESS-AMOUNT         PIC 9(8)V99   COMP-3.
001220     05  WS-CURTAIL-AMOUNT        PIC 9(8)V99   COMP-3.
001222     05  WS-LATE-PAID-AMOUNT      PIC 9(8)V99   COMP-3.
001340*----------------------------------------------------------------*
001350     COPY SBANK02W.

001352*----------------------------------------------------------------*
001354*    COBCYCLE CALLING CONVENTION - THE BUSINESS DATE STAMPED ON  *
001356*    EVERY POSTING.                                              *
001358*----------------------------------------------------------------*
001359     COPY SBANK94W.

001360 LINKAGE SECTION.

001370 PROCEDURE DIVISION.
001580     MOVE ZERO                 TO WS-RECEIPTS-READ
001590                                   WS-PAYMENTS-APPLIED
001600                                   WS-SUSPENSE-HELD
001610                                   WS-RECEIPTS-REJECTED
001611                                   WS-RECEIPTS-REFUSED
001612                                   WS-BATCHES-FOOTED
001613                                   WS-BATCHES-REFUSED
001614                                   WS-UNBATCHED-RECEIPTS
001615                                   WS-CURRENT-BATCH.
001616     MOVE "S"                  TO CY-FUNCTION.
001617     MOVE "COBPOST"            TO CY-PROGRAM-ID.
001620     MOVE SPACES               TO CY-INSTANCE-ID.
001621     CALL "COBCYCLE" USING PARM-4.
001622     IF NOT CY-SUCCESS
001623         DISPLAY "COBPOST - NOT CLEARED TO RUN BY CYCLE "
001624             "CONTROL - RUN STOPPED"
001625         MOVE "Y"              TO WS-STOP-SWITCH
001626         GO TO 1000-EXIT
001627     END-IF.
001628     MOVE "Y"                  TO WS-CYCLE-SWITCH.
001629     MOVE CY-BUSINESS-DATE     TO WS-CURRENT-DATE.
001630     ACCEPT WS-CURRENT-TIME    FROM TIME.

001640     OPEN INPUT RECEIPTS-FILE.
001647         MOVE "Y"              TO WS-STOP-SWITCH
001648         GO TO 1000-EXIT
001649     END-IF.

001650*    FOOT EVERY BATCH BEFORE A SINGLE RECEIPT POSTS - THE FIRST  *
001651*    PASS LEAVES THE FEED RE-OPENED AT ITS FIRST RECORD.         *
001652     PERFORM 1200-FOOT-BATCHES-RTN
001653         THRU 1200-EXIT.
001654     IF STOP-THE-RUN
001655         CLOSE RECEIPTS-FILE
001656         GO TO 1000-EXIT
001657     END-IF.
001658     OPEN I-O   LOAN-MASTER.
001660     IF NOT WS-LOAN-FILE-OK
001670         DISPLAY "COBPOST - LOAN MASTER OPEN FAILED - STATUS "
001680             WS-LOAN-FILE-STATUS " - RUN STOPPED"
001824 1100-EXIT.
001825     EXIT.

001837*----------------------------------------------------------------*
001838*    1200-FOOT-BATCHES-RTN  -  FIRST PASS OVER THE FEED.  LOAD   *
001839*    EVERY BATCH CONTROL RECORD INTO THE FOOTING TABLE, ADD UP   *
001840*    THE RECEIPTS THAT FOLLOW IT, AND SETTLE WHICH BATCHES       *
001841*    FOOT.  THE FEED IS THEN CLOSED AND RE-OPENED FOR POSTING.   *
001842*    MORE BATCHES THAN THE TABLE HOLDS STOPS THE RUN.            *
001843*----------------------------------------------------------------*
001844 1200-FOOT-BATCHES-RTN.
001845     MOVE ZERO                 TO WS-BATCH-PTR.
001846     MOVE SPACES               TO WS-CURRENT-DEPOSIT.
001847     INITIALIZE WS-BATCH-TABLE.

001848     PERFORM 1250-FOOT-ONE-RECORD-RTN
001849         THRU 1250-EXIT
001850         UNTIL END-OF-RECEIPTS OR STOP-THE-RUN.
001851     IF STOP-THE-RUN
001852         GO TO 1200-EXIT
001853     END-IF.

001854     PERFORM 1280-CHECK-BATCH-RTN
001855         THRU 1280-EXIT
001856         VARYING WS-BATCH-IDX FROM 1 BY 1
001857             UNTIL WS-BATCH-IDX > WS-BATCH-PTR.

001858     IF WS-UNBATCHED-RECEIPTS > ZERO
001859         DISPLAY "COBPOST - " WS-UNBATCHED-RECEIPTS
001860             " RECEIPTS AHEAD OF THE FIRST BATCH RECORD - "
001861             "REFUSED"
001862     END-IF.

001863     CLOSE RECEIPTS-FILE.
001864     MOVE "N"                  TO WS-EOF-SWITCH.
001865     OPEN INPUT RECEIPTS-FILE.
001866     IF NOT WS-RCPT-FILE-STATUS = "00"
001867         DISPLAY "COBPOST - RECEIPTS FILE RE-OPEN FAILED - "
001868             "STATUS " WS-RCPT-FILE-STATUS " - RUN STOPPED"
001869         MOVE "Y"              TO WS-STOP-SWITCH
001870     END-IF.
001871 1200-EXIT.
001872     EXIT.

001873*----------------------------------------------------------------*
001874*    1250-FOOT-ONE-RECORD-RTN  -  READ ONE FEED RECORD.  A       *
001875*    BATCH RECORD OPENS THE NEXT TABLE ENTRY; A RECEIPT IS       *
001876*    ADDED TO THE BATCH IN PROGRESS.  A RECEIPT AMOUNT THAT IS   *
001877*    NOT NUMERIC CANNOT BE FOOTED, SO ITS BATCH CANNOT FOOT.     *
001878*----------------------------------------------------------------*
001879 1250-FOOT-ONE-RECORD-RTN.
001880     READ RECEIPTS-FILE
001881         AT END
001882             MOVE "Y"          TO WS-EOF-SWITCH
001883             GO TO 1250-EXIT
001884     END-READ.

001885     IF LX-DEPOSIT-HEADER
001886         MOVE LX-DEPOSIT-NUMBER TO WS-CURRENT-DEPOSIT
001887         GO TO 1250-EXIT
001888     END-IF.

001889     IF LX-BATCH-HEADER
001890         ADD 1 TO WS-BATCH-PTR
001891         IF WS-BATCH-PTR > WS-BATCH-MAX
001892             DISPLAY "COBPOST - MORE THAN 500 BATCHES ON THE "
001893                 "FEED - RUN STOPPED"
001894             MOVE "Y"          TO WS-STOP-SWITCH
001895             GO TO 1250-EXIT
001896         END-IF
001897         MOVE WS-CURRENT-DEPOSIT
001898                       TO WS-BT-DEPOSIT-NUMBER (WS-BATCH-PTR)
001899         MOVE LX-BATCH-NUMBER
001900                       TO WS-BT-BATCH-NUMBER (WS-BATCH-PTR)
001901         IF LX-ITEM-COUNT NOT NUMERIC
001902             OR LX-CONTROL-AMOUNT NOT NUMERIC
001903             MOVE "Y"  TO WS-BT-BAD-SWITCH (WS-BATCH-PTR)
001904         ELSE
001905             MOVE LX-ITEM-COUNT
001906                       TO WS-BT-CONTROL-COUNT (WS-BATCH-PTR)
001907             MOVE LX-CONTROL-AMOUNT
001908                       TO WS-BT-CONTROL-AMOUNT (WS-BATCH-PTR)
001909         END-IF
001910         GO TO 1250-EXIT
001911     END-IF.

001912     IF WS-BATCH-PTR = ZERO
001913         ADD 1 TO WS-UNBATCHED-RECEIPTS
001914         GO TO 1250-EXIT
001915     END-IF.

001916     ADD 1 TO WS-BT-ITEM-COUNT (WS-BATCH-PTR).
001917     IF PR-RECEIPT-AMOUNT NUMERIC
001918         ADD PR-RECEIPT-AMOUNT TO WS-BT-ITEM-AMOUNT (WS-BATCH-PTR)
001919     ELSE
001920         MOVE "Y"              TO WS-BT-BAD-SWITCH (WS-BATCH-PTR)
001921     END-IF.
001922 1250-EXIT.
001923     EXIT.

001924*----------------------------------------------------------------*
001925*    1280-CHECK-BATCH-RTN  -  A BATCH FOOTS WHEN ITS RECEIPTS    *
001926*    MATCH ITS CONTROL RECORD ON BOTH ITEM COUNT AND DOLLAR      *
001927*    TOTAL.  A BATCH THAT DOES NOT IS LOGGED FOR THE CASH DESK.  *
001928*----------------------------------------------------------------*
001929 1280-CHECK-BATCH-RTN.
001930     IF NOT WS-BT-CONTROL-BAD (WS-BATCH-IDX)
001931         AND WS-BT-ITEM-COUNT (WS-BATCH-IDX)
001932             = WS-BT-CONTROL-COUNT (WS-BATCH-IDX)
001933         AND WS-BT-ITEM-AMOUNT (WS-BATCH-IDX)
001934             = WS-BT-CONTROL-AMOUNT (WS-BATCH-IDX)
001935         MOVE "Y"              TO WS-BT-FOOT-SWITCH (WS-BATCH-IDX)
001936         ADD 1 TO WS-BATCHES-FOOTED
001937         GO TO 1280-EXIT
001938     END-IF.

001939     ADD 1 TO WS-BATCHES-REFUSED.
001940     DISPLAY "COBPOST - DEPOSIT "
001941         WS-BT-DEPOSIT-NUMBER (WS-BATCH-IDX)
001942         " BATCH " WS-BT-BATCH-NUMBER (WS-BATCH-IDX)
001943         " DOES NOT FOOT - " WS-BT-ITEM-COUNT (WS-BATCH-IDX)
001944         " ITEMS REFUSED".
001945 1280-EXIT.
001946     EXIT.

001810*----------------------------------------------------------------*
001820*    2000-PROCESS-RECEIPTS-RTN  -  READ AND APPLY EVERY RECEIPT  *
001830*    ON THE DAILY FEED.                                          *
001947*----------------------------------------------------------------*
001948 2000-PROCESS-RECEIPTS-RTN.
001949     PERFORM 2100-PROCESS-ONE-RECEIPT-RTN
001950         THRU 2100-EXIT
001951         UNTIL END-OF-RECEIPTS OR STOP-THE-RUN.
001952 2000-EXIT.
001953     EXIT.

001954*----------------------------------------------------------------*
001955*    2100-PROCESS-ONE-RECEIPT-RTN  -  READ ONE RECEIPT, GET THE  *
001956*    SCHEDULED SPLIT FROM COBCALC, AND DISPOSE OF THE FUNDS.     *
001957*----------------------------------------------------------------*
001958 2100-PROCESS-ONE-RECEIPT-RTN.
001960     READ RECEIPTS-FILE
001970         AT END
001980             MOVE "Y"          TO WS-EOF-SWITCH
001990             GO TO 2100-EXIT
001991     END-READ.

001992*    A DEPOSIT RECORD ONLY GROUPS BATCHES.  A BATCH RECORD      *
001993*    SAYS WHETHER THE RECEIPTS BEHIND IT MAY POST - 1200 HAS    *
001994*    ALREADY FOOTED IT.                                         *
001995     IF LX-DEPOSIT-HEADER
001996         GO TO 2100-EXIT
001997     END-IF.
001998     IF LX-BATCH-HEADER
001999         ADD 1 TO WS-CURRENT-BATCH
002000         MOVE WS-BT-FOOT-SWITCH (WS-CURRENT-BATCH)
002001                               TO WS-BATCH-OK-SWITCH
002002         GO TO 2100-EXIT
002009     END-IF.

002010     ADD 1 TO WS-RECEIPTS-READ.

002011     IF NOT CURRENT-BATCH-FOOTS
002012         SET RJ-BATCH-NOT-FOOTED TO TRUE
002013         PERFORM 6000-WRITE-REJECT-RTN
002014             THRU 6000-EXIT
002015         ADD 1 TO WS-RECEIPTS-REFUSED
002016         GO TO 2100-EXIT
002017     END-IF.

002020     IF PR-RECEIPT-AMOUNT NOT NUMERIC
002030         OR PR-RECEIPT-DATE NOT NUMERIC
002040         SET RJ-INVALID-RECEIPT TO TRUE
003800     DISPLAY "COBPOST - HELD IN SUSPENSE   " WS-SUSPENSE-HELD.
003810     DISPLAY "COBPOST - RECEIPTS REJECTED  "
003820         WS-RECEIPTS-REJECTED.
003822     DISPLAY "COBPOST - BATCHES FOOTED     " WS-BATCHES-FOOTED.
003824     DISPLAY "COBPOST - BATCHES REFUSED    " WS-BATCHES-REFUSED.
003826     DISPLAY "COBPOST - RECEIPTS REFUSED   " WS-RECEIPTS-REFUSED.
003830     IF CYCLE-STEP-RUNNING
003831         IF STOP-THE-RUN
003832             MOVE "F"          TO CY-FUNCTION
003833         ELSE
003834             MOVE "C"          TO CY-FUNCTION
003835         END-IF
003836         CALL "COBCYCLE" USING PARM-4
003837     END-IF.
003838 9999-EXIT.
003840     EXIT.
