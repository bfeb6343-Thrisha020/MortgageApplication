000448*   2026-09-01  DEV   2100 NOW SKIPS A CLOSED LOAN (SEE         *
000449*                     LM-STATUS-CODE IN SBANK01W) - A PAID-OFF  *
000451*                     LOAN HAS NOTHING TO REPRICE.              *
000452*   2026-10-15  DEV   3000 STAMPS THE CO-BORROWER, MAILING AND  *
000453*                     PROPERTY ADDRESS FROM THE BORROWER        *
000454*                     CONTACT MASTER (SBANK53W) ON EACH NOTICE. *
000455*   2026-10-15  DEV   THE EFFECTIVE DATE NOW COMES FROM THE     *
000456*                     CYCLE CONTROL BUSINESS DATE THROUGH       *
000457*                     COBCYCLE (SBANK94W) INSTEAD OF THE        *
000458*                     CONTROL CARD, WHICH IS NO LONGER READ.    *
000459*                     THE STEP IS CHECKED AGAINST ITS           *
000460*                     PREDECESSORS AT START AND ITS COMPLETION  *
000461*                     OR FAILURE IS RECORDED AT THE END.        *
000462*   2026-10-15  DEV   1000 NOW CREATES THE CONTACT MASTER EMPTY *
000463*                     WHEN IT HAS NEVER BEEN BUILT INSTEAD OF   *
000464*                     ABORTING THE RUN.                         *
000440******************************************************************
000450 ENVIRONMENT DIVISION.
000465 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.  IBM-370.
000480 OBJECT-COMPUTER.  IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000580*----------------------------------------------------------------*
000590*    RATE-CHANGE CARDS - THE PARM-CODES THAT WERE CHANGED.       *
000600*----------------------------------------------------------------*
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-FEED-FILE-STATUS.

000861*----------------------------------------------------------------*
000862*    BORROWER CONTACT MASTER - READ AT RANDOM FOR THE MAILING    *
000863*    AND PROPERTY ADDRESS OF EACH LOAN REPRICED.                 *
000864*----------------------------------------------------------------*
000865     SELECT BORROWER-CONTACT ASSIGN TO BORRCNTC
000866         ORGANIZATION IS INDEXED
000867         ACCESS MODE IS RANDOM
000868         RECORD KEY IS BC-LOAN-NUMBER
000869         FILE STATUS IS WS-CNTC-FILE-STATUS.

000870*----------------------------------------------------------------*
000880*    REPRICING IMPACT REPORT.                                    *
000890*----------------------------------------------------------------*

000930 DATA DIVISION.
000940 FILE SECTION.
000980 FD  RATE-CHANGE-CARDS
000990     LABEL RECORDS ARE STANDARD.
001000     COPY SBANK25W.
001080     LABEL RECORDS ARE STANDARD.
001090     COPY SBANK26W.

001091 FD  BORROWER-CONTACT
001092     LABEL RECORDS ARE STANDARD.
001093     COPY SBANK53W.

001100 FD  IMPACT-RPT
001110     LABEL RECORDS ARE STANDARD.
001120     COPY SBANK27W.

001130 WORKING-STORAGE SECTION.
001140 01  WS-SWITCHES.
001160     05  WS-CHG-FILE-STATUS       PIC X(02).
001170     05  WS-PARM-FILE-STATUS      PIC X(02).
001180         88  WS-PARM-FILE-OK               VALUE "00".
001190     05  WS-LOAN-FILE-STATUS      PIC X(02).
001200         88  WS-LOAN-FILE-OK               VALUE "00".
001210     05  WS-FEED-FILE-STATUS      PIC X(02).
001212     05  WS-CNTC-FILE-STATUS      PIC X(02).
001214         88  WS-CNTC-FILE-OK               VALUE "00".
001217         88  WS-CNTC-FILE-NOT-FOUND        VALUE "23", "35".
001220     05  WS-RPT-FILE-STATUS       PIC X(02).
001230     05  WS-EOF-SWITCH            PIC X(01)  VALUE "N".
001240         88  END-OF-LOAN-FILE              VALUE "Y".
001270     05  WS-PARM-EOF-SWITCH       PIC X(01)  VALUE "N".
001280         88  END-OF-PARM-FILE              VALUE "Y".
001290     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
001295         88  STOP-THE-RUN                  VALUE "Y".
001300     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
001301         88  CYCLE-STEP-RUNNING            VALUE "Y".
001302     05  WS-FILES-OPEN-SWITCH     PIC X(01)  VALUE "N".
001304         88  SWEEP-FILES-ARE-OPEN          VALUE "Y".
001310     05  WS-CODE-FOUND-SWITCH     PIC X(01)  VALUE "N".
001320         88  WS-CODE-FOUND                 VALUE "Y".
001322     05  WS-CONTACT-SWITCH        PIC X(01)  VALUE "N".
001324         88  CONTACT-ON-FILE               VALUE "Y".

001330*----------------------------------------------------------------*
001340*    CHANGED-CODE TABLE - ONE ENTRY PER RATE-CHANGE CARD, WITH   *
001780     05  WS-MATCHED-ENTRY         PIC 9(4)       COMP.
001790     05  WS-EFFECTIVE-DATE        PIC 9(8).
001800     05  WS-LOANS-REPRICED        PIC 9(7)       COMP.
001805     05  WS-NO-CONTACT-COUNT      PIC 9(7)       COMP.

001807     COPY SBANK94W.

001810 LINKAGE SECTION.

002050 1000-INITIALIZE-RTN.
002060     MOVE ZERO                 TO WS-CHG-PTR
002070                                   WS-PARM-PTR
002080                                   WS-LOANS-REPRICED
002085                                   WS-NO-CONTACT-COUNT.
002090     INITIALIZE WS-CHANGE-TABLE.
002100     INITIALIZE WS-PARM-TABLE.

002110     MOVE "S"                  TO CY-FUNCTION.
002120     MOVE "COBREPRC"           TO CY-PROGRAM-ID.
002130     MOVE SPACES               TO CY-INSTANCE-ID.
002140     CALL "COBCYCLE" USING PARM-4.
002150     IF NOT CY-SUCCESS
002160         DISPLAY "COBREPRC - NOT CLEARED TO RUN BY CYCLE "
002170             "CONTROL - SWEEP ABORTED"
002200         MOVE "Y"              TO WS-STOP-SWITCH
002210         GO TO 1000-EXIT
002220     END-IF.
002225     MOVE "Y"                  TO WS-CYCLE-SWITCH.
002230     MOVE CY-BUSINESS-DATE     TO WS-EFFECTIVE-DATE.

002240     OPEN INPUT RATE-CHANGE-CARDS.
002242*    A MISSING OR MISPOINTED CARD FILE GIVES EVERY READ STATUS  *
002540             WS-LOAN-FILE-STATUS " - SWEEP ABORTED"
002550         MOVE "Y"              TO WS-STOP-SWITCH
002560         GO TO 1000-EXIT
002561     END-IF.

002562*    THE CONTACT MASTER IS BUILT BY COBBOARD AND COBCNTCT -      *
002563*    CREATE IT EMPTY RATHER THAN STOP THE RUN IF IT HAS NEVER    *
002564*    BEEN BUILT.                                                 *
002565     OPEN INPUT BORROWER-CONTACT.
002566     IF WS-CNTC-FILE-NOT-FOUND
002567         OPEN OUTPUT BORROWER-CONTACT
002568         CLOSE BORROWER-CONTACT
002569         OPEN INPUT BORROWER-CONTACT
002571     END-IF.
002572     IF NOT WS-CNTC-FILE-OK
002573         DISPLAY "COBREPRC - CONTACT MASTER OPEN FAILED - "
002574             "STATUS " WS-CNTC-FILE-STATUS " - SWEEP ABORTED"
002575         MOVE "Y"              TO WS-STOP-SWITCH
002576         CLOSE LOAN-MASTER
002577         GO TO 1000-EXIT
002578     END-IF.

002580     OPEN OUTPUT NOTICE-FEED.
002590     OPEN OUTPUT IMPACT-RPT.
004580     MOVE WS-OLD-PAYMENT       TO RN-OLD-PAYMENT.
004590     MOVE WS-NEW-PAYMENT       TO RN-NEW-PAYMENT.
004600     MOVE WS-EFFECTIVE-DATE    TO RN-EFFECTIVE-DATE.
004602     PERFORM 3100-READ-CONTACT-RTN
004604         THRU 3100-EXIT.
004606     IF CONTACT-ON-FILE
004608         IF BC-PRIMARY-NAME NOT = SPACES
004610             MOVE BC-PRIMARY-NAME  TO RN-BORROWER-NAME
004612         END-IF
004614         MOVE BC-CO-BORROWER-NAME  TO RN-CO-BORROWER-NAME
004616         MOVE BC-MAILING-ADDRESS   TO RN-MAILING-ADDRESS
004618         MOVE BC-PROPERTY-ADDRESS  TO RN-PROPERTY-ADDRESS
004620     ELSE
004622         MOVE SPACES               TO RN-CO-BORROWER-NAME
004624                                       RN-MAILING-ADDRESS
004626                                       RN-PROPERTY-ADDRESS
004628     END-IF.

004660     MOVE WS-CHG-NEW-RATE (WS-CHG-IDX) TO LM-INTEREST-RATE.
004670     REWRITE LOAN-MASTER-RECORD
004730 3000-EXIT.
004740     EXIT.

004741*----------------------------------------------------------------*
004742*    3100-READ-CONTACT-RTN  -  FETCH THE LOAN'S BORROWER CONTACT *
004743*    RECORD.  A LOAN BOARDED WITHOUT ONE STILL GETS ITS NOTICE,  *
004744*    UNADDRESSED, AND IS COUNTED FOR THE SERVICING DESK.         *
004745*----------------------------------------------------------------*
004746 3100-READ-CONTACT-RTN.
004747     MOVE "N"                  TO WS-CONTACT-SWITCH.
004748     MOVE LM-LOAN-NUMBER       TO BC-LOAN-NUMBER.
004749     READ BORROWER-CONTACT
004750         INVALID KEY
004751             ADD 1 TO WS-NO-CONTACT-COUNT
004752             GO TO 3100-EXIT
004753     END-READ.
004754     MOVE "Y"                  TO WS-CONTACT-SWITCH.
004755 3100-EXIT.
004756     EXIT.

004758*----------------------------------------------------------------*
004760*    4100-CALCULATE-PAYMENT-RTN  -  STANDARD LEVEL-PAYMENT       *
004770*    AMORTIZATION FOR ONE MONTH ON THE CURRENT BALANCE AND       *
004780*    REMAINING TERM, AT WS-CALC-RATE - THE SAME FORMULA AS       *
005310     IF SWEEP-FILES-ARE-OPEN
005320         CLOSE LOAN-MASTER
005330               NOTICE-FEED
005335               BORROWER-CONTACT
005340               IMPACT-RPT
005350     END-IF.

005360     DISPLAY "COBREPRC - LOANS REPRICED " WS-LOANS-REPRICED.
005361     DISPLAY "COBREPRC - NO CONTACT ON FILE " WS-NO-CONTACT-COUNT.
005362     IF CYCLE-STEP-RUNNING
005363         IF STOP-THE-RUN
005364             MOVE "F"          TO CY-FUNCTION
005365         ELSE
005366             MOVE "C"          TO CY-FUNCTION
005367         END-IF
005368         CALL "COBCYCLE" USING PARM-4
005369     END-IF.
005370 9999-EXIT.
005380     EXIT.
