000312*   REQUIRED: THE LATEST-RECORD AND RUNNING-BALANCE LOGIC       *
000314*   BELOW DEPENDS ON CHRONOLOGICAL ORDER WITHIN EACH LOAN,      *
000316*   WHICH A SORT ON LOAN NUMBER ALONE DOES NOT GUARANTEE.       *
000318*   THE STATEMENT YEAR IS THE YEAR OF THE CYCLE CONTROL         *
000320*   BUSINESS DATE.                                              *
000330*                                                                *
000340*   FOR EACH LOAN THE BALANCE AFTER ITS LATEST HISTORY RECORD   *
000350*   (ANY YEAR) IS COMPARED TO LM-PRINCIPAL-BALANCE ON THE       *
000466*                     ORIGINAL PAYMENT OUT OF THE YEAR TOTALS  *
000467*                     - A RETURNED ITEM WAS NEVER REALLY PAID  *
000468*                     AND MUST NOT STATEMENT AS INTEREST.      *
000469*   2026-10-15  DEV   3000 STAMPS THE MAILING NAME, CO-BORROWER,*
000470*                     MAILING AND PROPERTY ADDRESS FROM THE     *
000471*                     BORROWER CONTACT MASTER (SBANK53W) ON     *
000472*                     EACH STATEMENT RECORD.                    *
000473*   2026-10-15  DEV   THE STATEMENT YEAR NOW COMES FROM THE     *
000474*                     CYCLE CONTROL BUSINESS DATE THROUGH       *
000475*                     COBCYCLE (SBANK94W) INSTEAD OF THE        *
000476*                     CONTROL CARD, WHICH IS NO LONGER READ.    *
000477*                     THE STEP IS CHECKED AGAINST ITS           *
000478*                     PREDECESSORS AT START AND ITS COMPLETION  *
000479*                     OR FAILURE IS RECORDED AT THE END.        *
000480*   2026-10-15  DEV   1000 NOW CREATES THE CONTACT MASTER EMPTY *
000481*                     WHEN IT HAS NEVER BEEN BUILT INSTEAD OF   *
000482*                     ABORTING THE RUN.                         *
000460******************************************************************
000483 ENVIRONMENT DIVISION.
000484 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.  IBM-370.
000500 OBJECT-COMPUTER.  IBM-370.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000600*----------------------------------------------------------------*
000610*    PAYMENT TRANSACTION HISTORY, SORTED ON TH-LOAN-NUMBER /    *
000615*    TH-POST-DATE / TH-POST-TIME BY THE SORT STEP AHEAD OF      *
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-STMT-FILE-STATUS.

000811*----------------------------------------------------------------*
000812*    BORROWER CONTACT MASTER - READ AT RANDOM FOR THE MAILING    *
000813*    AND PROPERTY ADDRESS OF EACH LOAN STATEMENTED.              *
000814*----------------------------------------------------------------*
000815     SELECT BORROWER-CONTACT ASSIGN TO BORRCNTC
000816         ORGANIZATION IS INDEXED
000817         ACCESS MODE IS RANDOM
000818         RECORD KEY IS BC-LOAN-NUMBER
000819         FILE STATUS IS WS-CNTC-FILE-STATUS.

000820*----------------------------------------------------------------*
000830*    PRINT-FORMATTED STATEMENT REGISTER.                         *
000840*----------------------------------------------------------------*

000880 DATA DIVISION.
000890 FILE SECTION.
000930 FD  TRAN-HISTORY
000940     LABEL RECORDS ARE STANDARD.
000950     COPY SBANK11W.
001000     LABEL RECORDS ARE STANDARD.
001010     COPY SBANK21W.

001011 FD  BORROWER-CONTACT
001012     LABEL RECORDS ARE STANDARD.
001013     COPY SBANK53W.

001020 FD  YREND-RPT
001030     LABEL RECORDS ARE STANDARD.
001040     COPY SBANK22W.

001050 WORKING-STORAGE SECTION.
001060 01  WS-SWITCHES.
001080     05  WS-HIST-FILE-STATUS      PIC X(02).
001090         88  WS-HIST-FILE-OK               VALUE "00".
001100     05  WS-LOAN-FILE-STATUS      PIC X(02).
001110         88  WS-LOAN-FILE-OK               VALUE "00".
001120     05  WS-STMT-FILE-STATUS      PIC X(02).
001122     05  WS-CNTC-FILE-STATUS      PIC X(02).
001124         88  WS-CNTC-FILE-OK               VALUE "00".
001127         88  WS-CNTC-FILE-NOT-FOUND        VALUE "23", "35".
001130     05  WS-RPT-FILE-STATUS       PIC X(02).
001140     05  WS-EOF-SWITCH            PIC X(01)  VALUE "N".
001150         88  END-OF-HISTORY                VALUE "Y".
001160     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
001170         88  STOP-THE-RUN                  VALUE "Y".
001173     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
001176         88  CYCLE-STEP-RUNNING            VALUE "Y".
001180     05  WS-LOAN-OPEN-SWITCH      PIC X(01)  VALUE "N".
001190         88  A-LOAN-IS-OPEN                VALUE "Y".
001192     05  WS-CONTACT-SWITCH        PIC X(01)  VALUE "N".
001194         88  CONTACT-ON-FILE               VALUE "Y".

001200 01  WS-BREAK-FIELDS.
001210     05  WS-STATEMENT-YEAR        PIC 9(4).
001290     05  WS-STATEMENTS-WRITTEN    PIC 9(7)  COMP.
001300     05  WS-LOANS-FLAGGED         PIC 9(7)  COMP.
001310     05  WS-LOANS-NOT-ON-MASTER   PIC 9(7)  COMP.
001315     05  WS-NO-CONTACT-COUNT      PIC 9(7)  COMP.

001317     COPY SBANK94W.

001320 LINKAGE SECTION.


001490*----------------------------------------------------------------*
001500*    1000-INITIALIZE-RTN  -  OPEN FILES AND TAKE THE STATEMENT   *
001510*    YEAR FROM THE CYCLE CONTROL BUSINESS DATE.                  *
001520*----------------------------------------------------------------*
001530 1000-INITIALIZE-RTN.
001540     MOVE ZERO                 TO WS-STATEMENTS-WRITTEN
001550                                   WS-LOANS-FLAGGED
001560                                   WS-LOANS-NOT-ON-MASTER
001565                                   WS-NO-CONTACT-COUNT.
001570     MOVE "N"                  TO WS-LOAN-OPEN-SWITCH.

001580     MOVE "S"                  TO CY-FUNCTION.
001590     MOVE "COBYREND"           TO CY-PROGRAM-ID.
001600     MOVE SPACES               TO CY-INSTANCE-ID.
001610     CALL "COBCYCLE" USING PARM-4.
001620     IF NOT CY-SUCCESS
001630         DISPLAY "COBYREND - NOT CLEARED TO RUN BY CYCLE "
001640             "CONTROL - STATEMENT RUN ABORTED"
001670         MOVE "Y"              TO WS-STOP-SWITCH
001680         GO TO 1000-EXIT
001690     END-IF.
001695     MOVE "Y"                  TO WS-CYCLE-SWITCH.
001700     MOVE CY-BUSINESS-DATE (1:4)   TO WS-STATEMENT-YEAR.

001710     OPEN INPUT TRAN-HISTORY.
001720     IF NOT WS-HIST-FILE-OK
001820         MOVE "Y"              TO WS-STOP-SWITCH
001830         CLOSE TRAN-HISTORY
001840         GO TO 1000-EXIT
001841     END-IF.

001842*    THE CONTACT MASTER IS BUILT BY COBBOARD AND COBCNTCT -      *
001843*    CREATE IT EMPTY RATHER THAN STOP THE RUN IF IT HAS NEVER    *
001844*    BEEN BUILT.                                                 *
001845     OPEN INPUT BORROWER-CONTACT.
001846     IF WS-CNTC-FILE-NOT-FOUND
001847         OPEN OUTPUT BORROWER-CONTACT
001848         CLOSE BORROWER-CONTACT
001849         OPEN INPUT BORROWER-CONTACT
001851     END-IF.
001852     IF NOT WS-CNTC-FILE-OK
001853         DISPLAY "COBYREND - CONTACT MASTER OPEN FAILED - "
001854             "STATUS " WS-CNTC-FILE-STATUS " - RUN ABORTED"
001855         MOVE "Y"              TO WS-STOP-SWITCH
001856         CLOSE TRAN-HISTORY
001857               LOAN-MASTER
001858         GO TO 1000-EXIT
001859     END-IF.

001860     OPEN OUTPUT YREND-STMT.
001870     OPEN OUTPUT YREND-RPT.
002730     MOVE WS-YEAR-INTEREST     TO YS-INTEREST-PAID.
002740     MOVE WS-YEAR-PRINCIPAL    TO YS-PRINCIPAL-PAID.
002750     MOVE WS-YEAR-END-BALANCE  TO YS-YEAR-END-BALANCE.
002751     MOVE LM-BORROWER-NAME     TO YS-BORROWER-NAME.
002752     PERFORM 3100-READ-CONTACT-RTN
002753         THRU 3100-EXIT.
002754     IF CONTACT-ON-FILE
002755         IF BC-PRIMARY-NAME NOT = SPACES
002756             MOVE BC-PRIMARY-NAME  TO YS-BORROWER-NAME
002757         END-IF
002758         MOVE BC-CO-BORROWER-NAME  TO YS-CO-BORROWER-NAME
002759         MOVE BC-MAILING-ADDRESS   TO YS-MAILING-ADDRESS
002760         MOVE BC-PROPERTY-ADDRESS  TO YS-PROPERTY-ADDRESS
002761     ELSE
002762         MOVE SPACES               TO YS-CO-BORROWER-NAME
002763                                       YS-MAILING-ADDRESS
002764                                       YS-PROPERTY-ADDRESS
002765     END-IF.

002766     IF WS-LAST-BALANCE = LM-PRINCIPAL-BALANCE
002770         SET YS-RECONCILED     TO TRUE
002780     ELSE
002790         SET YS-OUT-OF-BALANCE TO TRUE
002940 3000-EXIT.
002950     EXIT.

002951*----------------------------------------------------------------*
002952*    3100-READ-CONTACT-RTN  -  FETCH THE LOAN'S BORROWER CONTACT *
002953*    RECORD.  A LOAN BOARDED WITHOUT ONE STILL GETS ITS          *
002954*    STATEMENT, UNADDRESSED, AND IS COUNTED ON THE SUMMARY.      *
002955*----------------------------------------------------------------*
002956 3100-READ-CONTACT-RTN.
002957     MOVE "N"                  TO WS-CONTACT-SWITCH.
002958     MOVE LM-LOAN-NUMBER       TO BC-LOAN-NUMBER.
002959     READ BORROWER-CONTACT
002960         INVALID KEY
002961             ADD 1 TO WS-NO-CONTACT-COUNT
002962             GO TO 3100-EXIT
002963     END-READ.
002964     MOVE "Y"                  TO WS-CONTACT-SWITCH.
002965 3100-EXIT.
002966     EXIT.

002967*----------------------------------------------------------------*
002970*    7000-PRINT-SUMMARY-RTN  -  PRINT THE RUN TOTALS.            *
002980*----------------------------------------------------------------*
002990 7000-PRINT-SUMMARY-RTN.
003110     MOVE "HISTORY LOANS NOT ON LOAN MASTER" TO YD-LABEL.
003120     MOVE WS-LOANS-NOT-ON-MASTER TO YD-COUNT.
003130     WRITE YREND-PRINT-LINE.

003131     MOVE SPACES               TO YREND-SUMMARY-LINE.
003132     MOVE "STATEMENTS WITH NO CONTACT ON FILE" TO YD-LABEL.
003133     MOVE WS-NO-CONTACT-COUNT  TO YD-COUNT.
003134     WRITE YREND-PRINT-LINE.
003140 7000-EXIT.
003150     EXIT.

003210         CLOSE TRAN-HISTORY
003220               LOAN-MASTER
003230               YREND-STMT
003235               BORROWER-CONTACT
003240               YREND-RPT
003250     END-IF.

003270         WS-STATEMENTS-WRITTEN.
003280     DISPLAY "COBYREND - LOANS FLAGGED        "
003290         WS-LOANS-FLAGGED.
003292     DISPLAY "COBYREND - NO CONTACT ON FILE   "
003294         WS-NO-CONTACT-COUNT.
003300     IF CYCLE-STEP-RUNNING
003301         IF STOP-THE-RUN
003302             MOVE "F"          TO CY-FUNCTION
003303         ELSE
003304             MOVE "C"          TO CY-FUNCTION
003305         END-IF
003306         CALL "COBCYCLE" USING PARM-4
003307     END-IF.
003308 9999-EXIT.
003310     EXIT.
