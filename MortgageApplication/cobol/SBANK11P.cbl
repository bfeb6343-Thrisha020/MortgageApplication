000180*   COBNOTIC  -  COLLECTIONS NOTICE EXTRACT RUN                 *
000190*                                                                *
000200*   SCANS THE LOAN MASTER WITH THE SAME AGING LOGIC COBDELQ     *
000210*   APPLIES TO LM-NEXT-DUE-DATE (DAYS PAST DUE AS OF THE CYCLE  *
000220*   CONTROL BUSINESS DATE, BUCKETED CURRENT / 30 / 60 /         *
000230*   90+), SELECTS LOANS THAT HAVE CROSSED INTO A DEEPER         *
000240*   DELINQUENCY BUCKET THAN THEIR LAST NOTICE, AND WRITES ONE   *
000250*   NOTICE-REQUEST RECORD PER SELECTED LOAN (COPYBOOK           *
000444*                     LM-STATUS-CODE IN SBANK01W) - A PAID-OFF  *
000446*                     LOAN MUST NEVER DRAW A COLLECTIONS        *
000447*                     NOTICE.                                   *
000448*   2026-10-15  DEV   4000 STAMPS THE CO-BORROWER, MAILING AND  *
000449*                     PROPERTY ADDRESS FROM THE BORROWER        *
000450*                     CONTACT MASTER (SBANK53W) ON EACH NOTICE. *
000451*   2026-10-15  DEV   NO NOTICE FOR A DELINQUENT LOAN UNDER AN  *
000452*                     ACTIVE LOSS MITIGATION PLAN (LMPLAN,      *
000453*                     COPYBOOK SBANK67W); HISTORY IS LEFT AS IS *
000454*                     SO NOTICING RESUMES IF THE PLAN BREAKS.   *
000455*   2026-10-15  DEV   THE RUN DATE NOW COMES FROM THE CYCLE     *
000456*                     CONTROL FILE THROUGH COBCYCLE (SBANK94W)  *
000457*                     INSTEAD OF THE CONTROL CARD, WHICH IS NO  *
000458*                     LONGER READ.  THE STEP IS CHECKED AGAINST *
000459*                     ITS PREDECESSORS AT START AND ITS         *
000460*                     COMPLETION OR FAILURE IS RECORDED AT THE  *
000461*                     END.                                      *
000462*   2026-10-15  DEV   1000 NOW CREATES THE CONTACT MASTER EMPTY *
000463*                     WHEN IT HAS NEVER BEEN BUILT INSTEAD OF   *
000464*                     ABORTING THE RUN.                         *
000465******************************************************************
000466 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.  IBM-370.
000490 OBJECT-COMPUTER.  IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000580*----------------------------------------------------------------*
000590*    LOAN MASTER FILE - READ SEQUENTIALLY, WHOLE PORTFOLIO.      *
000600*----------------------------------------------------------------*
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-FEED-FILE-STATUS.

000801*----------------------------------------------------------------*
000802*    BORROWER CONTACT MASTER - READ AT RANDOM FOR THE MAILING    *
000803*    AND PROPERTY ADDRESS OF EACH LOAN NOTICED.                  *
000804*----------------------------------------------------------------*
000805     SELECT BORROWER-CONTACT ASSIGN TO BORRCNTC
000806         ORGANIZATION IS INDEXED
000807         ACCESS MODE IS RANDOM
000808         RECORD KEY IS BC-LOAN-NUMBER
000809         FILE STATUS IS WS-CNTC-FILE-STATUS.

000810*----------------------------------------------------------------*
000811*    LOSS MITIGATION PLAN FILE - READ AT RANDOM; A DELINQUENT    *
000812*    LOAN UNDER AN ACTIVE PLAN IS NOT NOTICED.                   *
000813*----------------------------------------------------------------*
000814     SELECT LOSS-MIT-PLAN ASSIGN TO LMPLAN
000815         ORGANIZATION IS INDEXED
000816         ACCESS MODE IS RANDOM
000817         RECORD KEY IS LP-LOAN-NUMBER
000818         FILE STATUS IS WS-PLAN-FILE-STATUS.

000819*----------------------------------------------------------------*
000820*    EXCEPTION REPORT - 90+ LOANS WITH NO PRIOR NOTICE.          *
000830*----------------------------------------------------------------*
000840     SELECT EXCP-RPT ASSIGN TO NOTCEXCP

000870 DATA DIVISION.
000880 FILE SECTION.
000920 FD  LOAN-MASTER
000930     LABEL RECORDS ARE STANDARD.
000940     COPY SBANK01W.
000990     LABEL RECORDS ARE STANDARD.
001000     COPY SBANK24W.

001001 FD  BORROWER-CONTACT
001002     LABEL RECORDS ARE STANDARD.
001003     COPY SBANK53W.

001004 FD  LOSS-MIT-PLAN
001005     LABEL RECORDS ARE STANDARD.
001006     COPY SBANK67W.

001010 FD  EXCP-RPT
001020     LABEL RECORDS ARE STANDARD.
001030     COPY SBANK05W.

001040 WORKING-STORAGE SECTION.
001050 01  WS-SWITCHES.
001070     05  WS-LOAN-FILE-STATUS      PIC X(02).
001080         88  WS-LOAN-FILE-OK               VALUE "00".
001090     05  WS-HIST-FILE-STATUS      PIC X(02).
001100         88  WS-HIST-FILE-OK               VALUE "00".
001110         88  WS-HIST-NOT-FOUND             VALUE "23", "35".
001120     05  WS-FEED-FILE-STATUS      PIC X(02).
001122     05  WS-CNTC-FILE-STATUS      PIC X(02).
001124         88  WS-CNTC-FILE-OK               VALUE "00".
001125         88  WS-CNTC-FILE-NOT-FOUND        VALUE "23", "35".
001126     05  WS-PLAN-FILE-STATUS      PIC X(02).
001127         88  WS-PLAN-FILE-OK               VALUE "00".
001128         88  WS-PLAN-FILE-NOT-FOUND        VALUE "23", "35".
001130     05  WS-RPT-FILE-STATUS       PIC X(02).
001140     05  WS-EOF-SWITCH            PIC X(01)  VALUE "N".
001150         88  END-OF-LOAN-FILE              VALUE "Y".
001160     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
001170         88  STOP-THE-RUN                  VALUE "Y".
001173     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
001176         88  CYCLE-STEP-RUNNING            VALUE "Y".
001180     05  WS-NH-EXISTS-SWITCH      PIC X(01)  VALUE "N".
001190         88  NH-RECORD-EXISTS              VALUE "Y".
001192     05  WS-CONTACT-SWITCH        PIC X(01)  VALUE "N".
001194         88  CONTACT-ON-FILE               VALUE "Y".
001196     05  WS-PLAN-SWITCH           PIC X(01)  VALUE "N".
001198         88  LOAN-ON-ACTIVE-PLAN           VALUE "Y".

001200 01  WS-AGING-FIELDS.
001210     05  WS-RUN-DATE              PIC 9(8).
001360 01  WS-COUNTERS.
001370     05  WS-NOTICES-WRITTEN       PIC 9(7)  COMP.
001380     05  WS-EXCEPTIONS-LISTED     PIC 9(7)  COMP.
001385     05  WS-NO-CONTACT-COUNT      PIC 9(7)  COMP.
001387     05  WS-LOANS-ON-PLAN         PIC 9(7)  COMP.

001388     COPY SBANK94W.

001390 LINKAGE SECTION.

001570*----------------------------------------------------------------*
001580 1000-INITIALIZE-RTN.
001590     MOVE ZERO                 TO WS-NOTICES-WRITTEN
001600                                   WS-EXCEPTIONS-LISTED
001605                                   WS-NO-CONTACT-COUNT
001607                                   WS-LOANS-ON-PLAN.

001610     MOVE "S"                  TO CY-FUNCTION.
001620     MOVE "COBNOTIC"           TO CY-PROGRAM-ID.
001630     MOVE SPACES               TO CY-INSTANCE-ID.
001640     CALL "COBCYCLE" USING PARM-4.
001650     IF NOT CY-SUCCESS
001660         DISPLAY "COBNOTIC - NOT CLEARED TO RUN BY CYCLE "
001670             "CONTROL - RUN ABORTED"
001700         MOVE "Y"              TO WS-STOP-SWITCH
001710         GO TO 1000-EXIT
001720     END-IF.
001725     MOVE "Y"                  TO WS-CYCLE-SWITCH.

001730     MOVE CY-BUSINESS-DATE     TO WS-RUN-DATE.
001740     COMPUTE WS-RUN-DATE-INT =
001750         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).

001910             "STATUS " WS-HIST-FILE-STATUS " - RUN ABORTED"
001920         MOVE "Y"              TO WS-STOP-SWITCH
001930         CLOSE LOAN-MASTER
001931         GO TO 1000-EXIT
001932     END-IF.

001933*    THE CONTACT MASTER IS BUILT BY COBBOARD AND COBCNTCT -      *
001934*    CREATE IT EMPTY RATHER THAN STOP THE RUN IF IT HAS NEVER    *
001935*    BEEN BUILT.                                                 *
001936     OPEN INPUT BORROWER-CONTACT.
001937     IF WS-CNTC-FILE-NOT-FOUND
001938         OPEN OUTPUT BORROWER-CONTACT
001939         CLOSE BORROWER-CONTACT
001940         OPEN INPUT BORROWER-CONTACT
001941     END-IF.
001942     IF NOT WS-CNTC-FILE-OK
001943         DISPLAY "COBNOTIC - CONTACT MASTER OPEN FAILED - "
001944             "STATUS " WS-CNTC-FILE-STATUS " - RUN ABORTED"
001945         MOVE "Y"              TO WS-STOP-SWITCH
001946         CLOSE LOAN-MASTER
001947               NOTICE-HISTORY
001948         GO TO 1000-EXIT
001949     END-IF.

001950*    NO PLAN HAS EVER BEEN SET UP UNTIL COBPLNMT FIRST RUNS -   *
001951*    CREATE THE FILE EMPTY RATHER THAN STOP THE RUN.            *
001952     OPEN INPUT LOSS-MIT-PLAN.
001953     IF WS-PLAN-FILE-NOT-FOUND
001954         OPEN OUTPUT LOSS-MIT-PLAN
001955         CLOSE LOSS-MIT-PLAN
001956         OPEN INPUT LOSS-MIT-PLAN
001959     END-IF.
001960     IF NOT WS-PLAN-FILE-OK
001961         DISPLAY "COBNOTIC - PLAN FILE OPEN FAILED - "
001962             "STATUS " WS-PLAN-FILE-STATUS " - RUN ABORTED"
001963         MOVE "Y"              TO WS-STOP-SWITCH
001964         CLOSE LOAN-MASTER
001965               NOTICE-HISTORY
001966               BORROWER-CONTACT
001967         GO TO 1000-EXIT
001968     END-IF.

001969     OPEN OUTPUT NOTICE-FEED.
001970     OPEN OUTPUT EXCP-RPT.
001972*    VALUE CLAUSES ON FD RECORD FILLER ARE DOCUMENTARY ONLY -    *
001974*    CLEAR THE NOTICE RECORD AREA ONCE SO THE FILLER BYTES       *
002400         END-IF
002410     END-IF.

002412*    A DELINQUENT LOAN UNDER AN ACTIVE PLAN IS BEING WORKED BY  *
002414*    THE LOSS MITIGATION DESK - NO NOTICE, AND ITS HISTORY IS   *
002416*    LEFT ALONE SO A BROKEN PLAN PICKS UP WHERE IT LEFT OFF.    *
002417     IF WS-THIS-BUCKET > 1
002418         PERFORM 2200-CHECK-PLAN-RTN
002419             THRU 2200-EXIT
002420         IF LOAN-ON-ACTIVE-PLAN
002421             ADD 1 TO WS-LOANS-ON-PLAN
002422             GO TO 2100-EXIT
002423         END-IF
002424     END-IF.

002425     PERFORM 3000-READ-HISTORY-RTN
002430         THRU 3000-EXIT.

002440     IF WS-THIS-BUCKET = 1
002590 2100-EXIT.
002600     EXIT.

002601*----------------------------------------------------------------*
002602*    2200-CHECK-PLAN-RTN  -  SET LOAN-ON-ACTIVE-PLAN WHEN THE    *
002603*    LOAN HAS A LOSS MITIGATION PLAN IN ACTIVE STATUS WHOSE      *
002604*    START AND END DATES SPAN THE RUN DATE (SEE SBANK67W).       *
002605*----------------------------------------------------------------*
002606 2200-CHECK-PLAN-RTN.
002607     MOVE "N"                  TO WS-PLAN-SWITCH.
002608     MOVE LM-LOAN-NUMBER       TO LP-LOAN-NUMBER.
002609     READ LOSS-MIT-PLAN
002610         INVALID KEY
002611             GO TO 2200-EXIT
002612     END-READ.
002613     IF LP-PLAN-ACTIVE
002614         AND LP-START-DATE NOT > WS-RUN-DATE
002615         AND LP-END-DATE NOT < WS-RUN-DATE
002616         MOVE "Y"              TO WS-PLAN-SWITCH
002617     END-IF.
002618 2200-EXIT.
002619     EXIT.

002620*----------------------------------------------------------------*
002621*    3000-READ-HISTORY-RTN  -  FETCH THE LOAN'S NOTICE HISTORY   *
002630*    RECORD, REMEMBERING WHETHER ONE EXISTS.                     *
002640*----------------------------------------------------------------*
002650 3000-READ-HISTORY-RTN.
002970 4000-WRITE-NOTICE-RTN.
002980     MOVE LM-LOAN-NUMBER       TO NR-LOAN-NUMBER.
002990     MOVE LM-BORROWER-NAME     TO NR-BORROWER-NAME.
002991     PERFORM 4100-READ-CONTACT-RTN
002992         THRU 4100-EXIT.
002993     IF CONTACT-ON-FILE
002994         IF BC-PRIMARY-NAME NOT = SPACES
002995             MOVE BC-PRIMARY-NAME  TO NR-BORROWER-NAME
002996         END-IF
002997         MOVE BC-CO-BORROWER-NAME  TO NR-CO-BORROWER-NAME
002998         MOVE BC-MAILING-ADDRESS   TO NR-MAILING-ADDRESS
002999         MOVE BC-PROPERTY-ADDRESS  TO NR-PROPERTY-ADDRESS
003000     ELSE
003001         MOVE SPACES               TO NR-CO-BORROWER-NAME
003002                                       NR-MAILING-ADDRESS
003003                                       NR-PROPERTY-ADDRESS
003004     END-IF.
003005     MOVE WS-THIS-BUCKET       TO NR-BUCKET.
003010     MOVE WS-BUCKET-LABEL (WS-THIS-BUCKET) TO NR-BUCKET-LABEL.
003020     IF WS-DAYS-PAST-DUE > 9999
003030         MOVE 9999             TO NR-DAYS-PAST-DUE
003200 4000-EXIT.
003210     EXIT.

003211*----------------------------------------------------------------*
003212*    4100-READ-CONTACT-RTN  -  FETCH THE LOAN'S BORROWER CONTACT *
003213*    RECORD.  A LOAN BOARDED WITHOUT ONE STILL GETS ITS NOTICE,  *
003214*    UNADDRESSED, AND IS COUNTED FOR THE SERVICING DESK.         *
003215*----------------------------------------------------------------*
003216 4100-READ-CONTACT-RTN.
003217     MOVE "N"                  TO WS-CONTACT-SWITCH.
003218     MOVE LM-LOAN-NUMBER       TO BC-LOAN-NUMBER.
003219     READ BORROWER-CONTACT
003220         INVALID KEY
003221             ADD 1 TO WS-NO-CONTACT-COUNT
003222             GO TO 4100-EXIT
003223     END-READ.
003224     MOVE "Y"                  TO WS-CONTACT-SWITCH.
003225 4100-EXIT.
003226     EXIT.

003227*----------------------------------------------------------------*
003230*    5000-WRITE-EXCEPTION-RTN  -  LIST A LOAN THAT REACHED 90+   *
003240*    DAYS WITH NO PRIOR NOTICE ON FILE - IT SLIPPED THROUGH      *
003250*    EVERY EARLIER CYCLE UNNOTICED.  SAME LINE LAYOUT AS THE     *
003450         CLOSE LOAN-MASTER
003460               NOTICE-HISTORY
003470               NOTICE-FEED
003475               BORROWER-CONTACT
003477               LOSS-MIT-PLAN
003480               EXCP-RPT
003490     END-IF.

003500     DISPLAY "COBNOTIC - NOTICES WRITTEN   " WS-NOTICES-WRITTEN.
003510     DISPLAY "COBNOTIC - 90+ WITH NO PRIOR "
003520         WS-EXCEPTIONS-LISTED.
003525     DISPLAY "COBNOTIC - NO CONTACT ON FILE "
003526         WS-NO-CONTACT-COUNT.
003527     DISPLAY "COBNOTIC - SKIPPED - ON A PLAN "
003528         WS-LOANS-ON-PLAN.
003530     IF CYCLE-STEP-RUNNING
003531         IF STOP-THE-RUN
003532             MOVE "F"          TO CY-FUNCTION
003533         ELSE
003534             MOVE "C"          TO CY-FUNCTION
003535         END-IF
003536         CALL "COBCYCLE" USING PARM-4
003537     END-IF.
003538 9999-EXIT.
003540     EXIT.
