000433*                     LM-STATUS-CODE IN SBANK01W) - A PAID-OFF  *
000434*                     LOAN'S ESCROW WAS REFUNDED AT CLOSURE     *
000436*                     AND HAS NOTHING TO ANALYZE.               *
000437*   2026-10-15  DEV   5000 PRINTS THE MAILING NAME, CO-BORROWER,*
000438*                     MAILING AND PROPERTY ADDRESS FROM THE     *
000439*                     BORROWER CONTACT MASTER (SBANK53W) UNDER  *
000440*                     THE STATEMENT HEADING.                    *
000441*   2026-10-15  DEV   THE RUN DATE NOW COMES FROM THE CYCLE     *
000442*                     CONTROL FILE THROUGH COBCYCLE (SBANK94W)  *
000443*                     INSTEAD OF THE CONTROL CARD, WHICH IS NO  *
000444*                     LONGER READ.  THE STEP IS CHECKED AGAINST *
000445*                     ITS PREDECESSORS AT START AND ITS         *
000446*                     COMPLETION OR FAILURE IS RECORDED AT THE  *
000447*                     END.                                      *
000448*   2026-10-15  DEV   1000 NOW CREATES THE CONTACT MASTER EMPTY *
000449*                     WHEN IT HAS NEVER BEEN BUILT INSTEAD OF   *
000450*                     ABORTING THE RUN.                         *
000430******************************************************************
000451 ENVIRONMENT DIVISION.
000452 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.  IBM-370.
000470 OBJECT-COMPUTER.  IBM-370.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000560*----------------------------------------------------------------*
000570*    ESCROW MASTER FILE - READ SEQUENTIALLY, WHOLE PORTFOLIO.    *
000580*----------------------------------------------------------------*
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-STMT-FILE-STATUS.

000841*----------------------------------------------------------------*
000842*    BORROWER CONTACT MASTER - READ AT RANDOM FOR THE MAILING    *
000843*    AND PROPERTY ADDRESS PRINTED ON EACH STATEMENT.             *
000844*----------------------------------------------------------------*
000845     SELECT BORROWER-CONTACT ASSIGN TO BORRCNTC
000846         ORGANIZATION IS INDEXED
000847         ACCESS MODE IS RANDOM
000848         RECORD KEY IS BC-LOAN-NUMBER
000849         FILE STATUS IS WS-CNTC-FILE-STATUS.

000850 DATA DIVISION.
000860 FILE SECTION.
000900 FD  ESCROW-MASTER
000910     LABEL RECORDS ARE STANDARD.
000920     COPY SBANK17W.
001000     LABEL RECORDS ARE STANDARD.
001010     COPY SBANK19W.

001011 FD  BORROWER-CONTACT
001012     LABEL RECORDS ARE STANDARD.
001013     COPY SBANK53W.

001020 WORKING-STORAGE SECTION.
001030 01  WS-SWITCHES.
001050     05  WS-ESCR-FILE-STATUS      PIC X(02).
001060         88  WS-ESCR-FILE-OK               VALUE "00".
001070     05  WS-LOAN-FILE-STATUS      PIC X(02).
001080         88  WS-LOAN-FILE-OK               VALUE "00".
001090     05  WS-RSLT-FILE-STATUS      PIC X(02).
001100     05  WS-STMT-FILE-STATUS      PIC X(02).
001102     05  WS-CNTC-FILE-STATUS      PIC X(02).
001104         88  WS-CNTC-FILE-OK               VALUE "00".
001107         88  WS-CNTC-FILE-NOT-FOUND        VALUE "23", "35".
001110     05  WS-EOF-SWITCH            PIC X(01)  VALUE "N".
001120         88  END-OF-ESCROW-FILE            VALUE "Y".
001122     05  WS-ACTUALS-SWITCH        PIC X(01)  VALUE "N".
001124         88  LOAN-HAS-ACTUALS              VALUE "Y".
001130     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
001140         88  STOP-THE-RUN                  VALUE "Y".
001141     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
001142         88  CYCLE-STEP-RUNNING            VALUE "Y".
001143     05  WS-CONTACT-SWITCH        PIC X(01)  VALUE "N".
001144         88  CONTACT-ON-FILE               VALUE "Y".

001150 01  WS-COUNTERS.
001160     05  WS-LOANS-ANALYZED        PIC 9(7)  COMP.
001170     05  WS-LOANS-SKIPPED         PIC 9(7)  COMP.
001175     05  WS-NO-CONTACT-COUNT      PIC 9(7)  COMP.
001180     05  WS-MONTH-NUMBER          PIC 9(2)  COMP.

001190 01  WS-RUN-FIELDS.
001230*----------------------------------------------------------------*
001240     COPY SBANK06W.

001245     COPY SBANK94W.

001250 LINKAGE SECTION.

001260 PROCEDURE DIVISION.
001430*----------------------------------------------------------------*
001440 1000-INITIALIZE-RTN.
001450     MOVE ZERO                 TO WS-LOANS-ANALYZED
001460                                   WS-LOANS-SKIPPED
001465                                   WS-NO-CONTACT-COUNT.

001470     MOVE "S"                  TO CY-FUNCTION.
001480     MOVE "COBESCDR"           TO CY-PROGRAM-ID.
001490     MOVE SPACES               TO CY-INSTANCE-ID.
001500     CALL "COBCYCLE" USING PARM-4.
001510     IF NOT CY-SUCCESS
001520         DISPLAY "COBESCDR - NOT CLEARED TO RUN BY CYCLE "
001530             "CONTROL - ANALYSIS ABORTED"
001560         MOVE "Y"              TO WS-STOP-SWITCH
001570         GO TO 1000-EXIT
001580     END-IF.
001585     MOVE "Y"                  TO WS-CYCLE-SWITCH.
001590     MOVE CY-BUSINESS-DATE     TO WS-RUN-DATE.

001600     OPEN INPUT ESCROW-MASTER.
001610     IF NOT WS-ESCR-FILE-OK
001710         MOVE "Y"              TO WS-STOP-SWITCH
001720         CLOSE ESCROW-MASTER
001730         GO TO 1000-EXIT
001731     END-IF.

001732*    THE CONTACT MASTER IS BUILT BY COBBOARD AND COBCNTCT -      *
001733*    CREATE IT EMPTY RATHER THAN STOP THE RUN IF IT HAS NEVER    *
001734*    BEEN BUILT.                                                 *
001735     OPEN INPUT BORROWER-CONTACT.
001736     IF WS-CNTC-FILE-NOT-FOUND
001737         OPEN OUTPUT BORROWER-CONTACT
001738         CLOSE BORROWER-CONTACT
001739         OPEN INPUT BORROWER-CONTACT
001741     END-IF.
001742     IF NOT WS-CNTC-FILE-OK
001743         DISPLAY "COBESCDR - CONTACT MASTER OPEN FAILED - "
001744             "STATUS " WS-CNTC-FILE-STATUS " - ANALYSIS ABORTED"
001745         MOVE "Y"              TO WS-STOP-SWITCH
001746         CLOSE ESCROW-MASTER
001747               LOAN-MASTER
001748         GO TO 1000-EXIT
001749     END-IF.

001750     OPEN OUTPUT ESCROW-RESULTS.
001760     OPEN OUTPUT ESCROW-STMT.
002780     MOVE "ANNUAL ESCROW ANALYSIS STATEMENT" TO ES-LABEL.
002790     WRITE ESCROW-STMT-LINE.

002792     PERFORM 5100-READ-CONTACT-RTN
002794         THRU 5100-EXIT.

002800     MOVE SPACES               TO ESCROW-STMT-NAME-LINE.
002810     MOVE EM-LOAN-NUMBER       TO EN-LOAN-NUMBER.
002820     MOVE LM-BORROWER-NAME     TO EN-BORROWER-NAME.
002822     IF CONTACT-ON-FILE
002824         AND BC-PRIMARY-NAME NOT = SPACES
002826         MOVE BC-PRIMARY-NAME  TO EN-BORROWER-NAME
002828     END-IF.
002830     MOVE WS-RUN-DATE          TO EN-STMT-DATE.
002840     WRITE ESCROW-STMT-LINE.

002842     IF CONTACT-ON-FILE
002844         PERFORM 5200-PRINT-ADDRESS-RTN
002846             THRU 5200-EXIT
002848     END-IF.

002850     MOVE SPACES               TO ESCROW-STMT-LINE.
002860     MOVE "CURRENT MONTHLY ESCROW PAYMENT" TO ES-LABEL.
002870     MOVE EM-MONTHLY-DEPOSIT   TO ES-AMOUNT.
003100 5000-EXIT.
003110     EXIT.

003111*----------------------------------------------------------------*
003112*    5100-READ-CONTACT-RTN  -  FETCH THE LOAN'S BORROWER CONTACT *
003113*    RECORD.  A LOAN BOARDED WITHOUT ONE STILL GETS ITS          *
003114*    STATEMENT, UNADDRESSED, AND IS COUNTED FOR THE SERVICING    *
003115*    DESK.                                                       *
003116*----------------------------------------------------------------*
003117 5100-READ-CONTACT-RTN.
003118     MOVE "N"                  TO WS-CONTACT-SWITCH.
003119     MOVE LM-LOAN-NUMBER       TO BC-LOAN-NUMBER.
003120     READ BORROWER-CONTACT
003121         INVALID KEY
003122             ADD 1 TO WS-NO-CONTACT-COUNT
003123             GO TO 5100-EXIT
003124     END-READ.
003125     MOVE "Y"                  TO WS-CONTACT-SWITCH.
003126 5100-EXIT.
003127     EXIT.

003128*----------------------------------------------------------------*
003129*    5200-PRINT-ADDRESS-RTN  -  PRINT THE ADDRESS BLOCK UNDER    *
003130*    THE HEADING: CO-BORROWER AND SECOND ADDRESS LINE ONLY WHEN  *
003131*    PRESENT, THEN THE MAILING CITY LINE AND THE PROPERTY        *
003132*    ADDRESS.                                                    *
003133*----------------------------------------------------------------*
003134 5200-PRINT-ADDRESS-RTN.
003135     IF BC-CO-BORROWER-NAME NOT = SPACES
003136         MOVE SPACES           TO ESCROW-STMT-ADDR-LINE
003137         MOVE "CO-BORROWER" TO EA-LABEL
003138         MOVE BC-CO-BORROWER-NAME TO EA-TEXT
003139         WRITE ESCROW-STMT-LINE
003140     END-IF.

003141     MOVE SPACES               TO ESCROW-STMT-ADDR-LINE.
003142     MOVE "MAIL TO"            TO EA-LABEL.
003143     MOVE BC-MAIL-ADDRESS-1    TO EA-TEXT.
003144     WRITE ESCROW-STMT-LINE.

003145     IF BC-MAIL-ADDRESS-2 NOT = SPACES
003146         MOVE SPACES           TO ESCROW-STMT-ADDR-LINE
003147         MOVE BC-MAIL-ADDRESS-2 TO EA-TEXT
003148         WRITE ESCROW-STMT-LINE
003149     END-IF.

003150     MOVE SPACES               TO ESCROW-STMT-ADDR-LINE.
003151     MOVE BC-MAIL-CITY         TO EA-TEXT.
003152     MOVE BC-MAIL-STATE        TO EA-STATE.
003153     MOVE BC-MAIL-ZIP          TO EA-ZIP.
003154     WRITE ESCROW-STMT-LINE.

003155     IF BC-PROP-ADDRESS = SPACES
003156         GO TO 5200-EXIT
003157     END-IF.

003158     MOVE SPACES               TO ESCROW-STMT-ADDR-LINE.
003159     MOVE "PROPERTY"           TO EA-LABEL.
003160     MOVE BC-PROP-ADDRESS      TO EA-TEXT.
003161     WRITE ESCROW-STMT-LINE.

003162     MOVE SPACES               TO ESCROW-STMT-ADDR-LINE.
003163     MOVE BC-PROP-CITY         TO EA-TEXT.
003164     MOVE BC-PROP-STATE        TO EA-STATE.
003165     MOVE BC-PROP-ZIP          TO EA-ZIP.
003166     WRITE ESCROW-STMT-LINE.
003167 5200-EXIT.
003168     EXIT.

003169*----------------------------------------------------------------*
003170*    9999-TERMINATE-RTN  -  CLOSE FILES AND LOG THE RUN TOTALS.  *
003171*----------------------------------------------------------------*
003172 9999-TERMINATE-RTN.
003173     IF NOT STOP-THE-RUN
003174         CLOSE ESCROW-MASTER
003180               LOAN-MASTER
003190               ESCROW-RESULTS
003200               ESCROW-STMT
003205               BORROWER-CONTACT
003210     END-IF.

003220     DISPLAY "COBESCDR - LOANS ANALYZED " WS-LOANS-ANALYZED.
003230     DISPLAY "COBESCDR - LOANS SKIPPED  " WS-LOANS-SKIPPED.
003231     DISPLAY "COBESCDR - NO CONTACT ON FILE " WS-NO-CONTACT-COUNT.
003232     IF CYCLE-STEP-RUNNING
003233         IF STOP-THE-RUN
003234             MOVE "F"          TO CY-FUNCTION
003235         ELSE
003236             MOVE "C"          TO CY-FUNCTION
003237         END-IF
003238         CALL "COBCYCLE" USING PARM-4
003239     END-IF.
003240 9999-EXIT.
003250     EXIT.
