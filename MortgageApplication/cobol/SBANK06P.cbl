000461*                     CODES (LATEGRACE, LATEFEE, SERVFEE) AT   *
000462*                     LOAD, SO THEY CAN NEVER VALIDATE AS A    *
000463*                     RATE CODE ON A BOARDED LOAN.             *
000464*   2026-10-15  DEV   BOARDS THE BORROWER AND PROPERTY CONTACT  *
000465*                     MASTER (SBANK53W) FROM THE EXTENDED       *
000466*                     FEED'S CONTACT SEGMENT (SEE SBANK13W).  A *
000467*                     SEGMENT WITH AN INCOMPLETE MAILING        *
000468*                     ADDRESS REJECTS WITH REASON 08 BEFORE     *
000469*                     THE LOAN IS WRITTEN.                      *
000470*   2026-10-15  DEV   5000 BOARDS A NEW LOAN WITH THE PAPER     *
000471*                     MONTHLY STATEMENT ON (SEE SBANK01W).      *
000472*   2026-10-15  DEV   LC-LAST-UPDATE-DATE AND BC-LAST-MAINT-    *
000473*                     DATE NOW TAKE THE CYCLE CONTROL BUSINESS  *
000474*                     DATE THROUGH COBCYCLE (SBANK94W) INSTEAD  *
000475*                     OF THE SYSTEM CLOCK.  THE STEP IS CHECKED *
000476*                     AGAINST ITS PREDECESSORS AT START AND ITS *
000477*                     COMPLETION OR FAILURE IS RECORDED AT THE  *
000478*                     END.                                      *
000479*   2026-10-15  DEV   5100 NOW STOPS THE RUN WHEN THE REPLACE   *
000480*                     OF A LEFT-BEHIND CONTACT RECORD FAILS AND *
000481*                     COUNTS REPLACED CONTACTS APART FROM ADDED *
000482*                     ONES; THE FEED LOOP ENDS ON A STOP AND    *
000483*                     9999 CLOSES THE MASTERS WHENEVER 1000     *
000484*                     OPENED THEM.                              *
000450******************************************************************
000460 ENVIRONMENT DIVISION.
000485 CONFIGURATION SECTION.
000486 SOURCE-COMPUTER.  IBM-370.
000490 OBJECT-COMPUTER.  IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000896         RECORD KEY IS LC-KEY
000898         FILE STATUS IS WS-CTLF-FILE-STATUS.

000899*----------------------------------------------------------------*
000900*    BORROWER CONTACT MASTER - OPENED I-O; A CONTACT RECORD IS   *
000901*    WRITTEN FOR EVERY BOARDED LOAN WHOSE FEED RECORD CARRIES    *
000902*    THE CONTACT SEGMENT.  CREATED EMPTY ON THE VERY FIRST RUN.  *
000903*----------------------------------------------------------------*
000904     SELECT BORROWER-CONTACT ASSIGN TO BORRCNTC
000905         ORGANIZATION IS INDEXED
000906         ACCESS MODE IS RANDOM
000907         RECORD KEY IS BC-LOAN-NUMBER
000908         FILE STATUS IS WS-CNTC-FILE-STATUS.

000890 DATA DIVISION.
000909 FILE SECTION.
000910 FD  BOARDING-FEED
000920     LABEL RECORDS ARE STANDARD.
000930     COPY SBANK13W.
001054     LABEL RECORDS ARE STANDARD.
001056     COPY SBANK28W.

001057 FD  BORROWER-CONTACT
001058     LABEL RECORDS ARE STANDARD.
001059     COPY SBANK53W.

001060 WORKING-STORAGE SECTION.
001070 01  WS-SWITCHES.
001080     05  WS-FEED-FILE-STATUS      PIC X(02).
001150     05  WS-RPT-FILE-STATUS       PIC X(02).
001152     05  WS-CTLF-FILE-STATUS      PIC X(02).
001154         88  WS-CTLF-FILE-OK               VALUE "00".
001155     05  WS-CNTC-FILE-STATUS      PIC X(02).
001156         88  WS-CNTC-FILE-OK               VALUE "00".
001157         88  WS-CNTC-FILE-NOT-FOUND        VALUE "23", "35".
001160     05  WS-EOF-SWITCH            PIC X(01)  VALUE "N".
001170         88  END-OF-FEED                   VALUE "Y".
001172     05  WS-FEED-OPEN-SWITCH      PIC X(01)  VALUE "N".
001174         88  FEED-FILES-ARE-OPEN           VALUE "Y".
001176     05  WS-MASTER-OPEN-SWITCH    PIC X(01)  VALUE "N".
001178         88  MASTER-FILES-ARE-OPEN         VALUE "Y".
001180     05  WS-PARM-EOF-SWITCH       PIC X(01)  VALUE "N".
001190         88  END-OF-PARM-FILE              VALUE "Y".
001200     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
001210         88  STOP-THE-RUN                  VALUE "Y".
001213     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
001216         88  CYCLE-STEP-RUNNING            VALUE "Y".
001220     05  WS-RATE-FOUND-SWITCH     PIC X(01)  VALUE "N".
001230         88  WS-RATE-CODE-FOUND            VALUE "Y".
001240     05  WS-DATE-OK-SWITCH        PIC X(01)  VALUE "N".
001270     05  WS-FEED-RECORDS-READ     PIC 9(07)  COMP.
001280     05  WS-LOANS-ADDED           PIC 9(07)  COMP.
001290     05  WS-RECORDS-REJECTED      PIC 9(07)  COMP.
001295     05  WS-CONTACTS-ADDED        PIC 9(07)  COMP.
001297     05  WS-CONTACTS-REPLACED     PIC 9(07)  COMP.
001300     05  WS-REASON-COUNT          PIC 9(07)  COMP
001310                                  OCCURS 8 TIMES
001320                                  INDEXED BY WS-RSN-IDX.
001330     05  WS-REASON-NUMBER         PIC 9(01)  COMP.

001830         "  REASON 06 - RATE CODE NOT ON PARM-FILE".
001840     05  FILLER  PIC X(40) VALUE
001850         "  REASON 07 - LOAN ALREADY ON FILE".
001852     05  FILLER  PIC X(40) VALUE
001854         "  REASON 08 - CONTACT ADDRESS INCOMPLETE".
001860 01  WS-REASON-LABELS REDEFINES WS-REASON-LABELS-DATA.
001870     05  WS-REASON-LABEL          PIC X(40)  OCCURS 8 TIMES.

001872 01  WS-RUN-STAMP-FIELDS.
001874     05  WS-CURRENT-DATE          PIC 9(8).
001878 01  WS-CONSTANTS.
001880     05  WS-CTL-KEY-VALUE         PIC X(08)  VALUE "LOANMSTR".

001885     COPY SBANK94W.

001880 LINKAGE SECTION.

001890 PROCEDURE DIVISION.
002110 1000-INITIALIZE-RTN.
002120     MOVE ZERO                 TO WS-FEED-RECORDS-READ
002130                                   WS-LOANS-ADDED
002140                                   WS-RECORDS-REJECTED
002145                                   WS-CONTACTS-ADDED
002147                                   WS-CONTACTS-REPLACED.
002150     INITIALIZE WS-COUNTERS.
002160     MOVE ZERO                 TO WS-RATE-PTR.
002161     INITIALIZE WS-RATE-TABLE.

002162     MOVE "S"                  TO CY-FUNCTION.
002163     MOVE "COBBOARD"           TO CY-PROGRAM-ID.
002164     MOVE SPACES               TO CY-INSTANCE-ID.
002165     CALL "COBCYCLE" USING PARM-4.
002166     IF NOT CY-SUCCESS
002167         DISPLAY "COBBOARD - NOT CLEARED TO RUN BY CYCLE "
002168             "CONTROL - RUN STOPPED"
002169         MOVE "Y"              TO WS-STOP-SWITCH
002170         GO TO 1000-EXIT
002171     END-IF.
002172     MOVE "Y"                  TO WS-CYCLE-SWITCH.

002180     OPEN INPUT BOARDING-FEED.
002182*    A MISSING OR MISPOINTED FEED GIVES EVERY READ STATUS 47    *
002320     IF NOT WS-LOAN-FILE-OK
002330         DISPLAY "COBBOARD - LOAN MASTER OPEN FAILED - STATUS "
002340             WS-LOAN-FILE-STATUS " - RUN STOPPED"
002341         MOVE "Y"              TO WS-STOP-SWITCH
002342         GO TO 1000-EXIT
002343     END-IF.

002344     MOVE CY-BUSINESS-DATE     TO WS-CURRENT-DATE.
002345     ACCEPT WS-CURRENT-TIME    FROM TIME.

002346*    THE CONTROL RECORD MUST ALREADY EXIST - COBVERFY           *
002347*    ESTABLISHES IT.  BOARDING WITHOUT IT WOULD LEAVE THE       *
002348*    CONTROL TOTALS UNPROVABLE.                                 *
002349     PERFORM 1200-OPEN-CONTROL-RTN
002350         THRU 1200-EXIT.
002351     IF STOP-THE-RUN
002352         GO TO 1000-EXIT
002353     END-IF.

002354     OPEN I-O BORROWER-CONTACT.
002355     IF WS-CNTC-FILE-NOT-FOUND
002356         OPEN OUTPUT BORROWER-CONTACT
002357         CLOSE BORROWER-CONTACT
002358         OPEN I-O BORROWER-CONTACT
002359     END-IF.
002360     IF NOT WS-CNTC-FILE-OK
002361         DISPLAY "COBBOARD - CONTACT MASTER OPEN FAILED - "
002362             "STATUS " WS-CNTC-FILE-STATUS " - RUN STOPPED"
002363         MOVE "Y"              TO WS-STOP-SWITCH
002364         CLOSE LOAN-MASTER
002365               CONTROL-FILE
002366         GO TO 1000-EXIT
002367     END-IF.
002368     MOVE "Y"                  TO WS-MASTER-OPEN-SWITCH.
002370 1000-EXIT.
002380     EXIT.

002880 2000-PROCESS-FEED-RTN.
002890     PERFORM 2100-PROCESS-ONE-RECORD-RTN
002900         THRU 2100-EXIT
002910         UNTIL END-OF-FEED
002915            OR STOP-THE-RUN.
002920 2000-EXIT.
002930     EXIT.

003520         GO TO 2100-EXIT
003530     END-IF.

003532*    A CONTACT SEGMENT, WHEN THE FEED CARRIES ONE, MUST HOLD A  *
003533*    MAILABLE ADDRESS - CHECKED BEFORE THE LOAN IS WRITTEN SO   *
003534*    A REJECT NEVER LEAVES HALF A BOARDING BEHIND.              *
003535     IF BF-CONTACT-SEGMENT NOT = SPACES
003536         AND (BF-MAIL-ADDRESS-1 = SPACES
003537             OR BF-MAIL-CITY = SPACES
003538             OR BF-MAIL-STATE = SPACES
003539             OR BF-MAIL-ZIP = SPACES)
003541         MOVE 8                TO WS-REASON-NUMBER
003542         SET BR-CONTACT-INCOMPLETE TO TRUE
003543         PERFORM 6000-WRITE-REJECT-RTN
003544             THRU 6000-EXIT
003545         GO TO 2100-EXIT
003546     END-IF.

003548     PERFORM 5000-WRITE-LOAN-RTN
003550         THRU 5000-EXIT.
003560 2100-EXIT.
003570     EXIT.
004646*    SPACES MEANS THE HOUSE PORTFOLIO - NO EDIT, THE INVESTOR   *
004647*    DESK OWNS THE CODE LIST.                                   *
004648     MOVE BF-INVESTOR-CODE     TO LM-INVESTOR-CODE.
004649     MOVE SPACE                TO LM-STMT-SUPPRESS-IND.

004640     WRITE LOAN-MASTER-RECORD
004650         INVALID KEY
004729     MOVE WS-CURRENT-DATE      TO LC-LAST-UPDATE-DATE.
004731     MOVE WS-CURRENT-TIME      TO LC-LAST-UPDATE-TIME.
004732     REWRITE LOAN-CONTROL-RECORD.

004733     IF BF-CONTACT-SEGMENT NOT = SPACES
004734         PERFORM 5100-WRITE-CONTACT-RTN
004735             THRU 5100-EXIT
004736     END-IF.
004730 5000-EXIT.
004740     EXIT.

004741*----------------------------------------------------------------*
004742*    5100-WRITE-CONTACT-RTN  -  BOARD THE CONTACT SEGMENT ONTO   *
004743*    THE CONTACT MASTER.  THE PRIMARY NAME AS MAILED STARTS AS   *
004744*    THE BOARDED BORROWER NAME.  A CONTACT RECORD ALREADY ON     *
004745*    FILE FOR A LOAN THAT WAS NOT (LEFT BEHIND BY A DELETED      *
004746*    LOAN) IS REPLACED - THE FEED IS THE NEWER WORD - AND        *
004747*    COUNTED APART FROM THE CONTACTS ADDED.  A REPLACE THAT      *
004748*    FAILS STOPS THE RUN, AS IN COBCNTCT.                        *
004749*----------------------------------------------------------------*
004750 5100-WRITE-CONTACT-RTN.
004751     MOVE SPACES               TO BORROWER-CONTACT-RECORD.
004752     MOVE BF-LOAN-NUMBER       TO BC-LOAN-NUMBER.
004753     MOVE BF-BORROWER-NAME     TO BC-PRIMARY-NAME.
004754     MOVE BF-CO-BORROWER-NAME  TO BC-CO-BORROWER-NAME.
004755     MOVE BF-MAIL-ADDRESS-1    TO BC-MAIL-ADDRESS-1.
004756     MOVE BF-MAIL-ADDRESS-2    TO BC-MAIL-ADDRESS-2.
004757     MOVE BF-MAIL-CITY         TO BC-MAIL-CITY.
004758     MOVE BF-MAIL-STATE        TO BC-MAIL-STATE.
004759     MOVE BF-MAIL-ZIP          TO BC-MAIL-ZIP.
004760     MOVE BF-PROP-ADDRESS      TO BC-PROP-ADDRESS.
004761     MOVE BF-PROP-CITY         TO BC-PROP-CITY.
004762     MOVE BF-PROP-STATE        TO BC-PROP-STATE.
004763     MOVE BF-PROP-ZIP          TO BC-PROP-ZIP.
004764     MOVE BF-PHONE             TO BC-PHONE.
004765     MOVE BF-EMAIL             TO BC-EMAIL.
004766     MOVE WS-CURRENT-DATE      TO BC-LAST-MAINT-DATE.

004767     WRITE BORROWER-CONTACT-RECORD
004768         INVALID KEY
004769             REWRITE BORROWER-CONTACT-RECORD
004770                 INVALID KEY
004771                     DISPLAY "COBBOARD - CONTACT REWRITE FAILED "
004772                         "ON LOAN " BC-LOAN-NUMBER " - STATUS "
004773                         WS-CNTC-FILE-STATUS " - RUN STOPPED"
004774                     MOVE "Y"  TO WS-STOP-SWITCH
004775                     GO TO 5100-EXIT
004776             END-REWRITE
004777             ADD 1 TO WS-CONTACTS-REPLACED
004778             GO TO 5100-EXIT
004779     END-WRITE.
004780     ADD 1 TO WS-CONTACTS-ADDED.
004781 5100-EXIT.
004782     EXIT.

004783*----------------------------------------------------------------*
004784*    6000-WRITE-REJECT-RTN  -  DROP THE FEED RECORD, CARD IMAGE  *
004785*    INTACT, ONTO THE REJECT FILE WITH THE REASON CODE THE       *
004786*    CALLER HAS ALREADY SET, AND BUMP THAT REASON'S COUNTER      *
004790*    FOR THE SUMMARY REPORT.                                     *
004800*----------------------------------------------------------------*
004810 6000-WRITE-REJECT-RTN.
005060     MOVE WS-RECORDS-REJECTED  TO BS-COUNT.
005070     WRITE BOARDING-SUMMARY-LINE.

005072     MOVE SPACES               TO BOARDING-SUMMARY-LINE.
005073     MOVE "CONTACT RECORDS BOARDED" TO BS-LABEL.
005074     MOVE WS-CONTACTS-ADDED    TO BS-COUNT.
005075     WRITE BOARDING-SUMMARY-LINE.

005076     MOVE SPACES               TO BOARDING-SUMMARY-LINE.
005077     MOVE "CONTACT RECORDS REPLACED" TO BS-LABEL.
005078     MOVE WS-CONTACTS-REPLACED TO BS-COUNT.
005079     WRITE BOARDING-SUMMARY-LINE.

005080     PERFORM 7100-PRINT-ONE-REASON-RTN
005090         THRU 7100-EXIT
005100         VARYING WS-RSN-IDX FROM 1 BY 1
005110             UNTIL WS-RSN-IDX > 8.
005120 7000-EXIT.
005130     EXIT.

005290*    9999-TERMINATE-RTN  -  CLOSE FILES AND LOG THE RUN TOTALS.  *
005300*----------------------------------------------------------------*
005310 9999-TERMINATE-RTN.
005320     IF MASTER-FILES-ARE-OPEN
005330         CLOSE LOAN-MASTER
005332               CONTROL-FILE
005334               BORROWER-CONTACT
005340     END-IF.
005342     IF FEED-FILES-ARE-OPEN
005350         CLOSE BOARDING-FEED
005390     DISPLAY "COBBOARD - LOANS ADDED       " WS-LOANS-ADDED.
005400     DISPLAY "COBBOARD - RECORDS REJECTED  "
005410         WS-RECORDS-REJECTED.
005412     DISPLAY "COBBOARD - CONTACTS BOARDED  " WS-CONTACTS-ADDED.
005414     DISPLAY "COBBOARD - CONTACTS REPLACED "
005416         WS-CONTACTS-REPLACED.
005420     IF CYCLE-STEP-RUNNING
005421         IF STOP-THE-RUN
005422             MOVE "F"          TO CY-FUNCTION
005423         ELSE
005424             MOVE "C"          TO CY-FUNCTION
005425         END-IF
005426         CALL "COBCYCLE" USING PARM-4
005427     END-IF.
005428 9999-EXIT.
005430     EXIT.
