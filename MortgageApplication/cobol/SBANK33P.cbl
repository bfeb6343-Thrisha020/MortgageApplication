000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    COBPMIMT.
000120 AUTHOR.        R HALVERSEN.
000130 INSTALLATION.  LOAN SERVICING SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*                                                                *
000180*   COBPMIMT  -  PMI MAINTENANCE RUN                            *
000190*                                                                *
000200*   APPLIES THE PMI CARDS (COPYBOOK SBANK76W) KEYED BY THE      *
000210*   SERVICING DESK TO THE PMI MASTER PMIMSTR (SBANK75W):        *
000220*     - A SET-UP CARD RECORDS A LOAN'S ORIGINAL PROPERTY VALUE  *
000230*       AND, WHEN THE LOAN CARRIES MORTGAGE INSURANCE, ITS      *
000240*       MONTHLY PREMIUM AND CERTIFICATE NUMBER.                 *
000250*     - AN AMEND CARD CORRECTS THE FIELDS IT KEYS ON A RECORD   *
000260*       WHOSE PMI HAS NOT ENDED.                                *
000270*     - A REQUEST CARD RECORDS THE BORROWER'S WRITTEN REQUEST   *
000280*       TO CANCEL PMI IN FORCE.  THE MONTHLY PMI RUN COBPMI     *
000290*       (SBANK34P) DECIDES IT.                                  *
000300*   THE PREMIUM ITSELF IS COLLECTED THROUGH THE ESCROW          *
000310*   DISBURSEMENT TABLE (SBANK17W), WHICH THIS RUN DOES NOT      *
000320*   TOUCH.                                                      *
000330*                                                                *
000340*   A CARD THAT FAILS ANY EDIT GOES TO THE REJECT FILE          *
000350*   (SBANK77W) WITH ITS IMAGE INTACT.  THE PMI MASTER IS        *
000360*   CREATED ON THE FIRST RUN.  THE BUSINESS DATE IS THE         *
000370*   DATE STAMPED ON EACH RECORD CHANGED.                        *
000380*                                                                *
000390*   MODIFICATION HISTORY.                                       *
000400*   -------------------------------------------------------     *
000410*   DATE       INIT   DESCRIPTION                                *
000420*   ---------- ----   ------------------------------------------ *
000430*   2026-10-15  DEV   INITIAL VERSION.                          *
000431*   2026-10-15  DEV   THE RUN DATE NOW COMES FROM THE CYCLE     *
000432*                     CONTROL FILE THROUGH COBCYCLE (SBANK94W)  *
000433*                     INSTEAD OF THE CONTROL CARD, WHICH IS NO  *
000434*                     LONGER READ.  THE STEP IS CHECKED AGAINST *
000435*                     ITS PREDECESSORS AT START AND ITS         *
000436*                     COMPLETION OR FAILURE IS RECORDED AT THE  *
000437*                     END.                                      *
000440******************************************************************
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.  IBM-370.
000480 OBJECT-COMPUTER.  IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000570*----------------------------------------------------------------*
000580*    PMI MAINTENANCE CARDS.                                      *
000590*----------------------------------------------------------------*
000600     SELECT PMI-CARDS ASSIGN TO PMICARD
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-CARD-FILE-STATUS.

000630*----------------------------------------------------------------*
000640*    LOAN MASTER FILE - READ AT RANDOM TO CONFIRM THE LOAN IS    *
000650*    ON FILE AND OPEN.                                           *
000660*----------------------------------------------------------------*
000670     SELECT LOAN-MASTER ASSIGN TO LOANMSTR
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS LM-LOAN-NUMBER
000710         FILE STATUS IS WS-LOAN-FILE-STATUS.

000720*----------------------------------------------------------------*
000730*    PMI MASTER FILE - CREATED ON THE FIRST RUN.                 *
000740*----------------------------------------------------------------*
000750     SELECT PMI-MASTER ASSIGN TO PMIMSTR
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS RANDOM
000780         RECORD KEY IS PM-LOAN-NUMBER
000790         FILE STATUS IS WS-PMI-FILE-STATUS.

000800*----------------------------------------------------------------*
000810*    CARD REJECT FILE - CORRECTED AND RESUBMITTED AS A LATER     *
000820*    FEED.                                                       *
000830*----------------------------------------------------------------*
000840     SELECT REJECT-FILE ASSIGN TO PMIREJ
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-RJCT-FILE-STATUS.

000870 DATA DIVISION.
000880 FILE SECTION.
000920 FD  PMI-CARDS
000930     LABEL RECORDS ARE STANDARD.
000940     COPY SBANK76W.

000950 FD  LOAN-MASTER
000960     LABEL RECORDS ARE STANDARD.
000970     COPY SBANK01W.

000980 FD  PMI-MASTER
000990     LABEL RECORDS ARE STANDARD.
001000     COPY SBANK75W.

001010 FD  REJECT-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY SBANK77W.

001040 WORKING-STORAGE SECTION.
001050 01  WS-SWITCHES.
001070     05  WS-CARD-FILE-STATUS      PIC X(02).
001080     05  WS-LOAN-FILE-STATUS      PIC X(02).
001090         88  WS-LOAN-FILE-OK               VALUE "00".
001100     05  WS-PMI-FILE-STATUS       PIC X(02).
001110         88  WS-PMI-FILE-OK                VALUE "00".
001120         88  WS-PMI-FILE-NOT-FOUND         VALUE "23", "35".
001130     05  WS-RJCT-FILE-STATUS      PIC X(02).
001140     05  WS-EOF-SWITCH            PIC X(01)  VALUE "N".
001150         88  END-OF-CARDS                  VALUE "Y".
001160     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
001170         88  STOP-THE-RUN                  VALUE "Y".
001173     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
001176         88  CYCLE-STEP-RUNNING            VALUE "Y".
001180     05  WS-FILES-OPEN-SWITCH     PIC X(01)  VALUE "N".
001190         88  RUN-FILES-ARE-OPEN            VALUE "Y".
001200     05  WS-CARD-OK-SWITCH        PIC X(01)  VALUE "N".
001210         88  CARD-PASSED-EDITS             VALUE "Y".
001220     05  WS-PMI-SWITCH            PIC X(01)  VALUE "N".
001230         88  PMI-ON-FILE                   VALUE "Y".

001240 01  WS-COUNTERS.
001250     05  WS-CARDS-READ            PIC 9(07)  COMP.
001260     05  WS-RECORDS-SET-UP        PIC 9(07)  COMP.
001270     05  WS-RECORDS-AMENDED       PIC 9(07)  COMP.
001280     05  WS-REQUESTS-RECORDED     PIC 9(07)  COMP.
001290     05  WS-CARDS-REJECTED        PIC 9(07)  COMP.

001300 01  WS-WORK-FIELDS.
001310     05  WS-MAINT-DATE            PIC 9(08).

001320 01  WS-DATE-FIELDS.
001330     05  WS-DATE-OK-SWITCH        PIC X(01)  VALUE "N".
001340         88  WS-DATE-IS-VALID              VALUE "Y".
001350     05  WS-CHECK-DATE            PIC 9(8).
001360     05  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
001370         10  WS-CHECK-YEAR        PIC 9(4).
001380         10  WS-CHECK-MONTH       PIC 9(2).
001390         10  WS-CHECK-DAY         PIC 9(2).
001400     05  WS-LEAP-REMAINDER        PIC 9(4)  COMP.
001410     05  WS-LEAP-QUOTIENT         PIC 9(4)  COMP.
001420     05  WS-DAYS-IN-MONTH         PIC 9(2)  COMP.

001430*----------------------------------------------------------------*
001440*    DAYS PER MONTH - FIXED CALENDAR CONSTANTS (SAME TABLE AS    *
001450*    COBVERFY'S DUE-DATE VALIDATOR).  FEBRUARY IS HANDLED        *
001460*    SEPARATELY FOR LEAP YEARS.                                  *
001470*----------------------------------------------------------------*
001480 01  WS-MONTH-DAYS-DATA.
001490     05  FILLER                   PIC X(24)
001500              VALUE "312831303130313130313031".
001510 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-DATA.
001520     05  WS-MONTH-DAY-LIMIT       PIC 9(2)  OCCURS 12 TIMES.

001530     COPY SBANK94W.

001535 LINKAGE SECTION.

001540 PROCEDURE DIVISION.
001550*----------------------------------------------------------------*
001560*    0000-MAINLINE                                                *
001570*----------------------------------------------------------------*
001580 0000-MAINLINE.
001590     PERFORM 1000-INITIALIZE-RTN
001600         THRU 1000-EXIT.
001610     IF NOT STOP-THE-RUN
001620         PERFORM 2000-PROCESS-CARDS-RTN
001630             THRU 2000-EXIT
001640     END-IF.
001650     PERFORM 9999-TERMINATE-RTN
001660         THRU 9999-EXIT.
001670     GOBACK.

001680*----------------------------------------------------------------*
001690*    1000-INITIALIZE-RTN  -  READ THE MAINTENANCE DATE, OPEN     *
001700*    FILES (CREATING THE PMI MASTER ON ITS FIRST RUN) AND        *
001710*    ZEROISE COUNTERS.                                           *
001720*----------------------------------------------------------------*
001730 1000-INITIALIZE-RTN.
001740     MOVE ZERO                 TO WS-CARDS-READ
001750                                   WS-RECORDS-SET-UP
001760                                   WS-RECORDS-AMENDED
001770                                   WS-REQUESTS-RECORDED
001780                                   WS-CARDS-REJECTED.

001790     MOVE "S"                  TO CY-FUNCTION.
001800     MOVE "COBPMIMT"           TO CY-PROGRAM-ID.
001810     MOVE SPACES               TO CY-INSTANCE-ID.
001820     CALL "COBCYCLE" USING PARM-4.
001830     IF NOT CY-SUCCESS
001840         DISPLAY "COBPMIMT - NOT CLEARED TO RUN BY CYCLE "
001850             "CONTROL - RUN STOPPED"
001880         MOVE "Y"              TO WS-STOP-SWITCH
001890         GO TO 1000-EXIT
001900     END-IF.
001905     MOVE "Y"                  TO WS-CYCLE-SWITCH.
001910     MOVE CY-BUSINESS-DATE     TO WS-MAINT-DATE.

001920     OPEN INPUT PMI-CARDS.
001930*    A MISSING OR MISPOINTED CARD FILE GIVES EVERY READ STATUS  *
001940*    47 AND AT END NEVER FIRES - STOP NOW RATHER THAN SPIN.     *
001950     IF NOT WS-CARD-FILE-STATUS = "00"
001960         DISPLAY "COBPMIMT - PMI CARD FILE OPEN FAILED - "
001970             "STATUS " WS-CARD-FILE-STATUS " - RUN STOPPED"
001980         MOVE "Y"              TO WS-STOP-SWITCH
001990         GO TO 1000-EXIT
002000     END-IF.

002010     OPEN INPUT LOAN-MASTER.
002020     IF NOT WS-LOAN-FILE-OK
002030         DISPLAY "COBPMIMT - LOAN MASTER OPEN FAILED - STATUS "
002040             WS-LOAN-FILE-STATUS " - RUN STOPPED"
002050         MOVE "Y"              TO WS-STOP-SWITCH
002060         CLOSE PMI-CARDS
002070         GO TO 1000-EXIT
002080     END-IF.

002090     OPEN I-O PMI-MASTER.
002100     IF WS-PMI-FILE-NOT-FOUND
002110         OPEN OUTPUT PMI-MASTER
002120         CLOSE PMI-MASTER
002130         OPEN I-O PMI-MASTER
002140     END-IF.
002150     IF NOT WS-PMI-FILE-OK
002160         DISPLAY "COBPMIMT - PMI MASTER OPEN FAILED - STATUS "
002170             WS-PMI-FILE-STATUS " - RUN STOPPED"
002180         MOVE "Y"              TO WS-STOP-SWITCH
002190         CLOSE PMI-CARDS
002200               LOAN-MASTER
002210         GO TO 1000-EXIT
002220     END-IF.

002230     OPEN OUTPUT REJECT-FILE.
002240*    VALUE CLAUSES ON FD RECORD FILLER ARE DOCUMENTARY ONLY -    *
002250*    CLEAR THE REJECT RECORD AREA ONCE SO THE FILLER BYTES       *
002260*    NEVER CARRY GARBAGE.                                        *
002270     MOVE SPACES               TO PMI-REJECT-RECORD.
002280     MOVE "Y"                  TO WS-FILES-OPEN-SWITCH.
002290 1000-EXIT.
002300     EXIT.

002310*----------------------------------------------------------------*
002320*    2000-PROCESS-CARDS-RTN  -  VALIDATE AND APPLY EVERY CARD.   *
002330*----------------------------------------------------------------*
002340 2000-PROCESS-CARDS-RTN.
002350     PERFORM 2100-PROCESS-ONE-CARD-RTN
002360         THRU 2100-EXIT
002370         UNTIL END-OF-CARDS OR STOP-THE-RUN.
002380 2000-EXIT.
002390     EXIT.

002400*----------------------------------------------------------------*
002410*    2100-PROCESS-ONE-CARD-RTN  -  READ ONE CARD AND HAND IT TO  *
002420*    THE ROUTINE FOR ITS ACTION.                                 *
002430*----------------------------------------------------------------*
002440 2100-PROCESS-ONE-CARD-RTN.
002450     READ PMI-CARDS
002460         AT END
002470             MOVE "Y"          TO WS-EOF-SWITCH
002480             GO TO 2100-EXIT
002490     END-READ.

002500     ADD 1 TO WS-CARDS-READ.

002510     EVALUATE TRUE
002520         WHEN PK-SETUP-PMI
002530             PERFORM 3000-SET-UP-PMI-RTN
002540                 THRU 3000-EXIT
002550         WHEN PK-AMEND-PMI
002560             PERFORM 4000-AMEND-PMI-RTN
002570                 THRU 4000-EXIT
002580         WHEN PK-CANCEL-REQUEST
002590             PERFORM 5000-RECORD-REQUEST-RTN
002600                 THRU 5000-EXIT
002610         WHEN OTHER
002620             SET PX-BAD-ACTION TO TRUE
002630             PERFORM 6000-WRITE-REJECT-RTN
002640                 THRU 6000-EXIT
002650     END-EVALUATE.
002660 2100-EXIT.
002670     EXIT.

002680*----------------------------------------------------------------*
002690*    2200-READ-LOAN-RTN  -  THE CARD'S LOAN MUST BE ON FILE AND  *
002700*    OPEN.  WS-CARD-OK-SWITCH SAYS WHETHER IT IS; THE REJECT     *
002710*    REASON IS SET WHEN IT IS NOT.                               *
002720*----------------------------------------------------------------*
002730 2200-READ-LOAN-RTN.
002740     MOVE "N"                  TO WS-CARD-OK-SWITCH.
002750     MOVE PK-LOAN-NUMBER       TO LM-LOAN-NUMBER.
002760     READ LOAN-MASTER
002770         INVALID KEY
002780             SET PX-LOAN-NOT-ON-FILE TO TRUE
002790             GO TO 2200-EXIT
002800     END-READ.

002810*    A LOAN COBSATIS HAS CLOSED IS PAID OFF - THERE IS NO       *
002820*    INSURANCE LEFT TO MAINTAIN.                                *
002830     IF LM-LOAN-CLOSED
002840         SET PX-LOAN-CLOSED    TO TRUE
002850         GO TO 2200-EXIT
002860     END-IF.

002870     MOVE "Y"                  TO WS-CARD-OK-SWITCH.
002880 2200-EXIT.
002890     EXIT.

002900*----------------------------------------------------------------*
002910*    2300-READ-PMI-RTN  -  FETCH THE LOAN'S PMI RECORD,          *
002920*    REMEMBERING WHETHER ONE EXISTS.                             *
002930*----------------------------------------------------------------*
002940 2300-READ-PMI-RTN.
002950     MOVE "Y"                  TO WS-PMI-SWITCH.
002960     MOVE PK-LOAN-NUMBER       TO PM-LOAN-NUMBER.
002970     READ PMI-MASTER
002980         INVALID KEY
002990             MOVE "N"          TO WS-PMI-SWITCH
003000     END-READ.
003010 2300-EXIT.
003020     EXIT.

003030*----------------------------------------------------------------*
003040*    3000-SET-UP-PMI-RTN  -  EDIT A SET-UP CARD AND WRITE THE    *
003050*    LOAN'S PMI RECORD.  A LOAN ALREADY ON THE PMI MASTER IS     *
003060*    AMENDED INSTEAD.  A WRITE FAILURE IS AN I/O FAULT THAT      *
003070*    STOPS THE RUN (SAME POLICY AS COBPOST).                     *
003080*----------------------------------------------------------------*
003090 3000-SET-UP-PMI-RTN.
003100     PERFORM 3100-EDIT-SET-UP-CARD-RTN
003110         THRU 3100-EXIT.
003120     IF NOT CARD-PASSED-EDITS
003130         PERFORM 6000-WRITE-REJECT-RTN
003140             THRU 6000-EXIT
003150         GO TO 3000-EXIT
003160     END-IF.

003170     PERFORM 2200-READ-LOAN-RTN
003180         THRU 2200-EXIT.
003190     IF NOT CARD-PASSED-EDITS
003200         PERFORM 6000-WRITE-REJECT-RTN
003210             THRU 6000-EXIT
003220         GO TO 3000-EXIT
003230     END-IF.

003240     PERFORM 2300-READ-PMI-RTN
003250         THRU 2300-EXIT.
003260     IF PMI-ON-FILE
003270         SET PX-ALREADY-ON-FILE TO TRUE
003280         PERFORM 6000-WRITE-REJECT-RTN
003290             THRU 6000-EXIT
003300         GO TO 3000-EXIT
003310     END-IF.

003320     MOVE SPACES               TO PMI-MASTER-RECORD.
003330     MOVE PK-LOAN-NUMBER       TO PM-LOAN-NUMBER.
003340     MOVE PK-PMI-INDICATOR     TO PM-PMI-INDICATOR.
003350     MOVE PK-ORIGINAL-VALUE    TO PM-ORIGINAL-VALUE.
003360     IF PK-PMI-IN-FORCE
003370         MOVE PK-MONTHLY-PREMIUM    TO PM-MONTHLY-PREMIUM
003380         MOVE PK-CERTIFICATE-NUMBER TO PM-CERTIFICATE-NUMBER
003390     ELSE
003400         MOVE ZERO             TO PM-MONTHLY-PREMIUM
003410     END-IF.
003420     MOVE ZERO                 TO PM-ELIGIBLE-DATE
003430                                   PM-REQUEST-DATE
003440                                   PM-END-DATE
003450                                   PM-PREMIUM-REMOVED.
003460     MOVE WS-MAINT-DATE        TO PM-SETUP-DATE
003470                                   PM-LAST-CHANGE-DATE.

003480     WRITE PMI-MASTER-RECORD
003490         INVALID KEY
003500             PERFORM 6500-PMI-WRITE-FAILED-RTN
003510                 THRU 6500-EXIT
003520             GO TO 3000-EXIT
003530     END-WRITE.
003540     ADD 1 TO WS-RECORDS-SET-UP.
003550 3000-EXIT.
003560     EXIT.

003570*----------------------------------------------------------------*
003580*    3100-EDIT-SET-UP-CARD-RTN  -  INDICATOR AND ORIGINAL VALUE  *
003590*    ARE REQUIRED; PMI IN FORCE ALSO NEEDS A PREMIUM AND A       *
003600*    CERTIFICATE.  A PREMIUM OR CERTIFICATE KEYED FOR A LOAN     *
003610*    WITH NO PMI IS IGNORED.                                     *
003620*----------------------------------------------------------------*
003630 3100-EDIT-SET-UP-CARD-RTN.
003640     MOVE "N"                  TO WS-CARD-OK-SWITCH.
003650     SET PX-BAD-PMI-FIELD      TO TRUE.

003660     IF NOT PK-INDICATOR-VALID
003670         GO TO 3100-EXIT
003680     END-IF.

003690     IF PK-ORIGINAL-VALUE NOT NUMERIC
003700         GO TO 3100-EXIT
003710     END-IF.
003720     IF PK-ORIGINAL-VALUE = ZERO
003730         GO TO 3100-EXIT
003740     END-IF.

003750     IF NOT PK-PMI-IN-FORCE
003760         MOVE "Y"              TO WS-CARD-OK-SWITCH
003770         GO TO 3100-EXIT
003780     END-IF.

003790     IF PK-MONTHLY-PREMIUM NOT NUMERIC
003800         GO TO 3100-EXIT
003810     END-IF.
003820     IF PK-MONTHLY-PREMIUM = ZERO
003830         GO TO 3100-EXIT
003840     END-IF.

003850     IF PK-CERTIFICATE-NUMBER = SPACES
003860         GO TO 3100-EXIT
003870     END-IF.

003880     MOVE "Y"                  TO WS-CARD-OK-SWITCH.
003890 3100-EXIT.
003900     EXIT.

003910*----------------------------------------------------------------*
003920*    4000-AMEND-PMI-RTN  -  EDIT AN AMEND CARD AND CARRY THE     *
003930*    FIELDS IT KEYS ONTO A RECORD WHOSE PMI HAS NOT ENDED.  THE  *
003940*    PREMIUM AND CERTIFICATE CAN ONLY BE AMENDED WHILE PMI IS    *
003950*    IN FORCE.  A CHANGED PREMIUM IS NOT CARRIED INTO THE        *
003960*    ESCROW DISBURSEMENT TABLE - THE ESCROW DESK RESCHEDULES     *
003970*    THE BILL AS FOR ANY OTHER DISBURSEMENT.                     *
003980*----------------------------------------------------------------*
003990 4000-AMEND-PMI-RTN.
004000     PERFORM 2200-READ-LOAN-RTN
004010         THRU 2200-EXIT.
004020     IF NOT CARD-PASSED-EDITS
004030         PERFORM 6000-WRITE-REJECT-RTN
004040             THRU 6000-EXIT
004050         GO TO 4000-EXIT
004060     END-IF.

004070     PERFORM 2300-READ-PMI-RTN
004080         THRU 2300-EXIT.
004090     IF NOT PMI-ON-FILE
004100         OR (NOT PM-PMI-ACTIVE AND NOT PM-NO-PMI)
004110         SET PX-NO-PMI-ON-FILE TO TRUE
004120         PERFORM 6000-WRITE-REJECT-RTN
004130             THRU 6000-EXIT
004140         GO TO 4000-EXIT
004150     END-IF.

004160     PERFORM 4100-EDIT-AMEND-CARD-RTN
004170         THRU 4100-EXIT.
004180     IF NOT CARD-PASSED-EDITS
004190         PERFORM 6000-WRITE-REJECT-RTN
004200             THRU 6000-EXIT
004210         GO TO 4000-EXIT
004220     END-IF.

004230     IF PK-ORIGINAL-VALUE-X NOT = SPACES
004240         MOVE PK-ORIGINAL-VALUE TO PM-ORIGINAL-VALUE
004250     END-IF.
004260     IF PK-MONTHLY-PREMIUM-X NOT = SPACES
004270         MOVE PK-MONTHLY-PREMIUM TO PM-MONTHLY-PREMIUM
004280     END-IF.
004290     IF PK-CERTIFICATE-NUMBER NOT = SPACES
004300         MOVE PK-CERTIFICATE-NUMBER TO PM-CERTIFICATE-NUMBER
004310     END-IF.
004320     MOVE WS-MAINT-DATE        TO PM-LAST-CHANGE-DATE.

004330     REWRITE PMI-MASTER-RECORD
004340         INVALID KEY
004350             PERFORM 6500-PMI-WRITE-FAILED-RTN
004360                 THRU 6500-EXIT
004370             GO TO 4000-EXIT
004380     END-REWRITE.
004390     ADD 1 TO WS-RECORDS-AMENDED.
004400 4000-EXIT.
004410     EXIT.

004420*----------------------------------------------------------------*
004430*    4100-EDIT-AMEND-CARD-RTN  -  EVERY FIELD KEYED ON AN AMEND  *
004440*    CARD MUST BE GOOD; A BLANK FIELD IS LEFT AS IT IS.  AT      *
004450*    LEAST ONE FIELD MUST BE KEYED.                              *
004460*----------------------------------------------------------------*
004470 4100-EDIT-AMEND-CARD-RTN.
004480     MOVE "N"                  TO WS-CARD-OK-SWITCH.
004490     SET PX-BAD-PMI-FIELD      TO TRUE.

004500     IF PK-ORIGINAL-VALUE-X = SPACES
004510         AND PK-MONTHLY-PREMIUM-X = SPACES
004520         AND PK-CERTIFICATE-NUMBER = SPACES
004530         GO TO 4100-EXIT
004540     END-IF.

004550     IF PK-ORIGINAL-VALUE-X NOT = SPACES
004560         IF PK-ORIGINAL-VALUE NOT NUMERIC
004570             GO TO 4100-EXIT
004580         END-IF
004590         IF PK-ORIGINAL-VALUE = ZERO
004600             GO TO 4100-EXIT
004610         END-IF
004620     END-IF.

004630     IF PM-NO-PMI
004640         AND (PK-MONTHLY-PREMIUM-X NOT = SPACES
004650           OR PK-CERTIFICATE-NUMBER NOT = SPACES)
004660         GO TO 4100-EXIT
004670     END-IF.

004680     IF PK-MONTHLY-PREMIUM-X NOT = SPACES
004690         IF PK-MONTHLY-PREMIUM NOT NUMERIC
004700             GO TO 4100-EXIT
004710         END-IF
004720         IF PK-MONTHLY-PREMIUM = ZERO
004730             GO TO 4100-EXIT
004740         END-IF
004750     END-IF.

004760     MOVE "Y"                  TO WS-CARD-OK-SWITCH.
004770 4100-EXIT.
004780     EXIT.

004790*----------------------------------------------------------------*
004800*    5000-RECORD-REQUEST-RTN  -  HOLD THE BORROWER'S WRITTEN     *
004810*    CANCELLATION REQUEST ON A RECORD WITH PMI IN FORCE FOR THE  *
004820*    NEXT MONTHLY PMI RUN.  A LATER REQUEST REPLACES AN EARLIER  *
004830*    ONE STILL WAITING.                                          *
004840*----------------------------------------------------------------*
004850 5000-RECORD-REQUEST-RTN.
004860     PERFORM 2200-READ-LOAN-RTN
004870         THRU 2200-EXIT.
004880     IF NOT CARD-PASSED-EDITS
004890         PERFORM 6000-WRITE-REJECT-RTN
004900             THRU 6000-EXIT
004910         GO TO 5000-EXIT
004920     END-IF.

004930     PERFORM 2300-READ-PMI-RTN
004940         THRU 2300-EXIT.
004950     IF NOT PMI-ON-FILE OR NOT PM-PMI-ACTIVE
004960         SET PX-NO-PMI-ON-FILE TO TRUE
004970         PERFORM 6000-WRITE-REJECT-RTN
004980             THRU 6000-EXIT
004990         GO TO 5000-EXIT
005000     END-IF.

005010     IF PK-REQUEST-DATE-X = SPACES
005020         MOVE WS-MAINT-DATE    TO WS-CHECK-DATE
005030     ELSE
005040         MOVE PK-REQUEST-DATE-X TO WS-CHECK-DATE
005050         PERFORM 7000-VALIDATE-DATE-RTN
005060             THRU 7000-EXIT
005070         IF NOT WS-DATE-IS-VALID
005080             OR WS-CHECK-DATE > WS-MAINT-DATE
005090             SET PX-BAD-DATE   TO TRUE
005100             PERFORM 6000-WRITE-REJECT-RTN
005110                 THRU 6000-EXIT
005120             GO TO 5000-EXIT
005130         END-IF
005140     END-IF.

005150     MOVE WS-CHECK-DATE        TO PM-REQUEST-DATE.
005160     MOVE WS-MAINT-DATE        TO PM-LAST-CHANGE-DATE.

005170     REWRITE PMI-MASTER-RECORD
005180         INVALID KEY
005190             PERFORM 6500-PMI-WRITE-FAILED-RTN
005200                 THRU 6500-EXIT
005210             GO TO 5000-EXIT
005220     END-REWRITE.
005230     ADD 1 TO WS-REQUESTS-RECORDED.
005240 5000-EXIT.
005250     EXIT.

005260*----------------------------------------------------------------*
005270*    6000-WRITE-REJECT-RTN  -  DROP THE CARD, IMAGE INTACT,      *
005280*    ONTO THE REJECT FILE WITH THE REASON CODE THE CALLER HAS    *
005290*    ALREADY SET.                                                *
005300*----------------------------------------------------------------*
005310 6000-WRITE-REJECT-RTN.
005320     MOVE PMI-MAINT-CARD       TO PX-CARD-IMAGE.
005330     WRITE PMI-REJECT-RECORD.
005340     ADD 1 TO WS-CARDS-REJECTED.
005350 6000-EXIT.
005360     EXIT.

005370*----------------------------------------------------------------*
005380*    6500-PMI-WRITE-FAILED-RTN  -  A PMI MASTER WRITE OR         *
005390*    REWRITE FAILURE IS AN I/O FAULT THAT WOULD RECUR ON EVERY   *
005400*    REMAINING CARD - REJECT THE CARD AND STOP THE RUN.          *
005410*----------------------------------------------------------------*
005420 6500-PMI-WRITE-FAILED-RTN.
005430     DISPLAY "COBPMIMT - PMI MASTER WRITE FAILED ON LOAN "
005440         PM-LOAN-NUMBER " - STATUS " WS-PMI-FILE-STATUS
005450         " - RUN STOPPED".
005460     SET PX-WRITE-FAILED       TO TRUE.
005470     PERFORM 6000-WRITE-REJECT-RTN
005480         THRU 6000-EXIT.
005490     MOVE "Y"                  TO WS-STOP-SWITCH.
005500 6500-EXIT.
005510     EXIT.

005520*----------------------------------------------------------------*
005530*    7000-VALIDATE-DATE-RTN  -  CHECK WS-CHECK-DATE IS A REAL    *
005540*    CALENDAR DATE: MONTH 1-12, DAY WITHIN THE MONTH, WITH THE   *
005550*    FULL CENTURY LEAP-YEAR RULE FOR FEBRUARY (SAME RULES AS     *
005560*    COBVERFY'S DUE-DATE CHECK).  A DATE MOVED IN FROM A         *
005570*    CHARACTER VIEW OF THE CARD IS CHECKED NUMERIC FIRST.        *
005580*----------------------------------------------------------------*
005590 7000-VALIDATE-DATE-RTN.
005600     MOVE "N"                  TO WS-DATE-OK-SWITCH.

005610     IF WS-CHECK-DATE NOT NUMERIC
005620         GO TO 7000-EXIT
005630     END-IF.

005640     IF WS-CHECK-YEAR = ZERO
005650         GO TO 7000-EXIT
005660     END-IF.

005670     IF WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
005680         GO TO 7000-EXIT
005690     END-IF.

005700     IF WS-CHECK-MONTH = 2
005710         PERFORM 7100-SET-FEBRUARY-LIMIT-RTN
005720             THRU 7100-EXIT
005730     ELSE
005740         MOVE WS-MONTH-DAY-LIMIT (WS-CHECK-MONTH)
005750                               TO WS-DAYS-IN-MONTH
005760     END-IF.

005770     IF WS-CHECK-DAY < 1 OR WS-CHECK-DAY > WS-DAYS-IN-MONTH
005780         GO TO 7000-EXIT
005790     END-IF.

005800     MOVE "Y"                  TO WS-DATE-OK-SWITCH.
005810 7000-EXIT.
005820     EXIT.

005830*----------------------------------------------------------------*
005840*    7100-SET-FEBRUARY-LIMIT-RTN  -  29 DAYS WHEN THE YEAR IS    *
005850*    DIVISIBLE BY 4 BUT NOT BY 100, OR DIVISIBLE BY 400;         *
005860*    OTHERWISE 28.                                               *
005870*----------------------------------------------------------------*
005880 7100-SET-FEBRUARY-LIMIT-RTN.
005890     MOVE 28                   TO WS-DAYS-IN-MONTH.

005900     DIVIDE WS-CHECK-YEAR BY 4
005910         GIVING WS-LEAP-QUOTIENT
005920         REMAINDER WS-LEAP-REMAINDER.
005930     IF WS-LEAP-REMAINDER NOT = ZERO
005940         GO TO 7100-EXIT
005950     END-IF.

005960     DIVIDE WS-CHECK-YEAR BY 100
005970         GIVING WS-LEAP-QUOTIENT
005980         REMAINDER WS-LEAP-REMAINDER.
005990     IF WS-LEAP-REMAINDER NOT = ZERO
006000         MOVE 29               TO WS-DAYS-IN-MONTH
006010         GO TO 7100-EXIT
006020     END-IF.

006030     DIVIDE WS-CHECK-YEAR BY 400
006040         GIVING WS-LEAP-QUOTIENT
006050         REMAINDER WS-LEAP-REMAINDER.
006060     IF WS-LEAP-REMAINDER = ZERO
006070         MOVE 29               TO WS-DAYS-IN-MONTH
006080     END-IF.
006090 7100-EXIT.
006100     EXIT.

006110*----------------------------------------------------------------*
006120*    9999-TERMINATE-RTN  -  CLOSE FILES AND LOG THE RUN TOTALS.  *
006130*----------------------------------------------------------------*
006140 9999-TERMINATE-RTN.
006150     IF RUN-FILES-ARE-OPEN
006160         CLOSE PMI-CARDS
006170               LOAN-MASTER
006180               PMI-MASTER
006190               REJECT-FILE
006200     END-IF.

006210     DISPLAY "COBPMIMT - CARDS READ         " WS-CARDS-READ.
006220     DISPLAY "COBPMIMT - RECORDS SET UP     " WS-RECORDS-SET-UP.
006230     DISPLAY "COBPMIMT - RECORDS AMENDED    " WS-RECORDS-AMENDED.
006240     DISPLAY "COBPMIMT - REQUESTS RECORDED  "
006250         WS-REQUESTS-RECORDED.
006260     DISPLAY "COBPMIMT - CARDS REJECTED     " WS-CARDS-REJECTED.
006270     IF CYCLE-STEP-RUNNING
006271         IF STOP-THE-RUN
006272             MOVE "F"          TO CY-FUNCTION
006273         ELSE
006274             MOVE "C"          TO CY-FUNCTION
006275         END-IF
006276         CALL "COBCYCLE" USING PARM-4
006277     END-IF.
006278 9999-EXIT.
006280     EXIT.
