000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    COBCNTCT.
000120 AUTHOR.        R HALVERSEN.
000130 INSTALLATION.  LOAN SERVICING SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*                                                                *
000180*   COBCNTCT  -  BORROWER CONTACT MAINTENANCE TRANSACTION RUN   *
000190*                                                                *
000200*   READS THE CONTACT MAINTENANCE FEED FROM THE SERVICING DESK  *
000210*   (COPYBOOK SBANK54W) AND APPLIES EACH CLEAN ADD OR CHANGE    *
000220*   TO THE BORROWER AND PROPERTY CONTACT MASTER (COPYBOOK       *
000230*   SBANK53W) - THE SUPPORTED WAY TO ADD A CONTACT RECORD FOR   *
000240*   A LOAN BOARDED WITHOUT ONE, AND TO RECORD A BORROWER'S      *
000250*   CHANGE OF ADDRESS, A NEW CO-BORROWER, OR A CORRECTED        *
000260*   PROPERTY ADDRESS, PHONE OR EMAIL.  SAME SHAPE AS COBMAINT   *
000270*   (SEE SBANK24P).                                             *
000280*                                                                *
000290*   AN ADD IS ACCEPTED ONLY FOR A LOAN ALREADY ON THE LOAN      *
000300*   MASTER THAT HAS NO CONTACT RECORD YET; A CHANGE ONLY FOR A  *
000310*   LOAN THAT HAS ONE.  EVERY NEW VALUE IS EDITED FOR ITS       *
000320*   FIELD (SEE SBANK54W) AND CHECKED TO FIT THE TARGET FIELD'S  *
000330*   WIDTH, SO AN ADDRESS IS NEVER SILENTLY TRUNCATED.  A CARD   *
000340*   THAT FAILS GOES TO THE REJECT FILE (COPYBOOK SBANK56W)      *
000350*   CARD IMAGE INTACT WITH A REASON CODE.                       *
000360*                                                                *
000370*   EVERY APPLIED CARD WRITES A BEFORE-AND-AFTER AUDIT RECORD   *
000380*   (COPYBOOK SBANK55W), APPENDED ACROSS RUNS.                  *
000390*                                                                *
000400*   MODIFICATION HISTORY.                                       *
000410*   -------------------------------------------------------     *
000420*   DATE       INIT   DESCRIPTION                                *
000430*   ---------- ----   ------------------------------------------ *
000440*   2026-10-15  DEV   INITIAL VERSION.                          *
000441*   2026-10-15  DEV   CA-RUN-DATE AND BC-LAST-MAINT-DATE NOW    *
000442*                     TAKE THE CYCLE CONTROL BUSINESS DATE      *
000443*                     THROUGH COBCYCLE (SBANK94W) INSTEAD OF    *
000444*                     THE SYSTEM CLOCK.  THE STEP IS CHECKED    *
000445*                     AGAINST ITS PREDECESSORS AT START AND ITS *
000446*                     COMPLETION OR FAILURE IS RECORDED AT THE  *
000447*                     END.                                      *
000450******************************************************************
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.  IBM-370.
000490 OBJECT-COMPUTER.  IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520*----------------------------------------------------------------*
000530*    CONTACT MAINTENANCE FEED FROM THE SERVICING DESK.           *
000540*----------------------------------------------------------------*
000550     SELECT CONTACT-FEED ASSIGN TO CNTCTFD
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-FEED-FILE-STATUS.

000580*----------------------------------------------------------------*
000590*    LOAN MASTER FILE - READ AT RANDOM TO PROVE THE LOAN EXISTS  *
000600*    AND TO SEED THE PRIMARY NAME ON AN ADD.                     *
000610*----------------------------------------------------------------*
000620     SELECT LOAN-MASTER ASSIGN TO LOANMSTR
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS LM-LOAN-NUMBER
000660         FILE STATUS IS WS-LOAN-FILE-STATUS.

000670*----------------------------------------------------------------*
000680*    BORROWER CONTACT MASTER - OPENED I-O, CREATED EMPTY ON THE  *
000690*    VERY FIRST RUN.                                             *
000700*----------------------------------------------------------------*
000710     SELECT BORROWER-CONTACT ASSIGN TO BORRCNTC
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS BC-LOAN-NUMBER
000750         FILE STATUS IS WS-CNTC-FILE-STATUS.

000760*----------------------------------------------------------------*
000770*    CONTACT MAINTENANCE AUDIT FILE - BEFORE-AND-AFTER IMAGES,   *
000780*    APPENDED ACROSS RUNS.                                       *
000790*----------------------------------------------------------------*
000800     SELECT AUDIT-FILE ASSIGN TO CNTCTAUD
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-AUDT-FILE-STATUS.

000830*----------------------------------------------------------------*
000840*    CONTACT MAINTENANCE REJECT FILE - CORRECTED AND             *
000850*    RESUBMITTED AS A LATER FEED.                                *
000860*----------------------------------------------------------------*
000870     SELECT REJECT-FILE ASSIGN TO CNTCTREJ
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-RJCT-FILE-STATUS.

000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  CONTACT-FEED
000930     LABEL RECORDS ARE STANDARD.
000940     COPY SBANK54W.

000950 FD  LOAN-MASTER
000960     LABEL RECORDS ARE STANDARD.
000970     COPY SBANK01W.

000980 FD  BORROWER-CONTACT
000990     LABEL RECORDS ARE STANDARD.
001000     COPY SBANK53W.

001010 FD  AUDIT-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY SBANK55W.

001040 FD  REJECT-FILE
001050     LABEL RECORDS ARE STANDARD.
001060     COPY SBANK56W.

001070 WORKING-STORAGE SECTION.
001080 01  WS-SWITCHES.
001090     05  WS-FEED-FILE-STATUS      PIC X(02).
001100     05  WS-LOAN-FILE-STATUS      PIC X(02).
001110         88  WS-LOAN-FILE-OK               VALUE "00".
001120     05  WS-CNTC-FILE-STATUS      PIC X(02).
001130         88  WS-CNTC-FILE-OK               VALUE "00".
001140         88  WS-CNTC-FILE-NOT-FOUND        VALUE "23", "35".
001150     05  WS-AUDT-FILE-STATUS      PIC X(02).
001160     05  WS-RJCT-FILE-STATUS      PIC X(02).
001170     05  WS-EOF-SWITCH            PIC X(01)  VALUE "N".
001180         88  END-OF-FEED                   VALUE "Y".
001190     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
001200         88  STOP-THE-RUN                  VALUE "Y".
001203     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
001206         88  CYCLE-STEP-RUNNING            VALUE "Y".
001210     05  WS-FILES-OPEN-SWITCH     PIC X(01)  VALUE "N".
001220         88  RUN-FILES-ARE-OPEN            VALUE "Y".
001230     05  WS-EDIT-OK-SWITCH        PIC X(01)  VALUE "N".
001240         88  NEW-VALUE-IS-CLEAN            VALUE "Y".
001250     05  WS-CONTACT-SWITCH        PIC X(01)  VALUE "N".
001260         88  CONTACT-ON-FILE               VALUE "Y".

001270 01  WS-COUNTERS.
001280     05  WS-CARDS-READ            PIC 9(07)  COMP.
001290     05  WS-CONTACTS-ADDED        PIC 9(07)  COMP.
001300     05  WS-CHANGES-APPLIED       PIC 9(07)  COMP.
001310     05  WS-CARDS-REJECTED        PIC 9(07)  COMP.

001320 01  WS-RUN-STAMP-FIELDS.
001330     05  WS-CURRENT-DATE          PIC 9(8).
001340     05  WS-CURRENT-TIME          PIC 9(8).

001350*----------------------------------------------------------------*
001360*    EDIT WORK AREAS - THE WIDTH OF THE TARGET FIELD DECIDES     *
001370*    HOW MUCH OF THE CARD'S NEW VALUE MAY BE NON-BLANK.          *
001380*----------------------------------------------------------------*
001390 01  WS-EDIT-FIELDS.
001400     05  WS-FIELD-WIDTH           PIC 9(02)  COMP.
001410     05  WS-OVERFLOW-START        PIC 9(02)  COMP.
001420     05  WS-OVERFLOW-LENGTH       PIC 9(02)  COMP.
001430     05  WS-AT-SIGN-COUNT         PIC 9(02)  COMP.
001440     05  WS-VALUE-STATE           PIC X(02).
001450     05  WS-VALUE-ZIP-5           PIC X(05).

001460     COPY SBANK94W.

001465 LINKAGE SECTION.

001470 PROCEDURE DIVISION.
001480*----------------------------------------------------------------*
001490*    0000-MAINLINE                                                *
001500*----------------------------------------------------------------*
001510 0000-MAINLINE.
001520     PERFORM 1000-INITIALIZE-RTN
001530         THRU 1000-EXIT.
001540     IF NOT STOP-THE-RUN
001550         PERFORM 2000-PROCESS-FEED-RTN
001560             THRU 2000-EXIT
001570     END-IF.
001580     PERFORM 9999-TERMINATE-RTN
001590         THRU 9999-EXIT.
001600     GOBACK.

001610*----------------------------------------------------------------*
001620*    1000-INITIALIZE-RTN  -  OPEN FILES.  THE CONTACT MASTER IS  *
001630*    CREATED EMPTY ON THE VERY FIRST RUN (SAME IDIOM AS          *
001640*    COBBOARD'S LOAN MASTER).                                    *
001650*----------------------------------------------------------------*
001660 1000-INITIALIZE-RTN.
001670     MOVE ZERO                 TO WS-CARDS-READ
001680                                   WS-CONTACTS-ADDED
001690                                   WS-CHANGES-APPLIED
001700                                   WS-CARDS-REJECTED.
001703     MOVE "S"                  TO CY-FUNCTION.
001706     MOVE "COBCNTCT"           TO CY-PROGRAM-ID.
001710     MOVE SPACES               TO CY-INSTANCE-ID.
001711     CALL "COBCYCLE" USING PARM-4.
001712     IF NOT CY-SUCCESS
001713         DISPLAY "COBCNTCT - NOT CLEARED TO RUN BY CYCLE "
001714             "CONTROL - RUN STOPPED"
001715         MOVE "Y"              TO WS-STOP-SWITCH
001716         GO TO 1000-EXIT
001717     END-IF.
001718     MOVE "Y"                  TO WS-CYCLE-SWITCH.
001719     MOVE CY-BUSINESS-DATE     TO WS-CURRENT-DATE.
001720     ACCEPT WS-CURRENT-TIME    FROM TIME.

001730     OPEN INPUT CONTACT-FEED.
001740*    A MISSING OR MISPOINTED FEED GIVES EVERY READ STATUS 47    *
001750*    AND AT END NEVER FIRES - STOP NOW RATHER THAN SPIN.        *
001760     IF NOT WS-FEED-FILE-STATUS = "00"
001770         DISPLAY "COBCNTCT - CONTACT FEED OPEN FAILED - "
001780             "STATUS " WS-FEED-FILE-STATUS " - RUN STOPPED"
001790         MOVE "Y"              TO WS-STOP-SWITCH
001800         GO TO 1000-EXIT
001810     END-IF.

001820     OPEN INPUT LOAN-MASTER.
001830     IF NOT WS-LOAN-FILE-OK
001840         DISPLAY "COBCNTCT - LOAN MASTER OPEN FAILED - STATUS "
001850             WS-LOAN-FILE-STATUS " - RUN STOPPED"
001860         MOVE "Y"              TO WS-STOP-SWITCH
001870         CLOSE CONTACT-FEED
001880         GO TO 1000-EXIT
001890     END-IF.

001900     OPEN I-O BORROWER-CONTACT.
001910     IF WS-CNTC-FILE-NOT-FOUND
001920         OPEN OUTPUT BORROWER-CONTACT
001930         CLOSE BORROWER-CONTACT
001940         OPEN I-O BORROWER-CONTACT
001950     END-IF.
001960     IF NOT WS-CNTC-FILE-OK
001970         DISPLAY "COBCNTCT - CONTACT MASTER OPEN FAILED - "
001980             "STATUS " WS-CNTC-FILE-STATUS " - RUN STOPPED"
001990         MOVE "Y"              TO WS-STOP-SWITCH
002000         CLOSE CONTACT-FEED
002010               LOAN-MASTER
002020         GO TO 1000-EXIT
002030     END-IF.

002040*    THE AUDIT FILE ACCUMULATES ACROSS RUNS, CREATED ON THE     *
002050*    VERY FIRST RUN (SAME IDIOM AS COBMAINT'S AUDIT FILE).      *
002060     OPEN EXTEND AUDIT-FILE.
002070     IF NOT WS-AUDT-FILE-STATUS = "00"
002080         OPEN OUTPUT AUDIT-FILE
002090         CLOSE AUDIT-FILE
002100         OPEN EXTEND AUDIT-FILE
002110     END-IF.

002120     OPEN OUTPUT REJECT-FILE.
002130*    VALUE CLAUSES ON FD RECORD FILLER ARE DOCUMENTARY ONLY -    *
002140*    CLEAR THE OUTPUT RECORD AREAS ONCE SO THE FILLER BYTES      *
002150*    NEVER CARRY GARBAGE.                                        *
002160     MOVE SPACES               TO CONTACT-AUDIT-RECORD.
002170     MOVE SPACES               TO CONTACT-REJECT-RECORD.
002180     MOVE "Y"                  TO WS-FILES-OPEN-SWITCH.
002190 1000-EXIT.
002200     EXIT.

002210*----------------------------------------------------------------*
002220*    2000-PROCESS-FEED-RTN  -  VALIDATE AND APPLY EVERY CARD.    *
002230*----------------------------------------------------------------*
002240 2000-PROCESS-FEED-RTN.
002250     PERFORM 2100-PROCESS-ONE-CARD-RTN
002260         THRU 2100-EXIT
002270         UNTIL END-OF-FEED OR STOP-THE-RUN.
002280 2000-EXIT.
002290     EXIT.

002300*----------------------------------------------------------------*
002310*    2100-PROCESS-ONE-CARD-RTN  -  READ ONE CARD, CHECK ITS      *
002320*    CODES, EDIT THE NEW VALUE, PROVE THE LOAN AND THE CONTACT   *
002330*    RECORD ARE IN THE STATE THE TRANSACTION NEEDS, AND APPLY.   *
002340*----------------------------------------------------------------*
002350 2100-PROCESS-ONE-CARD-RTN.
002360     READ CONTACT-FEED
002370         AT END
002380             MOVE "Y"          TO WS-EOF-SWITCH
002390             GO TO 2100-EXIT
002400     END-READ.

002410     ADD 1 TO WS-CARDS-READ.

002420     IF NOT CT-ADD-CONTACT
002430         AND NOT CT-CHANGE-CONTACT
002440         SET CR-BAD-CODE       TO TRUE
002450         PERFORM 6000-WRITE-REJECT-RTN
002460             THRU 6000-EXIT
002470         GO TO 2100-EXIT
002480     END-IF.

002490     IF CT-CHANGE-CONTACT
002500         AND NOT CT-FIELD-CODE-VALID
002510         SET CR-BAD-CODE       TO TRUE
002520         PERFORM 6000-WRITE-REJECT-RTN
002530             THRU 6000-EXIT
002540         GO TO 2100-EXIT
002550     END-IF.

002560     PERFORM 3000-EDIT-NEW-VALUE-RTN
002570         THRU 3000-EXIT.
002580     IF NOT NEW-VALUE-IS-CLEAN
002590         SET CR-BAD-NEW-VALUE  TO TRUE
002600         PERFORM 6000-WRITE-REJECT-RTN
002610             THRU 6000-EXIT
002620         GO TO 2100-EXIT
002630     END-IF.

002640     MOVE CT-LOAN-NUMBER       TO LM-LOAN-NUMBER.
002650     READ LOAN-MASTER
002660         INVALID KEY
002670             SET CR-LOAN-NOT-ON-FILE TO TRUE
002680             PERFORM 6000-WRITE-REJECT-RTN
002690                 THRU 6000-EXIT
002700             GO TO 2100-EXIT
002710     END-READ.

002720     PERFORM 2200-READ-CONTACT-RTN
002730         THRU 2200-EXIT.

002740     IF CT-ADD-CONTACT
002750         IF CONTACT-ON-FILE
002760             SET CR-CONTACT-ALREADY-ON-FILE TO TRUE
002770             PERFORM 6000-WRITE-REJECT-RTN
002780                 THRU 6000-EXIT
002790         ELSE
002800             PERFORM 4000-ADD-CONTACT-RTN
002810                 THRU 4000-EXIT
002820         END-IF
002830         GO TO 2100-EXIT
002840     END-IF.

002850     IF NOT CONTACT-ON-FILE
002860         SET CR-CONTACT-NOT-ON-FILE TO TRUE
002870         PERFORM 6000-WRITE-REJECT-RTN
002880             THRU 6000-EXIT
002890         GO TO 2100-EXIT
002900     END-IF.

002910     PERFORM 5000-APPLY-CHANGE-RTN
002920         THRU 5000-EXIT.
002930 2100-EXIT.
002940     EXIT.

002950*----------------------------------------------------------------*
002960*    2200-READ-CONTACT-RTN  -  FETCH THE LOAN'S CONTACT RECORD,  *
002970*    REMEMBERING WHETHER ONE EXISTS.                             *
002980*----------------------------------------------------------------*
002990 2200-READ-CONTACT-RTN.
003000     MOVE "N"                  TO WS-CONTACT-SWITCH.
003010     MOVE CT-LOAN-NUMBER       TO BC-LOAN-NUMBER.
003020     READ BORROWER-CONTACT
003030         INVALID KEY
003040             GO TO 2200-EXIT
003050     END-READ.
003060     MOVE "Y"                  TO WS-CONTACT-SWITCH.
003070 2200-EXIT.
003080     EXIT.

003090*----------------------------------------------------------------*
003100*    3000-EDIT-NEW-VALUE-RTN  -  RUN THE TARGET FIELD'S EDITS    *
003110*    AGAINST THE CARD'S NEW VALUE BEFORE ANY FILE IS TOUCHED.    *
003120*    AN ADD IS EDITED AS A PRIMARY NAME THAT MAY BE BLANK (THE   *
003130*    LOAN MASTER NAME IS TAKEN).  EVERY FIELD FIRST PROVES THE   *
003140*    VALUE FITS ITS WIDTH.                                       *
003150*----------------------------------------------------------------*
003160 3000-EDIT-NEW-VALUE-RTN.
003170     MOVE "N"                  TO WS-EDIT-OK-SWITCH.
003180     MOVE 40                   TO WS-FIELD-WIDTH.

003190     IF CT-ADD-CONTACT
003200         OR CT-FIELD-PRIMARY-NAME
003210         OR CT-FIELD-CO-BORROWER
003220         OR CT-FIELD-MAIL-ADDRESS-1
003230         OR CT-FIELD-MAIL-ADDRESS-2
003240         OR CT-FIELD-PROP-ADDRESS
003250         MOVE 30               TO WS-FIELD-WIDTH
003260     END-IF.
003270     IF CT-CHANGE-CONTACT
003280         IF CT-FIELD-MAIL-CITY OR CT-FIELD-PROP-CITY
003290             MOVE 20           TO WS-FIELD-WIDTH
003300         END-IF
003310         IF CT-FIELD-MAIL-STATE OR CT-FIELD-PROP-STATE
003320             MOVE 2            TO WS-FIELD-WIDTH
003330         END-IF
003340         IF CT-FIELD-MAIL-ZIP OR CT-FIELD-PROP-ZIP
003350             MOVE 10           TO WS-FIELD-WIDTH
003360         END-IF
003370         IF CT-FIELD-PHONE
003380             MOVE 15           TO WS-FIELD-WIDTH
003390         END-IF
003400         IF CT-FIELD-EMAIL
003410             MOVE 40           TO WS-FIELD-WIDTH
003420         END-IF
003430     END-IF.

003440     IF WS-FIELD-WIDTH < 40
003450         COMPUTE WS-OVERFLOW-START  = WS-FIELD-WIDTH + 1
003460         COMPUTE WS-OVERFLOW-LENGTH = 40 - WS-FIELD-WIDTH
003470         IF CT-NEW-VALUE (WS-OVERFLOW-START:WS-OVERFLOW-LENGTH)
003480             NOT = SPACES
003490             GO TO 3000-EXIT
003500         END-IF
003510     END-IF.

003520     IF CT-ADD-CONTACT
003530         MOVE "Y"              TO WS-EDIT-OK-SWITCH
003540         GO TO 3000-EXIT
003550     END-IF.

003560*    THE CLEARABLE FIELDS - A SECOND LINE, A CO-BORROWER WHO    *
003570*    HAS COME OFF THE LOAN, A PHONE - ACCEPT BLANK.             *
003580     IF CT-FIELD-CO-BORROWER
003590         OR CT-FIELD-MAIL-ADDRESS-2
003600         OR CT-FIELD-PHONE
003610         MOVE "Y"              TO WS-EDIT-OK-SWITCH
003620         GO TO 3000-EXIT
003630     END-IF.

003640     IF CT-FIELD-EMAIL
003650         IF CT-NEW-VALUE = SPACES
003660             MOVE "Y"          TO WS-EDIT-OK-SWITCH
003670             GO TO 3000-EXIT
003680         END-IF
003690         MOVE ZERO             TO WS-AT-SIGN-COUNT
003700         INSPECT CT-NEW-VALUE
003710             TALLYING WS-AT-SIGN-COUNT FOR ALL "@"
003720         IF WS-AT-SIGN-COUNT = 1
003730             MOVE "Y"          TO WS-EDIT-OK-SWITCH
003740         END-IF
003750         GO TO 3000-EXIT
003760     END-IF.

003770     IF CT-FIELD-MAIL-STATE OR CT-FIELD-PROP-STATE
003780         MOVE CT-NEW-VALUE (1:2) TO WS-VALUE-STATE
003790         IF WS-VALUE-STATE ALPHABETIC-UPPER
003800             AND WS-VALUE-STATE (1:1) NOT = SPACE
003810             AND WS-VALUE-STATE (2:1) NOT = SPACE
003820             MOVE "Y"          TO WS-EDIT-OK-SWITCH
003830         END-IF
003840         GO TO 3000-EXIT
003850     END-IF.

003860     IF CT-FIELD-MAIL-ZIP OR CT-FIELD-PROP-ZIP
003870         MOVE CT-NEW-VALUE (1:5) TO WS-VALUE-ZIP-5
003880         IF WS-VALUE-ZIP-5 NUMERIC
003890             MOVE "Y"          TO WS-EDIT-OK-SWITCH
003900         END-IF
003910         GO TO 3000-EXIT
003920     END-IF.

003930*    PRIMARY NAME, ADDRESS LINE 1 AND THE CITIES MUST NOT BE    *
003940*    BLANK - A LETTER CANNOT BE ADDRESSED WITHOUT THEM.         *
003950     IF CT-NEW-VALUE NOT = SPACES AND LOW-VALUES
003960         MOVE "Y"              TO WS-EDIT-OK-SWITCH
003970     END-IF.
003980 3000-EXIT.
003990     EXIT.

004000*----------------------------------------------------------------*
004010*    4000-ADD-CONTACT-RTN  -  WRITE A NEW CONTACT RECORD WITH    *
004020*    THE PRIMARY NAME FROM THE CARD (OR THE LOAN MASTER NAME     *
004030*    WHEN THE CARD LEAVES IT BLANK) AND EVERYTHING ELSE BLANK,   *
004040*    FOR "C" CARDS TO FILL.                                      *
004050*----------------------------------------------------------------*
004060 4000-ADD-CONTACT-RTN.
004070     MOVE SPACES               TO BORROWER-CONTACT-RECORD.
004080     MOVE CT-LOAN-NUMBER       TO BC-LOAN-NUMBER.
004090     IF CT-NEW-VALUE = SPACES OR LOW-VALUES
004100         MOVE LM-BORROWER-NAME TO BC-PRIMARY-NAME
004110     ELSE
004120         MOVE CT-NEW-VALUE (1:30) TO BC-PRIMARY-NAME
004130     END-IF.
004140     MOVE WS-CURRENT-DATE      TO BC-LAST-MAINT-DATE.

004150     WRITE BORROWER-CONTACT-RECORD
004160         INVALID KEY
004170             DISPLAY "COBCNTCT - WRITE FAILED ON LOAN "
004180                 BC-LOAN-NUMBER " - STATUS "
004190                 WS-CNTC-FILE-STATUS " - RUN STOPPED"
004200             SET CR-WRITE-FAILED TO TRUE
004210             PERFORM 6000-WRITE-REJECT-RTN
004220                 THRU 6000-EXIT
004230             MOVE "Y"          TO WS-STOP-SWITCH
004240             GO TO 4000-EXIT
004250     END-WRITE.

004260     MOVE SPACES               TO CONTACT-AUDIT-RECORD.
004270     MOVE CT-LOAN-NUMBER       TO CA-LOAN-NUMBER.
004280     MOVE CT-TRAN-CODE         TO CA-TRAN-CODE.
004290     MOVE "01"                 TO CA-FIELD-CODE.
004300     MOVE BC-PRIMARY-NAME      TO CA-NEW-VALUE.
004310     MOVE WS-CURRENT-DATE      TO CA-RUN-DATE.
004320     MOVE WS-CURRENT-TIME      TO CA-RUN-TIME.
004330     WRITE CONTACT-AUDIT-RECORD.
004340     ADD 1 TO WS-CONTACTS-ADDED.
004350 4000-EXIT.
004360     EXIT.

004370*----------------------------------------------------------------*
004380*    5000-APPLY-CHANGE-RTN  -  CAPTURE THE BEFORE IMAGE, APPLY   *
004390*    THE NEW VALUE, REWRITE THE CONTACT MASTER, AND WRITE THE    *
004400*    AUDIT RECORD.                                               *
004410*----------------------------------------------------------------*
004420 5000-APPLY-CHANGE-RTN.
004430     MOVE SPACES               TO CONTACT-AUDIT-RECORD.
004440     MOVE CT-LOAN-NUMBER       TO CA-LOAN-NUMBER.
004450     MOVE CT-TRAN-CODE         TO CA-TRAN-CODE.
004460     MOVE CT-FIELD-CODE        TO CA-FIELD-CODE.
004470     MOVE WS-CURRENT-DATE      TO CA-RUN-DATE.
004480     MOVE WS-CURRENT-TIME      TO CA-RUN-TIME.

004490     IF CT-FIELD-PRIMARY-NAME
004500         MOVE BC-PRIMARY-NAME  TO CA-OLD-VALUE
004510         MOVE CT-NEW-VALUE     TO BC-PRIMARY-NAME
004520         MOVE BC-PRIMARY-NAME  TO CA-NEW-VALUE
004530     END-IF.
004540     IF CT-FIELD-CO-BORROWER
004550         MOVE BC-CO-BORROWER-NAME TO CA-OLD-VALUE
004560         MOVE CT-NEW-VALUE     TO BC-CO-BORROWER-NAME
004570         MOVE BC-CO-BORROWER-NAME TO CA-NEW-VALUE
004580     END-IF.
004590     IF CT-FIELD-MAIL-ADDRESS-1
004600         MOVE BC-MAIL-ADDRESS-1 TO CA-OLD-VALUE
004610         MOVE CT-NEW-VALUE     TO BC-MAIL-ADDRESS-1
004620         MOVE BC-MAIL-ADDRESS-1 TO CA-NEW-VALUE
004630     END-IF.
004640     IF CT-FIELD-MAIL-ADDRESS-2
004650         MOVE BC-MAIL-ADDRESS-2 TO CA-OLD-VALUE
004660         MOVE CT-NEW-VALUE     TO BC-MAIL-ADDRESS-2
004670         MOVE BC-MAIL-ADDRESS-2 TO CA-NEW-VALUE
004680     END-IF.
004690     IF CT-FIELD-MAIL-CITY
004700         MOVE BC-MAIL-CITY     TO CA-OLD-VALUE
004710         MOVE CT-NEW-VALUE     TO BC-MAIL-CITY
004720         MOVE BC-MAIL-CITY     TO CA-NEW-VALUE
004730     END-IF.
004740     IF CT-FIELD-MAIL-STATE
004750         MOVE BC-MAIL-STATE    TO CA-OLD-VALUE
004760         MOVE CT-NEW-VALUE     TO BC-MAIL-STATE
004770         MOVE BC-MAIL-STATE    TO CA-NEW-VALUE
004780     END-IF.
004790     IF CT-FIELD-MAIL-ZIP
004800         MOVE BC-MAIL-ZIP      TO CA-OLD-VALUE
004810         MOVE CT-NEW-VALUE     TO BC-MAIL-ZIP
004820         MOVE BC-MAIL-ZIP      TO CA-NEW-VALUE
004830     END-IF.
004840     IF CT-FIELD-PROP-ADDRESS
004850         MOVE BC-PROP-ADDRESS  TO CA-OLD-VALUE
004860         MOVE CT-NEW-VALUE     TO BC-PROP-ADDRESS
004870         MOVE BC-PROP-ADDRESS  TO CA-NEW-VALUE
004880     END-IF.
004890     IF CT-FIELD-PROP-CITY
004900         MOVE BC-PROP-CITY     TO CA-OLD-VALUE
004910         MOVE CT-NEW-VALUE     TO BC-PROP-CITY
004920         MOVE BC-PROP-CITY     TO CA-NEW-VALUE
004930     END-IF.
004940     IF CT-FIELD-PROP-STATE
004950         MOVE BC-PROP-STATE    TO CA-OLD-VALUE
004960         MOVE CT-NEW-VALUE     TO BC-PROP-STATE
004970         MOVE BC-PROP-STATE    TO CA-NEW-VALUE
004980     END-IF.
004990     IF CT-FIELD-PROP-ZIP
005000         MOVE BC-PROP-ZIP      TO CA-OLD-VALUE
005010         MOVE CT-NEW-VALUE     TO BC-PROP-ZIP
005020         MOVE BC-PROP-ZIP      TO CA-NEW-VALUE
005030     END-IF.
005040     IF CT-FIELD-PHONE
005050         MOVE BC-PHONE         TO CA-OLD-VALUE
005060         MOVE CT-NEW-VALUE     TO BC-PHONE
005070         MOVE BC-PHONE         TO CA-NEW-VALUE
005080     END-IF.
005090     IF CT-FIELD-EMAIL
005100         MOVE BC-EMAIL         TO CA-OLD-VALUE
005110         MOVE CT-NEW-VALUE     TO BC-EMAIL
005120         MOVE BC-EMAIL         TO CA-NEW-VALUE
005130     END-IF.

005140     MOVE WS-CURRENT-DATE      TO BC-LAST-MAINT-DATE.

005150*    A REWRITE FAILURE ON A RECORD JUST READ IS AN I/O FAULT    *
005160*    THAT WOULD RECUR ON EVERY REMAINING CARD - THE RUN STOPS   *
005170*    AND THE CARD STAYS ON THE TRAIL VIA THE REJECT FILE        *
005180*    (SAME POLICY AS COBMAINT).                                 *
005190     REWRITE BORROWER-CONTACT-RECORD
005200         INVALID KEY
005210             DISPLAY "COBCNTCT - REWRITE FAILED ON LOAN "
005220                 BC-LOAN-NUMBER " - STATUS "
005230                 WS-CNTC-FILE-STATUS " - RUN STOPPED"
005240             SET CR-WRITE-FAILED TO TRUE
005250             PERFORM 6000-WRITE-REJECT-RTN
005260                 THRU 6000-EXIT
005270             MOVE "Y"          TO WS-STOP-SWITCH
005280             GO TO 5000-EXIT
005290     END-REWRITE.

005300     WRITE CONTACT-AUDIT-RECORD.
005310     ADD 1 TO WS-CHANGES-APPLIED.
005320 5000-EXIT.
005330     EXIT.

005340*----------------------------------------------------------------*
005350*    6000-WRITE-REJECT-RTN  -  DROP THE CARD, IMAGE INTACT,      *
005360*    ONTO THE REJECT FILE WITH THE REASON CODE THE CALLER HAS    *
005370*    ALREADY SET.                                                *
005380*----------------------------------------------------------------*
005390 6000-WRITE-REJECT-RTN.
005400     MOVE CONTACT-TRAN-RECORD  TO CR-CARD-IMAGE.
005410     WRITE CONTACT-REJECT-RECORD.
005420     ADD 1 TO WS-CARDS-REJECTED.
005430 6000-EXIT.
005440     EXIT.

005450*----------------------------------------------------------------*
005460*    9999-TERMINATE-RTN  -  CLOSE WHAT IS OPEN AND LOG THE RUN   *
005470*    TOTALS.                                                     *
005480*----------------------------------------------------------------*
005490 9999-TERMINATE-RTN.
005500     IF RUN-FILES-ARE-OPEN
005510         CLOSE CONTACT-FEED
005520               LOAN-MASTER
005530               BORROWER-CONTACT
005540               AUDIT-FILE
005550               REJECT-FILE
005560     END-IF.

005570     DISPLAY "COBCNTCT - CARDS READ       " WS-CARDS-READ.
005580     DISPLAY "COBCNTCT - CONTACTS ADDED   " WS-CONTACTS-ADDED.
005590     DISPLAY "COBCNTCT - CHANGES APPLIED  " WS-CHANGES-APPLIED.
005600     DISPLAY "COBCNTCT - CARDS REJECTED   " WS-CARDS-REJECTED.
005610     IF CYCLE-STEP-RUNNING
005611         IF STOP-THE-RUN
005612             MOVE "F"          TO CY-FUNCTION
005613         ELSE
005614             MOVE "C"          TO CY-FUNCTION
005615         END-IF
005616         CALL "COBCYCLE" USING PARM-4
005617     END-IF.
005618 9999-EXIT.
005620     EXIT.
