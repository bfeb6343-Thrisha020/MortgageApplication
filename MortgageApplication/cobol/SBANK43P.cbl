000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    COBCYCRP.
000120 AUTHOR.        R HALVERSEN.
000130 INSTALLATION.  LOAN SERVICING SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*                                                                *
000180*   COBCYCRP  -  BATCH CYCLE STATUS REPORT                      *
000190*                                                                *
000200*   TELLS OPERATIONS WHERE THE NIGHTLY CYCLE STANDS FOR THE     *
000210*   CURRENT BUSINESS DATE ON THE CYCLE CONTROL FILE CYCLCTL     *
000220*   (SBANK95W) - WHAT HAS RUN, WHAT IS STILL OUTSTANDING AND    *
000230*   WHAT FAILED.  THE BUSINESS DATES COME FROM COBCYCLE         *
000240*   (SBANK94W) AND THE STATUS ROWS ARE READ STRAIGHT OFF THE    *
000250*   FILE.  FOR EVERY STEP ON THE SCHEDULE (SBANK96W), IN        *
000260*   SCHEDULE ORDER, IT PRINTS ONE LINE PER STATUS ROW (ONE PER  *
000270*   RANGE INSTANCE), OR ONE LINE IF THE STEP HAS NEVER RUN,     *
000280*   WITH THE STATUS FOR THE DATE AND - FOR A STEP NOT YET RUN - *
000290*   THE FIRST PREDECESSOR IT IS WAITING ON, JUDGED BY THE SAME  *
000300*   RULE COBCYCLE APPLIES AT START.  STATUS ROWS FOR PROGRAMS   *
000310*   NOT ON THE SCHEDULE FOLLOW.  THE FOOT OF THE REPORT COUNTS  *
000320*   THE STEPS BY STATUS AND SAYS WHETHER THE CLOSE-OF-DAY STEP  *
000330*   COBEOD WOULD BE ALLOWED TO RUN.                             *
000340*                                                                *
000350*   THE REPORT ONLY READS THE FILE AND DOES NOT RUN AS A CYCLE  *
000360*   STEP, SO IT MAY BE RUN AT ANY TIME, AS OFTEN AS WANTED.     *
000370*                                                                *
000380*   MODIFICATION HISTORY.                                       *
000390*   -------------------------------------------------------     *
000400*   DATE       INIT   DESCRIPTION                                *
000410*   ---------- ----   ------------------------------------------ *
000420*   2026-10-15  DEV   INITIAL VERSION.                          *
000430******************************************************************
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.  IBM-370.
000470 OBJECT-COMPUTER.  IBM-370.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500*----------------------------------------------------------------*
000510*    CYCLE CONTROL FILE - READ FOR THE STEP STATUS ROWS.         *
000520*----------------------------------------------------------------*
000530     SELECT CYCLE-CONTROL ASSIGN TO CYCLCTL
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS CC-RECORD-KEY
000570         FILE STATUS IS WS-CYCL-FILE-STATUS.

000580*----------------------------------------------------------------*
000590*    CYCLE STATUS REPORT.                                        *
000600*----------------------------------------------------------------*
000610     SELECT CYCLE-REPORT ASSIGN TO CYCLRPT
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-RPT-FILE-STATUS.

000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  CYCLE-CONTROL
000670     LABEL RECORDS ARE STANDARD.
000680     COPY SBANK95W.

000690 FD  CYCLE-REPORT
000700     LABEL RECORDS ARE STANDARD.
000710     COPY SBANK99W.

000720 WORKING-STORAGE SECTION.
000730 01  WS-SWITCHES.
000740     05  WS-CYCL-FILE-STATUS      PIC X(02).
000750         88  WS-CYCL-FILE-OK               VALUE "00".
000760     05  WS-RPT-FILE-STATUS       PIC X(02).
000770     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
000780         88  STOP-THE-RUN                  VALUE "Y".
000790     05  WS-FILES-OPEN-SWITCH     PIC X(01)  VALUE "N".
000800         88  RUN-FILES-ARE-OPEN            VALUE "Y".
000810     05  WS-ROWS-DONE-SWITCH      PIC X(01)  VALUE "N".
000820         88  STEP-ROWS-DONE                VALUE "Y".
000830     05  WS-PROGRAM-DONE-SWITCH   PIC X(01)  VALUE "N".
000840         88  PROGRAM-COMPLETE              VALUE "Y".
000850     05  WS-CLOSE-SWITCH          PIC X(01)  VALUE "Y".
000860         88  CLOSE-IS-READY                VALUE "Y".

000870 01  WS-COUNTERS.
000880     05  WS-ROWS-LOADED           PIC 9(05)  COMP.
000890     05  WS-ROWS-SKIPPED          PIC 9(05)  COMP.
000900     05  WS-LINES-PRINTED         PIC 9(05)  COMP.
000910     05  WS-STEPS-COMPLETE        PIC 9(05)  COMP.
000920     05  WS-STEPS-FAILED          PIC 9(05)  COMP.
000930     05  WS-STEPS-RUNNING         PIC 9(05)  COMP.
000940     05  WS-STEPS-RESET           PIC 9(05)  COMP.
000950     05  WS-STEPS-OUTSTANDING     PIC 9(05)  COMP.
000960     05  WS-STEPS-NOT-DUE         PIC 9(05)  COMP.
000970     05  WS-STEPS-NOT-RUN         PIC 9(05)  COMP.
000980     05  WS-STEPS-UNSCHEDULED     PIC 9(05)  COMP.

000990*----------------------------------------------------------------*
001000*    THE STEP SCHEDULE - RUN ORDER, CLASS AND PREDECESSORS.      *
001010*----------------------------------------------------------------*
001020     COPY SBANK96W.

001030*----------------------------------------------------------------*
001040*    THE STEP STATUS ROWS, LOADED IN KEY ORDER (PROGRAM-ID THEN  *
001050*    INSTANCE).  200 ROWS IS FAR MORE THAN THE SCHEDULE PLUS ITS *
001060*    RANGE INSTANCES; ANY BEYOND ARE COUNTED AND LEFT OFF.       *
001070*----------------------------------------------------------------*
001080 01  WS-ROW-TABLE.
001090     05  WS-ROW-ENTRY             OCCURS 200 TIMES.
001100         10  WS-ROW-PROGRAM       PIC X(08).
001110         10  WS-ROW-INSTANCE      PIC X(02).
001120         10  WS-ROW-BUSINESS-DATE PIC 9(08).
001130         10  WS-ROW-STATUS        PIC X(01).
001140             88  WS-ROW-RUNNING            VALUE "R".
001150             88  WS-ROW-COMPLETE           VALUE "C".
001160             88  WS-ROW-FAILED             VALUE "F".
001170             88  WS-ROW-RESET              VALUE "X".
001180         10  WS-ROW-START-DATE    PIC 9(08).
001190         10  WS-ROW-START-TIME    PIC 9(08).
001200         10  WS-ROW-END-DATE      PIC 9(08).
001210         10  WS-ROW-END-TIME      PIC 9(08).
001220         10  WS-ROW-RUN-COUNT     PIC 9(03).
001230         10  WS-ROW-MATCHED       PIC X(01).
001240             88  WS-ROW-ON-SCHEDULE        VALUE "Y".

001250 01  WS-STEP-FIELDS.
001260     05  WS-ROW-MAX               PIC 9(03)  COMP VALUE 200.
001270     05  WS-ROW-SUB               PIC 9(03)  COMP.
001280     05  WS-CHK-SUB               PIC 9(03)  COMP.
001290     05  WS-STEP-SUB              PIC 9(03)  COMP.
001300     05  WS-PRED-SUB              PIC 9(02)  COMP.
001310     05  WS-ROWS-FOR-STEP         PIC 9(03)  COMP.
001320     05  WS-ROWS-FOR-PROGRAM      PIC 9(03)  COMP.
001330     05  WS-CHECK-PROGRAM         PIC X(08).
001340     05  WS-STEP-CLASS            PIC X(01).
001350         88  WS-NIGHTLY-STEP               VALUE "N".
001360         88  WS-MONTH-END-STEP             VALUE "M".
001370         88  WS-ON-REQUEST-STEP            VALUE "R".
001380         88  WS-CLOSE-STEP                 VALUE "C".
001390     05  WS-CLASS-TEXT            PIC X(10).
001400     05  WS-WAITING-ON            PIC X(08).
001410     05  WS-CLOSE-BLOCKED-BY      PIC X(08).

001420 01  WS-DATE-FIELDS.
001430     05  WS-EDIT-DATE             PIC X(08).

001440     COPY SBANK94W.

001445 LINKAGE SECTION.

001450 PROCEDURE DIVISION.
001460*----------------------------------------------------------------*
001470*    0000-MAINLINE                                                *
001480*----------------------------------------------------------------*
001490 0000-MAINLINE.
001500     PERFORM 1000-INITIALIZE-RTN
001510         THRU 1000-EXIT.
001520     IF NOT STOP-THE-RUN
001530         PERFORM 2000-PRINT-HEADING-RTN
001540             THRU 2000-EXIT
001550         PERFORM 3000-REPORT-SCHEDULE-RTN
001560             THRU 3000-EXIT
001570         PERFORM 4000-REPORT-UNSCHEDULED-RTN
001580             THRU 4000-EXIT
001590         PERFORM 5000-PRINT-TOTALS-RTN
001600             THRU 5000-EXIT
001610     END-IF.
001620     PERFORM 9999-TERMINATE-RTN
001630         THRU 9999-EXIT.
001640     GOBACK.

001650*----------------------------------------------------------------*
001660*    1000-INITIALIZE-RTN  -  GET THE BUSINESS DATES, OPEN THE    *
001670*    FILES AND LOAD THE STATUS ROWS.                             *
001680*----------------------------------------------------------------*
001690 1000-INITIALIZE-RTN.
001700     MOVE ZERO                 TO WS-ROWS-LOADED
001710                                   WS-ROWS-SKIPPED
001720                                   WS-LINES-PRINTED
001730                                   WS-STEPS-COMPLETE
001740                                   WS-STEPS-FAILED
001750                                   WS-STEPS-RUNNING
001760                                   WS-STEPS-RESET
001770                                   WS-STEPS-OUTSTANDING
001780                                   WS-STEPS-NOT-DUE
001790                                   WS-STEPS-NOT-RUN
001800                                   WS-STEPS-UNSCHEDULED.
001810     MOVE SPACES               TO WS-CLOSE-BLOCKED-BY.

001820     MOVE "D"                  TO CY-FUNCTION.
001830     MOVE "COBCYCRP"           TO CY-PROGRAM-ID.
001840     MOVE SPACES               TO CY-INSTANCE-ID.
001850     CALL "COBCYCLE" USING PARM-4.
001860     IF NOT CY-SUCCESS
001870         DISPLAY "COBCYCRP - NO BUSINESS DATE FROM CYCLE "
001880             "CONTROL - REPORT NOT PRODUCED"
001890         MOVE "Y"              TO WS-STOP-SWITCH
001900         GO TO 1000-EXIT
001910     END-IF.

001920     OPEN INPUT CYCLE-CONTROL.
001930     IF NOT WS-CYCL-FILE-OK
001940         DISPLAY "COBCYCRP - CYCLE CONTROL FILE OPEN FAILED - "
001950             "STATUS " WS-CYCL-FILE-STATUS
001960             " - REPORT NOT PRODUCED"
001970         MOVE "Y"              TO WS-STOP-SWITCH
001980         GO TO 1000-EXIT
001990     END-IF.
002000     OPEN OUTPUT CYCLE-REPORT.
002010*    VALUE CLAUSES ON FD RECORD FILLER ARE DOCUMENTARY ONLY -    *
002020*    CLEAR THE REPORT RECORD AREA ONCE SO THE FILLER BYTES       *
002030*    NEVER CARRY GARBAGE.                                        *
002040     MOVE SPACES               TO CYCLE-STATUS-LINE.
002050     MOVE "Y"                  TO WS-FILES-OPEN-SWITCH.

002060     MOVE SPACES               TO CC-RECORD-KEY.
002070     SET CC-STEP-ROW           TO TRUE.
002080     MOVE "N"                  TO WS-ROWS-DONE-SWITCH.
002090     START CYCLE-CONTROL KEY IS NOT LESS THAN CC-RECORD-KEY
002100         INVALID KEY
002110             MOVE "Y"          TO WS-ROWS-DONE-SWITCH
002120     END-START.
002130     PERFORM 1100-LOAD-STEP-ROW-RTN
002140         THRU 1100-EXIT
002150         UNTIL STEP-ROWS-DONE.
002160 1000-EXIT.
002170     EXIT.

002180*----------------------------------------------------------------*
002190*    1100-LOAD-STEP-ROW-RTN  -  NEXT STATUS ROW INTO THE TABLE.  *
002200*    THE STEP ROWS ARE THE LAST ROW TYPE ON THE FILE, BUT STOP   *
002210*    ON ANY OTHER TYPE ALL THE SAME.                             *
002220*----------------------------------------------------------------*
002230 1100-LOAD-STEP-ROW-RTN.
002240     READ CYCLE-CONTROL NEXT RECORD
002250         AT END
002260             MOVE "Y"          TO WS-ROWS-DONE-SWITCH
002270             GO TO 1100-EXIT
002280     END-READ.
002290     IF NOT WS-CYCL-FILE-OK
002300         DISPLAY "COBCYCRP - STATUS ROW READ FAILED - STATUS "
002310             WS-CYCL-FILE-STATUS " - REPORT INCOMPLETE"
002320         MOVE "Y"              TO WS-ROWS-DONE-SWITCH
002330         GO TO 1100-EXIT
002340     END-IF.
002350     IF NOT CC-STEP-ROW
002360         MOVE "Y"              TO WS-ROWS-DONE-SWITCH
002370         GO TO 1100-EXIT
002380     END-IF.
002390     IF WS-ROWS-LOADED NOT < WS-ROW-MAX
002400         ADD 1 TO WS-ROWS-SKIPPED
002410         GO TO 1100-EXIT
002420     END-IF.

002430     ADD 1 TO WS-ROWS-LOADED.
002440     MOVE WS-ROWS-LOADED       TO WS-ROW-SUB.
002450     MOVE CC-STEP-PROGRAM      TO WS-ROW-PROGRAM (WS-ROW-SUB).
002460     MOVE CC-STEP-INSTANCE     TO WS-ROW-INSTANCE (WS-ROW-SUB).
002470     MOVE CS-BUSINESS-DATE     TO
002480                               WS-ROW-BUSINESS-DATE (WS-ROW-SUB).
002490     MOVE CS-STEP-STATUS       TO WS-ROW-STATUS (WS-ROW-SUB).
002500     MOVE CS-START-DATE        TO WS-ROW-START-DATE (WS-ROW-SUB).
002510     MOVE CS-START-TIME        TO WS-ROW-START-TIME (WS-ROW-SUB).
002520     MOVE CS-END-DATE          TO WS-ROW-END-DATE (WS-ROW-SUB).
002530     MOVE CS-END-TIME          TO WS-ROW-END-TIME (WS-ROW-SUB).
002540     MOVE CS-RUN-COUNT         TO WS-ROW-RUN-COUNT (WS-ROW-SUB).
002550     MOVE "N"                  TO WS-ROW-MATCHED (WS-ROW-SUB).
002560 1100-EXIT.
002570     EXIT.

002580*----------------------------------------------------------------*
002590*    2000-PRINT-HEADING-RTN  -  THE BUSINESS DATES THE REPORT    *
002600*    IS AS OF.                                                   *
002610*----------------------------------------------------------------*
002620 2000-PRINT-HEADING-RTN.
002630     MOVE SPACES               TO CYCLE-STATUS-TOTAL-LINE.
002640     MOVE "BATCH CYCLE STATUS - BUSINESS DATE" TO YK-LABEL.
002650     MOVE CY-BUSINESS-DATE     TO YK-VALUE.
002660     WRITE CYCLE-STATUS-TOTAL-LINE.

002670     MOVE "PRIOR BUSINESS DATE"        TO YK-LABEL.
002680     MOVE CY-PRIOR-BUSINESS-DATE       TO YK-VALUE.
002690     WRITE CYCLE-STATUS-TOTAL-LINE.

002700     MOVE "NEXT BUSINESS DATE"         TO YK-LABEL.
002710     MOVE CY-NEXT-BUSINESS-DATE        TO YK-VALUE.
002720     WRITE CYCLE-STATUS-TOTAL-LINE.

002730     MOVE "MONTH-END STEPS DUE TODAY"  TO YK-LABEL.
002740     IF CY-MONTH-END-RUN
002750         MOVE "YES"            TO YK-VALUE
002760     ELSE
002770         MOVE "NO"             TO YK-VALUE
002780     END-IF.
002790     WRITE CYCLE-STATUS-TOTAL-LINE.

002800     MOVE SPACES               TO CYCLE-STATUS-LINE.
002810     WRITE CYCLE-STATUS-LINE.
002820 2000-EXIT.
002830     EXIT.

002840*----------------------------------------------------------------*
002850*    3000-REPORT-SCHEDULE-RTN  -  EVERY STEP ON THE SCHEDULE, IN *
002860*    SCHEDULE ORDER.                                             *
002870*----------------------------------------------------------------*
002880 3000-REPORT-SCHEDULE-RTN.
002890     PERFORM 3100-REPORT-ONE-STEP-RTN
002900         THRU 3100-EXIT
002910         VARYING WS-STEP-SUB FROM 1 BY 1
002920         UNTIL WS-STEP-SUB > SC-STEP-MAX.
002930 3000-EXIT.
002940     EXIT.

002950*----------------------------------------------------------------*
002960*    3100-REPORT-ONE-STEP-RTN  -  ONE LINE PER STATUS ROW OF THE *
002970*    STEP, OR ONE LINE IF IT HAS NONE.  A STEP REQUIRED BEFORE   *
002980*    THE CLOSE THAT IS NOT COMPLETE HOLDS THE CLOSE UP.          *
002990*----------------------------------------------------------------*
003000 3100-REPORT-ONE-STEP-RTN.
003010     MOVE SC-STEP-CLASS (WS-STEP-SUB) TO WS-STEP-CLASS.
003020     PERFORM 7100-SET-CLASS-TEXT-RTN
003030         THRU 7100-EXIT.
003040     PERFORM 7200-FIND-WAITING-ON-RTN
003050         THRU 7200-EXIT.

003060     MOVE ZERO                 TO WS-ROWS-FOR-STEP.
003070     PERFORM 3200-MATCH-STEP-ROW-RTN
003080         THRU 3200-EXIT
003090         VARYING WS-ROW-SUB FROM 1 BY 1
003100         UNTIL WS-ROW-SUB > WS-ROWS-LOADED.
003110     IF WS-ROWS-FOR-STEP = ZERO
003120         PERFORM 3400-PRINT-NEVER-RUN-RTN
003130             THRU 3400-EXIT
003140     END-IF.

003150     IF WS-NIGHTLY-STEP
003160         OR (WS-MONTH-END-STEP AND CY-MONTH-END-RUN)
003170         MOVE SC-STEP-PROGRAM (WS-STEP-SUB) TO WS-CHECK-PROGRAM
003180         PERFORM 7000-CHECK-PROGRAM-COMPLETE-RTN
003190             THRU 7000-EXIT
003200         IF NOT PROGRAM-COMPLETE
003210             AND CLOSE-IS-READY
003220             MOVE "N"          TO WS-CLOSE-SWITCH
003230             MOVE WS-CHECK-PROGRAM TO WS-CLOSE-BLOCKED-BY
003240         END-IF
003250     END-IF.
003260 3100-EXIT.
003270     EXIT.

003280*----------------------------------------------------------------*
003290*    3200-MATCH-STEP-ROW-RTN  -  PRINT THE TABLE ROW WHEN IT     *
003300*    BELONGS TO THE SCHEDULE ENTRY.                              *
003310*----------------------------------------------------------------*
003320 3200-MATCH-STEP-ROW-RTN.
003330     IF WS-ROW-PROGRAM (WS-ROW-SUB) =
003340                               SC-STEP-PROGRAM (WS-STEP-SUB)
003350         ADD 1 TO WS-ROWS-FOR-STEP
003360         MOVE "Y"              TO WS-ROW-MATCHED (WS-ROW-SUB)
003370         PERFORM 3300-PRINT-STEP-ROW-RTN
003380             THRU 3300-EXIT
003390     END-IF.
003400 3200-EXIT.
003410     EXIT.

003420*----------------------------------------------------------------*
003430*    3300-PRINT-STEP-ROW-RTN  -  ONE STATUS ROW.  A ROW LEFT     *
003440*    FROM AN EARLIER BUSINESS DATE HAS NOT RUN FOR THIS ONE.     *
003450*    WS-STEP-CLASS, WS-CLASS-TEXT AND WS-WAITING-ON ARE SET.     *
003460*----------------------------------------------------------------*
003470 3300-PRINT-STEP-ROW-RTN.
003480     MOVE SPACES               TO CYCLE-STATUS-LINE.
003490     MOVE WS-ROW-PROGRAM (WS-ROW-SUB)  TO YR-PROGRAM-ID.
003500     MOVE WS-ROW-INSTANCE (WS-ROW-SUB) TO YR-INSTANCE-ID.
003510     MOVE WS-CLASS-TEXT        TO YR-STEP-CLASS.
003520     MOVE WS-ROW-BUSINESS-DATE (WS-ROW-SUB) TO WS-EDIT-DATE.
003530     MOVE WS-EDIT-DATE         TO YR-BUSINESS-DATE.
003540     MOVE WS-ROW-START-DATE (WS-ROW-SUB) TO WS-EDIT-DATE.
003550     MOVE WS-EDIT-DATE         TO YR-START-DATE.
003560     MOVE WS-ROW-START-TIME (WS-ROW-SUB) (1:6) TO YR-START-TIME.
003570     IF NOT WS-ROW-RUNNING (WS-ROW-SUB)
003580         MOVE WS-ROW-END-DATE (WS-ROW-SUB) TO WS-EDIT-DATE
003590         MOVE WS-EDIT-DATE     TO YR-END-DATE
003600         MOVE WS-ROW-END-TIME (WS-ROW-SUB) (1:6) TO YR-END-TIME
003610     END-IF.
003620     MOVE WS-ROW-RUN-COUNT (WS-ROW-SUB) TO YR-RUN-COUNT.

003630     IF WS-ROW-BUSINESS-DATE (WS-ROW-SUB) = CY-BUSINESS-DATE
003640         PERFORM 3350-SET-ROW-STATUS-RTN
003650             THRU 3350-EXIT
003660     ELSE
003670         PERFORM 3500-SET-NOT-RUN-STATUS-RTN
003680             THRU 3500-EXIT
003690     END-IF.
003700     WRITE CYCLE-STATUS-LINE.
003710     ADD 1 TO WS-LINES-PRINTED.
003720 3300-EXIT.
003730     EXIT.

003740*----------------------------------------------------------------*
003750*    3350-SET-ROW-STATUS-RTN  -  A ROW THAT HAS RUN FOR THE      *
003760*    BUSINESS DATE.                                              *
003770*----------------------------------------------------------------*
003780 3350-SET-ROW-STATUS-RTN.
003790     EVALUATE TRUE
003800         WHEN WS-ROW-COMPLETE (WS-ROW-SUB)
003810             MOVE "COMPLETE"   TO YR-STATUS
003820             ADD 1 TO WS-STEPS-COMPLETE
003830         WHEN WS-ROW-FAILED (WS-ROW-SUB)
003840             MOVE "FAILED"     TO YR-STATUS
003850             MOVE "ENDED IN ERROR - RESTART WHEN FIXED"
003860                               TO YR-REMARK
003870             ADD 1 TO WS-STEPS-FAILED
003880         WHEN WS-ROW-RUNNING (WS-ROW-SUB)
003890             MOVE "RUNNING"    TO YR-STATUS
003900             MOVE "NOT ENDED - STILL RUNNING OR ABENDED"
003910                               TO YR-REMARK
003920             ADD 1 TO WS-STEPS-RUNNING
003930         WHEN OTHER
003940             MOVE "RESET"      TO YR-STATUS
003950             PERFORM 3600-SET-WAITING-REMARK-RTN
003960                 THRU 3600-EXIT
003970             ADD 1 TO WS-STEPS-RESET
003980     END-EVALUATE.
003990 3350-EXIT.
004000     EXIT.

004010*----------------------------------------------------------------*
004020*    3400-PRINT-NEVER-RUN-RTN  -  A SCHEDULED STEP WITH NO       *
004030*    STATUS ROW AT ALL.                                          *
004040*----------------------------------------------------------------*
004050 3400-PRINT-NEVER-RUN-RTN.
004060     MOVE SPACES               TO CYCLE-STATUS-LINE.
004070     MOVE SC-STEP-PROGRAM (WS-STEP-SUB) TO YR-PROGRAM-ID.
004080     MOVE WS-CLASS-TEXT        TO YR-STEP-CLASS.
004090     MOVE ZERO                 TO YR-RUN-COUNT.
004100     PERFORM 3500-SET-NOT-RUN-STATUS-RTN
004110         THRU 3500-EXIT.
004120     WRITE CYCLE-STATUS-LINE.
004130     ADD 1 TO WS-LINES-PRINTED.
004140 3400-EXIT.
004150     EXIT.

004160*----------------------------------------------------------------*
004170*    3500-SET-NOT-RUN-STATUS-RTN  -  A STEP THAT HAS NOT RUN FOR *
004180*    THE BUSINESS DATE: OUTSTANDING IF THE CLOSE NEEDS IT, NOT   *
004190*    DUE FOR A MONTH-END STEP BEFORE THE MONTH'S LAST DAY, NOT   *
004200*    RUN FOR AN ON-REQUEST STEP.                                 *
004210*----------------------------------------------------------------*
004220 3500-SET-NOT-RUN-STATUS-RTN.
004230     EVALUATE TRUE
004240         WHEN WS-NIGHTLY-STEP
004250         WHEN WS-CLOSE-STEP
004260         WHEN WS-MONTH-END-STEP AND CY-MONTH-END-RUN
004270             MOVE "OUTSTANDING" TO YR-STATUS
004280             PERFORM 3600-SET-WAITING-REMARK-RTN
004290                 THRU 3600-EXIT
004300             ADD 1 TO WS-STEPS-OUTSTANDING
004310         WHEN WS-MONTH-END-STEP
004320             MOVE "NOT DUE"    TO YR-STATUS
004330             ADD 1 TO WS-STEPS-NOT-DUE
004340         WHEN OTHER
004350             MOVE "NOT RUN"    TO YR-STATUS
004360             IF WS-WAITING-ON NOT = SPACES
004370                 PERFORM 3600-SET-WAITING-REMARK-RTN
004380                     THRU 3600-EXIT
004390             END-IF
004400             ADD 1 TO WS-STEPS-NOT-RUN
004410     END-EVALUATE.
004420 3500-EXIT.
004430     EXIT.

004440*----------------------------------------------------------------*
004450*    3600-SET-WAITING-REMARK-RTN  -  THE FIRST PREDECESSOR NOT   *
004460*    YET COMPLETE FOR THE DATE, OR READY TO RUN.  THE CLOSE-OF-  *
004470*    DAY STEP WAITS ON THE FIRST STEP REQUIRED BEFORE CLOSE,     *
004480*    WHICH IS ONLY KNOWN ONCE THE WHOLE SCHEDULE HAS BEEN SEEN - *
004490*    THE FOOT OF THE REPORT NAMES IT.                            *
004500*----------------------------------------------------------------*
004510 3600-SET-WAITING-REMARK-RTN.
004520     IF WS-CLOSE-STEP
004530         MOVE "SEE CLOSE OF DAY AT FOOT OF REPORT"
004540                               TO YR-REMARK
004550         GO TO 3600-EXIT
004560     END-IF.
004570     IF WS-WAITING-ON = SPACES
004580         MOVE "READY TO RUN"   TO YR-REMARK
004590     ELSE
004600         STRING "WAITING ON " DELIMITED BY SIZE
004610                WS-WAITING-ON DELIMITED BY SPACE
004620             INTO YR-REMARK
004630         END-STRING
004640     END-IF.
004650 3600-EXIT.
004660     EXIT.

004670*----------------------------------------------------------------*
004680*    4000-REPORT-UNSCHEDULED-RTN  -  STATUS ROWS FOR PROGRAMS    *
004690*    NOT ON THE SCHEDULE.  COBCYCLE LETS SUCH A PROGRAM RUN WITH *
004700*    NO PREDECESSORS, AND THE CLOSE DOES NOT WAIT FOR IT.        *
004710*----------------------------------------------------------------*
004720 4000-REPORT-UNSCHEDULED-RTN.
004730     MOVE "R"                  TO WS-STEP-CLASS.
004740     MOVE "UNSCHED"            TO WS-CLASS-TEXT.
004750     MOVE SPACES               TO WS-WAITING-ON.
004760     PERFORM 4100-PRINT-UNSCHEDULED-RTN
004770         THRU 4100-EXIT
004780         VARYING WS-ROW-SUB FROM 1 BY 1
004790         UNTIL WS-ROW-SUB > WS-ROWS-LOADED.
004800 4000-EXIT.
004810     EXIT.

004820*----------------------------------------------------------------*
004830*    4100-PRINT-UNSCHEDULED-RTN  -  ONE TABLE ROW, IF NO         *
004840*    SCHEDULE ENTRY CLAIMED IT.                                  *
004850*----------------------------------------------------------------*
004860 4100-PRINT-UNSCHEDULED-RTN.
004870     IF NOT WS-ROW-ON-SCHEDULE (WS-ROW-SUB)
004880         ADD 1 TO WS-STEPS-UNSCHEDULED
004890         PERFORM 3300-PRINT-STEP-ROW-RTN
004900             THRU 3300-EXIT
004910     END-IF.
004920 4100-EXIT.
004930     EXIT.

004940*----------------------------------------------------------------*
004950*    5000-PRINT-TOTALS-RTN  -  COUNTS BY STATUS AND WHETHER THE  *
004960*    CLOSE OF DAY MAY RUN.                                       *
004970*----------------------------------------------------------------*
004980 5000-PRINT-TOTALS-RTN.
004990     MOVE SPACES               TO CYCLE-STATUS-LINE.
005000     WRITE CYCLE-STATUS-LINE.

005010     MOVE SPACES               TO CYCLE-STATUS-TOTAL-LINE.
005020     MOVE "STEPS COMPLETE"             TO YK-LABEL.
005030     MOVE WS-STEPS-COMPLETE            TO YK-COUNT.
005040     WRITE CYCLE-STATUS-TOTAL-LINE.

005050     MOVE "STEPS FAILED"               TO YK-LABEL.
005060     MOVE WS-STEPS-FAILED              TO YK-COUNT.
005070     WRITE CYCLE-STATUS-TOTAL-LINE.

005080     MOVE "STEPS RUNNING OR ABENDED"   TO YK-LABEL.
005090     MOVE WS-STEPS-RUNNING             TO YK-COUNT.
005100     WRITE CYCLE-STATUS-TOTAL-LINE.

005110     MOVE "STEPS RESET FOR RERUN"      TO YK-LABEL.
005120     MOVE WS-STEPS-RESET               TO YK-COUNT.
005130     WRITE CYCLE-STATUS-TOTAL-LINE.

005140     MOVE "STEPS OUTSTANDING"          TO YK-LABEL.
005150     MOVE WS-STEPS-OUTSTANDING         TO YK-COUNT.
005160     WRITE CYCLE-STATUS-TOTAL-LINE.

005170     MOVE "MONTH-END STEPS NOT DUE"    TO YK-LABEL.
005180     MOVE WS-STEPS-NOT-DUE             TO YK-COUNT.
005190     WRITE CYCLE-STATUS-TOTAL-LINE.

005200     MOVE "ON-REQUEST STEPS NOT RUN"   TO YK-LABEL.
005210     MOVE WS-STEPS-NOT-RUN             TO YK-COUNT.
005220     WRITE CYCLE-STATUS-TOTAL-LINE.

005230     MOVE "STATUS ROWS NOT ON THE SCHEDULE" TO YK-LABEL.
005240     MOVE WS-STEPS-UNSCHEDULED         TO YK-COUNT.
005250     WRITE CYCLE-STATUS-TOTAL-LINE.

005260     IF WS-ROWS-SKIPPED > ZERO
005270         MOVE "STATUS ROWS LEFT OFF - TABLE FULL" TO YK-LABEL
005280         MOVE WS-ROWS-SKIPPED          TO YK-COUNT
005290         WRITE CYCLE-STATUS-TOTAL-LINE
005300     END-IF.

005310     MOVE SPACES               TO CYCLE-STATUS-TOTAL-LINE.
005320     MOVE "CLOSE OF DAY (COBEOD)"      TO YK-LABEL.
005330     IF CLOSE-IS-READY
005340         MOVE "READY"          TO YK-VALUE
005350     ELSE
005360         STRING "WAITING ON " DELIMITED BY SIZE
005370                WS-CLOSE-BLOCKED-BY DELIMITED BY SPACE
005380             INTO YK-VALUE
005390         END-STRING
005400     END-IF.
005410     WRITE CYCLE-STATUS-TOTAL-LINE.
005420 5000-EXIT.
005430     EXIT.

005440*----------------------------------------------------------------*
005450*    7000-CHECK-PROGRAM-COMPLETE-RTN  -  WS-CHECK-PROGRAM HAS    *
005460*    COMPLETED FOR THE BUSINESS DATE WHEN IT HAS AT LEAST ONE    *
005470*    STATUS ROW AND EVERY ONE OF ITS ROWS IS COMPLETE FOR THE    *
005480*    DATE - THE SAME RULE COBCYCLE APPLIES.                      *
005490*----------------------------------------------------------------*
005500 7000-CHECK-PROGRAM-COMPLETE-RTN.
005510     MOVE ZERO                 TO WS-ROWS-FOR-PROGRAM.
005520     MOVE "Y"                  TO WS-PROGRAM-DONE-SWITCH.
005530     PERFORM 7050-CHECK-ONE-ROW-RTN
005540         THRU 7050-EXIT
005550         VARYING WS-CHK-SUB FROM 1 BY 1
005560         UNTIL WS-CHK-SUB > WS-ROWS-LOADED.
005570     IF WS-ROWS-FOR-PROGRAM = ZERO
005580         MOVE "N"              TO WS-PROGRAM-DONE-SWITCH
005590     END-IF.
005600 7000-EXIT.
005610     EXIT.

005620*----------------------------------------------------------------*
005630*    7050-CHECK-ONE-ROW-RTN  -  ONE TABLE ROW AGAINST THE RULE.  *
005640*----------------------------------------------------------------*
005650 7050-CHECK-ONE-ROW-RTN.
005660     IF WS-ROW-PROGRAM (WS-CHK-SUB) = WS-CHECK-PROGRAM
005670         ADD 1 TO WS-ROWS-FOR-PROGRAM
005680         IF WS-ROW-BUSINESS-DATE (WS-CHK-SUB)
005690                               NOT = CY-BUSINESS-DATE
005700             OR NOT WS-ROW-COMPLETE (WS-CHK-SUB)
005710             MOVE "N"          TO WS-PROGRAM-DONE-SWITCH
005720         END-IF
005730     END-IF.
005740 7050-EXIT.
005750     EXIT.

005760*----------------------------------------------------------------*
005770*    7100-SET-CLASS-TEXT-RTN  -  PRINTABLE STEP CLASS.           *
005780*----------------------------------------------------------------*
005790 7100-SET-CLASS-TEXT-RTN.
005800     EVALUATE TRUE
005810         WHEN WS-NIGHTLY-STEP
005820             MOVE "NIGHTLY"    TO WS-CLASS-TEXT
005830         WHEN WS-MONTH-END-STEP
005840             MOVE "MONTH-END"  TO WS-CLASS-TEXT
005850         WHEN WS-CLOSE-STEP
005860             MOVE "CLOSE"      TO WS-CLASS-TEXT
005870         WHEN OTHER
005880             MOVE "ON REQUEST" TO WS-CLASS-TEXT
005890     END-EVALUATE.
005900 7100-EXIT.
005910     EXIT.

005920*----------------------------------------------------------------*
005930*    7200-FIND-WAITING-ON-RTN  -  THE FIRST PREDECESSOR OF THE   *
005940*    SCHEDULE ENTRY NOT YET COMPLETE FOR THE DATE, OR SPACES.    *
005950*----------------------------------------------------------------*
005960 7200-FIND-WAITING-ON-RTN.
005970     MOVE SPACES               TO WS-WAITING-ON.
005980     PERFORM 7250-CHECK-PREDECESSOR-RTN
005990         THRU 7250-EXIT
006000         VARYING WS-PRED-SUB FROM 1 BY 1
006010         UNTIL WS-PRED-SUB > 4
006020            OR WS-WAITING-ON NOT = SPACES.
006030 7200-EXIT.
006040     EXIT.

006050*----------------------------------------------------------------*
006060*    7250-CHECK-PREDECESSOR-RTN  -  ONE PREDECESSOR SLOT.        *
006070*    UNUSED SLOTS ARE SPACES.                                    *
006080*----------------------------------------------------------------*
006090 7250-CHECK-PREDECESSOR-RTN.
006100     IF SC-PREDECESSOR (WS-STEP-SUB, WS-PRED-SUB) = SPACES
006110         GO TO 7250-EXIT
006120     END-IF.
006130     MOVE SC-PREDECESSOR (WS-STEP-SUB, WS-PRED-SUB)
006140                               TO WS-CHECK-PROGRAM.
006150     PERFORM 7000-CHECK-PROGRAM-COMPLETE-RTN
006160         THRU 7000-EXIT.
006170     IF NOT PROGRAM-COMPLETE
006180         MOVE WS-CHECK-PROGRAM TO WS-WAITING-ON
006190     END-IF.
006200 7250-EXIT.
006210     EXIT.

006220*----------------------------------------------------------------*
006230*    9999-TERMINATE-RTN  -  CLOSE THE FILES AND SHOW THE COUNTS. *
006240*----------------------------------------------------------------*
006250 9999-TERMINATE-RTN.
006260     IF RUN-FILES-ARE-OPEN
006270         CLOSE CYCLE-CONTROL
006280               CYCLE-REPORT
006290     END-IF.

006300     DISPLAY "COBCYCRP - BUSINESS DATE      " CY-BUSINESS-DATE.
006310     DISPLAY "COBCYCRP - STATUS ROWS READ   " WS-ROWS-LOADED.
006320     DISPLAY "COBCYCRP - REPORT LINES       " WS-LINES-PRINTED.
006330     DISPLAY "COBCYCRP - STEPS FAILED       " WS-STEPS-FAILED.
006340     DISPLAY "COBCYCRP - STEPS OUTSTANDING  "
006350         WS-STEPS-OUTSTANDING.
006360 9999-EXIT.
006370     EXIT.
