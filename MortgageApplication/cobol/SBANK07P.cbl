000190*                                                                *
000200*   RUNS AFTER COBDRIVE.  READS THE GL POSTING EXTRACT          *
000210*   (COPYBOOK SBANK08W) AND THE COBCALC AUDIT TRAIL (COPYBOOK   *
000220*   SBANK09W) TOGETHER FOR THE CYCLE CONTROL BUSINESS DATE      *
000230*   AND CONFIRMS:                                               *
000240*     - EVERY AUDIT RECORD WITH AT-POSTING-INDICATOR "Y" AND    *
000250*       AT-CALL-FEEDBACK "00" HAS EXACTLY ONE GL EXTRACT        *
000489*                     COBSATIS (SOURCE "P") ARE COUNTED AND    *
000491*                     TOTALED LIKE THE FEE RECORDS - REAL      *
000492*                     POSTINGS WITH NO AUDIT TRAIL MATCH.      *
000493*   2026-10-15  DEV   LOAN MODIFICATION CAPITALIZATION RECORDS *
000494*                     WRITTEN BY COBMODFY (SOURCE "M") ARE     *
000495*                     COUNTED AND TOTALED ON THEIR OWN SUMMARY *
000496*                     LINE - REAL POSTINGS WITH NO AUDIT TRAIL *
000497*                     MATCH.                                   *
000498*   2026-10-15  DEV   ACCRUED INTEREST RECEIVABLE RECORDS      *
000499*                     WRITTEN BY COBACCR (SOURCE "A") ARE KEPT *
000500*                     OUT OF THE NIGHTLY PRINCIPAL/INTEREST    *
000501*                     TOTALS AND BALANCED ON THEIR OWN AGAINST *
000502*                     THE COBACCR CONTROL RECORDS (SBANK82W),  *
000503*                     WITH THEIR OWN VERDICT AND TRAILER       *
000504*                     TOTALS.                                  *
000505*   2026-10-15  DEV   ESCROW ADVANCE RECORDS WRITTEN BY         *
000506*                     COBHAZRD (SOURCE "E") ARE COUNTED AND     *
000507*                     TOTALED ON THEIR OWN SUMMARY LINE - REAL  *
000508*                     POSTINGS WITH NO AUDIT TRAIL MATCH.       *
000509*   2026-10-15  DEV   SERVICING TRANSFER SETTLEMENT RECORDS     *
000510*                     WRITTEN BY COBXFER (SOURCE "X") ARE       *
000511*                     COUNTED AND TOTALED THE SAME WAY, ON      *
000512*                     THEIR OWN SUMMARY LINE.                   *
000513*   2026-10-15  DEV   THE RUN DATE NOW COMES FROM THE CYCLE     *
000514*                     CONTROL FILE THROUGH COBCYCLE (SBANK94W)  *
000515*                     INSTEAD OF THE CONTROL CARD, WHICH IS NO  *
000516*                     LONGER READ.  THE STEP IS CHECKED AGAINST *
000517*                     ITS PREDECESSORS AT START AND ITS         *
000518*                     COMPLETION OR FAILURE IS RECORDED AT THE  *
000519*                     END.                                      *
000470******************************************************************
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.  IBM-370.
000521 OBJECT-COMPUTER.  IBM-370.
000522 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000600*----------------------------------------------------------------*
000610*    GL POSTING EXTRACT - READ FIRST, THEN RE-OPENED EXTEND TO   *
000620*    APPEND THE CONTROL-TOTALS TRAILER.  PLAIN SEQUENTIAL, SAME  *
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-RPT-FILE-STATUS.

000791*----------------------------------------------------------------*
000792*    COBACCR ACCRUAL CONTROL FILE - READ ONLY.  NO FILE MEANS    *
000793*    THE ACCRUAL RUN HAS NEVER RUN, AND THE CONTROL TOTALS ARE   *
000794*    ZERO.                                                       *
000795*----------------------------------------------------------------*
000796     SELECT ACCRUAL-CONTROL ASSIGN TO ACCRCTL
000797         ORGANIZATION IS SEQUENTIAL
000798         FILE STATUS IS WS-ACTL-FILE-STATUS.

000800 DATA DIVISION.
000810 FILE SECTION.
000850 FD  GL-EXTRACT
000860     LABEL RECORDS ARE STANDARD.
000870     COPY SBANK08W.
000920     LABEL RECORDS ARE STANDARD.
000930     COPY SBANK16W.

000931 FD  ACCRUAL-CONTROL
000932     LABEL RECORDS ARE STANDARD.
000933     COPY SBANK82W.

000940 WORKING-STORAGE SECTION.
000950 01  WS-SWITCHES.
000970     05  WS-GL-FILE-STATUS        PIC X(02).
000980     05  WS-AUDIT-FILE-STATUS     PIC X(02).
000990     05  WS-RPT-FILE-STATUS       PIC X(02).
000991     05  WS-ACTL-FILE-STATUS      PIC X(02).
000992     05  WS-ACTL-EOF-SWITCH       PIC X(01)  VALUE "N".
000993         88  END-OF-ACCRUAL-CONTROL        VALUE "Y".
001000     05  WS-GL-EOF-SWITCH         PIC X(01)  VALUE "N".
001010         88  END-OF-GL-FILE                VALUE "Y".
001020     05  WS-AUDIT-EOF-SWITCH      PIC X(01)  VALUE "N".
001070         88  AUDIT-RECORD-HELD             VALUE "Y".
001080     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
001090         88  STOP-THE-RUN                  VALUE "Y".
001093     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
001096         88  CYCLE-STEP-RUNNING            VALUE "Y".
001100     05  WS-TRAILER-SEEN-SWITCH   PIC X(01)  VALUE "N".
001110         88  TRAILER-ALREADY-PRESENT       VALUE "Y".

001238     05  WS-REVERSAL-TOTAL        PIC 9(11)V99  COMP-3.
001241     05  WS-PAYOFF-RECORDS        PIC 9(7)      COMP.
001242     05  WS-PAYOFF-TOTAL          PIC 9(11)V99  COMP-3.
001243     05  WS-MODIFY-RECORDS        PIC 9(7)      COMP.
001244     05  WS-MODIFY-TOTAL          PIC 9(11)V99  COMP-3.
001245     05  WS-ADVANCE-RECORDS       PIC 9(7)      COMP.
001246     05  WS-ADVANCE-TOTAL         PIC 9(11)V99  COMP-3.
001247     05  WS-TRANSFER-RECORDS      PIC 9(7)      COMP.
001248     05  WS-TRANSFER-TOTAL        PIC 9(11)V99  COMP-3.
001249     05  WS-ACCR-BOOKED-RECORDS   PIC 9(7)      COMP.
001250     05  WS-ACCR-BOOKED-TOTAL     PIC 9(11)V99  COMP-3.
001251     05  WS-ACCR-REVERSED-RECORDS PIC 9(7)      COMP.
001252     05  WS-ACCR-REVERSED-TOTAL   PIC 9(11)V99  COMP-3.
001253     05  WS-CTL-BOOKED-RECORDS    PIC 9(7)      COMP.
001254     05  WS-CTL-BOOKED-TOTAL      PIC 9(11)V99  COMP-3.
001255     05  WS-CTL-REVERSED-RECORDS  PIC 9(7)      COMP.
001256     05  WS-CTL-REVERSED-TOTAL    PIC 9(11)V99  COMP-3.
001257     05  WS-ACCRUAL-NET           PIC S9(11)V99 COMP-3.
001258     05  WS-ACCRUAL-SWITCH        PIC X(01).
001259         88  ACCRUALS-IN-BALANCE           VALUE "Y".

001260     COPY SBANK94W.

001240 LINKAGE SECTION.

001261 PROCEDURE DIVISION.
001262*----------------------------------------------------------------*
001270*    0000-MAINLINE                                                *
001280*----------------------------------------------------------------*
001290 0000-MAINLINE.
001546                                   WS-REVERSAL-RECORDS
001548                                   WS-REVERSAL-TOTAL
001551                                   WS-PAYOFF-RECORDS
001552                                   WS-PAYOFF-TOTAL
001553                                   WS-MODIFY-RECORDS
001554                                   WS-MODIFY-TOTAL
001555                                   WS-ADVANCE-RECORDS
001556                                   WS-ADVANCE-TOTAL
001557                                   WS-TRANSFER-RECORDS
001558                                   WS-TRANSFER-TOTAL
001559                                   WS-ACCR-BOOKED-RECORDS
001560                                   WS-ACCR-BOOKED-TOTAL
001561                                   WS-ACCR-REVERSED-RECORDS
001562                                   WS-ACCR-REVERSED-TOTAL
001563                                   WS-CTL-BOOKED-RECORDS
001564                                   WS-CTL-BOOKED-TOTAL
001565                                   WS-CTL-REVERSED-RECORDS
001566                                   WS-CTL-REVERSED-TOTAL
001567                                   WS-ACCRUAL-NET.

001568     MOVE "S"                  TO CY-FUNCTION.
001569     MOVE "COBGLREC"           TO CY-PROGRAM-ID.
001570     MOVE SPACES               TO CY-INSTANCE-ID.
001580     CALL "COBCYCLE" USING PARM-4.
001590     IF NOT CY-SUCCESS
001600         DISPLAY "COBGLREC - NOT CLEARED TO RUN BY CYCLE "
001610             "CONTROL - RECONCILIATION ABORTED"
001640         MOVE "Y"              TO WS-STOP-SWITCH
001650         GO TO 1000-EXIT
001660     END-IF.
001665     MOVE "Y"                  TO WS-CYCLE-SWITCH.
001670     MOVE CY-BUSINESS-DATE     TO WS-RUN-DATE.

001680     OPEN INPUT GL-EXTRACT.
001690     IF NOT WS-GL-FILE-STATUS = "00"

001830     OPEN OUTPUT GLREC-RPT.

001832     PERFORM 1500-LOAD-ACCRUAL-CONTROL-RTN
001834         THRU 1500-EXIT.

001840     PERFORM 2100-NEXT-AUDIT-RTN
001850         THRU 2100-EXIT.
001860     PERFORM 2200-NEXT-GL-RTN
001880 1000-EXIT.
001890     EXIT.

001891*----------------------------------------------------------------*
001892*    1500-LOAD-ACCRUAL-CONTROL-RTN  -  ADD UP THE COBACCR        *
001893*    CONTROL RECORDS FOR THE RUN DATE.  A RERUN OF COBACCR       *
001894*    APPENDS A SECOND RECORD FOR WHAT IT WROTE, SO THE SUM IS    *
001895*    WHAT SHOULD BE ON THE EXTRACT.                              *
001896*----------------------------------------------------------------*
001897 1500-LOAD-ACCRUAL-CONTROL-RTN.
001898     OPEN INPUT ACCRUAL-CONTROL.
001899     IF NOT WS-ACTL-FILE-STATUS = "00"
001900         GO TO 1500-EXIT
001901     END-IF.

001902     PERFORM 1550-READ-ACCRUAL-CONTROL-RTN
001903         THRU 1550-EXIT
001904         UNTIL END-OF-ACCRUAL-CONTROL.

001905     CLOSE ACCRUAL-CONTROL.
001906 1500-EXIT.
001907     EXIT.

001908*----------------------------------------------------------------*
001909*    1550-READ-ACCRUAL-CONTROL-RTN  -  READ ONE CONTROL RECORD   *
001910*    AND TAKE IT INTO THE CONTROL TOTALS IF IT IS TONIGHT'S.     *
001911*----------------------------------------------------------------*
001912 1550-READ-ACCRUAL-CONTROL-RTN.
001913     READ ACCRUAL-CONTROL
001914         AT END
001915             MOVE "Y"          TO WS-ACTL-EOF-SWITCH
001916             GO TO 1550-EXIT
001917     END-READ.

001918     IF IC-RUN-DATE NOT = WS-RUN-DATE
001919         GO TO 1550-EXIT
001920     END-IF.

001921     ADD IC-BOOKED-COUNT       TO WS-CTL-BOOKED-RECORDS.
001922     ADD IC-BOOKED-AMOUNT      TO WS-CTL-BOOKED-TOTAL.
001923     ADD IC-REVERSED-COUNT     TO WS-CTL-REVERSED-RECORDS.
001924     ADD IC-REVERSED-AMOUNT    TO WS-CTL-REVERSED-TOTAL.
001925 1550-EXIT.
001926     EXIT.

001927*----------------------------------------------------------------*
001928*    2000-MATCH-FILES-RTN  -  WALK THE TWO FILTERED STREAMS IN   *
001929*    LOAN NUMBER ORDER.  A LOAN ON BOTH SIDES IS A MATCH; A      *
001930*    LOAN ON ONLY ONE SIDE IS A DISCREPANCY, REPORTED AND        *
001940*    COUNTED ON THAT SIDE.                                       *
001950*----------------------------------------------------------------*
002891         GO TO 2200-NEXT-GL-RTN
002892     END-IF.

002893*    A MODIFICATION CAPITALIZATION RECORD (WRITTEN BY COBMODFY) *
002894*    IS LIKEWISE A REAL POSTING WITH NO AUDIT TRAIL MATCH.      *
002895*    ITS INTEREST AMOUNT IS ALWAYS ZERO (SEE SBANK08W).         *
002896     IF GX-SOURCE-MODIFICATION
002897         ADD 1 TO WS-GL-RECORDS
002898         ADD 1 TO WS-MODIFY-RECORDS
002899         ADD GX-PRINCIPAL-AMOUNT   TO WS-PRINCIPAL-TOTAL
002900         ADD GX-INTEREST-AMOUNT    TO WS-INTEREST-TOTAL
002901         ADD GX-PRINCIPAL-AMOUNT   TO WS-MODIFY-TOTAL
002902         ADD GX-INTEREST-AMOUNT    TO WS-MODIFY-TOTAL
002903         GO TO 2200-NEXT-GL-RTN
002904     END-IF.

002905*    AN ESCROW ADVANCE RECORD (WRITTEN BY COBHAZRD) IS THE SAME *
002906*    KIND OF POSTING, ITS INTEREST AMOUNT ALWAYS ZERO.          *
002907     IF GX-SOURCE-ESCROW-ADVANCE
002908         ADD 1 TO WS-GL-RECORDS
002909         ADD 1 TO WS-ADVANCE-RECORDS
002910         ADD GX-PRINCIPAL-AMOUNT   TO WS-PRINCIPAL-TOTAL
002911         ADD GX-INTEREST-AMOUNT    TO WS-INTEREST-TOTAL
002912         ADD GX-PRINCIPAL-AMOUNT   TO WS-ADVANCE-TOTAL
002913         ADD GX-INTEREST-AMOUNT    TO WS-ADVANCE-TOTAL
002914         GO TO 2200-NEXT-GL-RTN
002915     END-IF.

002916*    SO IS A SERVICING TRANSFER SETTLEMENT RECORD (WRITTEN BY   *
002917*    COBXFER).                                                  *
002918     IF GX-SOURCE-TRANSFER
002919         ADD 1 TO WS-GL-RECORDS
002920         ADD 1 TO WS-TRANSFER-RECORDS
002921         ADD GX-PRINCIPAL-AMOUNT   TO WS-PRINCIPAL-TOTAL
002922         ADD GX-INTEREST-AMOUNT    TO WS-INTEREST-TOTAL
002923         ADD GX-PRINCIPAL-AMOUNT   TO WS-TRANSFER-TOTAL
002924         ADD GX-INTEREST-AMOUNT    TO WS-TRANSFER-TOTAL
002925         GO TO 2200-NEXT-GL-RTN
002926     END-IF.

002927*    AN ACCRUED INTEREST RECEIVABLE RECORD (WRITTEN BY COBACCR) *
002928*    IS A MONTH-END ACCRUAL OR ITS REVERSAL, NOT A CASH POSTING *
002929*    - IT IS COUNTED ON THE FILE BUT KEPT OUT OF THE NIGHTLY    *
002930*    PRINCIPAL/INTEREST TOTALS, AND BALANCED SEPARATELY         *
002931*    AGAINST THE COBACCR CONTROL RECORDS.                       *
002932     IF GX-SOURCE-ACCRUAL
002933         ADD 1 TO WS-GL-RECORDS
002934         IF GX-ACCRUAL-REVERSED
002935             ADD 1 TO WS-ACCR-REVERSED-RECORDS
002936             ADD GX-INTEREST-AMOUNT TO WS-ACCR-REVERSED-TOTAL
002937         ELSE
002938             ADD 1 TO WS-ACCR-BOOKED-RECORDS
002939             ADD GX-INTEREST-AMOUNT TO WS-ACCR-BOOKED-TOTAL
002940         END-IF
002941         GO TO 2200-NEXT-GL-RTN
002942     END-IF.

002860     MOVE "Y"                  TO WS-GL-HELD-SWITCH.
002870     MOVE GX-LOAN-NUMBER       TO WS-GL-LOAN.
002880     ADD 1 TO WS-GL-RECORDS.
002890     ADD GX-PRINCIPAL-AMOUNT   TO WS-PRINCIPAL-TOTAL.
002943     ADD GX-INTEREST-AMOUNT    TO WS-INTEREST-TOTAL.
002944 2200-EXIT.
002945     EXIT.

002946*----------------------------------------------------------------*
002947*    2300-AUDIT-UNMATCHED-RTN  -  A SUCCESSFUL POSTING CALL ON   *
002950*    THE AUDIT TRAIL HAS NO GL EXTRACT RECORD - THE EXTRACT IS   *
002960*    SHORT (E.G. TRUNCATED BY AN ABEND).                         *
002970*----------------------------------------------------------------*
003536         WRITE GLREC-REPORT-LINE
003537     END-IF.

003538     IF WS-MODIFY-RECORDS > ZERO
003539         MOVE SPACES           TO GLREC-SUMMARY-LINE
003540         MOVE "LOAN MODIFICATION RECORDS" TO GS-LABEL
003541         MOVE WS-MODIFY-RECORDS TO GS-COUNT
003542         MOVE WS-MODIFY-TOTAL   TO GS-AMOUNT
003543         WRITE GLREC-REPORT-LINE
003544     END-IF.

003545     IF WS-ADVANCE-RECORDS > ZERO
003546         MOVE SPACES           TO GLREC-SUMMARY-LINE
003547         MOVE "ESCROW ADVANCE RECORDS" TO GS-LABEL
003548         MOVE WS-ADVANCE-RECORDS TO GS-COUNT
003549         MOVE WS-ADVANCE-TOTAL   TO GS-AMOUNT
003550         WRITE GLREC-REPORT-LINE
003551     END-IF.

003552     IF WS-TRANSFER-RECORDS > ZERO
003553         MOVE SPACES           TO GLREC-SUMMARY-LINE
003554         MOVE "SERVICING TRANSFER RECORDS" TO GS-LABEL
003555         MOVE WS-TRANSFER-RECORDS TO GS-COUNT
003556         MOVE WS-TRANSFER-TOTAL   TO GS-AMOUNT
003557         WRITE GLREC-REPORT-LINE
003558     END-IF.

003520     MOVE SPACES               TO GLREC-SUMMARY-LINE.
003530     MOVE "PRINCIPAL TOTAL"    TO GS-LABEL.
003559     MOVE WS-PRINCIPAL-TOTAL   TO GS-AMOUNT.
003560     WRITE GLREC-REPORT-LINE.

003561     MOVE SPACES               TO GLREC-SUMMARY-LINE.
003570     MOVE "INTEREST TOTAL"     TO GS-LABEL.
003580     MOVE WS-INTEREST-TOTAL    TO GS-AMOUNT.
003590     WRITE GLREC-REPORT-LINE.
003680     END-IF.
003690     WRITE GLREC-REPORT-LINE.

003691     PERFORM 3500-PRINT-ACCRUAL-RTN
003692         THRU 3500-EXIT.

003700     IF TRAILER-ALREADY-PRESENT
003710         MOVE SPACES           TO GLREC-SUMMARY-LINE
003720         MOVE "** PRIOR TRAILER FOUND - RERUN **"
003760 3000-EXIT.
003770     EXIT.

003771*----------------------------------------------------------------*
003772*    3500-PRINT-ACCRUAL-RTN  -  BALANCE THE ACCRUED INTEREST    *
003773*    RECEIVABLE ENTRIES ON THE EXTRACT AGAINST THE COBACCR       *
003774*    CONTROL TOTALS - BOOKED AND REVERSED EACH BY COUNT AND      *
003775*    AMOUNT - AND PRINT THEIR OWN VERDICT.  NOTHING IS PRINTED   *
003776*    ON A NIGHT WITH NO ACCRUAL ENTRIES ON EITHER SIDE.          *
003777*----------------------------------------------------------------*
003778 3500-PRINT-ACCRUAL-RTN.
003779     MOVE "N"                  TO WS-ACCRUAL-SWITCH.
003780     IF WS-ACCR-BOOKED-RECORDS = WS-CTL-BOOKED-RECORDS
003781         AND WS-ACCR-BOOKED-TOTAL = WS-CTL-BOOKED-TOTAL
003782         AND WS-ACCR-REVERSED-RECORDS = WS-CTL-REVERSED-RECORDS
003783         AND WS-ACCR-REVERSED-TOTAL = WS-CTL-REVERSED-TOTAL
003784         MOVE "Y"              TO WS-ACCRUAL-SWITCH
003785     END-IF.
003786     COMPUTE WS-ACCRUAL-NET =
003787         WS-ACCR-BOOKED-TOTAL - WS-ACCR-REVERSED-TOTAL.

003788     IF WS-ACCR-BOOKED-RECORDS = ZERO
003789         AND WS-ACCR-REVERSED-RECORDS = ZERO
003790         AND ACCRUALS-IN-BALANCE
003791         GO TO 3500-EXIT
003792     END-IF.

003793     MOVE SPACES               TO GLREC-REPORT-LINE.
003794     WRITE GLREC-REPORT-LINE.

003795     MOVE SPACES               TO GLREC-SUMMARY-LINE.
003796     MOVE "ACCRUED INTEREST BOOKED" TO GS-LABEL.
003797     MOVE WS-ACCR-BOOKED-RECORDS TO GS-COUNT.
003798     MOVE WS-ACCR-BOOKED-TOTAL TO GS-AMOUNT.
003799     WRITE GLREC-REPORT-LINE.

003800     MOVE SPACES               TO GLREC-SUMMARY-LINE.
003801     MOVE "  PER COBACCR CONTROL" TO GS-LABEL.
003802     MOVE WS-CTL-BOOKED-RECORDS TO GS-COUNT.
003803     MOVE WS-CTL-BOOKED-TOTAL  TO GS-AMOUNT.
003804     WRITE GLREC-REPORT-LINE.

003805     MOVE SPACES               TO GLREC-SUMMARY-LINE.
003806     MOVE "ACCRUED INTEREST REVERSED" TO GS-LABEL.
003807     MOVE WS-ACCR-REVERSED-RECORDS TO GS-COUNT.
003808     MOVE WS-ACCR-REVERSED-TOTAL TO GS-AMOUNT.
003809     WRITE GLREC-REPORT-LINE.

003810     MOVE SPACES               TO GLREC-SUMMARY-LINE.
003811     MOVE "  PER COBACCR CONTROL" TO GS-LABEL.
003812     MOVE WS-CTL-REVERSED-RECORDS TO GS-COUNT.
003813     MOVE WS-CTL-REVERSED-TOTAL TO GS-AMOUNT.
003814     WRITE GLREC-REPORT-LINE.

003815     MOVE SPACES               TO GLREC-SUMMARY-LINE.
003816     MOVE "ACCRUED INTEREST NET" TO GS-LABEL.
003817     MOVE WS-ACCRUAL-NET       TO GS-AMOUNT.
003818     WRITE GLREC-REPORT-LINE.

003819     MOVE SPACES               TO GLREC-SUMMARY-LINE.
003820     IF ACCRUALS-IN-BALANCE
003821         MOVE "*** ACCRUALS ARE IN BALANCE ***" TO GS-LABEL
003822     ELSE
003823         MOVE "*** ACCRUALS OUT OF BALANCE ***" TO GS-LABEL
003824     END-IF.
003825     WRITE GLREC-REPORT-LINE.
003826 3500-EXIT.
003827     EXIT.

003828*----------------------------------------------------------------*
003829*    4000-APPEND-TRAILER-RTN  -  RE-OPEN THE EXTRACT EXTEND AND  *
003830*    APPEND THE CONTROL-TOTALS TRAILER DESCRIBING THE RUN        *
003831*    DATE'S RECORDS, SO THE GL SIDE CAN VERIFY THE FILE THEY     *
003832*    RECEIVED IS COMPLETE BEFORE POSTING IT.                     *
003833*----------------------------------------------------------------*
003840 4000-APPEND-TRAILER-RTN.
003850     CLOSE GL-EXTRACT.
003860     OPEN EXTEND GL-EXTRACT.
003950     MOVE WS-GL-RECORDS        TO GT-RECORD-COUNT.
003960     MOVE WS-PRINCIPAL-TOTAL   TO GT-PRINCIPAL-TOTAL.
003970     MOVE WS-INTEREST-TOTAL    TO GT-INTEREST-TOTAL.
003971     COMPUTE WS-ACCRUAL-NET =
003972         WS-ACCR-BOOKED-TOTAL - WS-ACCR-REVERSED-TOTAL.
003973     COMPUTE GT-ACCRUAL-COUNT =
003974         WS-ACCR-BOOKED-RECORDS + WS-ACCR-REVERSED-RECORDS.
003975     MOVE WS-ACCRUAL-NET       TO GT-ACCRUAL-NET.
003980     WRITE GL-TRAILER-RECORD.
003990     CLOSE GL-EXTRACT.
004000 4000-EXIT.
004040*    THE VERDICT FOR THE OPERATORS.                              *
004050*----------------------------------------------------------------*
004060 9999-TERMINATE-RTN.
004061     IF CYCLE-STEP-RUNNING
004062         IF STOP-THE-RUN
004063             MOVE "F"          TO CY-FUNCTION
004064         ELSE
004065             MOVE "C"          TO CY-FUNCTION
004066         END-IF
004067         CALL "COBCYCLE" USING PARM-4
004068     END-IF.

004070     IF STOP-THE-RUN
004080         GO TO 9999-EXIT
004090     END-IF.
004160         DISPLAY "COBGLREC - EXTRACT IS OUT OF BALANCE - SEE "
004170             "RECONCILIATION REPORT"
004180     END-IF.

004181     IF NOT ACCRUALS-IN-BALANCE
004182         DISPLAY "COBGLREC - ACCRUED INTEREST ENTRIES OUT OF "
004183             "BALANCE WITH COBACCR CONTROL - SEE "
004184             "RECONCILIATION REPORT"
004185     END-IF.
004190 9999-EXIT.
004200     EXIT.
