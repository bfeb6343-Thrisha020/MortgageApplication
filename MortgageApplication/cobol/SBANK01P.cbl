000319*                     - THE RATE IS LEFT AT ZERO INSTEAD, THE    *
000319*                     SAME WAY COBCALC ITSELF HANDLES A ZERO-    *
000319*                     RATE LOAN.                                 *
000320*   2026-10-15  DEV   THE RUN IS NOW RECORDED WITH CYCLE CONTROL *
000321*                     THROUGH COBCYCLE (SBANK94W) - STARTED AT   *
000322*                     INITIALIZATION AND MARKED COMPLETE AT THE  *
000323*                     END - SO IT SHOWS ON THE CYCLE STATUS      *
000324*                     REPORT.  A START CYCLE CONTROL REFUSES     *
000325*                     STOPS THE REPORT BEFORE ANY LOAN IS        *
000326*                     SCHEDULED.                                 *
000327******************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.  IBM-370.
000760     05  WS-RPT-FILE-STATUS       PIC X(02).
000770     05  WS-EOF-SWITCH            PIC X(01)  VALUE "N".
000780         88  END-OF-LOAN-FILE              VALUE "Y".
000782     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
000784         88  STOP-THE-RUN                  VALUE "Y".
000786     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
000788         88  CYCLE-STEP-RUNNING            VALUE "Y".

000790 01  WS-CALC-FIELDS.
000800     05  WS-BALANCE               PIC 9(9)V99    COMP-3.
000904*----------------------------------------------------------------*
000905     COPY SBANK02W.

000906*----------------------------------------------------------------*
000907*    COBCYCLE CALLING CONVENTION.                                *
000908*----------------------------------------------------------------*
000909     COPY SBANK94W.

000910 LINKAGE SECTION.

000920 PROCEDURE DIVISION.
000960 0000-MAINLINE.
000970     PERFORM 1000-INITIALIZE-RTN
000980         THRU 1000-EXIT.
000990     IF NOT STOP-THE-RUN
000995         PERFORM 2000-SELECT-LOANS-RTN
001000             THRU 2000-EXIT
001005     END-IF.
001010     PERFORM 9999-TERMINATE-RTN
001020         THRU 9999-EXIT.
001030     GOBACK.

001040*----------------------------------------------------------------*
001050*    1000-INITIALIZE-RTN  -  OPEN FILES, READ THE CONTROL CARD   *
001060*    THAT NAMES THE LOAN (OR "ALL") TO SCHEDULE, AND RECORD THE  *
001065*    RUN WITH CYCLE CONTROL.                                     *
001070*----------------------------------------------------------------*
001080 1000-INITIALIZE-RTN.
001090     OPEN INPUT  CONTROL-CARD.
001130         AT END
001140             MOVE "ALL"        TO RCC-LOAN-NUMBER
001150     END-READ.

001152     MOVE "S"                  TO CY-FUNCTION.
001153     MOVE "COBAMORT"           TO CY-PROGRAM-ID.
001154     MOVE SPACES               TO CY-INSTANCE-ID.
001155     CALL "COBCYCLE" USING PARM-4.
001156     IF NOT CY-SUCCESS
001157         DISPLAY "COBAMORT - NOT CLEARED TO RUN BY CYCLE "
001158             "CONTROL - REPORT ABORTED"
001159         MOVE "Y"              TO WS-STOP-SWITCH
001160         GO TO 1000-EXIT
001161     END-IF.
001162     MOVE "Y"                  TO WS-CYCLE-SWITCH.
001163 1000-EXIT.
001170     EXIT.

001180*----------------------------------------------------------------*
002440     CLOSE CONTROL-CARD
002450           LOAN-MASTER
002460           AMORT-RPT.
002461     IF CYCLE-STEP-RUNNING
002462         IF STOP-THE-RUN
002463             MOVE "F"          TO CY-FUNCTION
002465         ELSE
002466             MOVE "C"          TO CY-FUNCTION
002467         END-IF
002468         CALL "COBCYCLE" USING PARM-4
002469     END-IF.
002470 9999-EXIT.
002480     EXIT.
