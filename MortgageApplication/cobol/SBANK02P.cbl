000180*   COBDELQ  -  DELINQUENCY AGING REPORT                         *
000190*                                                                *
000200*   SCANS THE WHOLE LOAN MASTER FILE, AGES EACH LOAN'S DAYS      *
000210*   PAST DUE AS OF THE CYCLE CONTROL BUSINESS DATE (COPYBOOK     *
000220*   SBANK94W), BUCKETS IT INTO CURRENT / 30 / 60 / 90+, PRINTS   *
000230*   ONE DETAIL LINE PER LOAN, AND FINISHES WITH A BUCKET TOTALS  *
000240*   SUMMARY (LOAN COUNT AND UNPAID PRINCIPAL PER BUCKET).        *
000250*                                                                *
000311*   2026-09-01  DEV   2100 NOW SKIPS A CLOSED LOAN (SEE         *
000312*                     LM-STATUS-CODE IN SBANK01W) - A PAID-OFF  *
000313*                     LOAN MUST NOT KEEP AGING FOREVER.         *
000314*   2026-10-15  DEV   THE AS-OF DATE NOW COMES FROM THE CYCLE   *
000315*                     CONTROL BUSINESS DATE THROUGH COBCYCLE    *
000316*                     (SBANK94W) INSTEAD OF THE CONTROL CARD,   *
000317*                     WHICH IS NO LONGER READ.  THE STEP IS     *
000318*                     CHECKED AGAINST ITS PREDECESSORS AT START *
000319*                     AND ITS COMPLETION OR FAILURE IS RECORDED *
000320*                     AT THE END.                               *
000310******************************************************************
000321 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.  IBM-370.
000350 OBJECT-COMPUTER.  IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000440*----------------------------------------------------------------*
000450*    LOAN MASTER FILE - READ SEQUENTIALLY, WHOLE PORTFOLIO.      *
000460*----------------------------------------------------------------*

000580 DATA DIVISION.
000590 FILE SECTION.
000630 FD  LOAN-MASTER
000640     LABEL RECORDS ARE STANDARD.
000650     COPY SBANK01W.

000690 WORKING-STORAGE SECTION.
000700 01  WS-SWITCHES.
000720     05  WS-LOAN-FILE-STATUS      PIC X(02).
000730     05  WS-RPT-FILE-STATUS       PIC X(02).
000740     05  WS-EOF-SWITCH            PIC X(01)  VALUE "N".
000750         88  END-OF-LOAN-FILE              VALUE "Y".
000751     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
000752         88  STOP-THE-RUN                  VALUE "Y".
000754     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
000756         88  CYCLE-STEP-RUNNING            VALUE "Y".

000760 01  WS-AGING-FIELDS.
000770     05  WS-RUN-DATE              PIC 9(8).

000980 01  WS-THIS-BUCKET               PIC 9(1)      COMP.

000985     COPY SBANK94W.

000990 LINKAGE SECTION.

001000 PROCEDURE DIVISION.
001160*    ZEROISE THE BUCKET TOTALS.                                   *
001170*----------------------------------------------------------------*
001180 1000-INITIALIZE-RTN.
001200     OPEN INPUT  LOAN-MASTER.
001210     OPEN OUTPUT DELQ-RPT.

001220     MOVE "S"                  TO CY-FUNCTION.
001230     MOVE "COBDELQ"            TO CY-PROGRAM-ID.
001240     MOVE SPACES               TO CY-INSTANCE-ID.
001250     CALL "COBCYCLE" USING PARM-4.
001260     IF NOT CY-SUCCESS
001270         DISPLAY "COBDELQ - NOT CLEARED TO RUN BY CYCLE "
001280             "CONTROL - REPORT ABORTED"
001285         MOVE "Y"              TO WS-STOP-SWITCH
001290         GO TO 1000-EXIT
001300     END-IF.
001305     MOVE "Y"                  TO WS-CYCLE-SWITCH.

001310     MOVE CY-BUSINESS-DATE     TO WS-RUN-DATE.
001320     COMPUTE WS-RUN-DATE-INT =
001330         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).

002200*    9999-TERMINATE-RTN  -  CLOSE FILES.                          *
002210*----------------------------------------------------------------*
002220 9999-TERMINATE-RTN.
002230     CLOSE LOAN-MASTER
002250           DELQ-RPT.
002251     IF CYCLE-STEP-RUNNING
002252         IF STOP-THE-RUN
002253             MOVE "F"          TO CY-FUNCTION
002255         ELSE
002256             MOVE "C"          TO CY-FUNCTION
002257         END-IF
002258         CALL "COBCYCLE" USING PARM-4
002259     END-IF.
002260 9999-EXIT.
002270     EXIT.
