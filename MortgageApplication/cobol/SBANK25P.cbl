000440*   DATE       INIT   DESCRIPTION                                *
000450*   ---------- ----   ------------------------------------------ *
000460*   2026-09-01  DEV   INITIAL VERSION.                          *
000461*   2026-10-15  DEV   THE RUN IS NOW RECORDED WITH CYCLE        *
000462*                     CONTROL THROUGH COBCYCLE (SBANK94W) -     *
000463*                     STARTED ONCE THE CARD IS ACCEPTED AND     *
000464*                     MARKED COMPLETE OR FAILED AT THE END - SO *
000465*                     IT SHOWS ON THE CYCLE STATUS REPORT.      *
000470******************************************************************
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
001590         88  END-OF-AUDIT                  VALUE "Y".
001600     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
001610         88  STOP-THE-RUN                  VALUE "Y".
001613     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
001616         88  CYCLE-STEP-RUNNING            VALUE "Y".
001620     05  WS-ESCROW-SWITCH         PIC X(01)  VALUE "N".
001630         88  LOAN-HAS-ESCROW               VALUE "Y".
001640     05  WS-TABLE-FULL-SWITCH     PIC X(01)  VALUE "N".
002480     05  WS-ESCROW-EVENTS         PIC 9(5)  COMP.
002490     05  WS-AUDIT-EVENTS          PIC 9(5)  COMP.

002495     COPY SBANK94W.

002500 LINKAGE SECTION.

002510 PROCEDURE DIVISION.
002940     END-IF.
002950     MOVE RCC-LOAN-NUMBER      TO WS-LOAN-NUMBER.

002952     MOVE "S"                  TO CY-FUNCTION.
002953     MOVE "COBTRANS"           TO CY-PROGRAM-ID.
002954     MOVE SPACES               TO CY-INSTANCE-ID.
002955     CALL "COBCYCLE" USING PARM-4.
002956     IF NOT CY-SUCCESS
002957         DISPLAY "COBTRANS - NOT CLEARED TO RUN BY CYCLE "
002958             "CONTROL - TRANSCRIPT ABORTED"
002959         MOVE "Y"              TO WS-STOP-SWITCH
002960         GO TO 1000-EXIT
002961     END-IF.
002962     MOVE "Y"                  TO WS-CYCLE-SWITCH.

002963     OPEN INPUT LOAN-MASTER.
002970     IF NOT WS-LOAN-FILE-OK
002980         DISPLAY "COBTRANS - LOAN MASTER OPEN FAILED - STATUS "
002990             WS-LOAN-FILE-STATUS " - TRANSCRIPT ABORTED"

007290     DISPLAY "COBTRANS - LOAN TRANSCRIBED  " WS-LOAN-NUMBER.
007300     DISPLAY "COBTRANS - EVENTS LISTED     " WS-EVENT-PTR.
007301     IF CYCLE-STEP-RUNNING
007302         IF STOP-THE-RUN
007303             MOVE "F"          TO CY-FUNCTION
007305         ELSE
007306             MOVE "C"          TO CY-FUNCTION
007307         END-IF
007308         CALL "COBCYCLE" USING PARM-4
007309     END-IF.
007310 9999-EXIT.
007320     EXIT.
