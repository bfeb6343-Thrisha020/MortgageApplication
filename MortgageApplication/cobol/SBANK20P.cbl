000514*                     LOAN (REASON "04") - A CLOSED LOAN'S     *
000516*                     ESCROW WAS REFUNDED AT CLOSURE AND AN    *
000517*                     ADVANCE ON IT COULD NEVER BE RECOVERED.  *
000518*   2026-10-15  DEV   THE RUN DATE NOW COMES FROM THE CYCLE    *
000519*                     CONTROL FILE THROUGH COBCYCLE (SBANK94W) *
000520*                     INSTEAD OF THE CONTROL CARD, WHICH IS NO *
000521*                     LONGER READ.  THE STEP IS CHECKED        *
000522*                     AGAINST ITS PREDECESSORS AT START AND    *
000523*                     ITS COMPLETION OR FAILURE IS RECORDED AT *
000524*                     THE END.                                 *
000525******************************************************************
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER.  IBM-370.
000560 OBJECT-COMPUTER.  IBM-370.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000660*----------------------------------------------------------------*
000670*    PAYEE INVOICE FEED - CARD-IMAGE FEED FROM THE ESCROW DESK.  *
000680*----------------------------------------------------------------*

001000 DATA DIVISION.
001010 FILE SECTION.
001050 FD  INVOICE-FEED
001060     LABEL RECORDS ARE STANDARD.
001070     COPY SBANK38W.

001200 WORKING-STORAGE SECTION.
001210 01  WS-SWITCHES.
001230     05  WS-INV-FILE-STATUS       PIC X(02).
001235     05  WS-LOAN-FILE-STATUS      PIC X(02).
001236         88  WS-LOAN-FILE-OK               VALUE "00".
001300         88  END-OF-INVOICES               VALUE "Y".
001310     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
001320         88  STOP-THE-RUN                  VALUE "Y".
001323     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
001326         88  CYCLE-STEP-RUNNING            VALUE "Y".
001330     05  WS-FILES-OPEN-SWITCH     PIC X(01)  VALUE "N".
001340         88  RUN-FILES-ARE-OPEN            VALUE "Y".

001520         10  WS-MONTH-PROJECTED   PIC 9(11)V99   COMP-3.
001530         10  WS-MONTH-ACTUAL      PIC 9(11)V99   COMP-3.

001535     COPY SBANK94W.

001540 LINKAGE SECTION.

001550 PROCEDURE DIVISION.
001790                                   WS-PAID-TOTAL.
001800     INITIALIZE WS-MONTH-TOTALS.

001810     MOVE "S"                  TO CY-FUNCTION.
001820     MOVE "COBESCPY"           TO CY-PROGRAM-ID.
001830     MOVE SPACES               TO CY-INSTANCE-ID.
001840     CALL "COBCYCLE" USING PARM-4.
001850     IF NOT CY-SUCCESS
001860         DISPLAY "COBESCPY - NOT CLEARED TO RUN BY CYCLE "
001870             "CONTROL - RUN ABORTED"
001900         MOVE "Y"              TO WS-STOP-SWITCH
001910         GO TO 1000-EXIT
001920     END-IF.
001925     MOVE "Y"                  TO WS-CYCLE-SWITCH.
001930     MOVE CY-BUSINESS-DATE     TO WS-RUN-DATE.

001940     OPEN INPUT INVOICE-FEED.
001950*    A MISSING OR MISPOINTED FEED GIVES EVERY READ STATUS 47    *
004150     DISPLAY "COBESCPY - BILLS PAID        " WS-BILLS-PAID.
004160     DISPLAY "COBESCPY - INVOICES REJECTED "
004170         WS-INVOICES-REJECTED.
004171     IF CYCLE-STEP-RUNNING
004172         IF STOP-THE-RUN
004173             MOVE "F"          TO CY-FUNCTION
004174         ELSE
004175             MOVE "C"          TO CY-FUNCTION
004176         END-IF
004177         CALL "COBCYCLE" USING PARM-4
004178     END-IF.
004180 9999-EXIT.
004190     EXIT.
