000558*                     ITEMS FOR ONE LOAN ORDER-DEPENDENT.       *
000559*                     DOCUMENTED THE TERM-FLOOR ASYMMETRY IN    *
000561*                     THE BANNER.                               *
000562*   2026-10-15  DEV   THE RUN DATE AND THE POSTING DATE STAMPED *
000563*                     ON TRAN-HISTORY AND THE LOAN CONTROL      *
000564*                     RECORD NOW BOTH COME FROM THE CYCLE       *
000565*                     CONTROL BUSINESS DATE THROUGH COBCYCLE    *
000566*                     (SBANK94W) INSTEAD OF THE CONTROL CARD    *
000567*                     AND THE SYSTEM CLOCK - A RUN PAST         *
000568*                     MIDNIGHT NO LONGER SPLITS ONE BUSINESS    *
000569*                     DAY ACROSS TWO DATES.  THE CONTROL CARD   *
000570*                     IS NO LONGER READ.  THE STEP IS CHECKED   *
000571*                     AGAINST ITS PREDECESSORS AT START AND ITS *
000572*                     COMPLETION OR FAILURE IS RECORDED AT THE  *
000573*                     END.                                      *
000540******************************************************************
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000574 SOURCE-COMPUTER.  IBM-370.
000580 OBJECT-COMPUTER.  IBM-370.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000680*----------------------------------------------------------------*
000690*    RETURNED-ITEM FEED - CARD-IMAGE DAILY FEED FROM THE BANK.   *
000700*----------------------------------------------------------------*

001140 DATA DIVISION.
001150 FILE SECTION.
001190 FD  RETURNED-ITEMS
001200     LABEL RECORDS ARE STANDARD.
001210     COPY SBANK32W.

001370 WORKING-STORAGE SECTION.
001380 01  WS-SWITCHES.
001400     05  WS-ITEM-FILE-STATUS      PIC X(02).
001410     05  WS-HIST-FILE-STATUS      PIC X(02).
001420         88  WS-HIST-FILE-OK               VALUE "00".
001520         88  END-OF-HISTORY                VALUE "Y".
001530     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
001540         88  STOP-THE-RUN                  VALUE "Y".
001543     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
001546         88  CYCLE-STEP-RUNNING            VALUE "Y".
001550     05  WS-FILES-OPEN-SWITCH     PIC X(01)  VALUE "N".
001560         88  RUN-FILES-ARE-OPEN            VALUE "Y".
001562     05  WS-RJCT-OPEN-SWITCH      PIC X(01)  VALUE "N".
002160 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-DATA.
002170     05  WS-MONTH-DAY-LIMIT       PIC 9(2)  OCCURS 12 TIMES.

002175     COPY SBANK94W.

002180 LINKAGE SECTION.

002190 PROCEDURE DIVISION.
002460                                   WS-ITEMS-REJECTED
002470                                   WS-ITEM-PTR.
002480     INITIALIZE WS-ITEM-TABLE.
002500     ACCEPT WS-CURRENT-TIME    FROM TIME.

002510     MOVE "S"                  TO CY-FUNCTION.
002520     MOVE "COBNSF"             TO CY-PROGRAM-ID.
002530     MOVE SPACES               TO CY-INSTANCE-ID.
002540     CALL "COBCYCLE" USING PARM-4.
002550     IF NOT CY-SUCCESS
002560         DISPLAY "COBNSF - NOT CLEARED TO RUN BY CYCLE "
002570             "CONTROL - RUN ABORTED"
002600         MOVE "Y"              TO WS-STOP-SWITCH
002610         GO TO 1000-EXIT
002620     END-IF.
002625     MOVE "Y"                  TO WS-CYCLE-SWITCH.
002630     MOVE CY-BUSINESS-DATE     TO WS-RUN-DATE.
002635     MOVE CY-BUSINESS-DATE     TO WS-CURRENT-DATE.

002640     OPEN INPUT RETURNED-ITEMS.
002650*    A MISSING OR MISPOINTED FEED GIVES EVERY READ STATUS 47    *
007080     DISPLAY "COBNSF - ITEMS READ      " WS-ITEMS-READ.
007090     DISPLAY "COBNSF - ITEMS REVERSED  " WS-ITEMS-REVERSED.
007100     DISPLAY "COBNSF - ITEMS REJECTED  " WS-ITEMS-REJECTED.
007101     IF CYCLE-STEP-RUNNING
007102         IF STOP-THE-RUN
007103             MOVE "F"          TO CY-FUNCTION
007104         ELSE
007105             MOVE "C"          TO CY-FUNCTION
007106         END-IF
007107         CALL "COBCYCLE" USING PARM-4
007108     END-IF.
007110 9999-EXIT.
007120     EXIT.
