000448*                     LOOKING MONEY MUST NOT BE PUT ONTO A     *
000449*                     RECORD EVERY PROGRAM NOW SKIPS.  NAME    *
000451*                     AND INVESTOR CORRECTIONS STILL APPLY.    *
000452*   2026-10-15  DEV   MA-RUN-DATE AND LC-LAST-UPDATE-DATE NOW  *
000453*                     TAKE THE CYCLE CONTROL BUSINESS DATE     *
000454*                     THROUGH COBCYCLE (SBANK94W) INSTEAD OF   *
000455*                     THE SYSTEM CLOCK.  THE STEP IS CHECKED   *
000456*                     AGAINST ITS PREDECESSORS AT START AND    *
000457*                     ITS COMPLETION OR FAILURE IS RECORDED AT *
000458*                     THE END.                                 *
000450******************************************************************
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
001340         88  END-OF-PARM-FILE              VALUE "Y".
001350     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
001360         88  STOP-THE-RUN                  VALUE "Y".
001363     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
001366         88  CYCLE-STEP-RUNNING            VALUE "Y".
001370     05  WS-FILES-OPEN-SWITCH     PIC X(01)  VALUE "N".
001380         88  RUN-FILES-ARE-OPEN            VALUE "Y".
001390     05  WS-RATE-FOUND-SWITCH     PIC X(01)  VALUE "N".
002080     05  WS-UPPER-CASE-ALPHABET   PIC X(26)
002090              VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

002095     COPY SBANK94W.

002100 LINKAGE SECTION.

002110 PROCEDURE DIVISION.
002340                                   WS-CARDS-REJECTED
002350                                   WS-RATE-PTR.
002360     INITIALIZE WS-RATE-TABLE.
002363     MOVE "S"                  TO CY-FUNCTION.
002366     MOVE "COBMAINT"           TO CY-PROGRAM-ID.
002370     MOVE SPACES               TO CY-INSTANCE-ID.
002371     CALL "COBCYCLE" USING PARM-4.
002372     IF NOT CY-SUCCESS
002373         DISPLAY "COBMAINT - NOT CLEARED TO RUN BY CYCLE "
002374             "CONTROL - RUN STOPPED"
002375         MOVE "Y"              TO WS-STOP-SWITCH
002376         GO TO 1000-EXIT
002377     END-IF.
002378     MOVE "Y"                  TO WS-CYCLE-SWITCH.
002379     MOVE CY-BUSINESS-DATE     TO WS-CURRENT-DATE.
002380     ACCEPT WS-CURRENT-TIME    FROM TIME.

002390     OPEN INPUT MAINT-FEED.
006550     DISPLAY "COBMAINT - CARDS READ       " WS-CARDS-READ.
006560     DISPLAY "COBMAINT - CHANGES APPLIED  " WS-CHANGES-APPLIED.
006570     DISPLAY "COBMAINT - CARDS REJECTED   " WS-CARDS-REJECTED.
006571     IF CYCLE-STEP-RUNNING
006572         IF STOP-THE-RUN
006573             MOVE "F"          TO CY-FUNCTION
006574         ELSE
006575             MOVE "C"          TO CY-FUNCTION
006576         END-IF
006577         CALL "COBCYCLE" USING PARM-4
006578     END-IF.
006580 9999-EXIT.
006590     EXIT.
