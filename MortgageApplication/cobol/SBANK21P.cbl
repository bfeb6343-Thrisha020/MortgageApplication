000480*   -------------------------------------------------------     *
000490*   DATE       INIT   DESCRIPTION                                *
000500*   ---------- ----   ------------------------------------------ *
000502*   2026-09-01  DEV   INITIAL VERSION.                          *
000504*   2026-10-15  DEV   THE RUN DATE AND THE POSTING DATE STAMPED *
000506*                     ON TRAN-HISTORY AND THE LOAN CONTROL      *
000510*                     RECORD NOW BOTH COME FROM THE CYCLE       *
000511*                     CONTROL BUSINESS DATE THROUGH COBCYCLE    *
000512*                     (SBANK94W) INSTEAD OF THE CONTROL CARD    *
000513*                     AND THE SYSTEM CLOCK - A RUN PAST         *
000514*                     MIDNIGHT NO LONGER SPLITS ONE BUSINESS    *
000515*                     DAY ACROSS TWO DATES.  THE CONTROL CARD   *
000516*                     IS NO LONGER READ.  THE STEP IS CHECKED   *
000517*                     AGAINST ITS PREDECESSORS AT START AND ITS *
000518*                     COMPLETION OR FAILURE IS RECORDED AT THE  *
000519*                     END.                                      *
000520******************************************************************
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000560 OBJECT-COMPUTER.  IBM-370.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000660*----------------------------------------------------------------*
000670*    PAYOFF FUNDS FEED - CARD-IMAGE FEED FROM THE WIRE DESK.     *
000680*----------------------------------------------------------------*

001320 DATA DIVISION.
001330 FILE SECTION.
001370 FD  FUNDS-FEED
001380     LABEL RECORDS ARE STANDARD.
001390     COPY SBANK42W.

001640 WORKING-STORAGE SECTION.
001650 01  WS-SWITCHES.
001670     05  WS-FUND-FILE-STATUS      PIC X(02).
001680     05  WS-LOAN-FILE-STATUS      PIC X(02).
001690         88  WS-LOAN-FILE-OK               VALUE "00".
001800         88  END-OF-FUNDS                  VALUE "Y".
001810     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
001820         88  STOP-THE-RUN                  VALUE "Y".
001823     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
001826         88  CYCLE-STEP-RUNNING            VALUE "Y".
001830     05  WS-FILES-OPEN-SWITCH     PIC X(01)  VALUE "N".
001840         88  RUN-FILES-ARE-OPEN            VALUE "Y".

002010*----------------------------------------------------------------*
002020     COPY SBANK20W.

002025     COPY SBANK94W.

002030 LINKAGE SECTION.

002040 PROCEDURE DIVISION.
002280                                   WS-FUNDS-REJECTED
002290                                   WS-FUNDS-TOTAL
002300                                   WS-REFUND-TOTAL.
002320     ACCEPT WS-CURRENT-TIME    FROM TIME.

002330     MOVE "S"                  TO CY-FUNCTION.
002340     MOVE "COBSATIS"           TO CY-PROGRAM-ID.
002350     MOVE SPACES               TO CY-INSTANCE-ID.
002360     CALL "COBCYCLE" USING PARM-4.
002370     IF NOT CY-SUCCESS
002380         DISPLAY "COBSATIS - NOT CLEARED TO RUN BY CYCLE "
002390             "CONTROL - RUN ABORTED"
002420         MOVE "Y"              TO WS-STOP-SWITCH
002430         GO TO 1000-EXIT
002440     END-IF.
002445     MOVE "Y"                  TO WS-CYCLE-SWITCH.
002450     MOVE CY-BUSINESS-DATE     TO WS-RUN-DATE.
002455     MOVE CY-BUSINESS-DATE     TO WS-CURRENT-DATE.

002460     OPEN INPUT FUNDS-FEED.
002470*    A MISSING OR MISPOINTED FEED GIVES EVERY READ STATUS 47    *
006280     DISPLAY "COBSATIS - FUNDS READ       " WS-FUNDS-READ.
006290     DISPLAY "COBSATIS - LOANS SATISFIED  " WS-LOANS-SATISFIED.
006300     DISPLAY "COBSATIS - FUNDS REJECTED   " WS-FUNDS-REJECTED.
006301     IF CYCLE-STEP-RUNNING
006302         IF STOP-THE-RUN
006303             MOVE "F"          TO CY-FUNCTION
006304         ELSE
006305             MOVE "C"          TO CY-FUNCTION
006306         END-IF
006307         CALL "COBCYCLE" USING PARM-4
006308     END-IF.
006310 9999-EXIT.
006320     EXIT.
