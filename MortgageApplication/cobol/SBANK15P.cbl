000210*   INVOCATION, POSTING RUNS AND READ-ONLY PROJECTIONS ALIKE -  *
000220*   AND NOTHING PURGED IT UNTIL NOW.  RUN AT MONTH END, THIS    *
000230*   PROGRAM SPLITS THE LIVE FILE ON THE CLOSING MONTH (THE      *
000240*   YEAR AND MONTH OF THE CYCLE CONTROL BUSINESS DATE):         *
000250*                                                                *
000260*     - EVERY RECORD DATED IN OR BEFORE THE CLOSING MONTH IS    *
000270*       COPIED TO THE ARCHIVE FILE (DD ARCHFILE - THE JCL       *
000450*   DATE       INIT   DESCRIPTION                                *
000460*   ---------- ----   ------------------------------------------ *
000470*   2026-08-22  DEV   INITIAL VERSION.                          *
000471*   2026-10-15  DEV   THE CLOSING MONTH NOW COMES FROM THE      *
000472*                     CYCLE CONTROL BUSINESS DATE THROUGH       *
000473*                     COBCYCLE (SBANK94W) INSTEAD OF THE        *
000474*                     CONTROL CARD, WHICH IS NO LONGER READ.    *
000475*                     THE STEP IS CHECKED AGAINST ITS           *
000476*                     PREDECESSORS AT START AND ITS COMPLETION  *
000477*                     OR FAILURE IS RECORDED AT THE END.        *
000480******************************************************************
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000520 OBJECT-COMPUTER.  IBM-370.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000620*----------------------------------------------------------------*
000630*    LIVE AUDIT TRAIL - READ WHOLE.                              *
000640*----------------------------------------------------------------*

000860 DATA DIVISION.
000870 FILE SECTION.
000910 FD  AUDIT-TRAIL
000920     LABEL RECORDS ARE STANDARD.
000930     COPY SBANK09W.

001080 WORKING-STORAGE SECTION.
001090 01  WS-SWITCHES.
001110     05  WS-AUDIT-FILE-STATUS     PIC X(02).
001120         88  WS-AUDIT-FILE-OK              VALUE "00".
001130     05  WS-ARCH-FILE-STATUS      PIC X(02).
001170         88  END-OF-AUDIT-FILE             VALUE "Y".
001180     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
001190         88  STOP-THE-RUN                  VALUE "Y".
001193     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
001196         88  CYCLE-STEP-RUNNING            VALUE "Y".
001200     05  WS-LOAN-KNOWN-SWITCH     PIC X(01)  VALUE "N".
001210         88  THIS-LOAN-IS-KNOWN            VALUE "Y".
001220     05  WS-TABLE-FULL-SWITCH     PIC X(01)  VALUE "N".
001680 01  WS-FEEDBACK-LABELS REDEFINES WS-FEEDBACK-LABELS-DATA.
001690     05  WS-FEEDBACK-LABEL        PIC X(40)  OCCURS 8 TIMES.

001695     COPY SBANK94W.

001700 LINKAGE SECTION.

001710 PROCEDURE DIVISION.

001870*----------------------------------------------------------------*
001880*    1000-INITIALIZE-RTN  -  OPEN FILES AND TAKE THE CLOSING    *
001890*    MONTH FROM THE CYCLE CONTROL BUSINESS DATE.                 *
001900*----------------------------------------------------------------*
001910 1000-INITIALIZE-RTN.
001920     MOVE ZERO                 TO WS-RECORDS-READ
001990     INITIALIZE WS-COUNTERS.
002000     INITIALIZE WS-LOAN-TABLE.

002010     MOVE "S"                  TO CY-FUNCTION.
002020     MOVE "COBARCHV"           TO CY-PROGRAM-ID.
002030     MOVE SPACES               TO CY-INSTANCE-ID.
002040     CALL "COBCYCLE" USING PARM-4.
002050     IF NOT CY-SUCCESS
002060         DISPLAY "COBARCHV - NOT CLEARED TO RUN BY CYCLE "
002070             "CONTROL - ARCHIVE ABORTED"
002100         MOVE "Y"              TO WS-STOP-SWITCH
002110         GO TO 1000-EXIT
002120     END-IF.
002125     MOVE "Y"                  TO WS-CYCLE-SWITCH.
002130     MOVE CY-BUSINESS-DATE (1:6)   TO WS-CUTOFF-MONTH.

002140     OPEN INPUT AUDIT-TRAIL.
002150     IF NOT WS-AUDIT-FILE-OK
004020         WS-RECORDS-ARCHIVED.
004030     DISPLAY "COBARCHV - RECORDS RETAINED "
004040         WS-RECORDS-RETAINED.
004041     IF CYCLE-STEP-RUNNING
004042         IF STOP-THE-RUN
004043             MOVE "F"          TO CY-FUNCTION
004044         ELSE
004045             MOVE "C"          TO CY-FUNCTION
004046         END-IF
004047         CALL "COBCYCLE" USING PARM-4
004048     END-IF.
004050 9999-EXIT.
004060     EXIT.
