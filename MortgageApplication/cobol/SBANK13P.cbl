000487*                     OF THE RATE-CODE TABLE - A LOAN CARRYING *
000488*                     ONE AS LM-RATE-CODE IS LISTED AS AN      *
000489*                     OFFENDER.                                 *
000490*   2026-10-15  DEV   4000 NOW ACCEPTS THE RESERVED RATE CODE   *
000491*                     "ARM" - AN ADJUSTABLE-RATE LOAN IS PRICED *
000492*                     AT ITS OWN LM-INTEREST-RATE (SEE COBCALC  *
000493*                     4040), NOT THROUGH PARM-FILE.             *
000494*   2026-10-15  DEV   LC-LAST-UPDATE-DATE NOW TAKES THE CYCLE   *
000495*                     CONTROL BUSINESS DATE THROUGH COBCYCLE    *
000496*                     (SBANK94W) INSTEAD OF THE SYSTEM CLOCK.   *
000497*                     THE STEP IS CHECKED AGAINST ITS           *
000498*                     PREDECESSORS AT START, AND AT THE END IS  *
000499*                     RECORDED COMPLETE, OR FAILED WHEN IT ENDS *
000500*                     WITH CONDITION CODE 8, SO COBDRIVE CANNOT *
000501*                     START AFTER A FAILED VERIFICATION.        *
000480******************************************************************
000502 ENVIRONMENT DIVISION.
000503 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER.  IBM-370.
000520 OBJECT-COMPUTER.  IBM-370.
000530 INPUT-OUTPUT SECTION.
001130         88  END-OF-PARM-FILE              VALUE "Y".
001140     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
001150         88  STOP-THE-RUN                  VALUE "Y".
001153     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
001156         88  CYCLE-STEP-RUNNING            VALUE "Y".
001160     05  WS-RATE-FOUND-SWITCH     PIC X(01)  VALUE "N".
001170         88  WS-RATE-CODE-FOUND            VALUE "Y".
001180     05  WS-CTL-EXISTS-SWITCH     PIC X(01)  VALUE "N".
001513 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-DATA.
001514     05  WS-MONTH-DAY-LIMIT       PIC 9(2)  OCCURS 12 TIMES.

001517     COPY SBANK94W.

001500 LINKAGE SECTION.

001510 PROCEDURE DIVISION.
001770                                   WS-RETURN-CODE
001780                                   WS-RATE-PTR.
001790     INITIALIZE WS-RATE-TABLE.
001792     MOVE "S"                  TO CY-FUNCTION.
001794     MOVE "COBVERFY"           TO CY-PROGRAM-ID.
001796     MOVE SPACES               TO CY-INSTANCE-ID.
001800     CALL "COBCYCLE" USING PARM-4.
001801     IF NOT CY-SUCCESS
001802         DISPLAY "COBVERFY - NOT CLEARED TO RUN BY CYCLE "
001803             "CONTROL - VERIFICATION ABORTED"
001804         MOVE "Y"              TO WS-STOP-SWITCH
001805         MOVE 8                TO WS-RETURN-CODE
001806         GO TO 1000-EXIT
001807     END-IF.
001808     MOVE "Y"                  TO WS-CYCLE-SWITCH.
001809     MOVE CY-BUSINESS-DATE     TO WS-CURRENT-DATE.
001810     ACCEPT WS-CURRENT-TIME    FROM TIME.

001820     OPEN OUTPUT VERIFY-RPT.
003100         CONVERTING WS-LOWER-CASE-ALPHABET
003110                 TO WS-UPPER-CASE-ALPHABET.

003112*    THE RESERVED CODE "ARM" IS PRICED PER LOAN AT               *
003114*    LM-INTEREST-RATE AND IS NEVER ON PARM-FILE.                 *
003115     IF WS-FOLD-LOOKUP-CODE = "ARM"
003116         SET WS-RATE-CODE-FOUND TO TRUE
003117         GO TO 4000-EXIT
003118     END-IF.

003120     PERFORM 4100-CHECK-ONE-CODE-RTN
003130         THRU 4100-EXIT
003140         VARYING WS-RATE-IDX FROM 1 BY 1
004140     DISPLAY "COBVERFY - LOANS ON FILE   " WS-COMPUTED-COUNT.
004150     DISPLAY "COBVERFY - RECORDS FLAGGED " WS-BAD-RECORDS.
004160     DISPLAY "COBVERFY - CONDITION CODE  " WS-RETURN-CODE.
004161     IF CYCLE-STEP-RUNNING
004162         IF STOP-THE-RUN OR WS-RETURN-CODE NOT < 8
004163             MOVE "F"          TO CY-FUNCTION
004164         ELSE
004165             MOVE "C"          TO CY-FUNCTION
004166         END-IF
004167         CALL "COBCYCLE" USING PARM-4
004168     END-IF.
004170 9999-EXIT.
004180     EXIT.
