000290*     - BANK ROUTING NUMBER 9 NUMERIC DIGITS (ENROLL ONLY)     *
000300*     - BANK ACCOUNT NUMBER PRESENT (ENROLL ONLY)              *
000310*     - DRAFT DAY NUMERIC, 01-28, SO EVERY MONTH HAS THE DAY   *
000315*     - STATEMENT SUPPRESS FLAG "Y", "N" OR SPACE (ENROLL)     *
000320*   A CARD THAT FAILS ANY CHECK GOES TO THE REJECT FILE         *
000330*   (COPYBOOK SBANK35W) CARD IMAGE INTACT WITH A REASON CODE.   *
000340*                                                                *
000436*                     MUST NOT SIT ON A SATISFIED RECORD,      *
000437*                     CONSISTENT WITH EVERY OTHER FEED'S       *
000438*                     CLOSED-LOAN POLICY.                      *
000439*   2026-10-15  DEV   CARRIES THE PAPER STATEMENT SUPPRESS     *
000440*                     FLAG ONTO LM-STMT-SUPPRESS-IND ON AN     *
000441*                     ENROLL (REASON "08" IF NOT "Y"/"N"/      *
000442*                     SPACE); A CANCEL CLEARS IT SO THE        *
000443*                     BORROWER GOES BACK ON PAPER.             *
000444*   2026-10-15  DEV   THE RUN IS NOW RECORDED WITH CYCLE       *
000445*                     CONTROL THROUGH COBCYCLE (SBANK94W) -    *
000446*                     CHECKED AT START AND MARKED COMPLETE OR  *
000447*                     FAILED AT THE END - SO IT SHOWS ON THE   *
000448*                     CYCLE STATUS REPORT.                     *
000449******************************************************************
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.  IBM-370.
000910         88  END-OF-FEED                   VALUE "Y".
000920     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
000930         88  STOP-THE-RUN                  VALUE "Y".
000933     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
000936         88  CYCLE-STEP-RUNNING            VALUE "Y".
000940     05  WS-FILES-OPEN-SWITCH     PIC X(01)  VALUE "N".
000950         88  RUN-FILES-ARE-OPEN            VALUE "Y".

000990     05  WS-LOANS-CANCELLED       PIC 9(07)  COMP.
001000     05  WS-CARDS-REJECTED        PIC 9(07)  COMP.

001005     COPY SBANK94W.

001010 LINKAGE SECTION.

001020 PROCEDURE DIVISION.
001220                                   WS-LOANS-CANCELLED
001230                                   WS-CARDS-REJECTED.

001233     MOVE "S"                  TO CY-FUNCTION.
001236     MOVE "COBAENRL"           TO CY-PROGRAM-ID.
001240     MOVE SPACES               TO CY-INSTANCE-ID.
001241     CALL "COBCYCLE" USING PARM-4.
001242     IF NOT CY-SUCCESS
001243         DISPLAY "COBAENRL - NOT CLEARED TO RUN BY CYCLE "
001244             "CONTROL - RUN STOPPED"
001245         MOVE "Y"              TO WS-STOP-SWITCH
001246         GO TO 1000-EXIT
001247     END-IF.
001248     MOVE "Y"                  TO WS-CYCLE-SWITCH.

001249     OPEN INPUT ENROLL-FEED.
001250*    A MISSING OR MISPOINTED FEED GIVES EVERY READ STATUS 47    *
001260*    AND AT END NEVER FIRES - STOP NOW RATHER THAN SPIN.        *
001270     IF NOT WS-FEED-FILE-STATUS = "00"
001990                 THRU 6000-EXIT
002000             GO TO 2100-EXIT
002010         END-IF
002012         IF NOT AE-SUPPRESS-VALID
002014             SET AR-BAD-SUPPRESS-FLAG TO TRUE
002016             PERFORM 6000-WRITE-REJECT-RTN
002017                 THRU 6000-EXIT
002018             GO TO 2100-EXIT
002019         END-IF
002020     END-IF.

002030     MOVE AE-LOAN-NUMBER       TO LM-LOAN-NUMBER.
002130         MOVE AE-BANK-ROUTING  TO LM-BANK-ROUTING
002140         MOVE AE-BANK-ACCOUNT  TO LM-BANK-ACCOUNT
002150         MOVE AE-DRAFT-DAY     TO LM-DRAFT-DAY
002152         IF AE-SUPPRESS-STATEMENT
002154             MOVE "Y"          TO LM-STMT-SUPPRESS-IND
002156         ELSE
002157             MOVE SPACE        TO LM-STMT-SUPPRESS-IND
002158         END-IF
002160     ELSE
002170         MOVE SPACE            TO LM-AUTOPAY-INDICATOR
002180         MOVE SPACES           TO LM-BANK-ROUTING
002190                                   LM-BANK-ACCOUNT
002200         MOVE ZERO             TO LM-DRAFT-DAY
002205         MOVE SPACE            TO LM-STMT-SUPPRESS-IND
002210     END-IF.

002220*    A REWRITE FAILURE ON A RECORD JUST READ IS AN I/O FAULT    *
002650     DISPLAY "COBAENRL - LOANS ENROLLED   " WS-LOANS-ENROLLED.
002660     DISPLAY "COBAENRL - LOANS CANCELLED  " WS-LOANS-CANCELLED.
002670     DISPLAY "COBAENRL - CARDS REJECTED   " WS-CARDS-REJECTED.
002671     IF CYCLE-STEP-RUNNING
002672         IF STOP-THE-RUN
002673             MOVE "F"          TO CY-FUNCTION
002674         ELSE
002675             MOVE "C"          TO CY-FUNCTION
002676         END-IF
002677         CALL "COBCYCLE" USING PARM-4
002678     END-IF.
002680 9999-EXIT.
002690     EXIT.
