000180*   COBREMIT  -  MONTHLY INVESTOR REMITTANCE RUN                *
000190*                                                                *
000200*   READS THE PAYMENT TRANSACTION HISTORY (COPYBOOK SBANK11W)   *
000210*   FOR THE REMITTANCE MONTH - THE YEAR AND MONTH OF THE CYCLE  *
000220*   CONTROL BUSINESS DATE - AND ROLLS EVERY POSTING UP TO       *
000230*   THE INVESTOR WHO OWNS THE LOAN (LM-INVESTOR-CODE ON THE     *
000240*   LOAN MASTER, BOARDED FROM THE SBANK13W FEED).  THIS         *
000250*   REPLACES THE RAW TRANHIST DUMP AND PIVOT TABLES THE         *
000460*   DATE       INIT   DESCRIPTION                                *
000470*   ---------- ----   ------------------------------------------ *
000480*   2026-09-01  DEV   INITIAL VERSION.                          *
000482*   2026-10-15  DEV   2100 SKIPS THE LOAN MODIFICATION RECORD  *
000484*                     (TH-TRAN-TYPE "M") - CAPITALIZED         *
000486*                     ARREARAGE IS NOT A COLLECTION AND        *
000488*                     REMITS NOTHING.                          *
000489*   2026-10-15  DEV   THE REMITTANCE MONTH NOW COMES FROM THE  *
000490*                     CYCLE CONTROL BUSINESS DATE THROUGH      *
000491*                     COBCYCLE (SBANK94W) INSTEAD OF THE       *
000492*                     CONTROL CARD, WHICH IS NO LONGER READ.   *
000493*                     THE STEP IS CHECKED AGAINST ITS          *
000494*                     PREDECESSORS AT START AND ITS COMPLETION *
000495*                     OR FAILURE IS RECORDED AT THE END.       *
000496******************************************************************
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.  IBM-370.
000530 OBJECT-COMPUTER.  IBM-370.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000630*----------------------------------------------------------------*
000640*    PARAMETER MASTER FILE - READ SEQUENTIALLY FOR THE SERVFEE   *
000650*    CODE.                                                       *

000990 DATA DIVISION.
001000 FILE SECTION.
001040 FD  PARM-FILE
001050     LABEL RECORDS ARE STANDARD.
001060     COPY SBANK00W.

001190 WORKING-STORAGE SECTION.
001200 01  WS-SWITCHES.
001220     05  WS-PARM-FILE-STATUS      PIC X(02).
001230         88  WS-PARM-FILE-OK               VALUE "00".
001240     05  WS-HIST-FILE-STATUS      PIC X(02).
001330         88  END-OF-PARM-FILE              VALUE "Y".
001340     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
001350         88  STOP-THE-RUN                  VALUE "Y".
001353     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
001356         88  CYCLE-STEP-RUNNING            VALUE "Y".
001360     05  WS-FEE-FOUND-SWITCH      PIC X(01)  VALUE "N".
001370         88  FEE-RATE-FOUND                VALUE "Y".
001380     05  WS-LOAN-KNOWN-SWITCH     PIC X(01)  VALUE "N".
001820     05  WS-SERVICE-FEE           PIC 9(9)V99    COMP-3.
001830     05  WS-NET-REMITTANCE        PIC S9(11)V99  COMP-3.

001835     COPY SBANK94W.

001840 LINKAGE SECTION.

001850 PROCEDURE DIVISION.
002210     INITIALIZE WS-INVESTOR-TABLE.
002220     MOVE LOW-VALUES           TO WS-LAST-LOAN.

002230     MOVE "S"                  TO CY-FUNCTION.
002240     MOVE "COBREMIT"           TO CY-PROGRAM-ID.
002250     MOVE SPACES               TO CY-INSTANCE-ID.
002260     CALL "COBCYCLE" USING PARM-4.
002270     IF NOT CY-SUCCESS
002280         DISPLAY "COBREMIT - NOT CLEARED TO RUN BY CYCLE "
002290             "CONTROL - RUN ABORTED"
002320         MOVE "Y"              TO WS-STOP-SWITCH
002330         GO TO 1000-EXIT
002340     END-IF.
002345     MOVE "Y"                  TO WS-CYCLE-SWITCH.
002350     MOVE CY-BUSINESS-DATE (1:6)   TO WS-REMIT-YEAR-MONTH.

002360     PERFORM 1100-SCAN-PARM-FILE-RTN
002370         THRU 1100-EXIT.
003510         GO TO 2100-EXIT
003520     END-IF.

003522*    NOR DOES A MODIFICATION - THE ARREARAGE IT CAPITALIZED     *
003524*    WAS NEVER COLLECTED.                                       *
003526     IF TH-MODIFICATION
003528         GO TO 2100-EXIT
003529     END-IF.

003530     PERFORM 2200-FIND-INVESTOR-RTN
003540         THRU 2200-EXIT.
003550     IF NOT THIS-LOAN-IS-KNOWN
005710     DISPLAY "COBREMIT - MONTH POSTINGS       "
005720         WS-MONTH-POSTINGS.
005730     DISPLAY "COBREMIT - INVESTORS REMITTED   " WS-INVR-PTR.
005731     IF CYCLE-STEP-RUNNING
005732         IF STOP-THE-RUN
005733             MOVE "F"          TO CY-FUNCTION
005734         ELSE
005735             MOVE "C"          TO CY-FUNCTION
005736         END-IF
005737         CALL "COBCYCLE" USING PARM-4
005738     END-IF.
005740 9999-EXIT.
005750     EXIT.
