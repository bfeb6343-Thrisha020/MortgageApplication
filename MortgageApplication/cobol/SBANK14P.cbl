000190*                                                                *
000200*   FINAL STEP OF THE SPLIT NIGHTLY RUN.  THE CONTROL CARD      *
000210*   FILE CARRIES ONE CARD PER COBDRIVE RANGE INSTANCE           *
000220*   (RCC-INSTANCE-ID - SEE SBANK04W), IN LOAN-NUMBER RANGE      *
000230*   ORDER, UP TO FOUR.  FOR EACH CARD THIS PROGRAM READS THE    *
000240*   INSTANCE'S CHECKPOINT RECORD ("COBDRV" PLUS THE INSTANCE    *
000250*   ID ON CKPTFILE) AND VERIFIES THE RANGE COMPLETED FOR THE    *
000260*   CYCLE CONTROL BUSINESS DATE (SBANK94W).  ANY RANGE STILL IN *
000270*   PROGRESS, MISSING, OR STAMPED WITH THE WRONG DATE ENDS THE  *
000280*   STEP WITH CONDITION CODE 8 AND NO MERGED FILES, SO THE GL   *
000290*   SIDE CAN NEVER POST A PARTIAL NIGHT.                        *
000469*                     A RESUBMIT CAN NEVER APPEND THE NIGHT'S   *
000471*                     RECORDS TWICE AND REACH THE LEDGER AS A   *
000472*                     BALANCED DOUBLE-POSTING.                  *
000473*   2026-10-15  DEV   THE RUN DATE EACH RANGE'S CHECKPOINT IS   *
000474*                     VERIFIED AGAINST NOW COMES FROM THE CYCLE *
000475*                     CONTROL BUSINESS DATE THROUGH COBCYCLE    *
000476*                     (SBANK94W) INSTEAD OF RCC-RUN-DATE ON     *
000477*                     EACH INSTANCE CARD - THE CARDS NOW ONLY   *
000478*                     NAME THE INSTANCES.  THE STEP IS CHECKED  *
000479*                     AGAINST ITS PREDECESSORS (EVERY COBDRIVE  *
000480*                     RANGE) AT START AND ITS COMPLETION OR     *
000481*                     FAILURE IS RECORDED AT THE END.           *
000460******************************************************************
000470 ENVIRONMENT DIVISION.
000482 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.  IBM-370.
000500 OBJECT-COMPUTER.  IBM-370.
000510 INPUT-OUTPUT SECTION.
001610         88  END-OF-COPY-INPUT             VALUE "Y".
001620     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
001630         88  STOP-THE-RUN                  VALUE "Y".
001633     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
001636         88  CYCLE-STEP-RUNNING            VALUE "Y".

001640 01  WS-INSTANCE-FIELDS.
001650     05  WS-INSTANCE-COUNT        PIC 9(1)   COMP.
001680         10  WS-INSTANCE-ENTRY OCCURS 4 TIMES
001690                               INDEXED BY WS-INST-IDX.
001700             15  WS-INSTANCE-ID       PIC X(02).
001720     05  WS-CKPT-LOOKUP-KEY.
001730         10  FILLER               PIC X(06)  VALUE "COBDRV".
001740         10  WS-CKPT-LOOKUP-ID    PIC X(02)  VALUE SPACES.
001760     05  WS-GL-RECORDS-MERGED     PIC 9(7)  COMP.
001770     05  WS-AUDIT-RECORDS-MERGED  PIC 9(7)  COMP.

001775     COPY SBANK94W.

001780 LINKAGE SECTION.

001790 PROCEDURE DIVISION.
002070                                   WS-AUDIT-RECORDS-MERGED.
002080     INITIALIZE WS-INSTANCE-TABLE.

002082     MOVE "S"                  TO CY-FUNCTION.
002083     MOVE "COBMERGE"           TO CY-PROGRAM-ID.
002084     MOVE SPACES               TO CY-INSTANCE-ID.
002085     CALL "COBCYCLE" USING PARM-4.
002086     IF NOT CY-SUCCESS
002087         DISPLAY "COBMERGE - NOT CLEARED TO RUN BY CYCLE "
002088             "CONTROL - CONSOLIDATION ABORTED"
002089         MOVE "Y"              TO WS-STOP-SWITCH
002090         GO TO 1000-EXIT
002091     END-IF.
002092     MOVE "Y"                  TO WS-CYCLE-SWITCH.

002093     OPEN INPUT CONTROL-CARD.
002100     PERFORM 1100-READ-ONE-CARD-RTN
002110         THRU 1100-EXIT
002120         UNTIL END-OF-CARDS.
002520     ADD 1 TO WS-INSTANCE-COUNT.
002530     SET WS-INST-IDX TO WS-INSTANCE-COUNT.
002540     MOVE RCC-INSTANCE-ID      TO WS-INSTANCE-ID (WS-INST-IDX).
002570 1100-EXIT.
002580     EXIT.

002590*----------------------------------------------------------------*
002600*    2000-VERIFY-RANGES-RTN  -  PROVE EVERY RANGE INSTANCE       *
002610*    COMPLETED FOR THE BUSINESS DATE BEFORE ANY MERGING STARTS.  *
002620*----------------------------------------------------------------*
002630 2000-VERIFY-RANGES-RTN.
002640     PERFORM 2100-VERIFY-ONE-RANGE-RTN

002710*----------------------------------------------------------------*
002720*    2100-VERIFY-ONE-RANGE-RTN  -  READ ONE INSTANCE'S           *
002730*    CHECKPOINT RECORD AND REQUIRE RUN-COMPLETE FOR THE          *
002740*    BUSINESS DATE.  A RANGE ALREADY MARKED CONSOLIDATED FOR     *
002742*    THE DATE MEANS THE NIGHT WAS MERGED ONCE ALREADY - A SECOND *
002744*    CONSOLIDATION WOULD APPEND THE SAME RECORDS AGAIN, IN       *
002746*    MATCHED GL/AUDIT PAIRS COBGLREC WOULD HAPPILY BALANCE, SO   *
002748*    IT IS REFUSED.  A RANGE THAT PASSES IS MARKED "M" HERE,     *
002860     END-READ.

002862     IF CKPT-RUN-MERGED
002863         AND CKPT-RUN-DATE = CY-BUSINESS-DATE
002864         DISPLAY "COBMERGE - INSTANCE "
002865             WS-INSTANCE-ID (WS-INST-IDX)
002866             " ALREADY CONSOLIDATED FOR THIS RUN DATE - "
002920         GO TO 2100-EXIT
002930     END-IF.

002940     IF CKPT-RUN-DATE NOT = CY-BUSINESS-DATE
002950         DISPLAY "COBMERGE - INSTANCE "
002960             WS-INSTANCE-ID (WS-INST-IDX)
002970             " CHECKPOINT IS FOR A DIFFERENT RUN DATE - "
004730     IF WS-CKPT-FILE-OK
004740         CLOSE CHECKPOINT-FILE
004750     END-IF.
004751     IF CYCLE-STEP-RUNNING
004752         IF STOP-THE-RUN
004753             MOVE "F"          TO CY-FUNCTION
004755         ELSE
004756             MOVE "C"          TO CY-FUNCTION
004757         END-IF
004758         CALL "COBCYCLE" USING PARM-4
004759     END-IF.

004760     DISPLAY "COBMERGE - INSTANCE CARDS READ "
004770         WS-INSTANCE-COUNT.
