000402*                     LM-STATUS-CODE IN SBANK01W) - A PAID-OFF  *
000403*                     LOAN MUST NOT KEEP RUNNING THROUGH THE    *
000404*                     NIGHTLY CYCLE AND POSTING TO THE GL.      *
000405*   2026-10-15  DEV   THE RUN DATE STAMPED ON THE CHECKPOINT    *
000406*                     RECORD NOW COMES FROM THE CYCLE CONTROL   *
000407*                     BUSINESS DATE THROUGH COBCYCLE (SBANK94W) *
000408*                     INSTEAD OF RCC-RUN-DATE - THE CARD NOW    *
000409*                     ONLY CARRIES THE RANGE.  EACH RANGE       *
000410*                     INSTANCE IS CHECKED AGAINST ITS           *
000411*                     PREDECESSORS AT START UNDER ITS OWN       *
000412*                     INSTANCE ID AND ITS COMPLETION OR FAILURE *
000413*                     IS RECORDED AT THE END.                   *
000400******************************************************************
000414 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.  IBM-370.
000440 OBJECT-COMPUTER.  IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490*----------------------------------------------------------------*
000500*    RUN CONTROL CARD - SUPPLIES THE RANGE INSTANCE ID AND THE   *
000510*    FROM / THRU LOAN RANGE.                                     *
000520*----------------------------------------------------------------*
000530     SELECT CONTROL-CARD ASSIGN TO CONTLIN
000540         ORGANIZATION IS LINE SEQUENTIAL
000920         88  END-OF-LOAN-FILE              VALUE "Y".
000930     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
000940         88  STOP-THE-RUN                  VALUE "Y".
000943     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
000946         88  CYCLE-STEP-RUNNING            VALUE "Y".
000950     05  WS-RESTARTING-SWITCH     PIC X(01)  VALUE "N".
000960         88  THIS-IS-A-RESTART             VALUE "Y".
000961     05  WS-CKPT-EXISTS-SWITCH    PIC X(01)  VALUE "N".
001010*----------------------------------------------------------------*
001020     COPY SBANK02W.

001022*----------------------------------------------------------------*
001024*    COBCYCLE CALLING CONVENTION.                                *
001026*----------------------------------------------------------------*
001028     COPY SBANK94W.

001030 LINKAGE SECTION.

001040 PROCEDURE DIVISION.
001220     OPEN INPUT CONTROL-CARD.
001230     READ CONTROL-CARD
001240         AT END
001250             MOVE SPACES       TO RUN-CONTROL-CARD
001260     END-READ.
001270     CLOSE CONTROL-CARD.

001290     PERFORM 1100-OPEN-CHECKPOINT-RTN
001300         THRU 1100-EXIT.

001302*    EACH RANGE INSTANCE IS ITS OWN STATUS ROW ON THE CYCLE     *
001304*    CONTROL FILE, SO COBMERGE WAITS FOR EVERY RANGE.           *
001306     MOVE "S"                  TO CY-FUNCTION.
001307     MOVE "COBDRIVE"           TO CY-PROGRAM-ID.
001308     MOVE RCC-INSTANCE-ID      TO CY-INSTANCE-ID.
001309     CALL "COBCYCLE" USING PARM-4.
001310     IF NOT CY-SUCCESS
001311         DISPLAY "COBDRIVE - NOT CLEARED TO RUN BY CYCLE "
001312             "CONTROL - RUN ABORTED"
001313         MOVE "Y"              TO WS-STOP-SWITCH
001314         GO TO 1000-EXIT
001315     END-IF.
001316     MOVE "Y"                  TO WS-CYCLE-SWITCH.

001317     MOVE WS-CKPT-KEY-VALUE    TO CKPT-KEY.
001320     READ CHECKPOINT-FILE
001330         INVALID KEY
001340             MOVE "N"          TO WS-RESTARTING-SWITCH
001540     END-IF.

001550     MOVE WS-CKPT-KEY-VALUE    TO CKPT-KEY.
001560     MOVE CY-BUSINESS-DATE     TO CKPT-RUN-DATE.
001570     SET CKPT-RUN-IN-PROGRESS  TO TRUE.
001580 1000-EXIT.
001590     EXIT.

002300     CLOSE LOAN-MASTER
002310           CHECKPOINT-FILE.
002311     IF CYCLE-STEP-RUNNING
002312         IF STOP-THE-RUN
002313             MOVE "F"          TO CY-FUNCTION
002315         ELSE
002316             MOVE "C"          TO CY-FUNCTION
002317         END-IF
002318         CALL "COBCYCLE" USING PARM-4
002319     END-IF.
002320 9999-EXIT.
002330     EXIT.
