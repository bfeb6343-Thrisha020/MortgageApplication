000619*                     LOAN MASTER AND MARKS THE TABLE STALE SO   *
000621*                     A LATER CALL IN THE SAME RUN UNIT WOULD    *
000622*                     RELOAD A CORRECTED PARM-FILE.              *
000623*   2026-10-15  DEV   4040 NOW TREATS THE RESERVED RATE CODE     *
000624*                     "ARM" AS PRICED PER LOAN - AN ADJUSTABLE-  *
000625*                     RATE LOAN USES ITS OWN LM-INTEREST-RATE,   *
000626*                     WHICH THE ARM CHANGE RUN COBARMCH          *
000627*                     (SBANK29P) RESETS FROM THE LOAN'S TERMS.   *
000628*   2026-10-15  DEV   THE RUN DATE ON THE GL EXTRACT AND AUDIT   *
000629*                     TRAIL IS NOW THE CYCLE CONTROL BUSINESS    *
000630*                     DATE FROM COBCYCLE (SBANK94W), FETCHED     *
000631*                     ONCE PER RUN UNIT, INSTEAD OF THE SYSTEM   *
000632*                     CLOCK - A RUN PAST MIDNIGHT NO LONGER      *
000633*                     SPLITS ONE BUSINESS DAY ACROSS TWO DATES.  *
000634*                     NO BUSINESS DATE RETURNS THE NEW           *
000635*                     CF-NO-BUSINESS-DATE.  THE AUDIT TIME IS    *
000636*                     STILL THE CLOCK.                           *
000570******************************************************************
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER.  IBM-370.
000610 OBJECT-COMPUTER.  IBM-370.
000620 INPUT-OUTPUT SECTION.
000638 FILE-CONTROL.
000640*----------------------------------------------------------------*
000650*    PARAMETER MASTER FILE - KEYED BY PARM-CODE SO THE RATE/     *
000660*    TERM TABLE CAN BE MAINTAINED WITHOUT TOUCHING SOURCE.        *
000996         88  WS-PARM-TABLE-IS-LOADED       VALUE "Y".
000997     05  WS-LOAN-FILE-OPEN-SWITCH PIC X(01)  VALUE "N".
000998         88  WS-LOAN-FILE-IS-OPEN          VALUE "Y".
000999     05  WS-BUSINESS-DATE-SWITCH  PIC X(01)  VALUE "N".
001002         88  WS-BUSINESS-DATE-IS-SET       VALUE "Y".

000990 01  INPUT-BUFFER-FIELDS.
001005     05  BUFFER-PTR               PIC 9(4)  COMP.
001010     05  BUFFER-MAX               PIC 9(4)  COMP VALUE 50.
001020     05  BUFFER-TABLE.
001030         10  BUFFER-ARRAY OCCURS 50 TIMES
001192     05  WS-CURRENT-DATE          PIC 9(8).
001193     05  WS-CURRENT-TIME          PIC 9(8).

001194     COPY SBANK94W.

001200 LINKAGE SECTION.
001210     COPY SBANK02W.

001276*    THE TABLE IS LOADED AND VALIDATED ONCE PER RUN UNIT -      *
001277*    EVERY LATER CALL IN A PORTFOLIO LOOP REUSES IT INSTEAD OF  *
001278*    REREADING PARM-FILE PER LOAN.                              *
001279     IF CF-SUCCESS AND NOT WS-PARM-TABLE-IS-LOADED
001290         PERFORM 2000-LOAD-PARM-TABLE-RTN
001300             THRU 2000-EXIT
001310         IF CF-SUCCESS
001528         MOVE ZERO            TO BUFFER-PTR
001530         INITIALIZE BUFFER-TABLE
001532     END-IF.
001531*    THE RUN DATE IS THE CYCLE CONTROL BUSINESS DATE, FETCHED   *
001532*    ONCE PER RUN UNIT LIKE THE PARAMETER TABLE.  A CLOSE-DOWN  *
001533*    CALL NEEDS NO DATE.                                        *
001534     IF NOT PARM-CLOSE-DOWN AND NOT WS-BUSINESS-DATE-IS-SET
001535         MOVE "D"              TO CY-FUNCTION
001536         MOVE "COBCALC"        TO CY-PROGRAM-ID
001537         MOVE SPACES           TO CY-INSTANCE-ID
001538         CALL "COBCYCLE" USING PARM-4
001539         IF CY-SUCCESS
001540             MOVE CY-BUSINESS-DATE TO WS-CURRENT-DATE
001541             SET WS-BUSINESS-DATE-IS-SET TO TRUE
001542         ELSE
001543             MOVE ZERO         TO WS-CURRENT-DATE
001544             SET CF-NO-BUSINESS-DATE TO TRUE
001545         END-IF
001546     END-IF.
001547     ACCEPT WS-CURRENT-TIME   FROM TIME.
001548 1000-EXIT.
001550     EXIT.

001560*----------------------------------------------------------------*
002508         PERFORM 5100-WRITE-GL-EXTRACT-RTN
002509             THRU 5100-EXIT
002510     END-IF.
002511 4000-EXIT.
002512     EXIT.

002513*----------------------------------------------------------------*
002514*    4040-LOOKUP-RATE-CODE-RTN  -  RESOLVE LM-RATE-CODE AGAINST   *
002515*    THE IN-STORAGE PARAMETER TABLE (CASE-FOLDED, SAME AS THE     *
002516*    DUPLICATE-KEY CHECK IN 3100) TO GET THE RATE COBCALC WILL    *
002517*    ACTUALLY USE TO CALCULATE THIS PAYMENT.                      *
002518*----------------------------------------------------------------*
002519 4040-LOOKUP-RATE-CODE-RTN.
002520     MOVE "N"                  TO WS-RATE-FOUND-SWITCH.
002521     MOVE LM-RATE-CODE         TO WS-FOLD-LOOKUP-CODE.
002522     INSPECT WS-FOLD-LOOKUP-CODE
002523         CONVERTING WS-LOWER-CASE-ALPHABET
002524                 TO WS-UPPER-CASE-ALPHABET.

002525*    THE RESERVED CODE "ARM" IS NEVER ON PARM-FILE - AN          *
002526*    ADJUSTABLE-RATE LOAN IS PRICED AT ITS OWN LM-INTEREST-RATE, *
002527*    KEPT CURRENT BY THE ARM CHANGE RUN COBARMCH (SBANK29P).     *
002528     IF WS-FOLD-LOOKUP-CODE = "ARM"
002529         IF LM-INTEREST-RATE NUMERIC
002530             SET WS-RATE-CODE-FOUND TO TRUE
002531             MOVE LM-INTEREST-RATE TO WS-EFFECTIVE-RATE
002532         ELSE
002533             SET CF-INVALID-LOAN-DATA TO TRUE
002534         END-IF
002535         GO TO 4040-EXIT
002552     END-IF.

002553     PERFORM 4045-CHECK-RATE-CODE-RTN
002554         THRU 4045-EXIT
002926*    COMES BACK AFTER A CLOSE-DOWN IN THE SAME RUN UNIT GETS A  *
002927*    FRESH LOAD, SO A CORRECTED PARM-FILE TAKES EFFECT.         *
002928     MOVE "N"                  TO WS-PARM-LOADED-SWITCH.
002929     MOVE "N"                  TO WS-BUSINESS-DATE-SWITCH.
002917 8000-EXIT.
002918     EXIT.
002850*----------------------------------------------------------------*
