000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    COBEOD.
000120 AUTHOR.        R HALVERSEN.
000130 INSTALLATION.  LOAN SERVICING SYSTEMS.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*                                                                *
000180*   COBEOD  -  CLOSE OF BUSINESS DAY                            *
000190*                                                                *
000200*   THE LAST STEP OF EVERY NIGHTLY CYCLE.  IT ROLLS THE         *
000210*   BUSINESS DATE ON THE CYCLE CONTROL FILE FORWARD TO THE      *
000220*   NEXT DAY THAT IS NOT A SATURDAY, SUNDAY OR HOLIDAY ON THE   *
000230*   CALENDAR, SO THE NEXT NIGHT'S STEPS ALL PROCESS UNDER THE   *
000240*   NEW DATE.  ALL THE WORK IS DONE BY COBCYCLE (SBANK94W):     *
000250*     - THE START IS REFUSED UNTIL EVERY NIGHTLY STEP ON THE    *
000260*       SCHEDULE (SBANK96W) - AND ON THE MONTH'S LAST BUSINESS  *
000270*       DAY EVERY MONTH-END STEP - HAS COMPLETED FOR THE        *
000280*       CURRENT BUSINESS DATE, AND ONCE THE DATE HAS BEEN       *
000290*       CLOSED IT CANNOT BE CLOSED AGAIN.                       *
000300*     - THE ROLL ITSELF IS ONLY ACCEPTED WHILE THIS STEP IS     *
000310*       RUNNING FOR THE CURRENT DATE.                           *
000320*   A REFUSED OR FAILED CLOSE LEAVES THE BUSINESS DATE WHERE    *
000330*   IT WAS AND ENDS WITH RETURN CODE 8 - RUN THE OUTSTANDING    *
000340*   STEPS (THE COBCYCRP REPORT LISTS THEM) AND RESUBMIT.        *
000350*                                                                *
000360*   MODIFICATION HISTORY.                                       *
000370*   -------------------------------------------------------     *
000380*   DATE       INIT   DESCRIPTION                                *
000390*   ---------- ----   ------------------------------------------ *
000400*   2026-10-15  DEV   INITIAL VERSION.                          *
000410******************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.  IBM-370.
000450 OBJECT-COMPUTER.  IBM-370.

000460 DATA DIVISION.
000470 WORKING-STORAGE SECTION.
000480 01  WS-SWITCHES.
000490     05  WS-STOP-SWITCH           PIC X(01)  VALUE "N".
000500         88  STOP-THE-RUN                  VALUE "Y".
000510     05  WS-CYCLE-SWITCH          PIC X(01)  VALUE "N".
000520         88  CYCLE-STEP-RUNNING            VALUE "Y".

000530 01  WS-DATE-FIELDS.
000540     05  WS-CLOSED-DATE           PIC 9(08).

000550     COPY SBANK94W.

000555 LINKAGE SECTION.

000560 PROCEDURE DIVISION.
000570*----------------------------------------------------------------*
000580*    0000-MAINLINE                                                *
000590*----------------------------------------------------------------*
000600 0000-MAINLINE.
000610     PERFORM 1000-INITIALIZE-RTN
000620         THRU 1000-EXIT.
000630     IF NOT STOP-THE-RUN
000640         PERFORM 2000-ROLL-BUSINESS-DATE-RTN
000650             THRU 2000-EXIT
000660     END-IF.
000670     PERFORM 9999-TERMINATE-RTN
000680         THRU 9999-EXIT.
000690     IF STOP-THE-RUN
000700         MOVE 8                TO RETURN-CODE
000710     END-IF.
000720     GOBACK.

000730*----------------------------------------------------------------*
000740*    1000-INITIALIZE-RTN  -  START THE CLOSE STEP.  COBCYCLE     *
000750*    HAS ALREADY DISPLAYED WHICH STEP IS IN THE WAY WHEN THE     *
000760*    START IS REFUSED.                                           *
000770*----------------------------------------------------------------*
000780 1000-INITIALIZE-RTN.
000790     MOVE "S"                  TO CY-FUNCTION.
000800     MOVE "COBEOD"             TO CY-PROGRAM-ID.
000810     MOVE SPACES               TO CY-INSTANCE-ID.
000820     CALL "COBCYCLE" USING PARM-4.
000830     IF NOT CY-SUCCESS
000840         DISPLAY "COBEOD - NOT CLEARED TO RUN BY CYCLE CONTROL - "
000850             "BUSINESS DATE NOT CLOSED"
000860         MOVE "Y"              TO WS-STOP-SWITCH
000870         GO TO 1000-EXIT
000880     END-IF.
000890     MOVE "Y"                  TO WS-CYCLE-SWITCH.
000900     MOVE CY-BUSINESS-DATE     TO WS-CLOSED-DATE.
000910 1000-EXIT.
000920     EXIT.

000930*----------------------------------------------------------------*
000940*    2000-ROLL-BUSINESS-DATE-RTN  -  HAVE COBCYCLE MOVE THE      *
000950*    BUSINESS DATE ON, AND REPORT THE NEW ONE.                   *
000960*----------------------------------------------------------------*
000970 2000-ROLL-BUSINESS-DATE-RTN.
000980     MOVE "R"                  TO CY-FUNCTION.
000990     CALL "COBCYCLE" USING PARM-4.
001000     IF NOT CY-SUCCESS
001010         DISPLAY "COBEOD - BUSINESS DATE " WS-CLOSED-DATE
001020             " COULD NOT BE ROLLED - FEEDBACK " CYCLE-FEEDBACK
001030         MOVE "Y"              TO WS-STOP-SWITCH
001040         GO TO 2000-EXIT
001050     END-IF.

001060     DISPLAY "COBEOD - BUSINESS DATE " WS-CLOSED-DATE
001070         " CLOSED - NEXT BUSINESS DATE " CY-BUSINESS-DATE.
001080     IF CY-MONTH-END-RUN
001090         DISPLAY "COBEOD - " CY-BUSINESS-DATE
001100             " IS THE LAST BUSINESS DAY OF ITS MONTH - "
001110             "MONTH-END STEPS ARE DUE BEFORE ITS CLOSE"
001120     END-IF.
001130 2000-EXIT.
001140     EXIT.

001150*----------------------------------------------------------------*
001160*    9999-TERMINATE-RTN  -  RECORD THE CLOSE STEP COMPLETE, OR   *
001170*    FAILED WHEN THE DATE DID NOT ROLL.                          *
001180*----------------------------------------------------------------*
001190 9999-TERMINATE-RTN.
001200     IF CYCLE-STEP-RUNNING
001210         IF STOP-THE-RUN
001220             MOVE "F"          TO CY-FUNCTION
001230         ELSE
001240             MOVE "C"          TO CY-FUNCTION
001250         END-IF
001260         CALL "COBCYCLE" USING PARM-4
001270     END-IF.
001280 9999-EXIT.
001290     EXIT.
