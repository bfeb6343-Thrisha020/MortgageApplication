000404*                     RETURNS IT AS PQ-LATE-CHARGES-DUE, SO A   *
000406*                     QUOTE CAN NO LONGER LEAVE THE FEES        *
000407*                     BEHIND ON A SATISFIED LOAN.               *
000408*   2026-10-15  DEV   4040 NOW PRICES THE RESERVED RATE CODE    *
000409*                     "ARM" AT THE LOAN'S OWN LM-INTEREST-RATE, *
000411*                     THE SAME AS COBCALC, SO AN ADJUSTABLE-    *
000413*                     RATE LOAN'S PER-DIEM FOLLOWS ITS RESETS.  *
000400******************************************************************
000415 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.  IBM-370.
000440 OBJECT-COMPUTER.  IBM-370.
003180         CONVERTING WS-LOWER-CASE-ALPHABET
003190                 TO WS-UPPER-CASE-ALPHABET.

003192*    THE RESERVED CODE "ARM" IS PRICED PER LOAN AT               *
003193*    LM-INTEREST-RATE (COBCALC'S CONVENTION).                    *
003194     IF WS-FOLD-LOOKUP-CODE = "ARM"
003195         IF LM-INTEREST-RATE NUMERIC
003196             SET WS-RATE-CODE-FOUND TO TRUE
003197             MOVE LM-INTEREST-RATE TO WS-EFFECTIVE-RATE
003198         ELSE
003199             SET CF-INVALID-LOAN-DATA TO TRUE
003201         END-IF
003203         GO TO 4040-EXIT
003205     END-IF.

003207     PERFORM 4045-CHECK-RATE-CODE-RTN
003210         THRU 4045-EXIT
003220         VARYING WS-PARM-IDX FROM 1 BY 1
003230             UNTIL WS-PARM-IDX > WS-PARM-PTR
