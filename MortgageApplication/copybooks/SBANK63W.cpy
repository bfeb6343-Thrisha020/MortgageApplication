      ******************************************************************
      *                                                                *
      *   SBANK63W  -  ARM TERMS AND INDEX VALUE CARD RECORD           *
      *                                                                *
      *   CARD-IMAGE INPUT TO THE ARM TERMS LOAD COBARMMT (SEE         *
      *   SBANK28P).  TWO CARD TYPES SHARE THE 80 BYTES:               *
      *                                                                *
      *   AC-CARD-TYPE "T"  -  SETS UP OR AMENDS ONE LOAN'S ARM        *
      *   TERMS (SBANK61W).  EVERY TERMS FIELD IS REQUIRED.            *
      *   AC-START-RATE IS THE RATE IN FORCE UNTIL THE FIRST CHANGE    *
      *   AND IS REQUIRED WHEN THE LOAN HAS NO TERMS YET; ON AN        *
      *   AMENDMENT IT IS IGNORED - THE RATE IN FORCE MOVES ONLY       *
      *   THROUGH THE CHANGE RUN.  RATES AND CAPS ARE PERCENT WITH     *
      *   THREE IMPLIED DECIMALS; AC-ROUNDING-FACTOR IS PERCENT WITH   *
      *   THREE (0125 = ONE EIGHTH); AC-ROUNDING-METHOD IS "N"         *
      *   NEAREST, "U" UP OR "D" DOWN.                                 *
      *                                                                *
      *   AC-CARD-TYPE "I"  -  ONE PUBLISHED INDEX VALUE (SBANK62W),   *
      *   PERCENT WITH FIVE IMPLIED DECIMALS.                          *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  ARM-MAINT-CARD.
           05  AC-CARD-TYPE              PIC X(01).
               88  AC-TERMS-CARD                VALUE "T".
               88  AC-INDEX-CARD                VALUE "I".
           05  AC-LOAN-NUMBER            PIC X(10).
           05  AC-INDEX-CODE             PIC X(08).
           05  AC-MARGIN                 PIC 9(02)V999.
           05  AC-INITIAL-CAP            PIC 9(02)V999.
           05  AC-PERIODIC-CAP           PIC 9(02)V999.
           05  AC-LIFETIME-CAP           PIC 9(02)V999.
           05  AC-FLOOR-RATE             PIC 9(02)V999.
           05  AC-ROUNDING-FACTOR        PIC 9(01)V999.
           05  AC-ROUNDING-METHOD        PIC X(01).
               88  AC-METHOD-VALID              VALUE "N" "U" "D".
           05  AC-CHANGE-FREQUENCY       PIC 9(03).
           05  AC-LOOKBACK-DAYS          PIC 9(03).
           05  AC-NEXT-CHANGE-DATE       PIC 9(08).
           05  AC-START-RATE             PIC 9(02)V999.
           05  FILLER                    PIC X(12).
       01  ARM-INDEX-CARD REDEFINES ARM-MAINT-CARD.
           05  AI-CARD-TYPE              PIC X(01).
           05  AI-INDEX-CODE             PIC X(08).
           05  AI-EFFECTIVE-DATE         PIC 9(08).
           05  AI-INDEX-VALUE            PIC 9(02)V9(05).
           05  FILLER                    PIC X(56).
