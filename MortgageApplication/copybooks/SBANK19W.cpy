      *   LINE CARRIES ONE LABELED AMOUNT LINE; ESCROW-STMT-NAME-LINE  *
      *   REDEFINES THE SAME AREA FOR THE LOAN / BORROWER HEADING      *
      *   LINE AT THE TOP OF EACH STATEMENT.                           *
      *   ESCROW-STMT-ADDR-LINE REDEFINES IT AGAIN FOR THE MAILING     *
      *   AND PROPERTY ADDRESS BLOCK UNDER THE HEADING - A LABEL, ONE  *
      *   ADDRESS OR CITY LINE, AND THE STATE AND ZIP WHEN PRINTING    *
      *   A CITY LINE.                                                 *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-08-22  DEV   INITIAL VERSION.                          *
      *   2026-10-15  DEV   ADDED ESCROW-STMT-ADDR-LINE FOR THE       *
      *                     BORROWER CONTACT ADDRESS BLOCK.           *
      ******************************************************************
       01  ESCROW-STMT-LINE.
           05  ES-LABEL                  PIC X(35).
           05  FILLER                    PIC X(02).
           05  EN-STMT-DATE              PIC 9(8).
           05  FILLER                    PIC X(28).

       01  ESCROW-STMT-ADDR-LINE REDEFINES ESCROW-STMT-LINE.
           05  EA-LABEL                  PIC X(12).
           05  EA-TEXT                   PIC X(30).
           05  FILLER                    PIC X(01).
           05  EA-STATE                  PIC X(02).
           05  FILLER                    PIC X(02).
           05  EA-ZIP                    PIC X(10).
           05  FILLER                    PIC X(23).
