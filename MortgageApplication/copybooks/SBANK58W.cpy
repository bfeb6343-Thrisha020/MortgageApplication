      ******************************************************************
      *                                                                *
      *   SBANK58W  -  MONTHLY BILLING STATEMENT PRINT LINE            *
      *                                                                *
      *   PRINT LINE LAYOUT FOR THE BORROWER MONTHLY BILLING           *
      *   STATEMENT PRINTED BY COBBILL (SEE SBANK27P).  BILL-STMT-     *
      *   LINE CARRIES ONE LABELED AMOUNT LINE OF THE AMOUNT-DUE       *
      *   BLOCK.  THE REDEFINITIONS COVER THE OTHER LINES OF EACH      *
      *   STATEMENT:                                                   *
      *     BILL-STMT-NAME-LINE  -  LOAN / BORROWER / STATEMENT DATE   *
      *                             HEADING AT THE TOP                 *
      *     BILL-STMT-ADDR-LINE  -  MAILING AND PROPERTY ADDRESS       *
      *                             BLOCK (SAME SHAPE AS SBANK19W)     *
      *     BILL-STMT-DATE-LINE  -  LABELED DATE (PAYMENT DUE DATE,    *
      *                             OLDEST UNPAID DUE DATE)            *
      *     BILL-STMT-TRAN-LINE  -  ONE TRANSACTION POSTED SINCE THE   *
      *                             LAST STATEMENT                     *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  BILL-STMT-LINE.
           05  BL-LABEL                  PIC X(35).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  BL-AMOUNT                 PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(30)  VALUE SPACES.

       01  BILL-STMT-NAME-LINE REDEFINES BILL-STMT-LINE.
           05  BN-LOAN-NUMBER            PIC X(10).
           05  FILLER                    PIC X(02).
           05  BN-BORROWER-NAME          PIC X(30).
           05  FILLER                    PIC X(02).
           05  BN-STMT-DATE              PIC 9(8).
           05  FILLER                    PIC X(28).

       01  BILL-STMT-ADDR-LINE REDEFINES BILL-STMT-LINE.
           05  BA-LABEL                  PIC X(12).
           05  BA-TEXT                   PIC X(30).
           05  FILLER                    PIC X(01).
           05  BA-STATE                  PIC X(02).
           05  FILLER                    PIC X(02).
           05  BA-ZIP                    PIC X(10).
           05  FILLER                    PIC X(23).

       01  BILL-STMT-DATE-LINE REDEFINES BILL-STMT-LINE.
           05  BD-LABEL                  PIC X(35).
           05  FILLER                    PIC X(02).
           05  BD-DATE                   PIC 9(8).
           05  FILLER                    PIC X(35).

       01  BILL-STMT-TRAN-LINE REDEFINES BILL-STMT-LINE.
           05  BT-POST-DATE              PIC 9(8).
           05  FILLER                    PIC X(02).
           05  BT-DESCRIPTION            PIC X(16).
           05  FILLER                    PIC X(02).
           05  BT-REFERENCE              PIC X(12).
           05  FILLER                    PIC X(02).
           05  BT-AMOUNT                 PIC ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02).
           05  BT-PRINCIPAL              PIC ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02).
           05  BT-INTEREST               PIC ZZZ,ZZ9.99.
           05  FILLER                    PIC X(04).
