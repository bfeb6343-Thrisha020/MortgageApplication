      ******************************************************************
      *                                                                *
      *   SBANK93W  -  SERVICING TRANSFER REPORT LINE                  *
      *                                                                *
      *   PRINT LINE LAYOUT FOR THE TRANSFER REPORT THE SERVICING      *
      *   TRANSFER-OUT RUN COBXFER (SEE SBANK39P) PRINTS.  ONE DETAIL  *
      *   LINE PER LOAN ON THE TRANSFER CARDS, WITH THE BALANCES       *
      *   HANDED OVER AND XR-STATUS SAYING WHAT HAPPENED:              *
      *     TRANSFERD  -  LOAN MOVED TO THE NEW SERVICER               *
      *     EXCEPTION  -  LOAN NOT MOVED (XR-REMARK SAYS WHY)          *
      *   A NEGATIVE ESCROW AMOUNT IS AN ADVANCE THE NEW SERVICER      *
      *   TAKES OVER.                                                  *
      *                                                                *
      *   TRANSFER-TOTAL-LINE REDEFINES THE SAME 140 BYTES FOR THE     *
      *   LABELED CONTROL TOTALS PRINTED AT THE END - THE SAME COUNTS  *
      *   AND AMOUNTS AS THE OUTBOUND FILE TRAILER (SBANK91W), SO THE  *
      *   RECEIVING SERVICER CAN BALANCE ONE AGAINST THE OTHER.        *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  TRANSFER-REPORT-LINE.
           05  XR-LOAN-NUMBER            PIC X(10).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  XR-BORROWER-NAME          PIC X(25).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  XR-PRINCIPAL-BALANCE      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  XR-ESCROW-BALANCE         PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  XR-SUSPENSE-BALANCE       PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  XR-LATE-CHARGE-BALANCE    PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  XR-STATUS                 PIC X(10).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  XR-REMARK                 PIC X(28).
           05  FILLER                    PIC X(02)  VALUE SPACES.
       01  TRANSFER-TOTAL-LINE REDEFINES TRANSFER-REPORT-LINE.
           05  XK-LABEL                  PIC X(40).
           05  FILLER                    PIC X(02).
           05  XK-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02).
           05  XK-AMOUNT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(71).
