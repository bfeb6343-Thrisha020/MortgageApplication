      ******************************************************************
      *                                                                *
      *   SBANK84W  -  DAILY CASH RECONCILIATION REPORT LINES          *
      *                                                                *
      *   PRINTED BY COBCASHR (SEE SBANK36P).  132-BYTE PRINT LINE     *
      *   WITH FOUR VIEWS:                                             *
      *     CASH-RECON-LINE      ONE LINE PER BANK DEPOSIT - THE BANK  *
      *                          CONTROL AGAINST THE ITEMS ON THE FEED *
      *                          AND WHAT BECAME OF THEM.              *
      *     CASH-RECON-HEADING   THE COLUMN HEADINGS OVER THE DEPOSIT  *
      *                          LINES, ONE LABEL PER CQ- FIELD, RIGHT *
      *                          ALIGNED OVER THE AMOUNTS.             *
      *     CASH-EXCEPTION-LINE  ONE LINE PER ITEM FOR THE CASH DESK - *
      *                          TODAY'S EXCEPTIONS AND THE AGED ITEMS *
      *                          CARRIED FORWARD.                      *
      *     CASH-TOTAL-LINE      THE RUN TOTALS.                       *
      *                                                                *
      *   CQ-STATUS VALUES: "BALANCED", "OUT-BAL" (THE ITEMS DO NOT    *
      *   AGREE WITH THE BANK'S DEPOSIT CONTROL), "UNPOSTED" (THEY     *
      *   AGREE BUT SOME WERE NEITHER POSTED NOR REJECTED).            *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      *   2026-10-15  DEV   ADDED CASH-RECON-HEADING SO THE DEPOSIT    *
      *                     COLUMN HEADINGS LINE UP WITH THE CQ-       *
      *                     FIELDS.                                    *
      ******************************************************************
       01  CASH-RECON-LINE.
           05  CQ-DEPOSIT-NUMBER         PIC X(08).
           05  FILLER                    PIC X(01)  VALUE SPACES.
           05  CQ-CONTROL-COUNT          PIC ZZZZ9.
           05  FILLER                    PIC X(01)  VALUE SPACES.
           05  CQ-ITEM-COUNT             PIC ZZZZ9.
           05  FILLER                    PIC X(01)  VALUE SPACES.
           05  CQ-CONTROL-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(01)  VALUE SPACES.
           05  CQ-ITEM-AMOUNT            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(01)  VALUE SPACES.
           05  CQ-POSTED-AMOUNT          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(01)  VALUE SPACES.
           05  CQ-SUSPENSE-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(01)  VALUE SPACES.
           05  CQ-REJECTED-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(01)  VALUE SPACES.
           05  CQ-UNPOSTED-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(01)  VALUE SPACES.
           05  CQ-ACH-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(01)  VALUE SPACES.
           05  CQ-STATUS                 PIC X(08).
           05  FILLER                    PIC X(05)  VALUE SPACES.

       01  CASH-RECON-HEADING REDEFINES CASH-RECON-LINE.
           05  CL-DEPOSIT-NUMBER         PIC X(08).
           05  FILLER                    PIC X(01).
           05  CL-CONTROL-COUNT          PIC X(05).
           05  FILLER                    PIC X(01).
           05  CL-ITEM-COUNT             PIC X(05).
           05  FILLER                    PIC X(01).
           05  CL-CONTROL-AMOUNT         PIC X(13).
           05  FILLER                    PIC X(01).
           05  CL-ITEM-AMOUNT            PIC X(13).
           05  FILLER                    PIC X(01).
           05  CL-POSTED-AMOUNT          PIC X(13).
           05  FILLER                    PIC X(01).
           05  CL-SUSPENSE-AMOUNT        PIC X(13).
           05  FILLER                    PIC X(01).
           05  CL-REJECTED-AMOUNT        PIC X(13).
           05  FILLER                    PIC X(01).
           05  CL-UNPOSTED-AMOUNT        PIC X(13).
           05  FILLER                    PIC X(01).
           05  CL-ACH-AMOUNT             PIC X(13).
           05  FILLER                    PIC X(01).
           05  CL-STATUS                 PIC X(08).
           05  FILLER                    PIC X(05).

       01  CASH-EXCEPTION-LINE REDEFINES CASH-RECON-LINE.
           05  CE-DEPOSIT-NUMBER         PIC X(08).
           05  FILLER                    PIC X(02).
           05  CE-LOAN-NUMBER            PIC X(10).
           05  FILLER                    PIC X(02).
           05  CE-REFERENCE              PIC X(12).
           05  FILLER                    PIC X(02).
           05  CE-ITEM-DATE              PIC X(08).
           05  FILLER                    PIC X(02).
           05  CE-ITEM-AMOUNT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02).
           05  CE-DAYS-OPEN              PIC ZZZ9.
           05  FILLER                    PIC X(02).
           05  CE-EXCEPTION              PIC X(40).
           05  FILLER                    PIC X(26).

       01  CASH-TOTAL-LINE REDEFINES CASH-RECON-LINE.
           05  CK-LABEL                  PIC X(40).
           05  FILLER                    PIC X(02).
           05  CK-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02).
           05  CK-AMOUNT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(63).
