      *   ON THE MASTER - THE LOANS THAT TURN INTO BORROWER DISPUTES   *
      *   IN FEBRUARY.                                                 *
      *                                                                *
      *   THE MAILING NAME, CO-BORROWER, MAILING ADDRESS AND PROPERTY  *
      *   ADDRESS COME FROM THE BORROWER CONTACT MASTER (SBANK53W);    *
      *   WITH NO CONTACT RECORD THE NAME IS LM-BORROWER-NAME AND THE  *
      *   ADDRESS FIELDS ARE BLANK.                                    *
      *                                                                *
      *   PLAIN SEQUENTIAL - THE RECORD CARRIES COMP-3 FIELDS (SAME    *
      *   REASONING AS THE GL EXTRACT, SEE SBANK00P).                  *
      *                                                                *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-08-22  DEV   INITIAL VERSION.                          *
      *   2026-10-15  DEV   ADDED BORROWER NAME, CO-BORROWER, MAILING *
      *                     AND PROPERTY ADDRESS FOR THE MAIL HOUSE.  *
      ******************************************************************
       01  YREND-STATEMENT-RECORD.
           05  YS-LOAN-NUMBER            PIC X(10).
           05  YS-RECONCILE-FLAG         PIC X(01).
               88  YS-RECONCILED                VALUE "Y".
               88  YS-OUT-OF-BALANCE            VALUE "N".
           05  YS-BORROWER-NAME          PIC X(30).
           05  YS-CO-BORROWER-NAME       PIC X(30).
           05  YS-MAILING-ADDRESS.
               10  YS-MAIL-ADDRESS-1     PIC X(30).
               10  YS-MAIL-ADDRESS-2     PIC X(30).
               10  YS-MAIL-CITY          PIC X(20).
               10  YS-MAIL-STATE         PIC X(02).
               10  YS-MAIL-ZIP           PIC X(10).
           05  YS-PROPERTY-ADDRESS.
               10  YS-PROP-ADDRESS       PIC X(30).
               10  YS-PROP-CITY          PIC X(20).
               10  YS-PROP-STATE         PIC X(02).
               10  YS-PROP-ZIP           PIC X(10).
           05  FILLER                    PIC X(10).
