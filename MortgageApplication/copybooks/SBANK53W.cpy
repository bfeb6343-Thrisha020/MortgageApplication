      ******************************************************************
      *                                                                *
      *   SBANK53W  -  BORROWER AND PROPERTY CONTACT MASTER RECORD     *
      *                                                                *
      *   ONE RECORD PER LOAN, KEYED BY LOAN NUMBER (SAME KEY AS THE   *
      *   LOAN MASTER, SBANK01W).  HOLDS EVERYTHING THE MAIL HOUSE     *
      *   NEEDS TO PUT A BORROWER-FACING DOCUMENT IN AN ENVELOPE -     *
      *   THE PRIMARY AND CO-BORROWER NAMES AS MAILED, THE MAILING     *
      *   ADDRESS, THE ADDRESS OF THE MORTGAGED PROPERTY, AND A        *
      *   PHONE AND EMAIL CONTACT.                                     *
      *                                                                *
      *   WRITTEN AT BOARDING BY COBBOARD (SEE SBANK06P) FROM THE      *
      *   CONTACT SEGMENT OF THE BOARDING FEED, AND MAINTAINED BY      *
      *   THE CONTACT MAINTENANCE RUN COBCNTCT (SEE SBANK26P).  READ   *
      *   AT RANDOM BY COBNOTIC, COBREPRC, COBYREND AND COBESCDR TO    *
      *   STAMP THE ADDRESS ONTO WHAT THEY WRITE.                      *
      *                                                                *
      *   BC-PRIMARY-NAME IS THE NAME AS MAILED.  BOARDING SEEDS IT    *
      *   FROM THE SAME FEED FIELD AS LM-BORROWER-NAME; AFTER THAT     *
      *   LM-BORROWER-NAME REMAINS THE SERVICING NAME COBMAINT         *
      *   CORRECTS, AND THIS FIELD IS CORRECTED THROUGH COBCNTCT.      *
      *                                                                *
      *   ALL FIELDS ARE DISPLAY FORMAT - THE ADDRESSES LEAVE THE      *
      *   SHOP ON EVERY FEED THAT CARRIES THEM.                        *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  BORROWER-CONTACT-RECORD.
           05  BC-LOAN-NUMBER            PIC X(10).
           05  BC-PRIMARY-NAME           PIC X(30).
           05  BC-CO-BORROWER-NAME       PIC X(30).
           05  BC-MAILING-ADDRESS.
               10  BC-MAIL-ADDRESS-1     PIC X(30).
               10  BC-MAIL-ADDRESS-2     PIC X(30).
               10  BC-MAIL-CITY          PIC X(20).
               10  BC-MAIL-STATE         PIC X(02).
               10  BC-MAIL-ZIP           PIC X(10).
           05  BC-PROPERTY-ADDRESS.
               10  BC-PROP-ADDRESS       PIC X(30).
               10  BC-PROP-CITY          PIC X(20).
               10  BC-PROP-STATE         PIC X(02).
               10  BC-PROP-ZIP           PIC X(10).
           05  BC-PHONE                  PIC X(15).
           05  BC-EMAIL                  PIC X(40).
           05  BC-LAST-MAINT-DATE        PIC 9(08).
           05  FILLER                    PIC X(20).
