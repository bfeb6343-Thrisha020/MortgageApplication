      *                     SO ORIGINATION CAN BOARD THE OWNING       *
      *                     INVESTOR WITH THE LOAN.  SPACES MEANS     *
      *                     HELD IN THE HOUSE PORTFOLIO.              *
      *   2026-10-15  DEV   EXTENDED FEED - BF-CONTACT-SEGMENT (CO-   *
      *                     BORROWER, MAILING AND PROPERTY ADDRESS,   *
      *                     PHONE, EMAIL) FOLLOWS THE ORIGINAL 80     *
      *                     BYTES.  COBBOARD BOARDS IT ONTO THE       *
      *                     CONTACT MASTER (SBANK53W).  A FEED STILL  *
      *                     IN THE 80-BYTE FORMAT READS WITH THE      *
      *                     SEGMENT BLANK AND BOARDS NO CONTACT.      *
      ******************************************************************
       01  BOARDING-FEED-RECORD.
           05  BF-LOAN-NUMBER            PIC X(10).
           05  BF-BORROWER-NAME          PIC X(30).
           05  BF-RATE-CODE              PIC X(10).
           05  BF-INVESTOR-CODE          PIC X(03).
           05  BF-CONTACT-SEGMENT.
               10  BF-CO-BORROWER-NAME   PIC X(30).
               10  BF-MAIL-ADDRESS-1     PIC X(30).
               10  BF-MAIL-ADDRESS-2     PIC X(30).
               10  BF-MAIL-CITY          PIC X(20).
               10  BF-MAIL-STATE         PIC X(02).
               10  BF-MAIL-ZIP           PIC X(10).
               10  BF-PROP-ADDRESS       PIC X(30).
               10  BF-PROP-CITY          PIC X(20).
               10  BF-PROP-STATE         PIC X(02).
               10  BF-PROP-ZIP           PIC X(10).
               10  BF-PHONE              PIC X(15).
               10  BF-EMAIL              PIC X(40).
