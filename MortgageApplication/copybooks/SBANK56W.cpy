      ******************************************************************
      *                                                                *
      *   SBANK56W  -  BORROWER CONTACT MAINTENANCE REJECT RECORD      *
      *                                                                *
      *   ONE RECORD PER CONTACT TRANSACTION COBCNTCT (SEE SBANK26P)   *
      *   COULD NOT APPLY.  THE ORIGINAL CARD IMAGE IS CARRIED         *
      *   INTACT SO THE REJECT FILE CAN BE CORRECTED AND RESUBMITTED   *
      *   AS A LATER FEED (SAME CONVENTION AS SBANK51W).               *
      *                                                                *
      *   CR-REJECT-REASON VALUES:                                     *
      *     "01"  LOAN NOT ON THE LOAN MASTER FILE.                   *
      *     "02"  TRANSACTION CODE OR FIELD CODE NOT ONE OF THE       *
      *           SBANK54W CODES.                                     *
      *     "03"  NEW VALUE FAILS THE FIELD'S EDITS (NAME, ADDRESS    *
      *           LINE 1 OR CITY BLANK, STATE NOT TWO LETTERS, ZIP    *
      *           NOT FIVE DIGITS, EMAIL WITHOUT EXACTLY ONE "@").    *
      *     "04"  ADD FOR A LOAN THAT ALREADY HAS A CONTACT RECORD.   *
      *     "05"  CHANGE FOR A LOAN WITH NO CONTACT RECORD - ADD IT   *
      *           FIRST.                                              *
      *     "06"  THE CONTACT MASTER WRITE OR REWRITE FAILED - AN     *
      *           I/O FAULT, NOT A CARD DEFECT.  THE RUN STOPS ON     *
      *           THIS REASON.                                        *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  CONTACT-REJECT-RECORD.
           05  CR-CARD-IMAGE             PIC X(80).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  CR-REJECT-REASON          PIC X(02).
               88  CR-LOAN-NOT-ON-FILE          VALUE "01".
               88  CR-BAD-CODE                  VALUE "02".
               88  CR-BAD-NEW-VALUE             VALUE "03".
               88  CR-CONTACT-ALREADY-ON-FILE   VALUE "04".
               88  CR-CONTACT-NOT-ON-FILE       VALUE "05".
               88  CR-WRITE-FAILED              VALUE "06".
