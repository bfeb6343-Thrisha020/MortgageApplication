      ******************************************************************
      *                                                                *
      *   SBANK55W  -  BORROWER CONTACT MAINTENANCE AUDIT RECORD       *
      *                                                                *
      *   ONE RECORD PER CONTACT ADD OR FIELD CHANGE COBCNTCT (SEE     *
      *   SBANK26P) APPLIES TO THE CONTACT MASTER, CARRYING THE        *
      *   BEFORE AND AFTER IMAGES OF THE CHANGED FIELD.  APPENDED      *
      *   ACROSS RUNS, THE SAME AS THE LOAN MASTER MAINTENANCE AUDIT   *
      *   FILE (SBANK50W) - AUDIT CAN RECONSTRUCT EVERY ADDRESS A      *
      *   BORROWER HAS EVER HAD ON FILE.                               *
      *                                                                *
      *   CA-TRAN-CODE AND CA-FIELD-CODE USE THE SBANK54W CODES.  AN   *
      *   ADD CARRIES SPACES IN CA-OLD-VALUE AND THE PRIMARY NAME IN   *
      *   CA-NEW-VALUE.  ALL FIELDS ARE DISPLAY FORMAT SO THE FILE     *
      *   BROWSES CLEAN.                                               *
      *                                                                *
      *   MODIFICATION HISTORY.                                       *
      *   -------------------------------------------------------     *
      *   DATE       INIT   DESCRIPTION                                *
      *   ---------- ----   ------------------------------------------ *
      *   2026-10-15  DEV   INITIAL VERSION.                          *
      ******************************************************************
       01  CONTACT-AUDIT-RECORD.
           05  CA-LOAN-NUMBER            PIC X(10).
           05  CA-TRAN-CODE              PIC X(01).
           05  CA-FIELD-CODE             PIC X(02).
           05  CA-OLD-VALUE              PIC X(40).
           05  CA-NEW-VALUE              PIC X(40).
           05  CA-RUN-DATE               PIC 9(08).
           05  CA-RUN-TIME               PIC 9(08).
           05  FILLER                    PIC X(11).
