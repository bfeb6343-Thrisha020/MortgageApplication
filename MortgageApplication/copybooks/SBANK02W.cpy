      *                            NUMBER AND RERUN.  HAS OPERATIONS   *
      *                            VERIFY THE LOAN MASTER IS           *
      *                            AVAILABLE BEFORE RESUBMITTING.      *
      *   28  CF-NO-BUSINESS-DATE  COBCYCLE (SBANK94W) RETURNED NO     *
      *                            BUSINESS DATE FROM THE CYCLE        *
      *                            CONTROL FILE, SO THERE IS NO RUN    *
      *                            DATE FOR THE GL EXTRACT OR AUDIT    *
      *                            TRAIL.  NOT A LOAN PROBLEM - SET    *
      *                            THE BUSINESS DATE WITH COBCYCMT     *
      *                            (OR RESTORE CYCLCTL) AND RERUN.     *
      *                                                                *
      *   PARM-POSTING-INDICATOR MUST BE SET TO "Y" (88 LEVEL          *
      *   PARM-POST-TO-GL) BY ANY CALLER THAT WANTS THIS CALCULATION   *
      *                     AUDIT-TRAIL.  NO CALLER CHANGE NEEDED -   *
      *                     EVERY LOOPING CALLER ALREADY ISSUES THE   *
      *                     CLOSE-DOWN CALL AS ITS LAST.              *
      *   2026-10-15  DEV   ADDED CF-NO-BUSINESS-DATE - COBCALC NOW   *
      *                     TAKES ITS RUN DATE FROM THE CYCLE CONTROL *
      *                     FILE THROUGH COBCYCLE INSTEAD OF THE      *
      *                     SYSTEM CLOCK.                             *
      ******************************************************************
       01  PARM-1.
           05  CALL-FEEDBACK               PIC XX.
               88  CF-LOAN-NOT-FOUND              VALUE "16".
               88  CF-INVALID-LOAN-DATA           VALUE "20".
               88  CF-LOAN-FILE-ERROR             VALUE "24".
               88  CF-NO-BUSINESS-DATE            VALUE "28".
           05  PARM-POSTING-INDICATOR      PIC X(01).
               88  PARM-POST-TO-GL              VALUE "Y".
           05  PARM-CLOSE-DOWN-INDICATOR   PIC X(01).
