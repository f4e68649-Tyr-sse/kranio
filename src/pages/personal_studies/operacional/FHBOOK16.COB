      ******************************************************************
      * Copybook: FHBOOK16.COB
      * Purpose: RECORD LAYOUT FOR THE PROCESSING-DATE CONTROL RECORD
      *          (PDC-FL), A ONE-LINE FILE HOLDING THE LAST BUSINESS
      *          DATE THE NIGHTLY CHAIN FINISHED CLEAN. FHCAL0001 PLANS
      *          THE NEXT NIGHT(S) FROM IT AND REWRITES IT ONLY WHEN A
      *          NIGHT ENDS CLEAN, SO THE BUSINESS DATE NEVER COMES
      *          FROM THE SYSTEM CLOCK. THE PREVIOUS DATE, WHEN AND
      *          HOW THE RECORD LAST MOVED, AND HOW MANY BUSINESS DAYS
      *          AN OPERATOR OVERRIDE LEFT BEHIND ARE KEPT WITH IT.
      * Modification History:
      *  20261008 TA - INITIAL VERSION.
      ******************************************************************
       FD  PDC-FL.
       01  PDC-REC.
           05  PDC-LAST-CLEAN      PIC 9(08).
           05  PDC-SEP1            PIC X(01).
           05  PDC-PREV-CLEAN      PIC 9(08).
           05  PDC-SEP2            PIC X(01).
           05  PDC-UPD-DATE        PIC 9(08).
           05  PDC-SEP3            PIC X(01).
           05  PDC-UPD-TIME        PIC 9(06).
           05  PDC-SEP4            PIC X(01).
           05  PDC-OVERRIDE        PIC X(01).
               88  PDC-BY-OVERRIDE      VALUE 'Y'.
           05  PDC-SEP5            PIC X(01).
           05  PDC-SKIP-CT         PIC 9(03).
