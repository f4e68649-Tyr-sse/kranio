      ******************************************************************
      * Copybook: FHBOOK15.COB
      * Purpose: RECORD LAYOUT FOR THE BUSINESS CALENDAR (CAL-FL), ONE
      *          LINE PER CALENDAR DAY IN ASCENDING DATE ORDER, EDITED
      *          BY HAND A YEAR AHEAD. EACH DAY IS A BUSINESS DAY, A
      *          HOLIDAY OR A WEEKEND DAY, AND THE LAST BUSINESS DAY OF
      *          EACH MONTH CARRIES THE MONTH-END FLAG. FHCAL0001 READS
      *          IT TO DECIDE WHICH BUSINESS DATES THE NIGHTLY CHAIN
      *          STILL OWES AND WHETHER THE PROCESSING DATE MAY MOVE.
      * Modification History:
      *  20261008 TA - INITIAL VERSION.
      ******************************************************************
       FD  CAL-FL.
       01  CAL-REC.
           05  CAL-DATE            PIC 9(08).
           05  CAL-SEP1            PIC X(01).
           05  CAL-DAY-TYPE        PIC X(01).
               88  CAL-BUSINESS-DAY     VALUE 'B'.
               88  CAL-HOLIDAY          VALUE 'H'.
               88  CAL-WEEKEND          VALUE 'W'.
               88  CAL-TYPE-VALID       VALUE 'B' 'H' 'W'.
           05  CAL-SEP2            PIC X(01).
           05  CAL-MONTH-END       PIC X(01).
               88  CAL-IS-MONTH-END     VALUE 'Y'.
           05  CAL-SEP3            PIC X(01).
           05  CAL-DESC            PIC X(30).
