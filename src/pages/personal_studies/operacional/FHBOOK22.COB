      ******************************************************************
      * Copybook: FHBOOK22.COB
      * Purpose: RECORD LAYOUT FOR THE CHANGE JOURNAL (chg_journal.txt).
      *          FHCAT0001 AND FHBUD0001 APPEND ONE RECORD FOR EVERY
      *          MASTER RECORD THEY WRITE, REWRITE OR DELETE, AND
      *          FHAPP0001 ONE FOR EVERY APPROVAL OR REFUSAL IT APPLIES.
      *          THE FILE IS ONLY EVER OPENED EXTEND BY THOSE PROGRAMS,
      *          NEVER REWRITTEN, SO ITS ORDER IS THE ORDER THE CHANGES
      *          WERE MADE IN. JRN-OPERATOR IS THE OPERATOR ID CARRIED
      *          ON THE TRANSACTION OR DECISION LINE. JRN-KEY IS THE
      *          RECORD KEY AS IT STANDS ON ITS FILE (CATM-NOME,
      *          BUDM-KEY, OR QUEUE DATE/SEQUENCE FOR A HELD RECORD).
      *          JRN-BEFORE AND JRN-AFTER ARE THE RECORD IMAGES EITHER
      *          SIDE OF THE CHANGE IN THE FHBOOK23 LAYOUTS; SPACES
      *          MEAN THE RECORD WAS NOT ON FILE (BEFORE AN ADD, AFTER
      *          A DELETE). FHJRN0001 READS IT BACK.
      * Modification History:
      *  20261015 TA - INITIAL VERSION.
      ******************************************************************
       FD  JRN-FL.
       01  JRN-REC.
           05  JRN-DATE            PIC 9(08).
           05  JRN-SEP1            PIC X(01).
           05  JRN-TIME            PIC 9(06).
           05  JRN-SEP2            PIC X(01).
           05  JRN-OPERATOR        PIC X(08).
           05  JRN-SEP3            PIC X(01).
           05  JRN-PROGRAM         PIC X(09).
           05  JRN-SEP4            PIC X(01).
           05  JRN-ACTION          PIC X(03).
           05  JRN-SEP5            PIC X(01).
           05  JRN-KEY             PIC X(30).
           05  JRN-SEP6            PIC X(01).
           05  JRN-BEFORE          PIC X(80).
           05  JRN-SEP7            PIC X(01).
           05  JRN-AFTER           PIC X(80).
