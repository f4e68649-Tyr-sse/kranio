      ******************************************************************
      * Copybook: FHBOOK23.COB
      * Purpose: RECORD IMAGES CARRIED IN THE CHANGE JOURNAL (FHBOOK22)
      *          JRN-BEFORE / JRN-AFTER FIELDS. A CATEGORY OR BUDGET
      *          IMAGE IS THE MASTER RECORD ITSELF (FHBOOK05 CATM-REC,
      *          FHBOOK10 BUDM-REC) PADDED TO 80 BYTES, SO THE CHANGE
      *          JOURNAL CAN PUT A PAST STATE STRAIGHT BACK. A HELD-
      *          RECORD IMAGE IS THE PART OF THE FHBOOK08 QUEUE RECORD
      *          AN APPROVER SEES, WITH ITS STATE: P PENDING, A
      *          APPROVED, R REFUSED.
      * Modification History:
      *  20261015 TA - INITIAL VERSION.
      ******************************************************************
       01  JRI-IMAGE               PIC X(80).
       01  JRI-CAT REDEFINES JRI-IMAGE.
           05  JRI-CAT-NOME        PIC X(20).
           05  JRI-CAT-CODIGO      PIC X(04).
           05  JRI-CAT-STATUS      PIC X(01).
           05  JRI-CAT-MERGE-TO    PIC X(20).
           05  FILLER              PIC X(35).
       01  JRI-BUD REDEFINES JRI-IMAGE.
           05  JRI-BUD-NOME        PIC X(20).
           05  JRI-BUD-YYYYMM      PIC 9(06).
           05  JRI-BUD-AMT         PIC 9(09)V99.
           05  FILLER              PIC X(43).
       01  JRI-PND REDEFINES JRI-IMAGE.
           05  JRI-PND-DATE        PIC X(10).
           05  JRI-PND-SEP1        PIC X(01).
           05  JRI-PND-DESC-A      PIC X(20).
           05  JRI-PND-SEP2        PIC X(01).
           05  JRI-PND-AMOUNT      PIC X(10).
           05  JRI-PND-SEP3        PIC X(01).
           05  JRI-PND-TYPE-CD     PIC X(02).
           05  JRI-PND-SEP4        PIC X(01).
           05  JRI-PND-LIMIT       PIC X(10).
           05  JRI-PND-SEP5        PIC X(01).
           05  JRI-PND-BRANCH-CD   PIC X(02).
           05  JRI-PND-SEP6        PIC X(01).
           05  JRI-PND-CURR-CD     PIC X(03).
           05  JRI-PND-SEP7        PIC X(01).
           05  JRI-PND-STATE       PIC X(01).
               88  JRI-PND-PENDING      VALUE 'P'.
               88  JRI-PND-APPROVED     VALUE 'A'.
               88  JRI-PND-REFUSED      VALUE 'R'.
           05  FILLER              PIC X(15).
