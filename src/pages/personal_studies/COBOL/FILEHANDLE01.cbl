      *                SHORTER THAN THE LINE ON FILE MAKES THE READ
      *                COME BACK SPLIT WITH STATUS 06 INSTEAD OF
      *                WHOLE. OLD 76-BYTE FEEDS PAD WITH SPACES.
      *  20261015 TA - IN-REC/OUT-REC WIDENED 79 -> 94 FOR THE CURRENCY
      *                CODE AND ORIGINAL AMOUNT NOW ON THE END OF THE
      *                FEED RECORD (SEE FHBOOK01). SHORTER FEEDS PAD
      *                WITH SPACES = BASE CURRENCY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-HANDLER-01.
       DATA DIVISION.
        FILE SECTION.
         FD IN-FILE.
          01  IN-REC PIC X(94).

         FD  CKPT-FL.
          01  CKPT-REC.
          01  ERR-REC                PIC X(80).

         FD  OUT-FILE.
          01  OUT-REC PIC X(94).

         FD  AUDIT-FL.
          01  AUDIT-REC               PIC X(80).
