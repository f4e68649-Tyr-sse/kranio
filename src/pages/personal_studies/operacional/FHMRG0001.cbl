      * Tectonics: cobc
      * Modification History:
      *  20260903 TA - INITIAL VERSION.
      *  20261015 TA - A BRANCH FEED MAY NOW CARRY A CURRENCY CODE AND
      *                THE ORIGINAL AMOUNT IN THE FHBOOK01 POSITIONS
      *                AFTER THE (UNUSED) BRANCH BYTES; BOTH ARE PASSED
      *                THROUGH TO THE MERGED FEED FOR FHDR0001 TO
      *                CONVERT.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. FHMRG0001.
             05  BR-AMOUNT           PIC X(10).
             05  BR-SEP6             PIC X(01).
             05  BR-TYPE-CD          PIC X(02).
             05  BR-SEP7             PIC X(01).
             05  BR-BRANCH-FILL      PIC X(02).
             05  BR-SEP8             PIC X(01).
             05  BR-CURR-CD          PIC X(03).
             05  BR-SEP9             PIC X(01).
             05  BR-ORIG-AMOUNT      PIC X(10).

      * THE MERGED RECORD IS THE FHBOOK01 LAYOUT WITH RC-BRANCH-CD
      * FILLED IN, SEPARATORS MOVED IN AT WRITE TIME THE SAME WAY
             05  MRG-TYPE-CD         PIC X(02).
             05  MRG-SEP7            PIC X(01).
             05  MRG-BRANCH-CD       PIC X(02).
             05  MRG-SEP8            PIC X(01).
             05  MRG-CURR-CD         PIC X(03).
             05  MRG-SEP9            PIC X(01).
             05  MRG-ORIG-AMOUNT     PIC X(10).

         FD  RPT-FL.
         01  RPT-REC                 PIC X(132).
         MOVE BR-TYPE-CD TO MRG-TYPE-CD.
         MOVE SPACE      TO MRG-SEP7.
         MOVE BRT-CD(WS-BX) TO MRG-BRANCH-CD.
         MOVE SPACE      TO MRG-SEP8.
         MOVE BR-CURR-CD TO MRG-CURR-CD.
         MOVE SPACE      TO MRG-SEP9.
         MOVE BR-ORIG-AMOUNT TO MRG-ORIG-AMOUNT.
         WRITE MRG-REC.
         IF NOT WS-STTS-MRG-OK
            MOVE 'WRITE MRG-FL' TO WS-ERR-CTX
         MOVE 'AJ'       TO MRG-TYPE-CD.
         MOVE SPACE      TO MRG-SEP7.
         MOVE SPACES     TO MRG-BRANCH-CD.
         MOVE SPACE      TO MRG-SEP8.
         MOVE SPACES     TO MRG-CURR-CD.
         MOVE SPACE      TO MRG-SEP9.
         MOVE SPACES     TO MRG-ORIG-AMOUNT.
         WRITE MRG-REC.
         IF NOT WS-STTS-MRG-OK
            MOVE 'WRITE MRG-FL' TO WS-ERR-CTX
