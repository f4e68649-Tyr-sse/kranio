      *                FIXED-OFFSET CONSUMER (TRAILER SCAN, HISTORY
      *                STRIP) IS UNTOUCHED; A LEGACY 76-BYTE RECORD
      *                READS BACK WITH SPACES = BRANCH UNKNOWN.
      *  20260924 TA - ADDED RC-TYPE-CD 'RV' (REVERSAL). A REVERSAL
      *                CARRIES THE ORIGINAL'S DATE, RC-DESC-A AND
      *                AMOUNT IN THE USUAL FIELDS, AND ITS RC-DESC-B
      *                POINTS BACK AT THE ORIGINAL (RC-REV-REF): THE
      *                ORIGINAL'S TYPE CODE, ONE SPACE, THEN THE FIRST
      *                27 BYTES OF THE ORIGINAL'S RC-DESC-B. THE
      *                REFERENCE RIDES IN THE 76-BYTE HISTORY PREFIX,
      *                SO EVERY HISTORY READER CAN STILL TELL WHICH
      *                WAY A REVERSAL MOVES THE MONEY.
      *  20261015 TA - ADDED RC-CURR-CD AND RC-ORIG-AMOUNT AFTER THE
      *                BRANCH FOR FEEDS THAT SEND FOREIGN-CURRENCY
      *                AMOUNTS. A FOREIGN RECORD CARRIES ITS CURRENCY
      *                AND THE AMOUNT AS THE BRANCH SAW IT; FHDR0001
      *                CONVERTS IT AT THE DAY'S RATE (FHBOOK17) AND
      *                FILLS RC-AMOUNT WITH THE BASE-CURRENCY FIGURE,
      *                SO EVERYTHING DOWNSTREAM OF THE EDIT STILL READS
      *                ONE CURRENCY. SPACES (ANY RECORD WRITTEN BEFORE
      *                THIS FIELD) OR THE BASE CODE MEAN RC-AMOUNT IS
      *                ALREADY IN BASE CURRENCY AND RC-ORIG-AMOUNT IS
      *                NOT USED.
      ******************************************************************
       FD  IN-FL.
       01  RC-REGISTRO-LOG.
           05  RC-DESC-A           PIC X(20).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RC-DESC-B           PIC X(30).
           05  RC-REV-REF REDEFINES RC-DESC-B.
               10  RC-REV-ORIG-TYPE-CD PIC X(02).
               10  FILLER              PIC X(01).
               10  RC-REV-ORIG-DESC-B  PIC X(27).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  RC-AMOUNT           PIC X(10).
           05  FILLER              PIC X(01)   VALUE SPACE.
               88  RC-TYPE-DEBITO       VALUE 'DB'.
               88  RC-TYPE-CREDITO      VALUE 'CR'.
               88  RC-TYPE-AJUSTE       VALUE 'AJ'.
               88  RC-TYPE-ESTORNO      VALUE 'RV'.
           05  FILLER              PIC X(01).
           05  RC-BRANCH-CD        PIC X(02).
           05  FILLER              PIC X(01).
           05  RC-CURR-CD          PIC X(03).
               88  RC-CURR-BASE         VALUE 'BRL' SPACES.
           05  FILLER              PIC X(01).
           05  RC-ORIG-AMOUNT      PIC X(10).
