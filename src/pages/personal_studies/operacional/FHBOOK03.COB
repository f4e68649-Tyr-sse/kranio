      *                STRIP AND EVERY FIXED-PREFIX CONSUMER ARE
      *                UNTOUCHED; AN OLD 81-BYTE FILE READS BACK
      *                WITH SPACES = BRANCH UNKNOWN.
      *  20260924 TA - OUT-REV-REF GIVES THE REVERSAL VIEW OF
      *                OUT-DESC-B FOR OUT-TYPE-CD 'RV' (SEE FHBOOK01):
      *                THE ORIGINAL'S TYPE CODE AND THE FIRST 27 BYTES
      *                OF ITS DESCRIPTION. NO CHANGE TO THE LENGTH.
      *  20261015 TA - ADDED OUT-CURR-CD, OUT-ORIG-AMOUNT AND
      *                OUT-FX-RATE AFTER THE BRANCH. OUT-AMOUNT IS
      *                ALWAYS THE BASE-CURRENCY FIGURE (CONVERTED BY
      *                FHDR0001 FOR A FOREIGN RECORD, SEE FHBOOK01);
      *                THESE SHOW THE CURRENCY AND AMOUNT THE BRANCH
      *                SENT AND THE RATE APPLIED. A BASE-CURRENCY
      *                RECORD CARRIES ITS OWN AMOUNT AT RATE
      *                00001.000000. AN OLD 85-BYTE FILE READS BACK
      *                WITH SPACES = BASE CURRENCY.
      ******************************************************************
       FD  OUT-FL.
       01  OUT-REC.
           05  OUT-DESC-A          PIC X(20).
           05  OUT-SEP4            PIC X(01).
           05  OUT-DESC-B          PIC X(30).
           05  OUT-REV-REF REDEFINES OUT-DESC-B.
               10  OUT-REV-ORIG-TYPE-CD PIC X(02).
               10  FILLER               PIC X(01).
               10  OUT-REV-ORIG-DESC-B  PIC X(27).
           05  OUT-SEP5            PIC X(01).
           05  OUT-AMOUNT          PIC X(10).
           05  OUT-SEP6            PIC X(01).
               88  OUT-MARKER-APPROVED  VALUE 'APPRV'.
           05  OUT-SEP8            PIC X(01).
           05  OUT-BRANCH-CD       PIC X(02).
           05  OUT-SEP9            PIC X(01).
           05  OUT-CURR-CD         PIC X(03).
               88  OUT-CURR-BASE        VALUE 'BRL' SPACES.
           05  OUT-SEP10           PIC X(01).
           05  OUT-ORIG-AMOUNT     PIC X(10).
           05  OUT-SEP11           PIC X(01).
           05  OUT-FX-RATE         PIC X(12).
           05  OUT-FX-RATE-R REDEFINES OUT-FX-RATE.
               10  OUT-FX-RATE-INT     PIC 9(05).
               10  OUT-FX-RATE-PT      PIC X(01).
               10  OUT-FX-RATE-DEC     PIC 9(06).
