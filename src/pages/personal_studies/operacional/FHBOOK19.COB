      ******************************************************************
      * Copybook: FHBOOK19.COB
      * Purpose: RECORD LAYOUT FOR THE SUSPENSE LEDGER (sus_ledger.txt)
      *          MAINTAINED BY FHSUS0001. ONE RECORD PER HISTORY RECORD
      *          FHMES0001 EVER SENT TO cat_suspense.txt, CARRIED FROM
      *          CLOSE TO CLOSE UNTIL IT IS CLEARED: ASSIGNED TO A
      *          CATEGORY ON THE FHBOOK05 MASTER OR WRITTEN OFF WITH A
      *          REASON. A CLEARED ITEM STAYS ON THE LEDGER SO FHREI0001
      *          CAN FOLD IT INTO ITS MONTH'S AMENDED TOTALS ON EVERY
      *          REISSUE. THE ITEM ID IS THE MONTH THE RECORD IS DATED
      *          IN PLUS A SEQUENCE WITHIN THAT MONTH. SUL-AMOUNT IS THE
      *          BASE-CURRENCY AMOUNT, SIGN '-' FOR A REVERSAL, WHICH
      *          TAKES AN ENTRY BACK OFF THE CATEGORY IT LANDS ON.
      *          SUL-HIST-REC IS THE 76-BYTE HISTORY IMAGE AS IT CAME
      *          OFF THE SUSPENSE LISTING; IT IS HOW A RERUN OF THE
      *          SAME MONTH RECOGNISES AN ITEM ALREADY ON THE LEDGER.
      *          THE SAME 204-BYTE LAYOUT SERVES THE OLD GENERATION
      *          READ IN AND THE NEW GENERATION WRITTEN OUT, SO IT
      *          LIVES IN WORKING-STORAGE AND THE PROGRAMS READ INTO /
      *          WRITE FROM IT; FHMEC01.sh PROMOTES THE NEW GENERATION.
      * Modification History:
      *  20261015 TA - INITIAL VERSION.
      ******************************************************************
       01  SUL-REC.
           05  SUL-ITEM-ID.
               10  SUL-ITEM-MONTH      PIC 9(06).
               10  SUL-ITEM-SEQ        PIC 9(05).
           05  SUL-SEP1            PIC X(01).
           05  SUL-STATUS          PIC X(01).
               88  SUL-ST-OPEN          VALUE 'O'.
               88  SUL-ST-ASSIGNED      VALUE 'A'.
               88  SUL-ST-WRITTEN-OFF   VALUE 'W'.
               88  SUL-ST-CLEARED       VALUE 'A' 'W'.
           05  SUL-SEP2            PIC X(01).
           05  SUL-FIRST-SEEN      PIC 9(08).
           05  SUL-SEP3            PIC X(01).
           05  SUL-SIGN            PIC X(01).
           05  SUL-AMOUNT          PIC 9(09)V99.
           05  SUL-SEP4            PIC X(01).
           05  SUL-SUSP-REASON     PIC X(30).
           05  SUL-SEP5            PIC X(01).
           05  SUL-CLR-DATE        PIC 9(08).
           05  SUL-SEP6            PIC X(01).
           05  SUL-CLR-NOME        PIC X(20).
           05  SUL-SEP7            PIC X(01).
           05  SUL-CLR-REASON      PIC X(30).
           05  SUL-SEP8            PIC X(01).
           05  SUL-HIST-REC        PIC X(76).
           05  SUL-HIST-R REDEFINES SUL-HIST-REC.
               10  SUL-H-DT-D          PIC 9(02).
               10  FILLER              PIC X(01).
               10  SUL-H-DT-M          PIC 9(02).
               10  FILLER              PIC X(01).
               10  SUL-H-DT-Y          PIC 9(04).
               10  FILLER              PIC X(01).
               10  SUL-H-DESC-A        PIC X(20).
               10  FILLER              PIC X(01).
               10  SUL-H-DESC-B        PIC X(30).
               10  FILLER              PIC X(01).
               10  SUL-H-AMOUNT        PIC X(10).
               10  FILLER              PIC X(01).
               10  SUL-H-TYPE-CD       PIC X(02).
