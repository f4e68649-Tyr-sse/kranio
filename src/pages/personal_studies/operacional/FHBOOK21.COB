      ******************************************************************
      * Copybook: FHBOOK21.COB
      * Purpose: RECORD LAYOUT FOR THE BANK RECONCILIATION OUTSTANDING-
      *          ITEMS FILE (bank_outstanding.txt) CARRIED FROM
      *          STATEMENT TO STATEMENT BY FHBNK0001. THE FIRST RECORD
      *          IS THE CONTROL RECORD (C): THE LAST STATEMENT
      *          RECONCILED, ITS ACCOUNT AND CLOSING BALANCE, AND OUR
      *          BOOK BALANCE FOR THE ACCOUNT AFTER THAT RUN. THEN ONE
      *          RECORD PER UNMATCHED ITEM:
      *          B - ONE OF OUR TRANSACTIONS NO STATEMENT LINE HAS
      *              MATCHED YET (BRO-DETAIL IS ITS 76-BYTE HISTORY
      *              IMAGE, WHICH IS HOW THE HISTORY SCAN KNOWS IT);
      *          S - A STATEMENT LINE NO TRANSACTION HAS MATCHED YET
      *              (BRO-REFERENCE AND BRO-S-NARRATIVE FROM THE LINE);
      *          M - ONE OF OUR TRANSACTIONS ALREADY MATCHED BUT DATED
      *              AFTER THE LAST STATEMENT, KEPT ONLY SO THE NEXT
      *              HISTORY SCAN DOES NOT TAKE IT ON A SECOND TIME.
      *          BRO-ITEM-DATE IS THE TRANSACTION DATE (B, M) OR THE
      *          VALUE DATE (S), AND BRO-AGE IS ITS AGE IN DAYS ON THE
      *          LAST STATEMENT DATE. BRO-DIR IS THE BANK'S VIEW: D
      *          MONEY OUT, C MONEY IN. THE SAME 135-BYTE LAYOUT SERVES
      *          THE OLD GENERATION READ IN AND THE NEW ONE WRITTEN
      *          OUT, SO IT LIVES IN WORKING-STORAGE; FHDRV01.sh
      *          PROMOTES THE NEW GENERATION.
      * Modification History:
      *  20261015 TA - INITIAL VERSION.
      ******************************************************************
       01  BRO-REC.
           05  BRO-SIDE            PIC X(01).
               88  BRO-CONTROL          VALUE 'C'.
               88  BRO-BOOK             VALUE 'B'.
               88  BRO-STMT             VALUE 'S'.
               88  BRO-MATCHED          VALUE 'M'.
           05  BRO-SEP1            PIC X(01).
           05  BRO-ITEM.
               10  BRO-ITEM-DATE       PIC 9(08).
               10  BRO-SEP2            PIC X(01).
               10  BRO-FIRST-SEEN      PIC 9(08).
               10  BRO-SEP3            PIC X(01).
               10  BRO-AGE             PIC 9(05).
               10  BRO-SEP4            PIC X(01).
               10  BRO-DIR             PIC X(01).
                   88  BRO-DIR-OUT          VALUE 'D'.
                   88  BRO-DIR-IN           VALUE 'C'.
               10  BRO-SEP5            PIC X(01).
               10  BRO-AMOUNT          PIC 9(11)V99.
               10  BRO-SEP6            PIC X(01).
               10  BRO-REFERENCE       PIC X(16).
               10  BRO-SEP7            PIC X(01).
               10  BRO-DETAIL          PIC X(76).
               10  BRO-DETAIL-H REDEFINES BRO-DETAIL.
                   15  BRO-H-DT-D          PIC 9(02).
                   15  FILLER              PIC X(01).
                   15  BRO-H-DT-M          PIC 9(02).
                   15  FILLER              PIC X(01).
                   15  BRO-H-DT-Y          PIC 9(04).
                   15  FILLER              PIC X(01).
                   15  BRO-H-DESC-A        PIC X(20).
                   15  FILLER              PIC X(01).
                   15  BRO-H-DESC-B        PIC X(30).
                   15  FILLER              PIC X(01).
                   15  BRO-H-AMOUNT        PIC X(10).
                   15  FILLER              PIC X(01).
                   15  BRO-H-TYPE-CD       PIC X(02).
               10  BRO-DETAIL-S REDEFINES BRO-DETAIL.
                   15  BRO-S-NARRATIVE     PIC X(30).
                   15  FILLER              PIC X(46).
           05  BRO-CTL REDEFINES BRO-ITEM.
               10  BRO-C-STMT-DATE     PIC 9(08).
               10  BRO-C-SEP1          PIC X(01).
               10  BRO-C-ACCOUNT       PIC X(12).
               10  BRO-C-SEP2          PIC X(01).
               10  BRO-C-CLOSE-SIGN    PIC X(01).
               10  BRO-C-CLOSE-BAL     PIC 9(11)V99.
               10  BRO-C-SEP3          PIC X(01).
               10  BRO-C-BOOK-SIGN     PIC X(01).
               10  BRO-C-BOOK-BAL      PIC 9(11)V99.
               10  FILLER              PIC X(82).
