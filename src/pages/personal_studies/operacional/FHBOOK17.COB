      ******************************************************************
      * Copybook: FHBOOK17.COB
      * Purpose: RECORD LAYOUT FOR THE DAILY EXCHANGE-RATE FILE
      *          (RTE-FL), ONE LINE PER CURRENCY PER DAY, APPENDED BY
      *          TREASURY EVERY BUSINESS DAY. THE RATE IS HOW MANY
      *          UNITS OF THE BASE CURRENCY ONE UNIT OF THE FOREIGN
      *          CURRENCY BUYS ON THAT DATE, WRITTEN WITH A FIXED
      *          DECIMAL POINT (00005.432100). FHDR0001 CONVERTS EACH
      *          FOREIGN-CURRENCY FEED RECORD AT THE RATE FOR ITS OWN
      *          DATE; FHREV0001 TAKES THE LAST RATE OF THE MONTH TO
      *          REVALUE WHAT THE BALANCE MASTER HOLDS IN EACH
      *          CURRENCY. A CURRENCY THAT NEVER APPEARS HERE IS
      *          UNKNOWN TO THE SHOP.
      * Modification History:
      *  20261015 TA - INITIAL VERSION.
      ******************************************************************
       FD  RTE-FL.
       01  RTE-REC.
           05  RTE-DATE            PIC 9(08).
           05  RTE-SEP1            PIC X(01).
           05  RTE-CURR-CD         PIC X(03).
           05  RTE-SEP2            PIC X(01).
           05  RTE-RATE            PIC X(12).
           05  RTE-RATE-R REDEFINES RTE-RATE.
               10  RTE-RATE-INT        PIC 9(05).
               10  RTE-RATE-PT         PIC X(01).
               10  RTE-RATE-DEC        PIC 9(06).
