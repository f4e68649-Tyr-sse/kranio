      *          MAINTAINED BY FHSLD0001 - ONE RECORD PER RC-DESC-A
      *          CATEGORY CARRYING THE CURRENT BALANCE (SIGN BYTE PLUS
      *          UNSIGNED AMOUNT WITH IMPLIED DECIMALS) AND THE DATE
      *          OF THE LAST MOVEMENT. THE SAME 71-BYTE LAYOUT SERVES
      *          THE OLD GENERATION READ IN AND THE NEW GENERATION
      *          WRITTEN OUT, SO IT LIVES IN WORKING-STORAGE AND THE
      *          PROGRAMS READ INTO / WRITE FROM IT; FHDRV01.sh
      *          PROMOTES THE NEW GENERATION AFTER A CLEAN RUN.
      * Modification History:
      *  20260822 TA - INITIAL VERSION.
      *  20261015 TA - A CATEGORY THAT MOVES IN A FOREIGN CURRENCY NOW
      *                HAS ONE EXTRA RECORD PER CURRENCY, KEYED BY
      *                BAL-NOME PLUS BAL-CURR-CD: BAL-AMOUNT ON IT IS
      *                THE BASE-CURRENCY VALUE BOOKED AT THE RATES OF
      *                THE DAY, BAL-ORIG-AMOUNT THE BALANCE IN THE
      *                CURRENCY ITSELF AND BAL-FX-RATE THE LAST RATE
      *                APPLIED. THE CATEGORY'S BALANCE IN BASE CURRENCY
      *                IS THE SUM OF BAL-AMOUNT OVER ALL ITS RECORDS.
      *                THE BASE-CURRENCY RECORD HAS SPACES IN
      *                BAL-CURR-CD; AN OLD 42-BYTE MASTER READS BACK
      *                THAT WAY.
      ******************************************************************
       01  BAL-REC.
           05  BAL-NOME            PIC X(20).
           05  BAL-AMOUNT          PIC 9(09)V99.
           05  BAL-SEP2            PIC X(01).
           05  BAL-LAST-MOVE       PIC 9(08).
           05  BAL-SEP3            PIC X(01).
           05  BAL-CURR-CD         PIC X(03).
               88  BAL-CURR-BASE        VALUE SPACES.
           05  BAL-SEP4            PIC X(01).
           05  BAL-ORIG-SIGN       PIC X(01).
           05  BAL-ORIG-AMOUNT     PIC 9(09)V99.
           05  BAL-SEP5            PIC X(01).
           05  BAL-FX-RATE         PIC 9(05)V9(06).
