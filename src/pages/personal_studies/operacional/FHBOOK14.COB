      ******************************************************************
      * Copybook: FHBOOK14.COB
      * Purpose: RECORD LAYOUT FOR THE STANDING-ORDER MASTER (SOM-FL),
      *          THE INDEXED FILE KEYED ON STANDING-ORDER ID THAT
      *          FHSOM0001 MAINTAINS AND FHSOG0001 GENERATES THE
      *          RECURRING RENT, FEE AND TRANSFER LINES FROM. ONE
      *          RECORD PER STANDING ORDER CARRYING WHAT GOES ON THE
      *          FEED (CATEGORY, RC-DESC-B TEXT, AMOUNT, TYPE CODE),
      *          HOW OFTEN (FREQUENCY, ANCHOR DAY), WHEN IT IS NEXT
      *          DUE AND WHEN IT STOPS. THE SOM-GEN-xxx FIELDS ARE
      *          FHSOG0001'S OWN BOOKKEEPING: THE RUN DATE THAT LAST
      *          ISSUED OCCURRENCES AND THE NEXT-DUE DATE AS IT STOOD
      *          BEFORE THAT RUN, SO A RERUN OF THE SAME NIGHT
      *          REISSUES EXACTLY THE SAME OCCURRENCES AND NO OTHER
      *          RUN CAN ISSUE THEM AGAIN.
      * Modification History:
      *  20261001 TA - INITIAL VERSION.
      ******************************************************************
       FD  SOM-FL.
       01  SOM-REC.
           05  SOM-ID              PIC X(08).
           05  SOM-NOME            PIC X(20).
           05  SOM-DESC-B          PIC X(30).
           05  SOM-AMT             PIC 9(07)V99.
           05  SOM-TYPE-CD         PIC X(02).
               88  SOM-TYPE-VALID       VALUE 'DB' 'CR' 'AJ'.
           05  SOM-FREQ            PIC X(01).
               88  SOM-FREQ-WEEKLY      VALUE 'W'.
               88  SOM-FREQ-FORTNIGHT   VALUE 'F'.
               88  SOM-FREQ-MONTHLY     VALUE 'M'.
               88  SOM-FREQ-QUARTERLY   VALUE 'Q'.
               88  SOM-FREQ-YEARLY      VALUE 'Y'.
               88  SOM-FREQ-VALID       VALUE 'W' 'F' 'M' 'Q' 'Y'.
           05  SOM-ANCHOR-DD       PIC 9(02).
           05  SOM-NEXT-DUE        PIC 9(08).
           05  SOM-END-DT          PIC 9(08).
           05  SOM-STATUS          PIC X(01).
               88  SOM-ATIVA            VALUE 'A'.
               88  SOM-INATIVA          VALUE 'I'.
               88  SOM-ENCERRADA        VALUE 'E'.
           05  SOM-GEN-RUN-DT      PIC 9(08).
           05  SOM-GEN-FROM-DT     PIC 9(08).
           05  SOM-GEN-CT          PIC 9(03).
           05  SOM-LAST-OCC-DT     PIC 9(08).
