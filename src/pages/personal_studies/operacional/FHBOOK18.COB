      ******************************************************************
      * Copybook: FHBOOK18.COB
      * Purpose: RECORD LAYOUT FOR THE ACCOUNT-MAPPING MASTER (ACM-FL),
      *          THE INDEXED FILE KEYED ON CATEGORY NAME PLUS TYPE CODE
      *          THAT FHACM0001 MAINTAINS AND FHGLE0001 POSTS THE GL
      *          JOURNAL THROUGH. ONE RECORD PER RC-DESC-A CATEGORY AND
      *          DB / CR / AJ TYPE CODE, GIVING THE LEDGER ACCOUNT THE
      *          DEBIT LEG GOES TO, THE ACCOUNT THE CREDIT LEG GOES TO
      *          AND THE COST CENTRE BOTH LEGS CARRY. A REVERSAL HAS NO
      *          MAPPING OF ITS OWN: IT POSTS THROUGH ITS ORIGINAL'S
      *          TYPE CODE WITH THE TWO ACCOUNTS SWAPPED. AN INACTIVE
      *          MAPPING STAYS ON FILE BUT NO LONGER POSTS.
      * Modification History:
      *  20261015 TA - INITIAL VERSION.
      ******************************************************************
       FD  ACM-FL.
       01  ACM-REC.
           05  ACM-KEY.
               10  ACM-NOME            PIC X(20).
               10  ACM-TYPE-CD         PIC X(02).
                   88  ACM-TYPE-VALID       VALUE 'DB' 'CR' 'AJ'.
           05  ACM-DEBIT-ACCT      PIC X(10).
           05  ACM-CREDIT-ACCT     PIC X(10).
           05  ACM-COST-CENTRE     PIC X(06).
           05  ACM-STATUS          PIC X(01).
               88  ACM-ATIVA            VALUE 'A'.
               88  ACM-INATIVA          VALUE 'I'.
