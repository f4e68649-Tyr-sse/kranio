      ******************************************************************
      * Copybook: FHBOOK12.COB
      * Purpose: RECORD LAYOUT FOR THE DAILY BRANCH STATISTICS FILE
      *          (BST-FL) WRITTEN BY FHBRT0001 AS PART OF THE NIGHTLY
      *          RETURN-FILE SPLIT, ONE FILE PER RUN DATE, AND READ
      *          BACK A WHOLE MONTH AT A TIME BY FHBSC0001 FOR THE
      *          BRANCH FEED-QUALITY SCORECARD. TWO RECORD TYPES SHARE
      *          THE SAME 80 BYTES: A 'T' LINE PER BRANCH WITH THE
      *          DAY'S COUNTS, AND AN 'R' LINE PER BRANCH AND REJECT
      *          REASON WITH HOW MANY RECORDS WERE REJECTED FOR IT.
      * Modification History:
      *  20260917 TA - INITIAL VERSION.
      ******************************************************************
       FD  BST-FL.
       01  BST-REC.
           05  BST-REC-TYPE        PIC X(01).
               88  BST-TOTALS           VALUE 'T'.
               88  BST-REASON           VALUE 'R'.
           05  BST-SEP1            PIC X(01).
           05  BST-RUN-DATE        PIC 9(08).
           05  BST-SEP2            PIC X(01).
           05  BST-BRANCH-CD       PIC X(02).
           05  BST-SEP3            PIC X(01).
           05  BST-DETAIL          PIC X(66).
           05  BST-TOT-DETAIL      REDEFINES BST-DETAIL.
               10  BST-SENT-CT         PIC 9(07).
               10  BST-SEP4            PIC X(01).
               10  BST-REJ-CT          PIC 9(07).
               10  BST-SEP5            PIC X(01).
               10  BST-HELD-CT         PIC 9(07).
               10  BST-SEP6            PIC X(01).
               10  BST-RCY-CT          PIC 9(07).
               10  BST-SEP7            PIC X(01).
               10  BST-OPEN-CT         PIC 9(07).
               10  FILLER              PIC X(27).
           05  BST-RSN-DETAIL      REDEFINES BST-DETAIL.
               10  BST-REASON-TX       PIC X(25).
               10  BST-SEP8            PIC X(01).
               10  BST-REASON-CT       PIC 9(07).
               10  FILLER              PIC X(33).
