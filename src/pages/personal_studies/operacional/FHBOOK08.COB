      *          EACH HELD RECORD AGAINST THIS SAME LAYOUT.
      * Modification History:
      *  20260822 TA - INITIAL VERSION.
      *  20260917 TA - ADDED PND-BRANCH-CD AT THE END SO A HELD RECORD
      *                KEEPS THE BRANCH THAT SENT IT (SEE FHBOOK01)
      *                THROUGH THE APPROVAL QUEUE AND BACK OUT ON THE
      *                RELEASE FILE. A QUEUE WRITTEN BEFORE THIS FIELD
      *                READS BACK AS SPACES = BRANCH UNKNOWN.
      *  20261015 TA - ADDED PND-CURR-CD AND PND-ORIG-AMOUNT AT THE END.
      *                PND-AMOUNT IS THE BASE-CURRENCY FIGURE THE LIMIT
      *                WAS CHECKED AGAINST; A HELD FOREIGN-CURRENCY
      *                RECORD ALSO KEEPS WHAT THE BRANCH SENT SO THE
      *                RELEASE GOES BACK THROUGH FHDR0001 IN ITS OWN
      *                CURRENCY (SEE FHBOOK01). A QUEUE WRITTEN BEFORE
      *                THESE FIELDS READS BACK AS SPACES = BASE.
      ******************************************************************
       FD  PND-FL.
       01  PND-REC.
           05  PND-TYPE-CD         PIC X(02).
           05  PND-SEP9            PIC X(01).
           05  PND-LIMIT           PIC X(10).
           05  PND-SEP10           PIC X(01).
           05  PND-BRANCH-CD       PIC X(02).
           05  PND-SEP11           PIC X(01).
           05  PND-CURR-CD         PIC X(03).
           05  PND-SEP12           PIC X(01).
           05  PND-ORIG-AMOUNT     PIC X(10).
