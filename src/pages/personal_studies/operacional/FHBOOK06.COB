      *                RE-MATCHED THE SAME CORRECTION AND RECYCLED
      *                THE TRANSACTION TWICE. A QUEUE WRITTEN BEFORE
      *                THIS FIELD READS BACK AS SPACES = PENDING.
      *  20260917 TA - ADDED RJQ-BRANCH-CD AT THE END SO AN AGED REJECT
      *                STILL CARRIES THE BRANCH THAT SENT IT (TAKEN
      *                FROM REJ-BRANCH-CD, SEE FHBOOK04) AND CAN BE
      *                CHASED WITH ITS SENDER. A QUEUE WRITTEN BEFORE
      *                THIS FIELD READS BACK AS SPACES = BRANCH UNKNOWN.
      *  20261015 TA - ADDED RJQ-CURR-CD AT THE END SO A FOREIGN-
      *                CURRENCY REJECT (REJ-CURR-CD, SEE FHBOOK04) KEEPS
      *                ITS CURRENCY WHILE IT WAITS FOR REPAIR;
      *                RJQ-AMOUNT IS THEN IN THAT CURRENCY. A QUEUE
      *                WRITTEN BEFORE THIS FIELD READS BACK AS SPACES =
      *                BASE CURRENCY.
      *  20261015 TA - REVIEW FIX - ADDED RJQ-DESC-B AT THE END (FROM
      *                REJ-DESC-B, SEE FHBOOK04) SO A QUEUED REJECT
      *                KEEPS ITS SECOND DESCRIPTION - FOR A REVERSAL,
      *                THE REFERENCE TO ITS ORIGINAL - UNTIL IT IS
      *                RECYCLED. A QUEUE WRITTEN BEFORE THIS FIELD
      *                READS BACK AS SPACES.
      ******************************************************************
       FD  RJQ-FL.
       01  RJQ-REC.
           05  RJQ-SEP10           PIC X(01).
           05  RJQ-DISP            PIC X(01).
               88  RJQ-REPAIRED         VALUE 'R'.
           05  RJQ-SEP11           PIC X(01).
           05  RJQ-BRANCH-CD       PIC X(02).
           05  RJQ-SEP12           PIC X(01).
           05  RJQ-CURR-CD         PIC X(03).
               88  RJQ-CURR-BASE        VALUE 'BRL' SPACES.
           05  RJQ-SEP13           PIC X(01).
           05  RJQ-DESC-B          PIC X(30).
