      *                BE ROUTED BACK INSTEAD OF GUESSED AT. AN OLD
      *                80-BYTE LISTING READS BACK WITH SPACES =
      *                BRANCH UNKNOWN.
      *  20261015 TA - ADDED REJ-CURR-CD AT THE END. A REJECTED
      *                FOREIGN-CURRENCY RECORD (SEE FHBOOK01) IS LISTED
      *                WITH THE AMOUNT AND CURRENCY THE BRANCH SENT, NOT
      *                A CONVERTED FIGURE, SO IT IS REPAIRED AND
      *                RECYCLED IN ITS OWN CURRENCY AND CONVERTED AGAIN
      *                ON THE NIGHT IT POSTS. AN OLD 74-BYTE LISTING
      *                READS BACK WITH SPACES = BASE CURRENCY.
      *  20261015 TA - REVIEW FIX - ADDED REJ-DESC-B AT THE END. A
      *                REJECT USED TO LOSE RC-DESC-B, SO A REPAIRED
      *                REVERSAL CAME BACK WITHOUT THE REFERENCE TO ITS
      *                ORIGINAL (RC-REV-REF, SEE FHBOOK01) AND COULD
      *                NEVER POST. AN OLD 78-BYTE LISTING READS BACK
      *                WITH SPACES.
      ******************************************************************
       FD  REJ-FL.
       01  REJ-REC.
           05  REJ-REASON          PIC X(25).
           05  REJ-SEP7            PIC X(01).
           05  REJ-BRANCH-CD       PIC X(02).
           05  REJ-SEP8            PIC X(01).
           05  REJ-CURR-CD         PIC X(03).
               88  REJ-CURR-BASE        VALUE 'BRL' SPACES.
           05  REJ-SEP9            PIC X(01).
           05  REJ-DESC-B          PIC X(30).
