      ******************************************************************
      * Copybook: FHBOOK13.COB
      * Purpose: RECORD LAYOUT FOR THE REJECT REPAIR LOG (RPL-FL).
      *          FHREP0001 APPENDS ONE LINE EVERY TIME A CORRECTION
      *          REPAIRS A QUEUED REJECT AND THE RECORD GOES OUT TO
      *          THE RECYCLE FILE: THE DAY OF THE REPAIR, THE REJECT
      *          KEY (REJECT DATE AND SEQUENCE, SEE FHBOOK06), THE
      *          BRANCH THAT SENT IT AND THE REASON IT WAS REJECTED.
      *          THE CARRY-FORWARD QUEUE FORGETS A REPAIRED ENTRY THE
      *          DAY AFTER, SO THIS IS WHERE FHBSC0001 FINDS HOW LONG
      *          EACH BRANCH'S REJECTS SAT BEFORE THEY WERE PUT RIGHT.
      * Modification History:
      *  20260917 TA - INITIAL VERSION.
      ******************************************************************
       FD  RPL-FL.
       01  RPL-REC.
           05  RPL-REPAIR-DATE     PIC 9(08).
           05  RPL-SEP1            PIC X(01).
           05  RPL-REJ-DATE        PIC 9(08).
           05  RPL-SEP2            PIC X(01).
           05  RPL-SEQ             PIC 9(05).
           05  RPL-SEP3            PIC X(01).
           05  RPL-BRANCH-CD       PIC X(02).
           05  RPL-SEP4            PIC X(01).
           05  RPL-REASON          PIC X(25).
