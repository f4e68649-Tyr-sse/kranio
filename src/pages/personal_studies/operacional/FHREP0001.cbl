      *                ABENDS BEFORE THE QUEUE FILE IS REWRITTEN - THE
      *                OLD WARN-AND-DROP PATH PERMANENTLY DESTROYED
      *                THE OVERFLOWED ENTRIES WHILE ENDING RC 0.
      *  20260917 TA - THE SENDING BRANCH NOW TRAVELS WITH A REJECT:
      *                TAKEN FROM REJ-BRANCH-CD INTO THE QUEUE
      *                (RJQ-BRANCH-CD) AND OUT ON THE RECYCLE RECORD
      *                IN THE FHBOOK01 POSITION, SO A REPAIRED RECORD
      *                IS STILL CREDITED TO ITS BRANCH NEXT NIGHT. AND
      *                EVERY REPAIR IS APPENDED TO THE REPAIR LOG
      *                (FHBOOK13, ARG 6) FOR THE BRANCH SCORECARD'S
      *                DAYS-TO-REPAIR FIGURE.
      *  20261015 TA - THE CURRENCY OF A REJECT (REJ-CURR-CD) IS KEPT
      *                ON THE QUEUE (RJQ-CURR-CD). THE AMOUNT OF A
      *                FOREIGN-CURRENCY REJECT, AND OF ITS CORRECTION,
      *                IS IN THAT CURRENCY, SO ON THE RECYCLE RECORD
      *                IT GOES TO THE ORIGINAL-AMOUNT POSITION WITH
      *                RCY-AMOUNT LEFT BLANK FOR FHDR0001 TO CONVERT.
      *  20261015 TA - REVIEW FIX - RC-DESC-B NOW TRAVELS WITH A REJECT
      *                (REJ-DESC-B INTO RJQ-DESC-B) AND GOES BACK OUT ON
      *                THE RECYCLE RECORD. IT USED TO GO OUT BLANK, SO
      *                A REPAIRED REVERSAL LOST THE REFERENCE TO ITS
      *                ORIGINAL AND REJECTED AGAIN AS A BAD REFERENCE.
      *                AN ENTRY QUEUED BEFORE THIS STILL GOES OUT BLANK.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. FHREP0001.
          SELECT OPTIONAL RCY-FL ASSIGN TO WS-RCY-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-RCY.
          SELECT OPTIONAL RPL-FL ASSIGN TO WS-RPL-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-RPL.
       DATA DIVISION.
        FILE SECTION.
         COPY 'FHBOOK04.COB'.
         COPY 'FHBOOK06.COB'.
         COPY 'FHBOOK13.COB'.

         FD  CORR-FL.
         01  CORR-REC.
             05  RCY-AMOUNT          PIC X(10).
             05  RCY-SEP6            PIC X(01).
             05  RCY-TYPE-CD         PIC X(02).
             05  RCY-SEP7            PIC X(01).
             05  RCY-BRANCH-CD       PIC X(02).
             05  RCY-SEP8            PIC X(01).
             05  RCY-CURR-CD         PIC X(03).
             05  RCY-SEP9            PIC X(01).
             05  RCY-ORIG-AMOUNT     PIC X(10).

        WORKING-STORAGE SECTION.
         77  WS-ARG-NUM              PIC 9(02)   VALUE 1.
         77  WS-CORR-FL-NAME         PIC X(60)   VALUE SPACES.
         77  WS-RJQ-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-RCY-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-RPL-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-RUN-DATE             PIC 9(08)   VALUE ZEROS.
         77  WS-RUN-DATE-X           PIC X(08)   VALUE SPACES.

             88  WS-STTS-RJQ-EOF           VALUE '10'.
         77  WS-STTS-RCY             PIC XX      VALUE '..'.
             88  WS-STTS-RCY-OK            VALUE '00' '05'.
         77  WS-STTS-RPL             PIC XX      VALUE '..'.
             88  WS-STTS-RPL-OK            VALUE '00' '05'.
         77  WS-ERR-CTX              PIC X(20)   VALUE SPACES.
         77  WS-ERR-STATUS           PIC XX      VALUE SPACES.

                     88  Q-NEW-TODAY         VALUE 'Y'.
                 10  Q-DISP              PIC X(01).
                     88  Q-REPAIRED          VALUE 'R'.
                 10  Q-BRANCH-CD         PIC X(02).
                 10  Q-CURR-CD           PIC X(03).
                     88  Q-CURR-BASE         VALUE 'BRL' SPACES.
                 10  Q-DESC-B            PIC X(30).


       PROCEDURE DIVISION.
         END-IF.
         DISPLAY 'CARRY-FORWARD QUEUE: ' WS-RJQ-FL-NAME.

         MOVE 6 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-RPL-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-RPL-FL-NAME
         END-ACCEPT.
         IF WS-RPL-FL-NAME = SPACES
            MOVE 'rej_repair_log.txt' TO WS-RPL-FL-NAME
         END-IF.
         DISPLAY 'REPAIR LOG: ' WS-RPL-FL-NAME.

        200-PROCESS.
         DISPLAY 'PROCESS: FHREP0001'.
         PERFORM 201-LOAD-CORRECTIONS.
              MOVE RJQ-REASON  TO Q-REASON(Q-QTDE)
              MOVE 'N'         TO Q-NEW-SW(Q-QTDE)
              MOVE RJQ-DISP    TO Q-DISP(Q-QTDE)
              MOVE RJQ-BRANCH-CD TO Q-BRANCH-CD(Q-QTDE)
              MOVE RJQ-CURR-CD TO Q-CURR-CD(Q-QTDE)
              MOVE RJQ-DESC-B  TO Q-DESC-B(Q-QTDE)
           ELSE
              DISPLAY 'FATAL: QUEUE TABLE FULL, CANNOT LOAD THE'
                      ' CARRY-FORWARD QUEUE WITHOUT LOSING ENTRIES'
                 MOVE REJ-REASON  TO Q-REASON(Q-QTDE)
                 MOVE 'Y'         TO Q-NEW-SW(Q-QTDE)
                 MOVE SPACE       TO Q-DISP(Q-QTDE)
                 MOVE REJ-BRANCH-CD TO Q-BRANCH-CD(Q-QTDE)
                 MOVE REJ-CURR-CD TO Q-CURR-CD(Q-QTDE)
                 MOVE REJ-DESC-B  TO Q-DESC-B(Q-QTDE)
              ELSE
                 DISPLAY 'FATAL: QUEUE TABLE FULL, CANNOT TAKE IN'
                         ' TODAY''S REJECTS WITHOUT LOSING ENTRIES'
            MOVE WS-STTS-RCY TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         OPEN EXTEND RPL-FL.
         IF NOT WS-STTS-RPL-OK
            MOVE 'OPEN RPL-FL' TO WS-ERR-CTX
            MOVE WS-STTS-RPL TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         DISPLAY '===== REPAIR PASS ====='.
         MOVE 1 TO WS-QX.
         PERFORM 208-REPAIR-ONE-ENTRY UNTIL WS-QX > Q-QTDE.
         CLOSE RCY-FL.
         CLOSE RPL-FL.

        208-REPAIR-ONE-ENTRY.
         IF NOT Q-REPAIRED(WS-QX)
         PERFORM 212-VALIDATE-ENTRY.
         IF WS-REC-VALID
            PERFORM 215-WRITE-RECYCLE-REC
            PERFORM 220-WRITE-REPAIR-LOG
            MOVE 'R' TO Q-DISP(WS-QX)
            ADD 1 TO WS-REPAIRED-CT
            DISPLAY 'REPAIRED ' Q-REJ-DATE(WS-QX) '/' Q-SEQ(WS-QX)
         END-EVALUATE.
         ADD 1 TO WS-AMT-IX.

      * RC-DESC-B GOES BACK INTO THE FEED AS THE BRANCH SENT IT. A
      * REVERSAL NEEDS IT: IT HOLDS THE REFERENCE TO THE ORIGINAL
      * THAT FHDR0001 PROVES THE REVERSAL AGAINST.
        215-WRITE-RECYCLE-REC.
         MOVE Q-DT-D(WS-QX)    TO RCY-DT-D.
         MOVE '/'              TO RCY-SEP1.
         MOVE SPACE            TO RCY-SEP3.
         MOVE Q-DESC-A(WS-QX)  TO RCY-DESC-A.
         MOVE SPACE            TO RCY-SEP4.
         MOVE Q-DESC-B(WS-QX)  TO RCY-DESC-B.
         MOVE SPACE            TO RCY-SEP5.
         MOVE Q-AMOUNT(WS-QX)  TO RCY-AMOUNT.
         MOVE SPACE            TO RCY-SEP6.
         MOVE Q-TYPE-CD(WS-QX) TO RCY-TYPE-CD.
         MOVE SPACE            TO RCY-SEP7.
         MOVE Q-BRANCH-CD(WS-QX) TO RCY-BRANCH-CD.
         MOVE SPACE            TO RCY-SEP8.
         MOVE Q-CURR-CD(WS-QX) TO RCY-CURR-CD.
         MOVE SPACE            TO RCY-SEP9.
         IF Q-CURR-BASE(WS-QX)
            MOVE SPACES        TO RCY-ORIG-AMOUNT
         ELSE
            MOVE SPACES        TO RCY-AMOUNT
            MOVE Q-AMOUNT(WS-QX) TO RCY-ORIG-AMOUNT
         END-IF.
         WRITE RCY-REC.
         IF NOT WS-STTS-RCY-OK
            MOVE 'WRITE RCY-FL' TO WS-ERR-CTX
            PERFORM 900-ERROR-ABEND
         END-IF.

      * THE REASON LOGGED IS THE ONE THE ENTRY WAS STILL CARRYING WHEN
      * THE CORRECTION CAME IN, I.E. WHAT THE BRANCH HAD TO PUT RIGHT.
        220-WRITE-REPAIR-LOG.
         MOVE WS-RUN-DATE         TO RPL-REPAIR-DATE.
         MOVE ' '                 TO RPL-SEP1.
         MOVE Q-REJ-DATE(WS-QX)   TO RPL-REJ-DATE.
         MOVE ' '                 TO RPL-SEP2.
         MOVE Q-SEQ(WS-QX)        TO RPL-SEQ.
         MOVE ' '                 TO RPL-SEP3.
         MOVE Q-BRANCH-CD(WS-QX)  TO RPL-BRANCH-CD.
         MOVE ' '                 TO RPL-SEP4.
         MOVE Q-REASON(WS-QX)     TO RPL-REASON.
         WRITE RPL-REC.
         IF NOT WS-STTS-RPL-OK
            MOVE 'WRITE RPL-FL' TO WS-ERR-CTX
            MOVE WS-STTS-RPL TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        209-LIST-UNMATCHED-CORR.
         MOVE 1 TO WS-CX.
         PERFORM 217-CHECK-CORR-USED UNTIL WS-CX > CORR-QTDE.
         MOVE Q-REASON(WS-QX)   TO RJQ-REASON.
         MOVE ' '               TO RJQ-SEP10.
         MOVE Q-DISP(WS-QX)     TO RJQ-DISP.
         MOVE ' '               TO RJQ-SEP11.
         MOVE Q-BRANCH-CD(WS-QX) TO RJQ-BRANCH-CD.
         MOVE ' '               TO RJQ-SEP12.
         MOVE Q-CURR-CD(WS-QX)  TO RJQ-CURR-CD.
         MOVE ' '               TO RJQ-SEP13.
         MOVE Q-DESC-B(WS-QX)   TO RJQ-DESC-B.
         WRITE RJQ-REC.
         IF NOT WS-STTS-RJQ-OK
            MOVE 'WRITE RJQ-FL' TO WS-ERR-CTX
