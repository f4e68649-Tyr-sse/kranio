      *                WARN-AND-DROP PATH REWROTE THE QUEUE FROM THE
      *                TRUNCATED TABLE AND PERMANENTLY DESTROYED THE
      *                OVERFLOWED HELD RECORDS WHILE ENDING RC 0.
      *  20260917 TA - THE SENDING BRANCH (PND-BRANCH-CD, SEE FHBOOK08)
      *                IS CARRIED THROUGH THE TABLE, KEPT ON THE
      *                REWRITTEN QUEUE AND WRITTEN ON THE RELEASE
      *                RECORD IN THE FHBOOK01 POSITION, SO AN APPROVED
      *                RECORD IS STILL CREDITED TO ITS BRANCH.
      *  20261015 TA - THE CURRENCY CODE AND ORIGINAL AMOUNT OF A HELD
      *                FOREIGN-CURRENCY RECORD (SEE FHBOOK08) ARE
      *                CARRIED THROUGH THE TABLE, KEPT ON THE REWRITTEN
      *                QUEUE AND WRITTEN ON THE RELEASE RECORD IN THE
      *                FHBOOK01 POSITIONS, SO FHDR0001 CONVERTS THE
      *                RELEASED RECORD AGAIN AT THE RATE OF ITS DATE.
      *  20261015 TA - DECISIONS NOW CARRY THE OPERATOR ID AFTER THE
      *                ACTION; ONE WITHOUT IT IS LISTED AND NOT LOADED,
      *                SO ITS HELD RECORD STAYS PENDING. EVERY APPROVAL
      *                AND REFUSAL APPLIED IS APPENDED TO THE CHANGE
      *                JOURNAL (FHBOOK22, FOURTH ARGUMENT, DEFAULT
      *                chg_journal.txt) WITH THE HELD RECORD'S IMAGE
      *                BEFORE AND AFTER (FHBOOK23).
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. FHAPP0001.
          SELECT OPTIONAL APR-FL ASSIGN TO WS-APR-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-APR.
          SELECT OPTIONAL JRN-FL ASSIGN TO WS-JRN-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-JRN.
       DATA DIVISION.
        FILE SECTION.
         COPY 'FHBOOK08.COB'.
             05  DEC-SEQ             PIC 9(05).
             05  FILLER              PIC X(01).
             05  DEC-ACTION          PIC X(03).
             05  FILLER              PIC X(01).
             05  DEC-OPERATOR        PIC X(08).

      * THE RELEASE RECORD IS THE FHBOOK01 LAYOUT, SEPARATORS MOVED
      * IN AT WRITE TIME THE SAME WAY FHDR0001 WRITES OUT-REC.
             05  APR-AMOUNT          PIC X(10).
             05  APR-SEP6            PIC X(01).
             05  APR-TYPE-CD         PIC X(02).
             05  APR-SEP7            PIC X(01).
             05  APR-BRANCH-CD       PIC X(02).
             05  APR-SEP8            PIC X(01).
             05  APR-CURR-CD         PIC X(03).
             05  APR-SEP9            PIC X(01).
             05  APR-ORIG-AMOUNT     PIC X(10).

         COPY 'FHBOOK22.COB'.

        WORKING-STORAGE SECTION.
         77  WS-ARG-NUM              PIC 9(02)   VALUE 1.
         77  WS-PND-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-DEC-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-APR-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-JRN-FL-NAME          PIC X(60)   VALUE SPACES.

         77  WS-CT-02                PIC 9(01)   VALUE ZEROS.
         77  WS-PND-CT               PIC 9(05)   VALUE ZEROS.
         77  WS-REFUSED-CT           PIC 9(05)   VALUE ZEROS.
         77  WS-STILL-CT             PIC 9(05)   VALUE ZEROS.
         77  WS-UNMATCHED-CT         PIC 9(05)   VALUE ZEROS.
         77  WS-NO-OPER-CT           PIC 9(05)   VALUE ZEROS.

         77  WS-STTS-PND             PIC XX      VALUE '..'.
             88  WS-STTS-PND-OK            VALUE '00' '05'.
             88  WS-STTS-DEC-EOF           VALUE '10'.
         77  WS-STTS-APR             PIC XX      VALUE '..'.
             88  WS-STTS-APR-OK            VALUE '00' '05'.
         77  WS-STTS-JRN             PIC XX      VALUE '..'.
             88  WS-STTS-JRN-OK            VALUE '00' '05'.
         77  WS-ERR-CTX              PIC X(20)   VALUE SPACES.
         77  WS-ERR-STATUS           PIC XX      VALUE SPACES.

         77  WS-DX                   PIC 9(03)   VALUE ZEROS.
         77  WS-MATCH-IX             PIC 9(03)   VALUE ZEROS.

         01  WS-RUN-DATE             PIC 9(08)   VALUE ZEROS.
         01  WS-RUN-TIME.
             05  WS-RUN-HHMMSS       PIC 9(06).
             05  WS-RUN-HS           PIC 9(02).
         01  WS-PND-KEY.
             05  WS-PND-KEY-DATE     PIC 9(08).
             05  FILLER              PIC X(01)   VALUE '/'.
             05  WS-PND-KEY-SEQ      PIC 9(05).
         01  WS-PND-DT.
             05  WS-PND-DT-D         PIC 9(02).
             05  FILLER              PIC X(01)   VALUE '/'.
             05  WS-PND-DT-M         PIC 9(02).
             05  FILLER              PIC X(01)   VALUE '/'.
             05  WS-PND-DT-Y         PIC 9(04).

         COPY 'FHBOOK23.COB'.

         01  TB-DECISIONS.
             05  DECT-QTDE           PIC 9(03)   VALUE ZEROS.
             05  DECT-TAB            OCCURS 200 TIMES.
                 10  DECT-QUEUE-DATE     PIC 9(08).
                 10  DECT-SEQ            PIC 9(05).
                 10  DECT-ACTION         PIC X(03).
                 10  DECT-OPERATOR       PIC X(08).
                 10  DECT-USED-SW        PIC X(01).
                     88  DECT-USED           VALUE 'Y'.

                 10  PNDT-AMOUNT         PIC X(10).
                 10  PNDT-TYPE-CD        PIC X(02).
                 10  PNDT-LIMIT          PIC X(10).
                 10  PNDT-BRANCH-CD      PIC X(02).
                 10  PNDT-CURR-CD        PIC X(03).
                 10  PNDT-ORIG-AMOUNT    PIC X(10).
                 10  PNDT-DISP           PIC X(01).
                     88  PNDT-APPROVED       VALUE 'A'.
                     88  PNDT-REFUSED        VALUE 'R'.
         END-IF.
         DISPLAY 'APPROVED RELEASE FILE: ' WS-APR-FL-NAME.

         MOVE 4 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-JRN-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-JRN-FL-NAME
         END-ACCEPT.
         IF WS-JRN-FL-NAME = SPACES
            MOVE 'chg_journal.txt' TO WS-JRN-FL-NAME
         END-IF.
         DISPLAY 'CHANGE JOURNAL: ' WS-JRN-FL-NAME.

        200-PROCESS.
         DISPLAY 'PROCESS: FHAPP0001'.
         PERFORM 201-LOAD-DECISIONS.
          AT END
           MOVE ZEROS TO WS-CT-02
          NOT AT END
           PERFORM 205-KEEP-DECISION
         END-READ.
         IF NOT WS-STTS-DEC-OK AND NOT WS-STTS-DEC-EOF
            MOVE 'READ DEC-FL' TO WS-ERR-CTX
            PERFORM 900-ERROR-ABEND
         END-IF.

      * A DECISION WITH NO OPERATOR ID CANNOT BE JOURNALLED, SO IT IS
      * NOT LOADED: NOTHING MATCHES IT AND ITS HELD RECORD STAYS ON
      * THE PENDING LISTING UNTIL IT IS KEYED AGAIN WITH ONE.
        205-KEEP-DECISION.
         IF DEC-OPERATOR = SPACES
            ADD 1 TO WS-NO-OPER-CT
            DISPLAY 'DECISION REFUSED, NO OPERATOR ID: '
                    DEC-QUEUE-DATE '/' DEC-SEQ ' ' DEC-ACTION
         ELSE
            IF DECT-QTDE < 200
               ADD 1 TO DECT-QTDE
               MOVE DEC-QUEUE-DATE TO DECT-QUEUE-DATE(DECT-QTDE)
               MOVE DEC-SEQ TO DECT-SEQ(DECT-QTDE)
               MOVE DEC-ACTION TO DECT-ACTION(DECT-QTDE)
               MOVE DEC-OPERATOR TO DECT-OPERATOR(DECT-QTDE)
               MOVE 'N' TO DECT-USED-SW(DECT-QTDE)
            ELSE
               DISPLAY 'WARNING: DECISION TABLE FULL, EXTRA IGNORED'
            END-IF
         END-IF.

        203-LOAD-PENDING.
         MOVE 1 TO WS-CT-02.
         OPEN INPUT PND-FL.
              MOVE PND-AMOUNT  TO PNDT-AMOUNT(PNDT-QTDE)
              MOVE PND-TYPE-CD TO PNDT-TYPE-CD(PNDT-QTDE)
              MOVE PND-LIMIT   TO PNDT-LIMIT(PNDT-QTDE)
              MOVE PND-BRANCH-CD TO PNDT-BRANCH-CD(PNDT-QTDE)
              MOVE PND-CURR-CD TO PNDT-CURR-CD(PNDT-QTDE)
              MOVE PND-ORIG-AMOUNT TO PNDT-ORIG-AMOUNT(PNDT-QTDE)
              MOVE SPACE       TO PNDT-DISP(PNDT-QTDE)
           ELSE
              DISPLAY 'FATAL: PENDING TABLE FULL, CANNOT LOAD THE'
            MOVE WS-STTS-APR TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         OPEN EXTEND JRN-FL.
         IF NOT WS-STTS-JRN-OK
            MOVE 'OPEN JRN-FL' TO WS-ERR-CTX
            MOVE WS-STTS-JRN TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         DISPLAY '===== RELEASE PASS ====='.
         MOVE 1 TO WS-PX.
         PERFORM 211-RELEASE-ONE-ENTRY UNTIL WS-PX > PNDT-QTDE.
         CLOSE APR-FL.
         CLOSE JRN-FL.

        211-RELEASE-ONE-ENTRY.
         PERFORM 212-FIND-DECISION.
              WHEN 'APP'
                 PERFORM 215-WRITE-APPROVED-REC
                 MOVE 'A' TO PNDT-DISP(WS-PX)
                 PERFORM 216-WRITE-JOURNAL
                 ADD 1 TO WS-APPROVED-CT
                 DISPLAY 'APPROVED ' PNDT-QUEUE-DATE(WS-PX) '/'
                         PNDT-SEQ(WS-PX) ' ' PNDT-DESC-A(WS-PX)
                         ' ' PNDT-AMOUNT(WS-PX)
              WHEN 'REF'
                 MOVE 'R' TO PNDT-DISP(WS-PX)
                 PERFORM 216-WRITE-JOURNAL
                 ADD 1 TO WS-REFUSED-CT
              WHEN OTHER
                 DISPLAY 'UNKNOWN DECISION "'
         MOVE PNDT-AMOUNT(WS-PX)  TO APR-AMOUNT.
         MOVE SPACE               TO APR-SEP6.
         MOVE PNDT-TYPE-CD(WS-PX) TO APR-TYPE-CD.
         MOVE SPACE               TO APR-SEP7.
         MOVE PNDT-BRANCH-CD(WS-PX) TO APR-BRANCH-CD.
         MOVE SPACE               TO APR-SEP8.
         MOVE PNDT-CURR-CD(WS-PX) TO APR-CURR-CD.
         MOVE SPACE               TO APR-SEP9.
         MOVE PNDT-ORIG-AMOUNT(WS-PX) TO APR-ORIG-AMOUNT.
         WRITE APR-REC.
         IF NOT WS-STTS-APR-OK
            MOVE 'WRITE APR-FL' TO WS-ERR-CTX
            PERFORM 900-ERROR-ABEND
         END-IF.

      * ONE JOURNAL ENTRY FOR THE DECISION JUST APPLIED: THE HELD
      * RECORD AS THE APPROVER SAW IT, PENDING BEFORE AND APPROVED OR
      * REFUSED AFTER, UNDER THE DECIDING OPERATOR'S ID.
        216-WRITE-JOURNAL.
         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE PNDT-QUEUE-DATE(WS-PX) TO WS-PND-KEY-DATE.
         MOVE PNDT-SEQ(WS-PX) TO WS-PND-KEY-SEQ.
         MOVE PNDT-DT-D(WS-PX) TO WS-PND-DT-D.
         MOVE PNDT-DT-M(WS-PX) TO WS-PND-DT-M.
         MOVE PNDT-DT-Y(WS-PX) TO WS-PND-DT-Y.
         MOVE SPACES TO JRI-IMAGE.
         MOVE WS-PND-DT TO JRI-PND-DATE.
         MOVE PNDT-DESC-A(WS-PX) TO JRI-PND-DESC-A.
         MOVE PNDT-AMOUNT(WS-PX) TO JRI-PND-AMOUNT.
         MOVE PNDT-TYPE-CD(WS-PX) TO JRI-PND-TYPE-CD.
         MOVE PNDT-LIMIT(WS-PX) TO JRI-PND-LIMIT.
         MOVE PNDT-BRANCH-CD(WS-PX) TO JRI-PND-BRANCH-CD.
         MOVE PNDT-CURR-CD(WS-PX) TO JRI-PND-CURR-CD.
         SET JRI-PND-PENDING TO TRUE.
         MOVE SPACES TO JRN-REC.
         MOVE WS-RUN-DATE TO JRN-DATE.
         MOVE WS-RUN-HHMMSS TO JRN-TIME.
         MOVE DECT-OPERATOR(WS-MATCH-IX) TO JRN-OPERATOR.
         MOVE 'FHAPP0001' TO JRN-PROGRAM.
         MOVE DECT-ACTION(WS-MATCH-IX) TO JRN-ACTION.
         MOVE WS-PND-KEY TO JRN-KEY.
         MOVE JRI-IMAGE TO JRN-BEFORE.
         MOVE PNDT-DISP(WS-PX) TO JRI-PND-STATE.
         MOVE JRI-IMAGE TO JRN-AFTER.
         WRITE JRN-REC.
         IF NOT WS-STTS-JRN-OK
            MOVE 'WRITE JRN-FL' TO WS-ERR-CTX
            MOVE WS-STTS-JRN TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        220-LIST-UNMATCHED-DEC.
         MOVE 1 TO WS-DX.
         PERFORM 221-CHECK-DEC-USED UNTIL WS-DX > DECT-QTDE.
            MOVE PNDT-TYPE-CD(WS-PX) TO PND-TYPE-CD
            MOVE ' '                 TO PND-SEP9
            MOVE PNDT-LIMIT(WS-PX)   TO PND-LIMIT
            MOVE ' '                 TO PND-SEP10
            MOVE PNDT-BRANCH-CD(WS-PX) TO PND-BRANCH-CD
            MOVE ' '                 TO PND-SEP11
            MOVE PNDT-CURR-CD(WS-PX) TO PND-CURR-CD
            MOVE ' '                 TO PND-SEP12
            MOVE PNDT-ORIG-AMOUNT(WS-PX) TO PND-ORIG-AMOUNT
            WRITE PND-REC
            IF NOT WS-STTS-PND-OK
               MOVE 'WRITE PND-FL' TO WS-ERR-CTX
         DISPLAY 'REFUSED         : ' WS-REFUSED-CT.
         DISPLAY 'STILL PENDING   : ' WS-STILL-CT.
         DISPLAY 'UNMATCHED DECISIONS: ' WS-UNMATCHED-CT.
         DISPLAY 'DECISIONS WITHOUT OPERATOR ID: ' WS-NO-OPER-CT.
         DISPLAY 'END-PROGRAM: FHAPP0001'.
         STOP RUN.

