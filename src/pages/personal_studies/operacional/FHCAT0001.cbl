      *                OF AT THE (EQUALLY INACTIVE) NEW NAME - THE
      *                ROLLUP FOLLOWS ONLY ONE MERGE-TO HOP, SO THE
      *                TWO-HOP CHAIN STILL LANDED IN SUSPENSE.
      *  20261015 TA - TRANSACTIONS NOW CARRY THE OPERATOR ID AFTER THE
      *                ARGUMENT; A LINE WITHOUT ONE IS REFUSED. EVERY
      *                MASTER RECORD WRITTEN OR REWRITTEN IS APPENDED
      *                TO THE CHANGE JOURNAL (FHBOOK22, THIRD ARGUMENT,
      *                DEFAULT chg_journal.txt) WITH ITS BEFORE AND
      *                AFTER IMAGES - A RENAME MAKES TWO ENTRIES.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. FHCAT0001.
          SELECT TRN-FL ASSIGN TO WS-TRN-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS.
          SELECT OPTIONAL JRN-FL ASSIGN TO WS-JRN-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-JRN.
       DATA DIVISION.
        FILE SECTION.
         COPY 'FHBOOK05.COB'.
             05  TRN-NOME            PIC X(20).
             05  FILLER              PIC X(01).
             05  TRN-ARG             PIC X(20).
             05  FILLER              PIC X(01).
             05  TRN-OPERATOR        PIC X(08).

         COPY 'FHBOOK22.COB'.

        WORKING-STORAGE SECTION.
         77  WS-ARG-NUM              PIC 9(02)   VALUE 1.
         77  WS-CATM-FL-NAME         PIC X(60)   VALUE SPACES.
         77  WS-TRN-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-JRN-FL-NAME          PIC X(60)   VALUE SPACES.

         77  WS-CT-01                PIC 9(05)   VALUE ZEROS.
         77  WS-CT-02                PIC 9(01)   VALUE ZEROS.
         77  WS-STTS-CATM            PIC XX      VALUE '..'.
             88  WS-STTS-CATM-OK           VALUE '00' '05'.
             88  WS-STTS-CATM-NOTFND       VALUE '23'.
         77  WS-STTS-JRN             PIC XX      VALUE '..'.
             88  WS-STTS-JRN-OK            VALUE '00' '05'.
         77  WS-ERR-CTX              PIC X(20)   VALUE SPACES.
         77  WS-ERR-STATUS           PIC XX      VALUE SPACES.
         77  WS-TRN-OPEN-SW          PIC X(01)   VALUE 'N'.
             88  WS-TRN-OPEN               VALUE 'Y'.
         77  WS-CATM-OPEN-SW         PIC X(01)   VALUE 'N'.
             88  WS-CATM-OPEN              VALUE 'Y'.
         77  WS-JRN-OPEN-SW          PIC X(01)   VALUE 'N'.
             88  WS-JRN-OPEN               VALUE 'Y'.

         77  WS-SAVE-CODIGO          PIC X(04)   VALUE SPACES.
         77  WS-SAVE-STATUS          PIC X(01)   VALUE SPACE.
         77  WS-SAVE-MERGE-TO        PIC X(20)   VALUE SPACES.
         77  WS-SAVE-IMG             PIC X(80)   VALUE SPACES.
         77  WS-BEFORE-IMG           PIC X(80)   VALUE SPACES.

         01  WS-RUN-DATE             PIC 9(08)   VALUE ZEROS.
         01  WS-RUN-TIME.
             05  WS-RUN-HHMMSS       PIC 9(06).
             05  WS-RUN-HS           PIC 9(02).


       PROCEDURE DIVISION.
         END-IF.
         DISPLAY 'TRANSACTION FILE: ' WS-TRN-FL-NAME.

         MOVE 3 TO WS-ARG-NUM.
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
         DISPLAY 'PROCESS: FHCAT0001'.
         MOVE ZEROS TO WS-CT-01.
            PERFORM 900-ERROR-ABEND
         END-IF.
         SET WS-CATM-OPEN TO TRUE.
         OPEN EXTEND JRN-FL.
         IF NOT WS-STTS-JRN-OK
            MOVE 'OPEN JRN-FL' TO WS-ERR-CTX
            MOVE WS-STTS-JRN TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         SET WS-JRN-OPEN TO TRUE.
         DISPLAY '===== CATEGORY MASTER MAINTENANCE ====='.
         PERFORM 202-READ-NEXT-TRN UNTIL WS-CT-02 = 0.
         CLOSE TRN-FL.
         CLOSE CATM-FL.
         CLOSE JRN-FL.

        202-READ-NEXT-TRN.
         READ TRN-FL
         MOVE 'READ TRN-FL' TO WS-ERR-CTX.
         PERFORM 802-CHECK-READ-STATUS.

      * NOTHING IS APPLIED WITHOUT AN OPERATOR ID TO JOURNAL IT
      * UNDER.
        210-APPLY-TRN.
         IF TRN-OPERATOR = SPACES
            ADD 1 TO WS-ERROR-CT
            DISPLAY 'REFUSED, NO OPERATOR ID: ' TRN-ACTION ' '
                    TRN-NOME
         ELSE
            EVALUATE TRN-ACTION
              WHEN 'ADD'
                 PERFORM 211-ADD-CATEGORY
              WHEN 'REN'
                 PERFORM 212-RENAME-CATEGORY
              WHEN 'DEA'
                 PERFORM 213-DEACTIVATE-CATEGORY
              WHEN 'MER'
                 PERFORM 214-MERGE-CATEGORY
              WHEN OTHER
                 ADD 1 TO WS-ERROR-CT
                 DISPLAY 'UNKNOWN ACTION "' TRN-ACTION '" FOR '
                         TRN-NOME
            END-EVALUATE
         END-IF.

        211-ADD-CATEGORY.
         MOVE TRN-NOME TO CATM-NOME.
            MOVE SPACES TO CATM-MERGE-TO
            WRITE CATM-REC
            PERFORM 803-CHECK-WRITE-STATUS
            MOVE SPACES TO WS-BEFORE-IMG
            PERFORM 220-WRITE-JOURNAL
            ADD 1 TO WS-APPLIED-CT
            DISPLAY 'ADDED: ' TRN-NOME ' CODE ' CATM-CODIGO
         END-IF.
            ADD 1 TO WS-ERROR-CT
            DISPLAY 'RENAME REFUSED, NOT ON FILE: ' TRN-NOME
         ELSE
            MOVE CATM-REC TO WS-SAVE-IMG
            MOVE CATM-CODIGO TO WS-SAVE-CODIGO
            MOVE CATM-STATUS TO WS-SAVE-STATUS
            MOVE CATM-MERGE-TO TO WS-SAVE-MERGE-TO
         MOVE WS-SAVE-MERGE-TO TO CATM-MERGE-TO.
         WRITE CATM-REC.
         PERFORM 803-CHECK-WRITE-STATUS.
         MOVE SPACES TO WS-BEFORE-IMG.
         PERFORM 220-WRITE-JOURNAL.
         MOVE TRN-NOME TO CATM-NOME.
         READ CATM-FL.
         SET CATM-INATIVA TO TRUE.
         END-IF.
         REWRITE CATM-REC.
         PERFORM 803-CHECK-WRITE-STATUS.
         MOVE WS-SAVE-IMG TO WS-BEFORE-IMG.
         PERFORM 220-WRITE-JOURNAL.
         ADD 1 TO WS-APPLIED-CT.
         DISPLAY 'RENAMED: ' TRN-NOME ' TO ' TRN-ARG.

            ADD 1 TO WS-ERROR-CT
            DISPLAY 'DEACTIVATE REFUSED, NOT ON FILE: ' TRN-NOME
         ELSE
            MOVE CATM-REC TO WS-BEFORE-IMG
            SET CATM-INATIVA TO TRUE
            MOVE SPACES TO CATM-MERGE-TO
            REWRITE CATM-REC
            PERFORM 803-CHECK-WRITE-STATUS
            PERFORM 220-WRITE-JOURNAL
            ADD 1 TO WS-APPLIED-CT
            DISPLAY 'DEACTIVATED: ' TRN-NOME
         END-IF.
            ADD 1 TO WS-ERROR-CT
            DISPLAY 'MERGE REFUSED, NOT ON FILE: ' TRN-NOME
         ELSE
            MOVE CATM-REC TO WS-BEFORE-IMG
            SET CATM-INATIVA TO TRUE
            MOVE TRN-ARG TO CATM-MERGE-TO
            REWRITE CATM-REC
            PERFORM 803-CHECK-WRITE-STATUS
            PERFORM 220-WRITE-JOURNAL
            ADD 1 TO WS-APPLIED-CT
            DISPLAY 'MERGED: ' TRN-NOME ' INTO ' TRN-ARG
         END-IF.

      * ONE JOURNAL ENTRY FOR THE MASTER RECORD JUST WRITTEN: ITS
      * IMAGE BEFORE THE CHANGE (SPACES IF IT WAS NOT ON FILE) AND
      * THE IMAGE NOW IN CATM-REC.
        220-WRITE-JOURNAL.
         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE SPACES TO JRN-REC.
         MOVE WS-RUN-DATE TO JRN-DATE.
         MOVE WS-RUN-HHMMSS TO JRN-TIME.
         MOVE TRN-OPERATOR TO JRN-OPERATOR.
         MOVE 'FHCAT0001' TO JRN-PROGRAM.
         MOVE TRN-ACTION TO JRN-ACTION.
         MOVE CATM-NOME TO JRN-KEY.
         MOVE WS-BEFORE-IMG TO JRN-BEFORE.
         MOVE CATM-REC TO JRN-AFTER.
         WRITE JRN-REC.
         IF NOT WS-STTS-JRN-OK
            MOVE 'WRITE JRN-FL' TO WS-ERR-CTX
            MOVE WS-STTS-JRN TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        300-END.
         DISPLAY 'TRANSACTIONS READ: ' WS-CT-01.
         DISPLAY 'TRANSACTIONS APPLIED: ' WS-APPLIED-CT.
         IF WS-CATM-OPEN
            CLOSE CATM-FL
         END-IF.
         IF WS-JRN-OPEN
            CLOSE JRN-FL
         END-IF.
         MOVE 16 TO RETURN-CODE.
         STOP RUN.
       END PROGRAM FHCAT0001.
