      * Tectonics: cobc
      * Modification History:
      *  20260903 TA - INITIAL VERSION.
      *  20261015 TA - TRANSACTIONS NOW CARRY THE OPERATOR ID AFTER THE
      *                AMOUNT; A LINE WITHOUT ONE IS REFUSED. EVERY
      *                BUDGET LINE WRITTEN, REPLACED OR DELETED IS
      *                APPENDED TO THE CHANGE JOURNAL (FHBOOK22, THIRD
      *                ARGUMENT, DEFAULT chg_journal.txt) WITH ITS
      *                BEFORE AND AFTER IMAGES.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. FHBUD0001.
          SELECT TRN-FL ASSIGN TO WS-TRN-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS.
          SELECT OPTIONAL JRN-FL ASSIGN TO WS-JRN-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-JRN.
       DATA DIVISION.
        FILE SECTION.
         COPY 'FHBOOK10.COB'.
             05  TRN-YYYYMM          PIC X(06).
             05  FILLER              PIC X(01).
             05  TRN-AMOUNT          PIC X(10).
             05  FILLER              PIC X(01).
             05  TRN-OPERATOR        PIC X(08).

         COPY 'FHBOOK22.COB'.

        WORKING-STORAGE SECTION.
         77  WS-ARG-NUM              PIC 9(02)   VALUE 1.
         77  WS-BUDM-FL-NAME         PIC X(60)   VALUE SPACES.
         77  WS-TRN-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-JRN-FL-NAME          PIC X(60)   VALUE SPACES.

         77  WS-CT-01                PIC 9(05)   VALUE ZEROS.
         77  WS-CT-02                PIC 9(01)   VALUE ZEROS.
         77  WS-STTS-BUDM            PIC XX      VALUE '..'.
             88  WS-STTS-BUDM-OK           VALUE '00' '05'.
             88  WS-STTS-BUDM-NOTFND       VALUE '23'.
         77  WS-STTS-JRN             PIC XX      VALUE '..'.
             88  WS-STTS-JRN-OK            VALUE '00' '05'.
         77  WS-ERR-CTX              PIC X(20)   VALUE SPACES.
         77  WS-ERR-STATUS           PIC XX      VALUE SPACES.
         77  WS-TRN-OPEN-SW          PIC X(01)   VALUE 'N'.
             88  WS-TRN-OPEN               VALUE 'Y'.
         77  WS-BUDM-OPEN-SW         PIC X(01)   VALUE 'N'.
             88  WS-BUDM-OPEN              VALUE 'Y'.
         77  WS-JRN-OPEN-SW          PIC X(01)   VALUE 'N'.
             88  WS-JRN-OPEN               VALUE 'Y'.

         77  WS-AMT-IX               PIC 9(02)   VALUE ZEROS.
         77  WS-AMT-CH               PIC X(01)   VALUE SPACE.
         77  WS-AMT-FIELD            PIC X(10)   VALUE SPACES.
         77  WS-AMT-NUM              PIC 9(11)V99 VALUE ZEROS.

         77  WS-JRN-KEY              PIC X(30)   VALUE SPACES.
         77  WS-BEFORE-IMG           PIC X(80)   VALUE SPACES.
         77  WS-AFTER-IMG            PIC X(80)   VALUE SPACES.

         01  WS-RUN-DATE             PIC 9(08)   VALUE ZEROS.
         01  WS-RUN-TIME.
             05  WS-RUN-HHMMSS       PIC 9(06).
             05  WS-RUN-HS           PIC 9(02).


       PROCEDURE DIVISION.
         000-MAIN.
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
         DISPLAY 'PROCESS: FHBUD0001'.
         MOVE ZEROS TO WS-CT-01.
            PERFORM 900-ERROR-ABEND
         END-IF.
         SET WS-BUDM-OPEN TO TRUE.
         OPEN EXTEND JRN-FL.
         IF NOT WS-STTS-JRN-OK
            MOVE 'OPEN JRN-FL' TO WS-ERR-CTX
            MOVE WS-STTS-JRN TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         SET WS-JRN-OPEN TO TRUE.
         DISPLAY '===== BUDGET MASTER MAINTENANCE ====='.
         PERFORM 202-READ-NEXT-TRN UNTIL WS-CT-02 = 0.
         CLOSE TRN-FL.
         CLOSE BUDM-FL.
         CLOSE JRN-FL.

        202-READ-NEXT-TRN.
         READ TRN-FL
         MOVE 'READ TRN-FL' TO WS-ERR-CTX.
         PERFORM 802-CHECK-READ-STATUS.

      * NOTHING IS APPLIED WITHOUT AN OPERATOR ID TO JOURNAL IT
      * UNDER.
        210-APPLY-TRN.
         EVALUATE TRUE
           WHEN TRN-OPERATOR = SPACES
              ADD 1 TO WS-ERROR-CT
              DISPLAY 'REFUSED, NO OPERATOR ID: ' TRN-ACTION ' '
                      TRN-NOME ' ' TRN-YYYYMM
           WHEN TRN-YYYYMM NOT NUMERIC
              ADD 1 TO WS-ERROR-CT
              DISPLAY 'BAD BUDGET MONTH "' TRN-YYYYMM '" FOR '
                      TRN-NOME
           WHEN TRN-ACTION = 'SET'
              PERFORM 211-SET-BUDGET
           WHEN TRN-ACTION = 'DEL'
              PERFORM 212-DELETE-BUDGET
           WHEN OTHER
              ADD 1 TO WS-ERROR-CT
              DISPLAY 'UNKNOWN ACTION "' TRN-ACTION '" FOR '
                      TRN-NOME
         END-EVALUATE.

      * SET IS WRITE-OR-REPLACE: THE BUDGET FOR A MONTH IS REVISED
      * DURING THE YEAR AND A REPLACEMENT IS NORMAL BUSINESS, BUT IT
         MOVE TRN-YYYYMM TO BUDM-YYYYMM.
         READ BUDM-FL.
         IF WS-STTS-BUDM-OK
            MOVE BUDM-REC TO WS-BEFORE-IMG
            MOVE WS-AMT-NUM TO BUDM-AMT
            REWRITE BUDM-REC
            PERFORM 803-CHECK-WRITE-STATUS
            MOVE BUDM-REC TO WS-AFTER-IMG
            PERFORM 220-WRITE-JOURNAL
            ADD 1 TO WS-APPLIED-CT
            DISPLAY 'REPLACED: ' TRN-NOME ' ' TRN-YYYYMM
                    ' AMOUNT ' TRN-AMOUNT
            MOVE WS-AMT-NUM TO BUDM-AMT
            WRITE BUDM-REC
            PERFORM 803-CHECK-WRITE-STATUS
            MOVE SPACES TO WS-BEFORE-IMG
            MOVE BUDM-REC TO WS-AFTER-IMG
            PERFORM 220-WRITE-JOURNAL
            ADD 1 TO WS-APPLIED-CT
            DISPLAY 'SET: ' TRN-NOME ' ' TRN-YYYYMM
                    ' AMOUNT ' TRN-AMOUNT
            DISPLAY 'DELETE REFUSED, NOT ON FILE: ' TRN-NOME
                    ' ' TRN-YYYYMM
         ELSE
            MOVE BUDM-REC TO WS-BEFORE-IMG
            DELETE BUDM-FL
            PERFORM 803-CHECK-WRITE-STATUS
            MOVE SPACES TO WS-AFTER-IMG
            PERFORM 220-WRITE-JOURNAL
            ADD 1 TO WS-APPLIED-CT
            DISPLAY 'DELETED: ' TRN-NOME ' ' TRN-YYYYMM
         END-IF.
         END-EVALUATE.
         ADD 1 TO WS-AMT-IX.

      * ONE JOURNAL ENTRY FOR THE BUDGET LINE JUST CHANGED, KEYED ON
      * BUDM-KEY AS IT STANDS ON THE MASTER. A SPACES IMAGE MEANS THE
      * LINE WAS NOT ON FILE ON THAT SIDE OF THE CHANGE.
        220-WRITE-JOURNAL.
         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
         ACCEPT WS-RUN-TIME FROM TIME.
         MOVE SPACES TO WS-JRN-KEY.
         MOVE TRN-NOME TO WS-JRN-KEY(1:20).
         MOVE TRN-YYYYMM TO WS-JRN-KEY(21:6).
         MOVE SPACES TO JRN-REC.
         MOVE WS-RUN-DATE TO JRN-DATE.
         MOVE WS-RUN-HHMMSS TO JRN-TIME.
         MOVE TRN-OPERATOR TO JRN-OPERATOR.
         MOVE 'FHBUD0001' TO JRN-PROGRAM.
         MOVE TRN-ACTION TO JRN-ACTION.
         MOVE WS-JRN-KEY TO JRN-KEY.
         MOVE WS-BEFORE-IMG TO JRN-BEFORE.
         MOVE WS-AFTER-IMG TO JRN-AFTER.
         WRITE JRN-REC.
         IF NOT WS-STTS-JRN-OK
            MOVE 'WRITE JRN-FL' TO WS-ERR-CTX
            MOVE WS-STTS-JRN TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        300-END.
         DISPLAY 'TRANSACTIONS READ: ' WS-CT-01.
         DISPLAY 'TRANSACTIONS APPLIED: ' WS-APPLIED-CT.
         IF WS-BUDM-OPEN
            CLOSE BUDM-FL
         END-IF.
         IF WS-JRN-OPEN
            CLOSE JRN-FL
         END-IF.
         MOVE 16 TO RETURN-CODE.
         STOP RUN.
       END PROGRAM FHBUD0001.
