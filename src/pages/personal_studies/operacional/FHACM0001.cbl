      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: MAINTENANCE PROGRAM FOR THE ACCOUNT-MAPPING MASTER
      *          (FHBOOK18, INDEXED ON CATEGORY NAME PLUS TYPE CODE).
      *          APPLIES A TRANSACTION FILE OF ADD / CHG / DEA ACTIONS
      *          THE SAME WAY FHCAT0001 MAINTAINS THE CATEGORY MASTER:
      *          ADD OPENS A NEW ACTIVE MAPPING, CHG REPLACES WHICHEVER
      *          OF THE DEBIT ACCOUNT, CREDIT ACCOUNT AND COST CENTRE
      *          THE TRANSACTION CARRIES (A BLANK FIELD LEAVES THE
      *          MASTER VALUE ALONE) AND PUTS AN INACTIVE MAPPING BACK
      *          IN USE, DEA STOPS A MAPPING FROM POSTING. A MAPPING
      *          MUST NAME TWO DIFFERENT ACCOUNTS, SO FHGLE0001 NEVER
      *          POSTS BOTH LEGS OF A TRANSACTION TO THE SAME ONE.
      *          EVERY ACTION IS LISTED; TRANSACTIONS THAT CANNOT BE
      *          APPLIED ARE LISTED WITH THE REASON AND THE RUN ENDS
      *          WITH RETURN CODE 4 SO THE OPERATOR KNOWS TO LOOK.
      * Tectonics: cobc
      * Modification History:
      *  20261015 TA - INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. FHACM0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          SELECT OPTIONAL ACM-FL ASSIGN TO WS-ACM-FL-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS ACM-KEY
          FILE STATUS IS WS-STTS-ACM.
          SELECT TRN-FL ASSIGN TO WS-TRN-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS.
       DATA DIVISION.
        FILE SECTION.
         COPY 'FHBOOK18.COB'.

      * ONE MAINTENANCE TRANSACTION. THE TYPE CODE IS PART OF THE
      * KEY, SO A CATEGORY POSTED BOTH AS DB AND AS CR NEEDS ONE ADD
      * FOR EACH. ON A CHG A BLANK FIELD MEANS "NO CHANGE".
         FD  TRN-FL.
         01  TRN-REC.
             05  TRN-ACTION          PIC X(03).
             05  FILLER              PIC X(01).
             05  TRN-NOME            PIC X(20).
             05  FILLER              PIC X(01).
             05  TRN-TYPE-CD         PIC X(02).
             05  FILLER              PIC X(01).
             05  TRN-DEBIT-ACCT      PIC X(10).
             05  FILLER              PIC X(01).
             05  TRN-CREDIT-ACCT     PIC X(10).
             05  FILLER              PIC X(01).
             05  TRN-COST-CENTRE     PIC X(06).

        WORKING-STORAGE SECTION.
         77  WS-ARG-NUM              PIC 9(02)   VALUE 1.
         77  WS-ACM-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-TRN-FL-NAME          PIC X(60)   VALUE SPACES.

         77  WS-CT-01                PIC 9(05)   VALUE ZEROS.
         77  WS-CT-02                PIC 9(01)   VALUE ZEROS.
         77  WS-APPLIED-CT           PIC 9(05)   VALUE ZEROS.
         77  WS-ERROR-CT             PIC 9(05)   VALUE ZEROS.

         77  WS-STTS                 PIC XX      VALUE '..'.
             88  WS-STTS-OK                VALUE '00'.
             88  WS-STTS-EOF               VALUE '10'.
         77  WS-STTS-ACM             PIC XX      VALUE '..'.
             88  WS-STTS-ACM-OK            VALUE '00' '05'.
             88  WS-STTS-ACM-NOTFND        VALUE '23'.
         77  WS-ERR-CTX              PIC X(20)   VALUE SPACES.
         77  WS-ERR-STATUS           PIC XX      VALUE SPACES.
         77  WS-TRN-OPEN-SW          PIC X(01)   VALUE 'N'.
             88  WS-TRN-OPEN               VALUE 'Y'.
         77  WS-ACM-OPEN-SW          PIC X(01)   VALUE 'N'.
             88  WS-ACM-OPEN               VALUE 'Y'.

         77  WS-TRN-OK-SW            PIC X(01)   VALUE 'Y'.
             88  WS-TRN-OK                 VALUE 'Y'.
         77  WS-TRN-REASON           PIC X(40)   VALUE SPACES.

         77  WS-NEW-DEBIT-ACCT       PIC X(10)   VALUE SPACES.
         77  WS-NEW-CREDIT-ACCT      PIC X(10)   VALUE SPACES.


       PROCEDURE DIVISION.
         000-MAIN.
         DISPLAY 'MAIN: FHACM0001'.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: FHACM0001'.
         MOVE 1 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-ACM-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-ACM-FL-NAME
         END-ACCEPT.
         IF WS-ACM-FL-NAME = SPACES
            MOVE 'acct_map.dat' TO WS-ACM-FL-NAME
         END-IF.
         DISPLAY 'ACCOUNT-MAPPING MASTER: ' WS-ACM-FL-NAME.

         MOVE 2 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-TRN-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-TRN-FL-NAME
         END-ACCEPT.
         IF WS-TRN-FL-NAME = SPACES
            MOVE 'acct_map_trans.txt' TO WS-TRN-FL-NAME
         END-IF.
         DISPLAY 'TRANSACTION FILE: ' WS-TRN-FL-NAME.

        200-PROCESS.
         DISPLAY 'PROCESS: FHACM0001'.
         MOVE ZEROS TO WS-CT-01.
         MOVE 1 TO WS-CT-02.

         OPEN INPUT TRN-FL.
         PERFORM 801-CHECK-OPEN-STATUS.
         OPEN I-O ACM-FL.
         IF NOT WS-STTS-ACM-OK
            MOVE 'OPEN ACM-FL' TO WS-ERR-CTX
            MOVE WS-STTS-ACM TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         SET WS-ACM-OPEN TO TRUE.
         DISPLAY '===== ACCOUNT-MAPPING MASTER MAINTENANCE ====='.
         PERFORM 202-READ-NEXT-TRN UNTIL WS-CT-02 = 0.
         CLOSE TRN-FL.
         CLOSE ACM-FL.

        202-READ-NEXT-TRN.
         READ TRN-FL
          AT END
           MOVE ZEROS TO WS-CT-02
          NOT AT END
           ADD 1 TO WS-CT-01
           PERFORM 210-APPLY-TRN
         END-READ.
         MOVE 'READ TRN-FL' TO WS-ERR-CTX.
         PERFORM 802-CHECK-READ-STATUS.

      * THE KEY IS EDITED BEFORE THE ACTION IS LOOKED AT: A MAPPING
      * FOR 'RV' OR A BLANK CATEGORY COULD NEVER BE POSTED THROUGH.
        210-APPLY-TRN.
         IF TRN-NOME = SPACES
            ADD 1 TO WS-ERROR-CT
            DISPLAY 'TRANSACTION ' WS-CT-01 ' REFUSED, NO CATEGORY'
         ELSE
            IF TRN-TYPE-CD NOT = 'DB' AND TRN-TYPE-CD NOT = 'CR'
               AND TRN-TYPE-CD NOT = 'AJ'
               ADD 1 TO WS-ERROR-CT
               DISPLAY 'TRANSACTION ' WS-CT-01
                       ' REFUSED, TYPE CODE MUST BE DB, CR OR AJ: '
                       TRN-NOME ' ' TRN-TYPE-CD
            ELSE
               EVALUATE TRN-ACTION
                 WHEN 'ADD'
                    PERFORM 211-ADD-MAPPING
                 WHEN 'CHG'
                    PERFORM 212-CHANGE-MAPPING
                 WHEN 'DEA'
                    PERFORM 213-DEACTIVATE-MAPPING
                 WHEN OTHER
                    ADD 1 TO WS-ERROR-CT
                    DISPLAY 'UNKNOWN ACTION "' TRN-ACTION '" FOR '
                            TRN-NOME ' ' TRN-TYPE-CD
               END-EVALUATE
            END-IF
         END-IF.

        211-ADD-MAPPING.
         MOVE TRN-NOME TO ACM-NOME.
         MOVE TRN-TYPE-CD TO ACM-TYPE-CD.
         READ ACM-FL.
         IF WS-STTS-ACM-OK
            ADD 1 TO WS-ERROR-CT
            DISPLAY 'ADD REFUSED, ALREADY ON FILE: ' TRN-NOME ' '
                    TRN-TYPE-CD
         ELSE
            IF NOT WS-STTS-ACM-NOTFND
               MOVE 'READ ACM-FL' TO WS-ERR-CTX
               MOVE WS-STTS-ACM TO WS-ERR-STATUS
               PERFORM 900-ERROR-ABEND
            END-IF
            MOVE 'Y' TO WS-TRN-OK-SW
            MOVE SPACES TO WS-TRN-REASON
            IF TRN-DEBIT-ACCT = SPACES
               MOVE 'N' TO WS-TRN-OK-SW
               MOVE 'NO DEBIT ACCOUNT' TO WS-TRN-REASON
            END-IF
            IF TRN-CREDIT-ACCT = SPACES
               MOVE 'N' TO WS-TRN-OK-SW
               MOVE 'NO CREDIT ACCOUNT' TO WS-TRN-REASON
            END-IF
            MOVE TRN-DEBIT-ACCT TO WS-NEW-DEBIT-ACCT
            MOVE TRN-CREDIT-ACCT TO WS-NEW-CREDIT-ACCT
            PERFORM 220-EDIT-ACCOUNT-PAIR
            IF NOT WS-TRN-OK
               ADD 1 TO WS-ERROR-CT
               DISPLAY 'ADD REFUSED, ' WS-TRN-REASON ': ' TRN-NOME
                       ' ' TRN-TYPE-CD
            ELSE
               PERFORM 215-WRITE-NEW-MAPPING
            END-IF
         END-IF.

        215-WRITE-NEW-MAPPING.
         MOVE TRN-NOME TO ACM-NOME.
         MOVE TRN-TYPE-CD TO ACM-TYPE-CD.
         MOVE TRN-DEBIT-ACCT TO ACM-DEBIT-ACCT.
         MOVE TRN-CREDIT-ACCT TO ACM-CREDIT-ACCT.
         MOVE TRN-COST-CENTRE TO ACM-COST-CENTRE.
         SET ACM-ATIVA TO TRUE.
         WRITE ACM-REC.
         PERFORM 803-CHECK-WRITE-STATUS.
         ADD 1 TO WS-APPLIED-CT.
         DISPLAY 'ADDED: ' ACM-NOME ' ' ACM-TYPE-CD ' DR '
                 ACM-DEBIT-ACCT ' CR ' ACM-CREDIT-ACCT ' CC '
                 ACM-COST-CENTRE.

      * THE ACCOUNT PAIR IS EDITED AS IT WILL STAND AFTER THE CHANGE,
      * SO CHANGING ONE SIDE TO THE ACCOUNT ALREADY ON THE OTHER SIDE
      * IS REFUSED THE SAME AS AN ADD NAMING ONE ACCOUNT TWICE.
        212-CHANGE-MAPPING.
         MOVE TRN-NOME TO ACM-NOME.
         MOVE TRN-TYPE-CD TO ACM-TYPE-CD.
         READ ACM-FL.
         IF NOT WS-STTS-ACM-OK
            ADD 1 TO WS-ERROR-CT
            DISPLAY 'CHANGE REFUSED, NOT ON FILE: ' TRN-NOME ' '
                    TRN-TYPE-CD
         ELSE
            MOVE 'Y' TO WS-TRN-OK-SW
            MOVE SPACES TO WS-TRN-REASON
            MOVE ACM-DEBIT-ACCT TO WS-NEW-DEBIT-ACCT
            MOVE ACM-CREDIT-ACCT TO WS-NEW-CREDIT-ACCT
            IF TRN-DEBIT-ACCT NOT = SPACES
               MOVE TRN-DEBIT-ACCT TO WS-NEW-DEBIT-ACCT
            END-IF
            IF TRN-CREDIT-ACCT NOT = SPACES
               MOVE TRN-CREDIT-ACCT TO WS-NEW-CREDIT-ACCT
            END-IF
            PERFORM 220-EDIT-ACCOUNT-PAIR
            IF NOT WS-TRN-OK
               ADD 1 TO WS-ERROR-CT
               DISPLAY 'CHANGE REFUSED, ' WS-TRN-REASON ': '
                       TRN-NOME ' ' TRN-TYPE-CD
            ELSE
               PERFORM 216-REWRITE-CHANGED-MAPPING
            END-IF
         END-IF.

        216-REWRITE-CHANGED-MAPPING.
         MOVE WS-NEW-DEBIT-ACCT TO ACM-DEBIT-ACCT.
         MOVE WS-NEW-CREDIT-ACCT TO ACM-CREDIT-ACCT.
         IF TRN-COST-CENTRE NOT = SPACES
            MOVE TRN-COST-CENTRE TO ACM-COST-CENTRE
         END-IF.
         IF ACM-INATIVA
            DISPLAY 'REACTIVATED: ' ACM-NOME ' ' ACM-TYPE-CD
         END-IF.
         SET ACM-ATIVA TO TRUE.
         REWRITE ACM-REC.
         PERFORM 803-CHECK-WRITE-STATUS.
         ADD 1 TO WS-APPLIED-CT.
         DISPLAY 'CHANGED: ' ACM-NOME ' ' ACM-TYPE-CD ' DR '
                 ACM-DEBIT-ACCT ' CR ' ACM-CREDIT-ACCT ' CC '
                 ACM-COST-CENTRE.

        213-DEACTIVATE-MAPPING.
         MOVE TRN-NOME TO ACM-NOME.
         MOVE TRN-TYPE-CD TO ACM-TYPE-CD.
         READ ACM-FL.
         IF NOT WS-STTS-ACM-OK
            ADD 1 TO WS-ERROR-CT
            DISPLAY 'DEACTIVATE REFUSED, NOT ON FILE: ' TRN-NOME ' '
                    TRN-TYPE-CD
         ELSE
            SET ACM-INATIVA TO TRUE
            REWRITE ACM-REC
            PERFORM 803-CHECK-WRITE-STATUS
            ADD 1 TO WS-APPLIED-CT
            DISPLAY 'DEACTIVATED: ' TRN-NOME ' ' TRN-TYPE-CD
         END-IF.

        220-EDIT-ACCOUNT-PAIR.
         IF WS-TRN-OK
            IF WS-NEW-DEBIT-ACCT = WS-NEW-CREDIT-ACCT
               MOVE 'N' TO WS-TRN-OK-SW
               MOVE 'DEBIT AND CREDIT ACCOUNT THE SAME'
                 TO WS-TRN-REASON
            END-IF
         END-IF.

        300-END.
         DISPLAY 'TRANSACTIONS READ: ' WS-CT-01.
         DISPLAY 'TRANSACTIONS APPLIED: ' WS-APPLIED-CT.
         DISPLAY 'TRANSACTIONS IN ERROR: ' WS-ERROR-CT.
         IF WS-ERROR-CT > ZEROS
            MOVE 4 TO RETURN-CODE
         END-IF.
         DISPLAY 'END-PROGRAM: FHACM0001'.
         STOP RUN.

        801-CHECK-OPEN-STATUS.
         IF WS-STTS-OK
            SET WS-TRN-OPEN TO TRUE
         END-IF.
         IF NOT WS-STTS-OK
            MOVE 'OPEN TRN-FL' TO WS-ERR-CTX
            MOVE WS-STTS TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        802-CHECK-READ-STATUS.
         IF NOT WS-STTS-OK AND NOT WS-STTS-EOF
            MOVE WS-STTS TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        803-CHECK-WRITE-STATUS.
         IF NOT WS-STTS-ACM-OK
            MOVE 'WRITE ACM-FL' TO WS-ERR-CTX
            MOVE WS-STTS-ACM TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        900-ERROR-ABEND.
         DISPLAY 'FATAL I/O ERROR ON ' WS-ERR-CTX ' STATUS='
                 WS-ERR-STATUS.
         IF WS-TRN-OPEN
            CLOSE TRN-FL
         END-IF.
         IF WS-ACM-OPEN
            CLOSE ACM-FL
         END-IF.
         MOVE 16 TO RETURN-CODE.
         STOP RUN.
       END PROGRAM FHACM0001.
