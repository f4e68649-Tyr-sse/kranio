      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261001
      * Purpose: MAINTENANCE PROGRAM FOR THE STANDING-ORDER MASTER
      *          (FHBOOK14, INDEXED ON STANDING-ORDER ID). APPLIES A
      *          TRANSACTION FILE OF ADD / CHG / DEA ACTIONS THE SAME
      *          WAY FHCAT0001 MAINTAINS THE CATEGORY MASTER: ADD
      *          OPENS A NEW ACTIVE STANDING ORDER, CHG REPLACES
      *          WHICHEVER FIELDS THE TRANSACTION CARRIES (A BLANK
      *          FIELD LEAVES THE MASTER VALUE ALONE), DEA STOPS THE
      *          ORDER FROM GENERATING. A CHANGE MAY NOT MOVE THE
      *          NEXT-DUE DATE BACK ONTO OR BEFORE AN OCCURRENCE
      *          FHSOG0001 ALREADY ISSUED, SO MAINTENANCE CAN NEVER
      *          MAKE THE GENERATOR PRODUCE THE SAME LINE TWICE.
      *          EVERY ACTION IS LISTED; TRANSACTIONS THAT CANNOT BE
      *          APPLIED ARE LISTED WITH THE REASON AND THE RUN ENDS
      *          WITH RETURN CODE 4 SO THE OPERATOR KNOWS TO LOOK.
      * Tectonics: cobc
      * Modification History:
      *  20261001 TA - INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. FHSOM0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          SELECT OPTIONAL SOM-FL ASSIGN TO WS-SOM-FL-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS SOM-ID
          FILE STATUS IS WS-STTS-SOM.
          SELECT TRN-FL ASSIGN TO WS-TRN-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS.
       DATA DIVISION.
        FILE SECTION.
         COPY 'FHBOOK14.COB'.

      * ONE MAINTENANCE TRANSACTION. DATES ARE YYYYMMDD; ON A CHG A
      * BLANK FIELD MEANS "NO CHANGE", AND AN END DATE OF 00000000
      * TAKES AN EXISTING END DATE OFF (OPEN-ENDED AGAIN).
         FD  TRN-FL.
         01  TRN-REC.
             05  TRN-ACTION          PIC X(03).
             05  FILLER              PIC X(01).
             05  TRN-SO-ID           PIC X(08).
             05  FILLER              PIC X(01).
             05  TRN-NOME            PIC X(20).
             05  FILLER              PIC X(01).
             05  TRN-DESC-B          PIC X(30).
             05  FILLER              PIC X(01).
             05  TRN-AMOUNT          PIC X(10).
             05  FILLER              PIC X(01).
             05  TRN-TYPE-CD         PIC X(02).
             05  FILLER              PIC X(01).
             05  TRN-FREQ            PIC X(01).
             05  FILLER              PIC X(01).
             05  TRN-NEXT-DUE        PIC X(08).
             05  FILLER              PIC X(01).
             05  TRN-END-DT          PIC X(08).

        WORKING-STORAGE SECTION.
         77  WS-ARG-NUM              PIC 9(02)   VALUE 1.
         77  WS-SOM-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-TRN-FL-NAME          PIC X(60)   VALUE SPACES.

         77  WS-CT-01                PIC 9(05)   VALUE ZEROS.
         77  WS-CT-02                PIC 9(01)   VALUE ZEROS.
         77  WS-APPLIED-CT           PIC 9(05)   VALUE ZEROS.
         77  WS-ERROR-CT             PIC 9(05)   VALUE ZEROS.

         77  WS-STTS                 PIC XX      VALUE '..'.
             88  WS-STTS-OK                VALUE '00'.
             88  WS-STTS-EOF               VALUE '10'.
         77  WS-STTS-SOM             PIC XX      VALUE '..'.
             88  WS-STTS-SOM-OK            VALUE '00' '05'.
             88  WS-STTS-SOM-NOTFND        VALUE '23'.
         77  WS-ERR-CTX              PIC X(20)   VALUE SPACES.
         77  WS-ERR-STATUS           PIC XX      VALUE SPACES.
         77  WS-TRN-OPEN-SW          PIC X(01)   VALUE 'N'.
             88  WS-TRN-OPEN               VALUE 'Y'.
         77  WS-SOM-OPEN-SW          PIC X(01)   VALUE 'N'.
             88  WS-SOM-OPEN               VALUE 'Y'.

         77  WS-TRN-OK-SW            PIC X(01)   VALUE 'Y'.
             88  WS-TRN-OK                 VALUE 'Y'.
         77  WS-TRN-REASON           PIC X(40)   VALUE SPACES.

         77  WS-AMT-IX               PIC 9(02)   VALUE ZEROS.
         77  WS-AMT-CH               PIC X(01)   VALUE SPACE.
         77  WS-AMT-DGT              PIC 9(01)   VALUE ZEROS.
         77  WS-AMT-INT-NUM          PIC 9(11)   VALUE ZEROS.
         77  WS-AMT-DEC-NUM          PIC 9(02)   VALUE ZEROS.
         77  WS-AMT-DEC-DGTS         PIC 9(01)   VALUE ZEROS.
         77  WS-AMT-DIGIT-CT         PIC 9(02)   VALUE ZEROS.
         77  WS-AMT-DOT-SW           PIC X(01)   VALUE 'N'.
             88  WS-AMT-SEEN-DOT          VALUE 'Y'.
         77  WS-AMT-BAD-SW           PIC X(01)   VALUE 'N'.
             88  WS-AMT-BAD               VALUE 'Y'.
         77  WS-AMT-FIELD            PIC X(10)   VALUE SPACES.
         77  WS-AMT-NUM              PIC 9(11)V99 VALUE ZEROS.

      * A CANDIDATE DATE (YYYYMMDD) IS CHECKED FOR A REAL CALENDAR
      * DAY, FEBRUARY TAKING ITS LEAP DAY IN A YEAR DIVISIBLE BY 4
      * BUT NOT BY 100, OR BY 400.
         01  WS-CK-DATE-X            PIC X(08)   VALUE SPACES.
         01  WS-CK-DATE              REDEFINES WS-CK-DATE-X
                                     PIC 9(08).
         01  WS-CK-DATE-R REDEFINES WS-CK-DATE-X.
             05  WS-CK-YYYY          PIC 9(04).
             05  WS-CK-MM            PIC 9(02).
             05  WS-CK-DD            PIC 9(02).
         77  WS-CK-BAD-SW            PIC X(01)   VALUE 'N'.
             88  WS-CK-BAD                VALUE 'Y'.
         77  WS-LAST-DAY             PIC 9(02)   VALUE ZEROS.
         77  WS-LEAP-Q               PIC 9(04)   VALUE ZEROS.
         77  WS-LEAP-R4              PIC 9(04)   VALUE ZEROS.
         77  WS-LEAP-R100            PIC 9(04)   VALUE ZEROS.
         77  WS-LEAP-R400            PIC 9(04)   VALUE ZEROS.
         01  WS-MO-DAYS-X            PIC X(24)   VALUE
             '312831303130313130313031'.
         01  WS-MO-DAYS-R REDEFINES WS-MO-DAYS-X.
             05  WS-MO-DAYS          PIC 9(02)   OCCURS 12 TIMES.

         77  WS-NEW-NEXT-DUE         PIC 9(08)   VALUE ZEROS.
         77  WS-NEW-END-DT           PIC 9(08)   VALUE ZEROS.
         77  WS-AMT-DISP             PIC Z(06)9.99.


       PROCEDURE DIVISION.
         000-MAIN.
         DISPLAY 'MAIN: FHSOM0001'.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: FHSOM0001'.
         MOVE 1 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-SOM-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-SOM-FL-NAME
         END-ACCEPT.
         IF WS-SOM-FL-NAME = SPACES
            MOVE 'so_master.dat' TO WS-SOM-FL-NAME
         END-IF.
         DISPLAY 'STANDING-ORDER MASTER: ' WS-SOM-FL-NAME.

         MOVE 2 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-TRN-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-TRN-FL-NAME
         END-ACCEPT.
         IF WS-TRN-FL-NAME = SPACES
            MOVE 'so_trans.txt' TO WS-TRN-FL-NAME
         END-IF.
         DISPLAY 'TRANSACTION FILE: ' WS-TRN-FL-NAME.

        200-PROCESS.
         DISPLAY 'PROCESS: FHSOM0001'.
         MOVE ZEROS TO WS-CT-01.
         MOVE 1 TO WS-CT-02.

         OPEN INPUT TRN-FL.
         PERFORM 801-CHECK-OPEN-STATUS.
         OPEN I-O SOM-FL.
         IF NOT WS-STTS-SOM-OK
            MOVE 'OPEN SOM-FL' TO WS-ERR-CTX
            MOVE WS-STTS-SOM TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         SET WS-SOM-OPEN TO TRUE.
         DISPLAY '===== STANDING-ORDER MASTER MAINTENANCE ====='.
         PERFORM 202-READ-NEXT-TRN UNTIL WS-CT-02 = 0.
         CLOSE TRN-FL.
         CLOSE SOM-FL.

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

        210-APPLY-TRN.
         IF TRN-SO-ID = SPACES
            ADD 1 TO WS-ERROR-CT
            DISPLAY 'TRANSACTION ' WS-CT-01
                    ' REFUSED, NO STANDING-ORDER ID'
         ELSE
            EVALUATE TRN-ACTION
              WHEN 'ADD'
                 PERFORM 211-ADD-ORDER
              WHEN 'CHG'
                 PERFORM 212-CHANGE-ORDER
              WHEN 'DEA'
                 PERFORM 213-DEACTIVATE-ORDER
              WHEN OTHER
                 ADD 1 TO WS-ERROR-CT
                 DISPLAY 'UNKNOWN ACTION "' TRN-ACTION '" FOR '
                         TRN-SO-ID
            END-EVALUATE
         END-IF.

      * AN ADD MUST CARRY EVERY FIELD THE GENERATOR NEEDS; THE END
      * DATE ALONE MAY BE LEFT BLANK FOR AN OPEN-ENDED ORDER. THE
      * ANCHOR DAY IS TAKEN FROM THE FIRST DUE DATE, SO A MONTHLY
      * ORDER DUE ON THE 31ST FALLS ON EACH MONTH'S LAST DAY AND
      * COMES BACK TO THE 31ST INSTEAD OF CREEPING TO THE 28TH.
        211-ADD-ORDER.
         MOVE TRN-SO-ID TO SOM-ID.
         READ SOM-FL.
         IF WS-STTS-SOM-OK
            ADD 1 TO WS-ERROR-CT
            DISPLAY 'ADD REFUSED, ALREADY ON FILE: ' TRN-SO-ID
         ELSE
            IF NOT WS-STTS-SOM-NOTFND
               MOVE 'READ SOM-FL' TO WS-ERR-CTX
               MOVE WS-STTS-SOM TO WS-ERR-STATUS
               PERFORM 900-ERROR-ABEND
            END-IF
            PERFORM 220-EDIT-ADD-FIELDS
            IF NOT WS-TRN-OK
               ADD 1 TO WS-ERROR-CT
               DISPLAY 'ADD REFUSED, ' WS-TRN-REASON ': ' TRN-SO-ID
            ELSE
               PERFORM 215-WRITE-NEW-ORDER
            END-IF
         END-IF.

        215-WRITE-NEW-ORDER.
         MOVE TRN-SO-ID TO SOM-ID.
         MOVE TRN-NOME TO SOM-NOME.
         MOVE TRN-DESC-B TO SOM-DESC-B.
         MOVE WS-AMT-NUM TO SOM-AMT.
         MOVE TRN-TYPE-CD TO SOM-TYPE-CD.
         MOVE TRN-FREQ TO SOM-FREQ.
         MOVE WS-NEW-NEXT-DUE TO SOM-NEXT-DUE.
         MOVE WS-NEW-NEXT-DUE TO WS-CK-DATE.
         MOVE WS-CK-DD TO SOM-ANCHOR-DD.
         MOVE WS-NEW-END-DT TO SOM-END-DT.
         SET SOM-ATIVA TO TRUE.
         MOVE ZEROS TO SOM-GEN-RUN-DT.
         MOVE ZEROS TO SOM-GEN-FROM-DT.
         MOVE ZEROS TO SOM-GEN-CT.
         MOVE ZEROS TO SOM-LAST-OCC-DT.
         WRITE SOM-REC.
         PERFORM 803-CHECK-WRITE-STATUS.
         ADD 1 TO WS-APPLIED-CT.
         MOVE SOM-AMT TO WS-AMT-DISP.
         DISPLAY 'ADDED: ' SOM-ID ' ' SOM-NOME ' ' SOM-TYPE-CD
                 ' ' WS-AMT-DISP ' FREQ ' SOM-FREQ
                 ' FIRST DUE ' SOM-NEXT-DUE.

      * A CHANGE IS EDITED IN FULL BEFORE ANYTHING IS MOVED, SO A
      * TRANSACTION WITH ONE BAD FIELD CHANGES NOTHING AT ALL.
        212-CHANGE-ORDER.
         MOVE TRN-SO-ID TO SOM-ID.
         READ SOM-FL.
         IF NOT WS-STTS-SOM-OK
            ADD 1 TO WS-ERROR-CT
            DISPLAY 'CHANGE REFUSED, NOT ON FILE: ' TRN-SO-ID
         ELSE
            PERFORM 225-EDIT-CHG-FIELDS
            IF NOT WS-TRN-OK
               ADD 1 TO WS-ERROR-CT
               DISPLAY 'CHANGE REFUSED, ' WS-TRN-REASON ': '
                       TRN-SO-ID
            ELSE
               PERFORM 216-REWRITE-CHANGED-ORDER
            END-IF
         END-IF.

        216-REWRITE-CHANGED-ORDER.
         IF TRN-NOME NOT = SPACES
            MOVE TRN-NOME TO SOM-NOME
         END-IF.
         IF TRN-DESC-B NOT = SPACES
            MOVE TRN-DESC-B TO SOM-DESC-B
         END-IF.
         IF TRN-AMOUNT NOT = SPACES
            MOVE WS-AMT-NUM TO SOM-AMT
         END-IF.
         IF TRN-TYPE-CD NOT = SPACES
            MOVE TRN-TYPE-CD TO SOM-TYPE-CD
         END-IF.
         IF TRN-FREQ NOT = SPACES
            MOVE TRN-FREQ TO SOM-FREQ
         END-IF.
         IF TRN-NEXT-DUE NOT = SPACES
            MOVE WS-NEW-NEXT-DUE TO SOM-NEXT-DUE
            MOVE WS-NEW-NEXT-DUE TO WS-CK-DATE
            MOVE WS-CK-DD TO SOM-ANCHOR-DD
         END-IF.
         IF TRN-END-DT NOT = SPACES
            MOVE WS-NEW-END-DT TO SOM-END-DT
         END-IF.
      * AN ORDER THE GENERATOR CLOSED AT ITS END DATE COMES BACK TO
      * LIFE WHEN THE CHANGE LEAVES IT SOMETHING LEFT TO GENERATE.
         IF SOM-ENCERRADA
            IF SOM-END-DT = ZEROS OR SOM-NEXT-DUE NOT > SOM-END-DT
               SET SOM-ATIVA TO TRUE
            END-IF
         END-IF.
         REWRITE SOM-REC.
         PERFORM 803-CHECK-WRITE-STATUS.
         ADD 1 TO WS-APPLIED-CT.
         MOVE SOM-AMT TO WS-AMT-DISP.
         DISPLAY 'CHANGED: ' SOM-ID ' ' SOM-NOME ' ' SOM-TYPE-CD
                 ' ' WS-AMT-DISP ' FREQ ' SOM-FREQ
                 ' NEXT DUE ' SOM-NEXT-DUE ' END ' SOM-END-DT.

        213-DEACTIVATE-ORDER.
         MOVE TRN-SO-ID TO SOM-ID.
         READ SOM-FL.
         IF NOT WS-STTS-SOM-OK
            ADD 1 TO WS-ERROR-CT
            DISPLAY 'DEACTIVATE REFUSED, NOT ON FILE: ' TRN-SO-ID
         ELSE
            SET SOM-INATIVA TO TRUE
            REWRITE SOM-REC
            PERFORM 803-CHECK-WRITE-STATUS
            ADD 1 TO WS-APPLIED-CT
            DISPLAY 'DEACTIVATED: ' TRN-SO-ID
         END-IF.

        220-EDIT-ADD-FIELDS.
         MOVE 'Y' TO WS-TRN-OK-SW.
         MOVE SPACES TO WS-TRN-REASON.
         IF TRN-NOME = SPACES
            MOVE 'N' TO WS-TRN-OK-SW
            MOVE 'NO CATEGORY' TO WS-TRN-REASON
         END-IF.
         IF TRN-AMOUNT = SPACES
            MOVE 'N' TO WS-TRN-OK-SW
            MOVE 'NO AMOUNT' TO WS-TRN-REASON
         END-IF.
         IF TRN-TYPE-CD = SPACES
            MOVE 'N' TO WS-TRN-OK-SW
            MOVE 'NO TYPE CODE' TO WS-TRN-REASON
         END-IF.
         IF TRN-FREQ = SPACES
            MOVE 'N' TO WS-TRN-OK-SW
            MOVE 'NO FREQUENCY' TO WS-TRN-REASON
         END-IF.
         IF TRN-NEXT-DUE = SPACES
            MOVE 'N' TO WS-TRN-OK-SW
            MOVE 'NO FIRST DUE DATE' TO WS-TRN-REASON
         END-IF.
         MOVE ZEROS TO SOM-LAST-OCC-DT.
         MOVE ZEROS TO SOM-NEXT-DUE.
         MOVE ZEROS TO SOM-END-DT.
         IF WS-TRN-OK
            PERFORM 230-EDIT-PRESENT-FIELDS
         END-IF.

        225-EDIT-CHG-FIELDS.
         MOVE 'Y' TO WS-TRN-OK-SW.
         MOVE SPACES TO WS-TRN-REASON.
         PERFORM 230-EDIT-PRESENT-FIELDS.

      * EDITS EVERY FIELD THE TRANSACTION CARRIES. THE DATE EDITS
      * RUN AGAINST THE MASTER RECORD AS READ (OR ZEROS ON AN ADD):
      * A NEW NEXT-DUE MUST LIE AFTER THE LAST OCCURRENCE ALREADY
      * ISSUED, AND THE END DATE MAY NOT FALL BEFORE THE NEXT DUE.
        230-EDIT-PRESENT-FIELDS.
         IF TRN-AMOUNT NOT = SPACES
            MOVE TRN-AMOUNT TO WS-AMT-FIELD
            PERFORM 240-COMPUTE-AMOUNT
            IF WS-AMT-BAD OR WS-AMT-NUM = ZEROS
               MOVE 'N' TO WS-TRN-OK-SW
               MOVE 'INVALID AMOUNT' TO WS-TRN-REASON
            END-IF
            IF WS-AMT-NUM > 9999999.99
               MOVE 'N' TO WS-TRN-OK-SW
               MOVE 'AMOUNT TOO LARGE FOR THE FEED' TO WS-TRN-REASON
            END-IF
         END-IF.
         IF TRN-TYPE-CD NOT = SPACES
            IF TRN-TYPE-CD NOT = 'DB' AND TRN-TYPE-CD NOT = 'CR'
               AND TRN-TYPE-CD NOT = 'AJ'
               MOVE 'N' TO WS-TRN-OK-SW
               MOVE 'TYPE CODE MUST BE DB, CR OR AJ' TO WS-TRN-REASON
            END-IF
         END-IF.
         IF TRN-FREQ NOT = SPACES
            IF TRN-FREQ NOT = 'W' AND TRN-FREQ NOT = 'F'
               AND TRN-FREQ NOT = 'M' AND TRN-FREQ NOT = 'Q'
               AND TRN-FREQ NOT = 'Y'
               MOVE 'N' TO WS-TRN-OK-SW
               MOVE 'FREQUENCY MUST BE W, F, M, Q OR Y'
                 TO WS-TRN-REASON
            END-IF
         END-IF.
         MOVE SOM-NEXT-DUE TO WS-NEW-NEXT-DUE.
         IF TRN-NEXT-DUE NOT = SPACES
            MOVE TRN-NEXT-DUE TO WS-CK-DATE-X
            PERFORM 250-CHECK-DATE
            IF WS-CK-BAD
               MOVE 'N' TO WS-TRN-OK-SW
               MOVE 'INVALID NEXT-DUE DATE' TO WS-TRN-REASON
            ELSE
               MOVE WS-CK-DATE TO WS-NEW-NEXT-DUE
               IF WS-NEW-NEXT-DUE NOT > SOM-LAST-OCC-DT
                  MOVE 'N' TO WS-TRN-OK-SW
                  MOVE 'NEXT DUE NOT AFTER LAST ISSUED'
                    TO WS-TRN-REASON
               END-IF
            END-IF
         END-IF.
         MOVE SOM-END-DT TO WS-NEW-END-DT.
         IF TRN-END-DT NOT = SPACES
            IF TRN-END-DT = '00000000'
               MOVE ZEROS TO WS-NEW-END-DT
            ELSE
               MOVE TRN-END-DT TO WS-CK-DATE-X
               PERFORM 250-CHECK-DATE
               IF WS-CK-BAD
                  MOVE 'N' TO WS-TRN-OK-SW
                  MOVE 'INVALID END DATE' TO WS-TRN-REASON
               ELSE
                  MOVE WS-CK-DATE TO WS-NEW-END-DT
               END-IF
            END-IF
         END-IF.
         IF WS-TRN-OK AND WS-NEW-END-DT NOT = ZEROS
            IF WS-NEW-END-DT < WS-NEW-NEXT-DUE
               MOVE 'N' TO WS-TRN-OK-SW
               MOVE 'END DATE BEFORE NEXT DUE' TO WS-TRN-REASON
            END-IF
         END-IF.

      * TRN-AMOUNT IS THE SAME FREE-FORM X(10) FIELD EVERY PROGRAM IN
      * THE CHAIN PARSES, SO IT IS SCANNED DIGIT BY DIGIT THE SAME WAY
      * FHBUD0001'S 215-COMPUTE-AMOUNT DOES, AND ANYTHING OTHER THAN
      * DIGITS, ONE '.' AND SPACES IS REFUSED THE WAY FHDR0001 WOULD
      * REJECT IT ON THE FEED.
        240-COMPUTE-AMOUNT.
         MOVE ZEROS TO WS-AMT-INT-NUM.
         MOVE ZEROS TO WS-AMT-DEC-NUM.
         MOVE ZEROS TO WS-AMT-DEC-DGTS.
         MOVE ZEROS TO WS-AMT-DIGIT-CT.
         MOVE 'N' TO WS-AMT-DOT-SW.
         MOVE 'N' TO WS-AMT-BAD-SW.
         MOVE 1 TO WS-AMT-IX.
         PERFORM 241-SCAN-AMOUNT-DIGIT UNTIL WS-AMT-IX > 10.
         IF WS-AMT-DIGIT-CT = 0
            MOVE 'Y' TO WS-AMT-BAD-SW
         END-IF.
         IF WS-AMT-DEC-DGTS = 1
            COMPUTE WS-AMT-DEC-NUM = WS-AMT-DEC-NUM * 10
         END-IF.
         COMPUTE WS-AMT-NUM =
                 WS-AMT-INT-NUM + (WS-AMT-DEC-NUM / 100).

        241-SCAN-AMOUNT-DIGIT.
         MOVE WS-AMT-FIELD(WS-AMT-IX:1) TO WS-AMT-CH.
         EVALUATE TRUE
           WHEN WS-AMT-CH = '.'
              IF WS-AMT-SEEN-DOT
                 MOVE 'Y' TO WS-AMT-BAD-SW
              END-IF
              SET WS-AMT-SEEN-DOT TO TRUE
           WHEN WS-AMT-CH >= '0' AND WS-AMT-CH <= '9'
              ADD 1 TO WS-AMT-DIGIT-CT
              MOVE WS-AMT-CH TO WS-AMT-DGT
              IF WS-AMT-SEEN-DOT
                 IF WS-AMT-DEC-DGTS < 2
                    COMPUTE WS-AMT-DEC-NUM =
                            WS-AMT-DEC-NUM * 10 + WS-AMT-DGT
                    ADD 1 TO WS-AMT-DEC-DGTS
                 END-IF
              ELSE
                 COMPUTE WS-AMT-INT-NUM =
                         WS-AMT-INT-NUM * 10 + WS-AMT-DGT
              END-IF
           WHEN WS-AMT-CH = SPACE
              CONTINUE
           WHEN OTHER
              MOVE 'Y' TO WS-AMT-BAD-SW
         END-EVALUATE.
         ADD 1 TO WS-AMT-IX.

        250-CHECK-DATE.
         MOVE 'N' TO WS-CK-BAD-SW.
         IF WS-CK-DATE-X NOT NUMERIC
            MOVE 'Y' TO WS-CK-BAD-SW
         ELSE
            IF WS-CK-MM < 1 OR WS-CK-MM > 12 OR WS-CK-DD < 1
               OR WS-CK-YYYY < 1900
               MOVE 'Y' TO WS-CK-BAD-SW
            ELSE
               PERFORM 251-SET-LAST-DAY
               IF WS-CK-DD > WS-LAST-DAY
                  MOVE 'Y' TO WS-CK-BAD-SW
               END-IF
            END-IF
         END-IF.

        251-SET-LAST-DAY.
         MOVE WS-MO-DAYS(WS-CK-MM) TO WS-LAST-DAY.
         IF WS-CK-MM = 2
            DIVIDE WS-CK-YYYY BY 4 GIVING WS-LEAP-Q
                   REMAINDER WS-LEAP-R4
            DIVIDE WS-CK-YYYY BY 100 GIVING WS-LEAP-Q
                   REMAINDER WS-LEAP-R100
            DIVIDE WS-CK-YYYY BY 400 GIVING WS-LEAP-Q
                   REMAINDER WS-LEAP-R400
            IF (WS-LEAP-R4 = 0 AND WS-LEAP-R100 NOT = 0) OR
               WS-LEAP-R400 = 0
               MOVE 29 TO WS-LAST-DAY
            END-IF
         END-IF.

        300-END.
         DISPLAY 'TRANSACTIONS READ: ' WS-CT-01.
         DISPLAY 'TRANSACTIONS APPLIED: ' WS-APPLIED-CT.
         DISPLAY 'TRANSACTIONS IN ERROR: ' WS-ERROR-CT.
         IF WS-ERROR-CT > ZEROS
            MOVE 4 TO RETURN-CODE
         END-IF.
         DISPLAY 'END-PROGRAM: FHSOM0001'.
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
         IF NOT WS-STTS-SOM-OK
            MOVE 'WRITE SOM-FL' TO WS-ERR-CTX
            MOVE WS-STTS-SOM TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        900-ERROR-ABEND.
         DISPLAY 'FATAL I/O ERROR ON ' WS-ERR-CTX ' STATUS='
                 WS-ERR-STATUS.
         IF WS-TRN-OPEN
            CLOSE TRN-FL
         END-IF.
         IF WS-SOM-OPEN
            CLOSE SOM-FL
         END-IF.
         MOVE 16 TO RETURN-CODE.
         STOP RUN.
       END PROGRAM FHSOM0001.
