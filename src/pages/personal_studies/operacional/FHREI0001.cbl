      *          CATEGORY, CLEARLY MARKED AS AN AMENDED VERSION. A
      *          MONTH WITH NO ADJUSTMENTS ON FILE REFUSES THE RUN
      *          RATHER THAN ISSUING AN AMENDMENT IDENTICAL TO THE
      *          ORIGINAL. SUSPENSE ITEMS CLEARED FOR THE MONTH ON THE
      *          SUSPENSE LEDGER ARE FOLDED IN THE SAME WAY, AS
      *          RECLASSIFICATIONS INTO THE CATEGORY THEY WERE ASSIGNED
      *          TO OR WRITTEN OFF UNDER.
      * Tectonics: cobc
      * Modification History:
      *  20260903 TA - INITIAL VERSION.
      *  20260924 TA - A REVERSAL (RC-TYPE-CD 'RV') ON THE ppa FILE
      *                TAKES ITS ORIGINAL BACK OUT: THE ADJUSTMENT
      *                COLUMNS ARE NOW SIGNED AND A REVERSAL SUBTRACTS
      *                ONE ENTRY AND ITS AMOUNT FROM THE CATEGORY.
      *  20261015 TA - SUSPENSE ITEMS CLEARED ON THE FHSUS0001 LEDGER
      *                (FHBOOK19, ARGUMENT 7) ARE NOW FOLDED IN AS
      *                RECLASSIFICATIONS ALONGSIDE THE ppa ADJUSTMENTS:
      *                AN ASSIGNED ITEM ADDS TO ITS NEW CATEGORY, A
      *                WRITTEN-OFF ONE TO 'SUSPENSE WRITTEN OFF', A
      *                REVERSAL TAKES AN ENTRY OFF. A MONTH WITH
      *                RECLASSIFICATIONS BUT NO LATE ARRIVALS IS NOW
      *                REISSUED RATHER THAN REFUSED.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. FHREI0001.
          SELECT RPT-FL ASSIGN TO WS-RPT-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-RPT.
          SELECT OPTIONAL SUL-FL ASSIGN TO WS-SUL-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-SUL.
       DATA DIVISION.
        FILE SECTION.
         COPY 'FHBOOK01.COB'.
         FD  RPT-FL.
         01  RPT-REC                 PIC X(132).

         FD  SUL-FL.
         01  SUL-FL-REC              PIC X(204).

        WORKING-STORAGE SECTION.
         77  WS-ARG-NUM              PIC 9(02)   VALUE 1.
         77  WS-TOT-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-AMD-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-CATM-FL-NAME         PIC X(60)   VALUE SPACES.
         77  WS-RPT-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-SUL-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-RPT-MONTH-X          PIC X(06)   VALUE SPACES.
         77  WS-RPT-MONTH            PIC 9(06)   VALUE ZEROS.
         77  WS-RUN-DATE             PIC 9(08)   VALUE ZEROS.
         77  WS-CT-02                PIC 9(01)   VALUE ZEROS.
         77  WS-ADJ-CT               PIC 9(07)   VALUE ZEROS.
         77  WS-ADJ-OTHER-CT         PIC 9(07)   VALUE ZEROS.
         77  WS-RCL-CT               PIC 9(07)   VALUE ZEROS.
         77  WS-ORIG-CAT-CT          PIC 9(03)   VALUE ZEROS.

         77  WS-STTS                 PIC XX      VALUE '..'.
             88  WS-STTS-CATM-OK           VALUE '00'.
         77  WS-STTS-RPT             PIC XX      VALUE '..'.
             88  WS-STTS-RPT-OK            VALUE '00'.
         77  WS-STTS-SUL             PIC XX      VALUE '..'.
             88  WS-STTS-SUL-OK            VALUE '00' '05'.
             88  WS-STTS-SUL-EOF           VALUE '10'.
         77  WS-ERR-CTX              PIC X(20)   VALUE SPACES.
         77  WS-ERR-STATUS           PIC XX      VALUE SPACES.
         77  WS-MASTER-SW            PIC X(01)   VALUE 'N'.
         77  WS-RESOLVED-NOME        PIC X(20)   VALUE SPACES.
         77  WS-TOT-ORIG-CT          PIC 9(09)   VALUE ZEROS.
         77  WS-TOT-ORIG-AMT         PIC 9(11)V99 VALUE ZEROS.
         77  WS-TOT-ADJ-CT           PIC S9(09)  VALUE ZEROS.
         77  WS-TOT-ADJ-AMT          PIC S9(11)V99 VALUE ZEROS.
         77  WS-TOT-AMD-CT           PIC 9(09)   VALUE ZEROS.
         77  WS-TOT-AMD-AMT          PIC 9(11)V99 VALUE ZEROS.
         77  WS-RPT-LINE             PIC X(132)  VALUE SPACES.

         COPY 'FHBOOK09.COB'.
         COPY 'FHBOOK19.COB'.

         01  RPT-HDR-1.
             05  FILLER              PIC X(50)   VALUE
             05  RPT-H3-ORIG         PIC X(40).
             05  FILLER              PIC X(14)   VALUE ' ADJUSTMENTS: '.
             05  RPT-H3-PPA          PIC X(40).
         01  RPT-HDR-4.
             05  FILLER              PIC X(17)   VALUE
                 'SUSPENSE LEDGER: '.
             05  RPT-H4-LEDGER       PIC X(40).
             05  FILLER              PIC X(23)   VALUE
                 ' RECLASSIFICATIONS IN: '.
             05  RPT-H4-RCL-CT       PIC Z(06)9.
         01  RPT-COL-HEAD.
             05  FILLER              PIC X(22)   VALUE 'CATEGORY'.
             05  FILLER              PIC X(08)   VALUE ' ORIG CT'.
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-D-ORIG-AMT      PIC Z(08)9.99.
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-D-ADJ-CT        PIC -(06)9.
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-D-ADJ-AMT       PIC -(08)9.99.
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-D-AMD-CT        PIC Z(06)9.
             05  FILLER              PIC X(01)   VALUE SPACES.
                 10  REIT-NOME           PIC X(20).
                 10  REIT-ORIG-CT        PIC 9(07).
                 10  REIT-ORIG-AMT       PIC 9(09)V99.
                 10  REIT-ADJ-CT         PIC S9(07).
                 10  REIT-ADJ-AMT        PIC S9(09)V99.


       PROCEDURE DIVISION.
            DISPLAY 'USAGE: FHREI0001 <YYYYMM> [ORIGINAL TOTALS]'
                    ' [ADJUSTMENT FILE] [AMENDED TOTALS]'
                    ' [REPORT FILE] [CATEGORY MASTER]'
                    ' [SUSPENSE LEDGER]'
            MOVE 8 TO RETURN-CODE
            STOP RUN
         END-IF.
         END-IF.
         DISPLAY 'CATEGORY MASTER: ' WS-CATM-FL-NAME.

         MOVE 7 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-SUL-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-SUL-FL-NAME
         END-ACCEPT.
         IF WS-SUL-FL-NAME = SPACES
            MOVE 'sus_ledger.txt' TO WS-SUL-FL-NAME
         END-IF.
         DISPLAY 'SUSPENSE LEDGER: ' WS-SUL-FL-NAME.

         PERFORM 110-OPEN-CATEGORY-MASTER.

        110-OPEN-CATEGORY-MASTER.
         DISPLAY 'PROCESS: FHREI0001'.
         PERFORM 201-LOAD-ORIGINAL-TOTALS.
         PERFORM 205-APPLY-ADJUSTMENTS.
         PERFORM 208-APPLY-RECLASSIFICATIONS.
         IF WS-MASTER-ACTIVE
            CLOSE CATM-FL
         END-IF.
         IF WS-ADJ-CT = ZEROS AND WS-RCL-CT = ZEROS
            DISPLAY 'NO ADJUSTMENTS ON FILE FOR ' WS-RPT-MONTH
                    ' - NOTHING TO REISSUE'
            MOVE 4 TO RETURN-CODE
              PERFORM 230-FIND-OR-ADD-CAT
              MOVE RC-AMOUNT TO WS-AMT-FIELD
              PERFORM 215-COMPUTE-AMOUNT
              IF RC-TYPE-ESTORNO
                 SUBTRACT 1 FROM REIT-ADJ-CT(WS-FOUND-IX)
                 SUBTRACT WS-AMT-NUM FROM REIT-ADJ-AMT(WS-FOUND-IX)
              ELSE
                 ADD 1 TO REIT-ADJ-CT(WS-FOUND-IX)
                 ADD WS-AMT-NUM TO REIT-ADJ-AMT(WS-FOUND-IX)
              END-IF
           ELSE
              ADD 1 TO WS-ADJ-OTHER-CT
           END-IF
            PERFORM 900-ERROR-ABEND
         END-IF.

      * A SUSPENSE ITEM NEVER REACHED THE ORIGINAL TOTALS, SO ONCE IT
      * IS CLEARED IT COUNTS HERE LIKE A LATE ARRIVAL: AN ASSIGNED ITEM
      * UNDER THE CATEGORY IT WAS GIVEN (FOLLOWING A LATER RENAME), A
      * WRITTEN-OFF ITEM UNDER THE WRITE-OFF NAME THE LEDGER CARRIES.
      * ITEMS STILL OPEN, OR FROM ANOTHER MONTH, ARE LEFT ALONE.
        208-APPLY-RECLASSIFICATIONS.
         MOVE 1 TO WS-CT-02.
         OPEN INPUT SUL-FL.
         IF NOT WS-STTS-SUL-OK
            MOVE 'OPEN SUL-FL' TO WS-ERR-CTX
            MOVE WS-STTS-SUL TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         PERFORM 209-READ-LEDGER-REC UNTIL WS-CT-02 = 0.
         CLOSE SUL-FL.
         DISPLAY 'SUSPENSE RECLASSIFICATIONS APPLIED: ' WS-RCL-CT.

        209-READ-LEDGER-REC.
         READ SUL-FL INTO SUL-REC
          AT END
           MOVE ZEROS TO WS-CT-02
          NOT AT END
           IF SUL-ITEM-MONTH = WS-RPT-MONTH AND SUL-ST-CLEARED
              ADD 1 TO WS-RCL-CT
              MOVE SUL-CLR-NOME TO WS-LOOK-NOME
              IF SUL-ST-ASSIGNED
                 PERFORM 220-RESOLVE-CATEGORY
                 MOVE WS-RESOLVED-NOME TO WS-LOOK-NOME
              END-IF
              PERFORM 230-FIND-OR-ADD-CAT
              IF SUL-SIGN = '-'
                 SUBTRACT 1 FROM REIT-ADJ-CT(WS-FOUND-IX)
                 SUBTRACT SUL-AMOUNT FROM REIT-ADJ-AMT(WS-FOUND-IX)
              ELSE
                 ADD 1 TO REIT-ADJ-CT(WS-FOUND-IX)
                 ADD SUL-AMOUNT TO REIT-ADJ-AMT(WS-FOUND-IX)
              END-IF
           END-IF
         END-READ.
         IF NOT WS-STTS-SUL-OK AND NOT WS-STTS-SUL-EOF
            MOVE 'READ SUL-FL' TO WS-ERR-CTX
            MOVE WS-STTS-SUL TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

      * ONE CATM-MERGE-TO HOP, THE SAME RESOLUTION FHMES0001 APPLIES
      * AT THE ORIGINAL ROLLUP, SO AN ADJUSTMENT FOR A SINCE-RENAMED
      * CATEGORY LANDS ON THE SAME LINE ITS MONTH'S ACTIVITY DID.
         MOVE WS-PPA-FL-NAME TO RPT-H3-PPA.
         MOVE RPT-HDR-3 TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE WS-SUL-FL-NAME TO RPT-H4-LEDGER.
         MOVE WS-RCL-CT TO RPT-H4-RCL-CT.
         MOVE RPT-HDR-4 TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE SPACES TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE RPT-COL-HEAD TO WS-RPT-LINE.
