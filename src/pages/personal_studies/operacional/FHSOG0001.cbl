      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261001
      * Purpose: STANDING-ORDER GENERATOR, RUN AHEAD OF FHMRG0001.
      *          READS THE STANDING-ORDER MASTER (FHBOOK14) AND WRITES
      *          EVERY OCCURRENCE DUE ON OR BEFORE THE RUN DATE AS AN
      *          FHBOOK01 DETAIL RECORD, DATED WITH ITS OWN DUE DATE,
      *          TO A FEED FILE SHAPED EXACTLY LIKE A BRANCH FEED -
      *          NO BRANCH CODE ON THE RECORDS, ONE TRAILER CARRYING
      *          THE RUN DATE AND THE DETAIL COUNT - SO FHMRG0001
      *          MERGES IT AS ONE MORE BRANCH AND FHDR0001'S EDITS AND
      *          LIMITS APPLY TO IT AS TO ANY KEYED LINE. AFTER EACH
      *          OCCURRENCE THE ORDER'S NEXT-DUE DATE MOVES ON BY ITS
      *          FREQUENCY AND THE MASTER IS REWRITTEN, SO A LATER RUN
      *          CANNOT ISSUE THE SAME OCCURRENCE AGAIN. A RERUN FOR
      *          THE SAME RUN DATE (THE NIGHT FAILED AND IS BEING
      *          REDONE) WINDS EACH ORDER BACK TO WHERE THAT RUN
      *          STARTED AND REISSUES THE SAME OCCURRENCES INTO THE
      *          REWRITTEN FEED FILE, SO NOTHING IS LOST AND NOTHING
      *          IS DOUBLED. A LISTING SHOWS EVERY OCCURRENCE ISSUED
      *          AND EVERY DUE ORDER SKIPPED WITH THE REASON; A SKIP
      *          THE OPERATOR MUST LOOK AT ENDS THE RUN WITH RETURN
      *          CODE 4.
      * Tectonics: cobc
      * Modification History:
      *  20261001 TA - INITIAL VERSION.
      *  20261015 TA - A RUN DATE ARGUMENT THAT IS NOT ALL DIGITS IS
      *                REFUSED WITH RETURN CODE 8 INSTEAD OF GOING INTO
      *                THE FILE NAMES AND THE DUE-DATE ARITHMETIC.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. FHSOG0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          SELECT OPTIONAL SOM-FL ASSIGN TO WS-SOM-FL-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SOM-ID
          FILE STATUS IS WS-STTS-SOM.
          SELECT SOG-FL ASSIGN TO WS-SOG-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-SOG.
          SELECT RPT-FL ASSIGN TO WS-RPT-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-RPT.
       DATA DIVISION.
        FILE SECTION.
         COPY 'FHBOOK14.COB'.

      * THE GENERATED FEED RECORD IS THE BRANCH FEED SHAPE FHMRG0001
      * READS (FHBOOK01 WITHOUT THE BRANCH CODE - THE MERGE STAMPS
      * THAT ON), SEPARATORS MOVED IN AT WRITE TIME.
         FD  SOG-FL.
         01  SOG-REC.
             05  SOG-DT-D            PIC X(02).
             05  SOG-SEP1            PIC X(01).
             05  SOG-DT-M            PIC X(02).
             05  SOG-SEP2            PIC X(01).
             05  SOG-DT-Y            PIC X(04).
             05  SOG-SEP3            PIC X(01).
             05  SOG-DESC-A          PIC X(20).
             05  SOG-SEP4            PIC X(01).
             05  SOG-DESC-B          PIC X(30).
             05  SOG-SEP5            PIC X(01).
             05  SOG-AMOUNT          PIC X(10).
             05  SOG-SEP6            PIC X(01).
             05  SOG-TYPE-CD         PIC X(02).

         FD  RPT-FL.
         01  RPT-REC                 PIC X(132).

        WORKING-STORAGE SECTION.
         77  WS-ARG-NUM              PIC 9(02)   VALUE 1.
         77  WS-SOM-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-SOG-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-RPT-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-RUN-DATE             PIC 9(08)   VALUE ZEROS.
         01  WS-RUN-DATE-X           PIC X(08)   VALUE SPACES.
         01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
             05  WS-RD-YYYY          PIC X(04).
             05  WS-RD-MM            PIC X(02).
             05  WS-RD-DD            PIC X(02).

         77  WS-CT-02                PIC 9(01)   VALUE ZEROS.
         77  WS-ORD-CT               PIC 9(05)   VALUE ZEROS.
         77  WS-ISSUED-CT            PIC 9(05)   VALUE ZEROS.
         77  WS-ISSUED-AMT           PIC 9(11)V99 VALUE ZEROS.
         77  WS-SKIP-CT              PIC 9(05)   VALUE ZEROS.
         77  WS-WARN-CT              PIC 9(05)   VALUE ZEROS.
         77  WS-NOTDUE-CT            PIC 9(05)   VALUE ZEROS.
         77  WS-CLOSED-CT            PIC 9(05)   VALUE ZEROS.
         77  WS-REISSUE-CT           PIC 9(05)   VALUE ZEROS.
         77  WS-TRL-COUNT-X          PIC 9(05)   VALUE ZEROS.

      * NO ORDER ISSUES MORE THAN THIS MANY OCCURRENCES IN ONE RUN.
      * A WEEKLY ORDER KEYED WITH A FIRST-DUE DATE YEARS BACK WOULD
      * OTHERWISE FLOOD ONE NIGHT'S FEED; THE REST WAIT FOR THE NEXT
      * RUN AND THE LISTING SAYS SO.
         77  WS-MAX-CATCHUP          PIC 9(03)   VALUE 31.

         77  WS-REWRITE-SW           PIC X(01)   VALUE 'N'.
             88  WS-REWRITE-NEEDED         VALUE 'Y'.

         77  WS-STTS-SOM             PIC XX      VALUE '..'.
             88  WS-STTS-SOM-OK            VALUE '00' '05'.
             88  WS-STTS-SOM-EOF           VALUE '10'.
         77  WS-STTS-SOG             PIC XX      VALUE '..'.
             88  WS-STTS-SOG-OK            VALUE '00'.
         77  WS-STTS-RPT             PIC XX      VALUE '..'.
             88  WS-STTS-RPT-OK            VALUE '00'.
         77  WS-ERR-CTX              PIC X(20)   VALUE SPACES.
         77  WS-ERR-STATUS           PIC XX      VALUE SPACES.
         77  WS-SOM-OPEN-SW          PIC X(01)   VALUE 'N'.
             88  WS-SOM-OPEN               VALUE 'Y'.
         77  WS-SOG-OPEN-SW          PIC X(01)   VALUE 'N'.
             88  WS-SOG-OPEN               VALUE 'Y'.
         77  WS-RPT-OPEN-SW          PIC X(01)   VALUE 'N'.
             88  WS-RPT-OPEN               VALUE 'Y'.

         77  WS-AMT-ED               PIC Z(06)9.99.
         77  WS-AMT-LEAD             PIC 9(02)   VALUE ZEROS.
         77  WS-RPT-LINE             PIC X(132)  VALUE SPACES.

      * NEXT-DUE ARITHMETIC. WEEKLY AND FORTNIGHTLY ORDERS MOVE ON BY
      * DAYS AND ROLL INTO THE NEXT MONTH; MONTHLY, QUARTERLY AND
      * YEARLY ORDERS MOVE ON BY MONTHS AND LAND ON THE ANCHOR DAY,
      * OR THE MONTH'S LAST DAY WHEN THE MONTH IS SHORTER.
         01  WS-ND-DATE              PIC 9(08)   VALUE ZEROS.
         01  WS-ND-DATE-R REDEFINES WS-ND-DATE.
             05  WS-ND-YYYY          PIC 9(04).
             05  WS-ND-MM            PIC 9(02).
             05  WS-ND-DD            PIC 9(02).
         01  WS-OCC-DATE             PIC 9(08)   VALUE ZEROS.
         01  WS-OCC-DATE-R REDEFINES WS-OCC-DATE.
             05  WS-OCC-YYYY         PIC X(04).
             05  WS-OCC-MM           PIC X(02).
             05  WS-OCC-DD           PIC X(02).
         77  WS-LAST-DAY             PIC 9(02)   VALUE ZEROS.
         77  WS-LEAP-Q               PIC 9(04)   VALUE ZEROS.
         77  WS-LEAP-R4              PIC 9(04)   VALUE ZEROS.
         77  WS-LEAP-R100            PIC 9(04)   VALUE ZEROS.
         77  WS-LEAP-R400            PIC 9(04)   VALUE ZEROS.
         01  WS-MO-DAYS-X            PIC X(24)   VALUE
             '312831303130313130313031'.
         01  WS-MO-DAYS-R REDEFINES WS-MO-DAYS-X.
             05  WS-MO-DAYS          PIC 9(02)   OCCURS 12 TIMES.

         01  RPT-HDR-1.
             05  FILLER              PIC X(44)   VALUE
                 'STANDING-ORDER GENERATION - FHSOG0001       '.
             05  FILLER              PIC X(10)   VALUE 'RUN DATE: '.
             05  RPT-H1-DATE         PIC 9(08).
         01  RPT-COL-HEAD.
             05  FILLER              PIC X(10)   VALUE 'ORDER ID'.
             05  FILLER              PIC X(22)   VALUE 'CATEGORY'.
             05  FILLER              PIC X(04)   VALUE 'TY'.
             05  FILLER              PIC X(12)   VALUE '      AMOUNT'.
             05  FILLER              PIC X(11)   VALUE '   DUE DATE'.
             05  FILLER              PIC X(03)   VALUE SPACES.
             05  FILLER              PIC X(40)   VALUE 'ACTION'.
         01  RPT-DET.
             05  RPT-D-ID            PIC X(08).
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-D-NOME          PIC X(20).
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-D-TYPE          PIC X(02).
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-D-AMT           PIC Z(08)9.99.
             05  FILLER              PIC X(03)   VALUE SPACES.
             05  RPT-D-DUE           PIC 9(08).
             05  FILLER              PIC X(03)   VALUE SPACES.
             05  RPT-D-ACTION        PIC X(40).
         01  RPT-TOT-LINE.
             05  RPT-T-LABEL         PIC X(32).
             05  RPT-T-CT            PIC Z(04)9.
         01  RPT-AMT-LINE.
             05  FILLER              PIC X(32)   VALUE
                 'AMOUNT ISSUED:'.
             05  RPT-A-AMT           PIC Z(10)9.99.


       PROCEDURE DIVISION.
         000-MAIN.
         DISPLAY 'MAIN: FHSOG0001'.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: FHSOG0001'.
         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

         MOVE 1 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-RUN-DATE-X FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-RUN-DATE-X
         END-ACCEPT.
         IF WS-RUN-DATE-X NOT = SPACES AND WS-RUN-DATE-X NOT NUMERIC
            DISPLAY 'USAGE: FHSOG0001 [YYYYMMDD] [ORDER MASTER]'
                    ' [OCCURRENCE FEED] [LISTING]'
            MOVE 8 TO RETURN-CODE
            STOP RUN
         END-IF.
         IF WS-RUN-DATE-X NOT = SPACES
            MOVE WS-RUN-DATE-X TO WS-RUN-DATE
         END-IF.
         MOVE WS-RUN-DATE TO WS-RUN-DATE-X.
         DISPLAY 'GENERATION DATE: ' WS-RUN-DATE.

         MOVE 2 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-SOM-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-SOM-FL-NAME
         END-ACCEPT.
         IF WS-SOM-FL-NAME = SPACES
            MOVE 'so_master.dat' TO WS-SOM-FL-NAME
         END-IF.
         DISPLAY 'STANDING-ORDER MASTER: ' WS-SOM-FL-NAME.

         MOVE 3 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-SOG-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-SOG-FL-NAME
         END-ACCEPT.
         IF WS-SOG-FL-NAME = SPACES
            STRING 'feed_so_'     DELIMITED BY SIZE
                   WS-RUN-DATE    DELIMITED BY SIZE
                   '.txt'         DELIMITED BY SIZE
                   INTO WS-SOG-FL-NAME
            END-STRING
         END-IF.
         DISPLAY 'GENERATED FEED OUT: ' WS-SOG-FL-NAME.

         MOVE 4 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-RPT-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-RPT-FL-NAME
         END-ACCEPT.
         IF WS-RPT-FL-NAME = SPACES
            STRING 'so_listing_'  DELIMITED BY SIZE
                   WS-RUN-DATE    DELIMITED BY SIZE
                   '.txt'         DELIMITED BY SIZE
                   INTO WS-RPT-FL-NAME
            END-STRING
         END-IF.
         DISPLAY 'GENERATION LISTING: ' WS-RPT-FL-NAME.

        200-PROCESS.
         DISPLAY 'PROCESS: FHSOG0001'.
         OPEN I-O SOM-FL.
         IF NOT WS-STTS-SOM-OK
            MOVE 'OPEN SOM-FL' TO WS-ERR-CTX
            MOVE WS-STTS-SOM TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         SET WS-SOM-OPEN TO TRUE.
         OPEN OUTPUT SOG-FL.
         IF NOT WS-STTS-SOG-OK
            MOVE 'OPEN SOG-FL' TO WS-ERR-CTX
            MOVE WS-STTS-SOG TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         SET WS-SOG-OPEN TO TRUE.
         OPEN OUTPUT RPT-FL.
         IF NOT WS-STTS-RPT-OK
            MOVE 'OPEN RPT-FL' TO WS-ERR-CTX
            MOVE WS-STTS-RPT TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         SET WS-RPT-OPEN TO TRUE.
         PERFORM 205-WRITE-LISTING-HEADER.

         MOVE 1 TO WS-CT-02.
         PERFORM 202-READ-NEXT-ORDER UNTIL WS-CT-02 = 0.

         PERFORM 240-WRITE-TRAILER.
         PERFORM 270-WRITE-LISTING-TOTALS.
         CLOSE SOM-FL.
         CLOSE SOG-FL.
         CLOSE RPT-FL.
         MOVE 'N' TO WS-SOM-OPEN-SW.
         MOVE 'N' TO WS-SOG-OPEN-SW.
         MOVE 'N' TO WS-RPT-OPEN-SW.

        202-READ-NEXT-ORDER.
         READ SOM-FL NEXT RECORD
          AT END
           MOVE ZEROS TO WS-CT-02
          NOT AT END
           ADD 1 TO WS-ORD-CT
           PERFORM 210-PROCESS-ORDER
         END-READ.
         IF NOT WS-STTS-SOM-OK AND NOT WS-STTS-SOM-EOF
            MOVE 'READ SOM-FL' TO WS-ERR-CTX
            MOVE WS-STTS-SOM TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        205-WRITE-LISTING-HEADER.
         MOVE WS-RUN-DATE TO RPT-H1-DATE.
         MOVE RPT-HDR-1 TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE SPACES TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE RPT-COL-HEAD TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.

      * AN ORDER THAT THIS SAME RUN DATE ALREADY GENERATED FROM IS
      * WOUND BACK FIRST: ITS OCCURRENCES WENT INTO A FEED FILE THIS
      * RUN IS ABOUT TO REPLACE, SO THEY ARE ISSUED AGAIN INTO THE
      * NEW ONE RATHER THAN DROPPED. A RUN DATE EARLIER THAN THE
      * LAST GENERATION IS REFUSED FOR AN ORDER THAT WOULD STILL BE
      * DUE - ITS OCCURRENCES BELONG TO THE LATER NIGHT'S CATCH-UP.
        210-PROCESS-ORDER.
         MOVE 'N' TO WS-REWRITE-SW.
         IF SOM-GEN-RUN-DT = WS-RUN-DATE
            MOVE SOM-GEN-FROM-DT TO SOM-NEXT-DUE
            IF SOM-ENCERRADA
               SET SOM-ATIVA TO TRUE
            END-IF
            SET WS-REWRITE-NEEDED TO TRUE
            ADD 1 TO WS-REISSUE-CT
         END-IF.
         EVALUATE TRUE
           WHEN SOM-ENCERRADA
              ADD 1 TO WS-CLOSED-CT
           WHEN SOM-NEXT-DUE > WS-RUN-DATE
              ADD 1 TO WS-NOTDUE-CT
           WHEN SOM-GEN-RUN-DT > WS-RUN-DATE
              MOVE 'SKIPPED - A LATER RUN ALREADY GENERATED'
                TO RPT-D-ACTION
              PERFORM 250-LIST-SKIP
              ADD 1 TO WS-WARN-CT
           WHEN SOM-INATIVA
              MOVE 'SKIPPED - ORDER INACTIVE' TO RPT-D-ACTION
              PERFORM 250-LIST-SKIP
           WHEN NOT SOM-FREQ-VALID
              MOVE 'SKIPPED - INVALID FREQUENCY ON MASTER'
                TO RPT-D-ACTION
              PERFORM 250-LIST-SKIP
              ADD 1 TO WS-WARN-CT
           WHEN SOM-END-DT NOT = ZEROS AND SOM-NEXT-DUE > SOM-END-DT
              MOVE 'SKIPPED - PAST END DATE, ORDER CLOSED'
                TO RPT-D-ACTION
              PERFORM 250-LIST-SKIP
              SET SOM-ENCERRADA TO TRUE
              SET WS-REWRITE-NEEDED TO TRUE
              ADD 1 TO WS-CLOSED-CT
           WHEN OTHER
              PERFORM 220-ISSUE-DUE-OCCURRENCES
         END-EVALUATE.
         IF WS-REWRITE-NEEDED
            REWRITE SOM-REC
            IF NOT WS-STTS-SOM-OK
               MOVE 'REWRITE SOM-FL' TO WS-ERR-CTX
               MOVE WS-STTS-SOM TO WS-ERR-STATUS
               PERFORM 900-ERROR-ABEND
            END-IF
         END-IF.

      * THE RUN DATE AND THE STARTING NEXT-DUE ARE STAMPED ON THE
      * ORDER BEFORE THE FIRST OCCURRENCE GOES OUT; TOGETHER WITH
      * THE ADVANCED NEXT-DUE THEY ARE WHAT KEEPS EVERY OCCURRENCE
      * TO EXACTLY ONE NIGHT'S FEED.
        220-ISSUE-DUE-OCCURRENCES.
         MOVE WS-RUN-DATE TO SOM-GEN-RUN-DT.
         MOVE SOM-NEXT-DUE TO SOM-GEN-FROM-DT.
         MOVE ZEROS TO SOM-GEN-CT.
         SET WS-REWRITE-NEEDED TO TRUE.
         PERFORM 221-ISSUE-ONE-OCCURRENCE
           UNTIL SOM-NEXT-DUE > WS-RUN-DATE
              OR (SOM-END-DT NOT = ZEROS AND
                  SOM-NEXT-DUE > SOM-END-DT)
              OR SOM-GEN-CT NOT < WS-MAX-CATCHUP.
         IF SOM-END-DT NOT = ZEROS AND SOM-NEXT-DUE > SOM-END-DT
            SET SOM-ENCERRADA TO TRUE
            ADD 1 TO WS-CLOSED-CT
            MOVE SOM-END-DT TO WS-OCC-DATE
            MOVE 'END DATE REACHED - ORDER CLOSED' TO RPT-D-ACTION
            PERFORM 251-LIST-ORDER-LINE
         ELSE
            IF SOM-NEXT-DUE NOT > WS-RUN-DATE
               MOVE SOM-NEXT-DUE TO WS-OCC-DATE
               MOVE 'CATCH-UP LIMIT - REST ON THE NEXT RUN'
                 TO RPT-D-ACTION
               PERFORM 251-LIST-ORDER-LINE
               ADD 1 TO WS-WARN-CT
            END-IF
         END-IF.

        221-ISSUE-ONE-OCCURRENCE.
         MOVE SOM-NEXT-DUE TO WS-OCC-DATE.
         MOVE WS-OCC-DD    TO SOG-DT-D.
         MOVE '/'          TO SOG-SEP1.
         MOVE WS-OCC-MM    TO SOG-DT-M.
         MOVE '/'          TO SOG-SEP2.
         MOVE WS-OCC-YYYY  TO SOG-DT-Y.
         MOVE SPACE        TO SOG-SEP3.
         MOVE SOM-NOME     TO SOG-DESC-A.
         MOVE SPACE        TO SOG-SEP4.
         MOVE SOM-DESC-B   TO SOG-DESC-B.
         MOVE SPACE        TO SOG-SEP5.
         MOVE SOM-AMT      TO WS-AMT-ED.
         MOVE ZEROS        TO WS-AMT-LEAD.
         INSPECT WS-AMT-ED TALLYING WS-AMT-LEAD FOR LEADING SPACES.
         MOVE SPACES       TO SOG-AMOUNT.
         MOVE WS-AMT-ED(WS-AMT-LEAD + 1:) TO SOG-AMOUNT.
         MOVE SPACE        TO SOG-SEP6.
         MOVE SOM-TYPE-CD  TO SOG-TYPE-CD.
         WRITE SOG-REC.
         IF NOT WS-STTS-SOG-OK
            MOVE 'WRITE SOG-FL' TO WS-ERR-CTX
            MOVE WS-STTS-SOG TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         ADD 1 TO WS-ISSUED-CT.
         ADD SOM-AMT TO WS-ISSUED-AMT.
         ADD 1 TO SOM-GEN-CT.
         MOVE SOM-NEXT-DUE TO SOM-LAST-OCC-DT.
         MOVE 'ISSUED' TO RPT-D-ACTION.
         PERFORM 251-LIST-ORDER-LINE.
         PERFORM 230-ADVANCE-NEXT-DUE.

        230-ADVANCE-NEXT-DUE.
         MOVE SOM-NEXT-DUE TO WS-ND-DATE.
         EVALUATE TRUE
           WHEN SOM-FREQ-WEEKLY
              ADD 7 TO WS-ND-DD
              PERFORM 231-ROLL-DAYS
           WHEN SOM-FREQ-FORTNIGHT
              ADD 14 TO WS-ND-DD
              PERFORM 231-ROLL-DAYS
           WHEN SOM-FREQ-MONTHLY
              ADD 1 TO WS-ND-MM
              PERFORM 232-ROLL-MONTHS
           WHEN SOM-FREQ-QUARTERLY
              ADD 3 TO WS-ND-MM
              PERFORM 232-ROLL-MONTHS
           WHEN SOM-FREQ-YEARLY
              ADD 1 TO WS-ND-YYYY
              PERFORM 232-ROLL-MONTHS
         END-EVALUATE.
         MOVE WS-ND-DATE TO SOM-NEXT-DUE.

      * AT MOST FOURTEEN DAYS ARE ADDED AT A TIME, SO ONE MONTH
      * ROLL IS ALWAYS ENOUGH.
        231-ROLL-DAYS.
         PERFORM 233-SET-LAST-DAY.
         IF WS-ND-DD > WS-LAST-DAY
            SUBTRACT WS-LAST-DAY FROM WS-ND-DD
            ADD 1 TO WS-ND-MM
            IF WS-ND-MM > 12
               MOVE 1 TO WS-ND-MM
               ADD 1 TO WS-ND-YYYY
            END-IF
         END-IF.

        232-ROLL-MONTHS.
         IF WS-ND-MM > 12
            SUBTRACT 12 FROM WS-ND-MM
            ADD 1 TO WS-ND-YYYY
         END-IF.
         PERFORM 233-SET-LAST-DAY.
         IF SOM-ANCHOR-DD > WS-LAST-DAY OR SOM-ANCHOR-DD = ZEROS
            MOVE WS-LAST-DAY TO WS-ND-DD
         ELSE
            MOVE SOM-ANCHOR-DD TO WS-ND-DD
         END-IF.

      * LAST CALENDAR DAY OF THE MONTH, FEBRUARY TAKING ITS LEAP DAY
      * IN A YEAR DIVISIBLE BY 4 BUT NOT BY 100, OR BY 400.
        233-SET-LAST-DAY.
         MOVE WS-MO-DAYS(WS-ND-MM) TO WS-LAST-DAY.
         IF WS-ND-MM = 2
            DIVIDE WS-ND-YYYY BY 4 GIVING WS-LEAP-Q
                   REMAINDER WS-LEAP-R4
            DIVIDE WS-ND-YYYY BY 100 GIVING WS-LEAP-Q
                   REMAINDER WS-LEAP-R100
            DIVIDE WS-ND-YYYY BY 400 GIVING WS-LEAP-Q
                   REMAINDER WS-LEAP-R400
            IF (WS-LEAP-R4 = 0 AND WS-LEAP-R100 NOT = 0) OR
               WS-LEAP-R400 = 0
               MOVE 29 TO WS-LAST-DAY
            END-IF
         END-IF.

      * THE TRAILER RIDES IN THE SAME SHAPE AS A BRANCH TRAILER - RUN
      * DATE, 'TRAILER' IN THE FIRST DESCRIPTION, DETAIL COUNT IN THE
      * SECOND - AND IS WRITTEN EVEN WHEN NOTHING WAS DUE, SO
      * FHMRG0001 SEES AN EMPTY BUT RECONCILED FEED, NOT A MISSING
      * TRAILER.
        240-WRITE-TRAILER.
         MOVE WS-ISSUED-CT TO WS-TRL-COUNT-X.
         MOVE WS-RD-DD   TO SOG-DT-D.
         MOVE '/'        TO SOG-SEP1.
         MOVE WS-RD-MM   TO SOG-DT-M.
         MOVE '/'        TO SOG-SEP2.
         MOVE WS-RD-YYYY TO SOG-DT-Y.
         MOVE SPACE      TO SOG-SEP3.
         MOVE 'TRAILER'  TO SOG-DESC-A.
         MOVE SPACE      TO SOG-SEP4.
         MOVE SPACES     TO SOG-DESC-B.
         MOVE WS-TRL-COUNT-X TO SOG-DESC-B(1:5).
         MOVE SPACE      TO SOG-SEP5.
         MOVE '0'        TO SOG-AMOUNT.
         MOVE SPACE      TO SOG-SEP6.
         MOVE 'AJ'       TO SOG-TYPE-CD.
         WRITE SOG-REC.
         IF NOT WS-STTS-SOG-OK
            MOVE 'WRITE SOG-FL' TO WS-ERR-CTX
            MOVE WS-STTS-SOG TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        250-LIST-SKIP.
         ADD 1 TO WS-SKIP-CT.
         MOVE SOM-NEXT-DUE TO WS-OCC-DATE.
         PERFORM 251-LIST-ORDER-LINE.

        251-LIST-ORDER-LINE.
         MOVE SOM-ID TO RPT-D-ID.
         MOVE SOM-NOME TO RPT-D-NOME.
         MOVE SOM-TYPE-CD TO RPT-D-TYPE.
         MOVE SOM-AMT TO RPT-D-AMT.
         MOVE WS-OCC-DATE TO RPT-D-DUE.
         MOVE RPT-DET TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.

        270-WRITE-LISTING-TOTALS.
         MOVE SPACES TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 'STANDING ORDERS READ:' TO RPT-T-LABEL.
         MOVE WS-ORD-CT TO RPT-T-CT.
         MOVE RPT-TOT-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 'OCCURRENCES ISSUED:' TO RPT-T-LABEL.
         MOVE WS-ISSUED-CT TO RPT-T-CT.
         MOVE RPT-TOT-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE WS-ISSUED-AMT TO RPT-A-AMT.
         MOVE RPT-AMT-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 'DUE ORDERS SKIPPED:' TO RPT-T-LABEL.
         MOVE WS-SKIP-CT TO RPT-T-CT.
         MOVE RPT-TOT-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 'ORDERS NOT YET DUE:' TO RPT-T-LABEL.
         MOVE WS-NOTDUE-CT TO RPT-T-CT.
         MOVE RPT-TOT-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 'ORDERS CLOSED (END DATE PASSED):' TO RPT-T-LABEL.
         MOVE WS-CLOSED-CT TO RPT-T-CT.
         MOVE RPT-TOT-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 'ORDERS REISSUED FOR A RERUN:' TO RPT-T-LABEL.
         MOVE WS-REISSUE-CT TO RPT-T-CT.
         MOVE RPT-TOT-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.

        890-WRITE-RPT-LINE.
         MOVE WS-RPT-LINE TO RPT-REC.
         WRITE RPT-REC.
         IF NOT WS-STTS-RPT-OK
            MOVE 'WRITE RPT-FL' TO WS-ERR-CTX
            MOVE WS-STTS-RPT TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        300-END.
         DISPLAY 'STANDING ORDERS READ: ' WS-ORD-CT.
         DISPLAY 'OCCURRENCES ISSUED: ' WS-ISSUED-CT.
         DISPLAY 'DUE ORDERS SKIPPED: ' WS-SKIP-CT.
         IF WS-REISSUE-CT > ZEROS
            DISPLAY 'RERUN FOR ' WS-RUN-DATE ' - ' WS-REISSUE-CT
                    ' ORDER(S) REISSUED INTO THE NEW FEED'
         END-IF.
         IF WS-WARN-CT > ZEROS
            DISPLAY WS-WARN-CT ' ORDER(S) NEED ATTENTION - SEE '
                    WS-RPT-FL-NAME
            MOVE 4 TO RETURN-CODE
         END-IF.
         DISPLAY 'END-PROGRAM: FHSOG0001'.
         STOP RUN.

        900-ERROR-ABEND.
         DISPLAY 'FATAL I/O ERROR ON ' WS-ERR-CTX ' STATUS='
                 WS-ERR-STATUS.
         IF WS-SOM-OPEN
            CLOSE SOM-FL
         END-IF.
         IF WS-SOG-OPEN
            CLOSE SOG-FL
         END-IF.
         IF WS-RPT-OPEN
            CLOSE RPT-FL
         END-IF.
         MOVE 16 TO RETURN-CODE.
         STOP RUN.
       END PROGRAM FHSOG0001.
