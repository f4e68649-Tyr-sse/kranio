      *                APPRV (SEE FHBOOK03) AND ARE TAKEN EXACTLY LIKE
      *                OK RECORDS - THE MONEY IS REAL; ONLY FHBAL0001
      *                TREATS THE TWO MARKERS DIFFERENTLY.
      *  20260924 TA - A REVERSAL (OUT-TYPE-CD 'RV') POSTS THE OPPOSITE
      *                WAY TO THE ORIGINAL IT CANCELS - ITS TYPE CODE
      *                COMES FROM OUT-REV-REF (SEE FHBOOK03) - SO THE
      *                ORIGINAL NETS OUT OF THE CATEGORY'S BALANCE.
      *  20261015 TA - THE MASTER IS KEYED ON CATEGORY PLUS CURRENCY
      *                (SEE FHBOOK07). A FOREIGN-CURRENCY RECORD POSTS
      *                ITS CONVERTED BASE AMOUNT TO BAL-AMOUNT AND ITS
      *                ORIGINAL AMOUNT, SAME SIGN, TO BAL-ORIG-AMOUNT
      *                ON THE CATEGORY'S RECORD FOR THAT CURRENCY,
      *                WHICH ALSO KEEPS THE LAST RATE APPLIED. BASE
      *                RECORDS POST EXACTLY AS BEFORE. THE MOVEMENT
      *                REPORT SHOWS CURRENCY, CLOSING ORIGINAL AMOUNT
      *                AND RATE ON THE FOREIGN LINES.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. FHSLD0001.
         COPY 'FHBOOK03.COB'.

         FD  BALO-FL.
         01  BALO-REC                PIC X(71).

         FD  BALN-FL.
         01  BALN-REC                PIC X(71).

         FD  RPT-FL.
         01  RPT-REC                 PIC X(132).
         77  WS-OLD-CT               PIC 9(03)   VALUE ZEROS.
         77  WS-NEW-CT               PIC 9(03)   VALUE ZEROS.
         77  WS-MOVED-CT             PIC 9(03)   VALUE ZEROS.
         77  WS-REV-CT               PIC 9(07)   VALUE ZEROS.

         77  WS-STTS                 PIC XX      VALUE '..'.
             88  WS-STTS-OK                VALUE '00'.
         77  WS-BX                   PIC 9(03)   VALUE ZEROS.
         77  WS-FOUND-IX             PIC 9(03)   VALUE ZEROS.
         77  WS-LOOK-NOME            PIC X(20)   VALUE SPACES.
         77  WS-LOOK-CURR            PIC X(03)   VALUE SPACES.
         77  WS-FX-CT                PIC 9(07)   VALUE ZEROS.
         77  WS-POST-SW              PIC X(01)   VALUE 'A'.
             88  WS-POST-ADD               VALUE 'A'.
             88  WS-POST-SUBTRACT          VALUE 'S'.
         77  WS-ED-AMT               PIC +9(09).99 VALUE ZEROS.
         77  WS-RPT-LINE             PIC X(132)  VALUE SPACES.

             05  FILLER              PIC X(13)   VALUE
                 '      CLOSING'.
             05  FILLER              PIC X(05)   VALUE SPACES.
             05  FILLER              PIC X(10)   VALUE 'NOTE'.
             05  FILLER              PIC X(04)   VALUE 'CUR'.
             05  FILLER              PIC X(14)   VALUE
                 ' ORIG CLOSING'.
             05  FILLER              PIC X(12)   VALUE
                 '        RATE'.
         01  RPT-DET.
             05  RPT-D-NOME          PIC X(20).
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-D-CLOSE         PIC +9(09).99.
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-D-NOTE          PIC X(12).
             05  RPT-D-FX.
                 10  RPT-D-CURR-CD       PIC X(03).
                 10  FILLER              PIC X(01).
                 10  RPT-D-ORIG-CLOSE    PIC +9(09).99.
                 10  FILLER              PIC X(01).
                 10  RPT-D-FX-RATE       PIC 9(05).9(06).

         01  TB-BALANCE.
             05  BALT-QTDE           PIC 9(03)   VALUE ZEROS.
             05  BALT-TAB            OCCURS 500 TIMES.
                 10  BALT-NOME           PIC X(20).
                 10  BALT-CURR-CD        PIC X(03).
                     88  BALT-CURR-BASE      VALUE SPACES.
                 10  BALT-ORIG-OPEN      PIC S9(09)V99.
                 10  BALT-ORIG-MOVE      PIC S9(09)V99.
                 10  BALT-FX-RATE        PIC 9(05)V9(06).
                 10  BALT-OPEN           PIC S9(09)V99.
                 10  BALT-MOVE           PIC S9(09)V99.
                 10  BALT-LAST-MOVE      PIC 9(08).
           IF BALT-QTDE < 500
              ADD 1 TO BALT-QTDE
              MOVE BAL-NOME TO BALT-NOME(BALT-QTDE)
              MOVE BAL-CURR-CD TO BALT-CURR-CD(BALT-QTDE)
              MOVE ZEROS TO BALT-ORIG-OPEN(BALT-QTDE)
              MOVE ZEROS TO BALT-ORIG-MOVE(BALT-QTDE)
              MOVE ZEROS TO BALT-FX-RATE(BALT-QTDE)
              IF NOT BAL-CURR-BASE
                 IF BAL-ORIG-SIGN = '-'
                    COMPUTE BALT-ORIG-OPEN(BALT-QTDE) =
                            ZEROS - BAL-ORIG-AMOUNT
                 ELSE
                    MOVE BAL-ORIG-AMOUNT TO BALT-ORIG-OPEN(BALT-QTDE)
                 END-IF
                 MOVE BAL-FX-RATE TO BALT-FX-RATE(BALT-QTDE)
              END-IF
              IF BAL-SIGN = '-'
                 COMPUTE BALT-OPEN(BALT-QTDE) = ZEROS - BAL-AMOUNT
              ELSE
      * CR ADDS, DB SUBTRACTS, AJ ADDS - THE SAME SIGN CONVENTION
      * FHBAL0001 USES FOR THE NET POSITION AND FHGLE0001 SENDS TO
      * THE LEDGER. A CATEGORY NOT YET ON THE MASTER IS OPENED WITH
      * TODAY'S MOVEMENT AS ITS STARTING BALANCE. A REVERSAL TAKES
      * THE OPPOSITE SIGN OF THE ORIGINAL TYPE IT CARRIES, WHICH
      * NETS THE ORIGINAL BACK OUT OF THE CATEGORY. A FOREIGN-
      * CURRENCY RECORD GOES TO THE CATEGORY'S RECORD FOR ITS
      * CURRENCY: THE CONVERTED AMOUNT INTO THE BASE BALANCE AS
      * ALWAYS, AND THE ORIGINAL AMOUNT, SAME SIGN, INTO THE
      * BALANCE HELD IN THAT CURRENCY.
        210-POST-MOVEMENT.
         IF OUT-MARKER-OK OR OUT-MARKER-APPROVED
            MOVE OUT-DESC-A TO WS-LOOK-NOME
            IF OUT-CURR-BASE
               MOVE SPACES TO WS-LOOK-CURR
            ELSE
               MOVE OUT-CURR-CD TO WS-LOOK-CURR
            END-IF
            PERFORM 220-FIND-OR-ADD-BAL
            EVALUATE TRUE
              WHEN OUT-TYPE-CD = 'DB'
                 SET WS-POST-SUBTRACT TO TRUE
              WHEN OUT-TYPE-CD = 'RV'
                 ADD 1 TO WS-REV-CT
                 IF OUT-REV-ORIG-TYPE-CD = 'DB'
                    SET WS-POST-ADD TO TRUE
                 ELSE
                    SET WS-POST-SUBTRACT TO TRUE
                 END-IF
              WHEN OTHER
                 SET WS-POST-ADD TO TRUE
            END-EVALUATE
            MOVE OUT-AMOUNT TO WS-AMT-FIELD
            PERFORM 215-COMPUTE-AMOUNT
            IF WS-POST-SUBTRACT
               SUBTRACT WS-AMT-NUM FROM BALT-MOVE(WS-FOUND-IX)
            ELSE
               ADD WS-AMT-NUM TO BALT-MOVE(WS-FOUND-IX)
            END-IF
            IF NOT OUT-CURR-BASE
               PERFORM 212-POST-ORIGINAL-AMOUNT
            END-IF
            SET BALT-MOVED(WS-FOUND-IX) TO TRUE
            MOVE WS-RUN-DATE TO BALT-LAST-MOVE(WS-FOUND-IX)
         ELSE
            ADD 1 TO WS-SKIP-CT
         END-IF.

        212-POST-ORIGINAL-AMOUNT.
         ADD 1 TO WS-FX-CT.
         MOVE OUT-ORIG-AMOUNT TO WS-AMT-FIELD.
         PERFORM 215-COMPUTE-AMOUNT.
         IF WS-POST-SUBTRACT
            SUBTRACT WS-AMT-NUM FROM BALT-ORIG-MOVE(WS-FOUND-IX)
         ELSE
            ADD WS-AMT-NUM TO BALT-ORIG-MOVE(WS-FOUND-IX)
         END-IF.
         IF OUT-FX-RATE-INT IS NUMERIC AND
            OUT-FX-RATE-DEC IS NUMERIC
            COMPUTE BALT-FX-RATE(WS-FOUND-IX) =
                    OUT-FX-RATE-INT + (OUT-FX-RATE-DEC / 1000000)
         END-IF.

        220-FIND-OR-ADD-BAL.
         MOVE ZEROS TO WS-FOUND-IX.
         MOVE 1 TO WS-BX.
               ADD 1 TO BALT-QTDE
               MOVE BALT-QTDE TO WS-FOUND-IX
               MOVE WS-LOOK-NOME TO BALT-NOME(WS-FOUND-IX)
               MOVE WS-LOOK-CURR TO BALT-CURR-CD(WS-FOUND-IX)
               MOVE ZEROS TO BALT-ORIG-OPEN(WS-FOUND-IX)
               MOVE ZEROS TO BALT-ORIG-MOVE(WS-FOUND-IX)
               MOVE ZEROS TO BALT-FX-RATE(WS-FOUND-IX)
               MOVE ZEROS TO BALT-OPEN(WS-FOUND-IX)
               MOVE ZEROS TO BALT-MOVE(WS-FOUND-IX)
               MOVE ZEROS TO BALT-LAST-MOVE(WS-FOUND-IX)
         END-IF.

        221-SCAN-BAL-TAB.
         IF BALT-NOME(WS-BX) = WS-LOOK-NOME AND
            BALT-CURR-CD(WS-BX) = WS-LOOK-CURR
            MOVE WS-BX TO WS-FOUND-IX
         ELSE
            ADD 1 TO WS-BX
         END-IF.
         MOVE SPACE TO BAL-SEP2.
         MOVE BALT-LAST-MOVE(WS-BX) TO BAL-LAST-MOVE.
         MOVE SPACE TO BAL-SEP3.
         MOVE BALT-CURR-CD(WS-BX) TO BAL-CURR-CD.
         MOVE SPACE TO BAL-SEP4.
         IF BALT-ORIG-OPEN(WS-BX) + BALT-ORIG-MOVE(WS-BX) < ZEROS
            MOVE '-' TO BAL-ORIG-SIGN
            COMPUTE BAL-ORIG-AMOUNT = ZEROS -
                    (BALT-ORIG-OPEN(WS-BX) + BALT-ORIG-MOVE(WS-BX))
         ELSE
            MOVE '+' TO BAL-ORIG-SIGN
            COMPUTE BAL-ORIG-AMOUNT =
                    BALT-ORIG-OPEN(WS-BX) + BALT-ORIG-MOVE(WS-BX)
         END-IF.
         MOVE SPACE TO BAL-SEP5.
         MOVE BALT-FX-RATE(WS-BX) TO BAL-FX-RATE.
         WRITE BALN-REC FROM BAL-REC.
         IF NOT WS-STTS-BALN-OK
            MOVE 'WRITE BALN-FL' TO WS-ERR-CTX
           WHEN OTHER
              MOVE 'CARRIED'   TO RPT-D-NOTE
         END-EVALUATE.
         IF BALT-CURR-BASE(WS-BX)
            MOVE SPACES TO RPT-D-FX
         ELSE
            MOVE SPACES TO RPT-D-FX
            MOVE BALT-CURR-CD(WS-BX) TO RPT-D-CURR-CD
            COMPUTE RPT-D-ORIG-CLOSE =
                    BALT-ORIG-OPEN(WS-BX) + BALT-ORIG-MOVE(WS-BX)
            MOVE BALT-FX-RATE(WS-BX) TO RPT-D-FX-RATE
         END-IF.
         MOVE RPT-DET TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         ADD 1 TO WS-BX.
        300-END.
         DISPLAY 'DAY RECORDS READ: ' WS-CT-01.
         DISPLAY 'ERROR-MARKED RECORDS SKIPPED: ' WS-SKIP-CT.
         IF WS-REV-CT > ZEROS
            DISPLAY 'REVERSALS NETTED OUT: ' WS-REV-CT
         END-IF.
         IF WS-FX-CT > ZEROS
            DISPLAY 'FOREIGN-CURRENCY RECORDS POSTED: ' WS-FX-CT
         END-IF.
         DISPLAY 'CATEGORIES CARRIED: ' BALT-QTDE.
         DISPLAY 'CATEGORIES WITH MOVEMENT: ' WS-MOVED-CT.
         DISPLAY 'NEW CATEGORIES OPENED: ' WS-NEW-CT.
