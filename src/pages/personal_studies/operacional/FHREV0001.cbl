      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: MONTH-END FOREIGN-CURRENCY REVALUATION REPORT. READS
      *          THE BALANCE MASTER (FHBOOK07) AS IT STOOD AT THE END
      *          OF THE MONTH AND, FOR EVERY CATEGORY RECORD HELD IN A
      *          FOREIGN CURRENCY, COMPARES WHAT IT IS BOOKED AT IN
      *          BASE CURRENCY (THE SUM OF THE DAILY CONVERSIONS
      *          FHDR0001 MADE) WITH WHAT ITS ORIGINAL-CURRENCY
      *          BALANCE IS WORTH AT THE MONTH-END RATE - THE LAST
      *          RATE ON THE RATES FILE (FHBOOK17) DATED INSIDE THE
      *          MONTH. EACH LINE SHOWS THE ORIGINAL BALANCE, THE
      *          BOOKED BASE VALUE AND THE EFFECTIVE RATE IT IMPLIES,
      *          THE MONTH-END RATE, THE REVALUED AMOUNT AND THE
      *          DIFFERENCE, WITH TOTALS PER CURRENCY AND A GRAND
      *          TOTAL OF THE DIFFERENCE FOR THE MONTH-END PACK. A
      *          CURRENCY WITH NO RATE IN THE MONTH IS LISTED BUT NOT
      *          REVALUED, AND THE RUN ENDS RC 4.
      * Tectonics: cobc
      * Modification History:
      *  20261015 TA - INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. FHREV0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          SELECT OPTIONAL BAL-FL ASSIGN TO WS-BAL-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-BAL.
          SELECT OPTIONAL RTE-FL ASSIGN TO WS-RTE-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-RTE.
          SELECT RPT-FL ASSIGN TO WS-RPT-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-RPT.
       DATA DIVISION.
        FILE SECTION.
         FD  BAL-FL.
         01  BAL-FL-REC              PIC X(71).

         COPY 'FHBOOK17.COB'.

         FD  RPT-FL.
         01  RPT-REC                 PIC X(132).

        WORKING-STORAGE SECTION.
         77  WS-ARG-NUM              PIC 9(02)   VALUE 1.
         77  WS-BAL-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-RTE-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-RPT-FL-NAME          PIC X(60)   VALUE SPACES.
         01  WS-MONTH-X              PIC X(06)   VALUE SPACES.
         01  WS-MONTH-R REDEFINES WS-MONTH-X.
             05  WS-MONTH-YYYY       PIC 9(04).
             05  WS-MONTH-MM         PIC 9(02).

         77  WS-CT-02                PIC 9(01)   VALUE ZEROS.
         77  WS-BAL-CT               PIC 9(05)   VALUE ZEROS.
         77  WS-RTE-CT               PIC 9(05)   VALUE ZEROS.
         77  WS-RTE-BAD-CT           PIC 9(05)   VALUE ZEROS.
         77  WS-NORATE-CT            PIC 9(03)   VALUE ZEROS.

         77  WS-STTS-BAL             PIC XX      VALUE '..'.
             88  WS-STTS-BAL-OK            VALUE '00' '05'.
             88  WS-STTS-BAL-EOF           VALUE '10'.
         77  WS-STTS-RTE             PIC XX      VALUE '..'.
             88  WS-STTS-RTE-OK            VALUE '00' '05'.
             88  WS-STTS-RTE-EOF           VALUE '10'.
         77  WS-STTS-RPT             PIC XX      VALUE '..'.
             88  WS-STTS-RPT-OK            VALUE '00'.
         77  WS-ERR-CTX              PIC X(20)   VALUE SPACES.
         77  WS-ERR-STATUS           PIC XX      VALUE SPACES.

         77  WS-RX                   PIC 9(03)   VALUE ZEROS.
         77  WS-VX                   PIC 9(03)   VALUE ZEROS.
         77  WS-CX                   PIC 9(03)   VALUE ZEROS.
         77  WS-FOUND-IX             PIC 9(03)   VALUE ZEROS.
         77  WS-LOOK-CURR            PIC X(03)   VALUE SPACES.
         77  WS-RATE                 PIC 9(05)V9(06) VALUE ZEROS.
         77  WS-BOOKED-RATE          PIC 9(05)V9(06) VALUE ZEROS.
         77  WS-ABS-ORIG             PIC 9(11)V99 VALUE ZEROS.
         77  WS-ABS-BOOKED           PIC 9(11)V99 VALUE ZEROS.
         77  WS-REVALUED             PIC S9(13)V99 VALUE ZEROS.
         77  WS-DIFF-AMT             PIC S9(13)V99 VALUE ZEROS.
         77  WS-CUR-ORIG-TOT         PIC S9(13)V99 VALUE ZEROS.
         77  WS-CUR-BOOKED-TOT       PIC S9(13)V99 VALUE ZEROS.
         77  WS-CUR-REVAL-TOT        PIC S9(13)V99 VALUE ZEROS.
         77  WS-CUR-DIFF-TOT         PIC S9(13)V99 VALUE ZEROS.
         77  WS-GRD-BOOKED-TOT       PIC S9(13)V99 VALUE ZEROS.
         77  WS-GRD-REVAL-TOT        PIC S9(13)V99 VALUE ZEROS.
         77  WS-GRD-DIFF-TOT         PIC S9(13)V99 VALUE ZEROS.
         77  WS-ED-DIFF              PIC +9(13).99 VALUE ZEROS.
         77  WS-RPT-LINE             PIC X(132)  VALUE SPACES.

         COPY 'FHBOOK07.COB'.

         01  RPT-HDR-1.
             05  FILLER              PIC X(48)   VALUE
                 'MONTH-END CURRENCY REVALUATION - FHREV0001     '.
             05  FILLER              PIC X(07)   VALUE 'MONTH: '.
             05  RPT-H1-MONTH        PIC X(06).
         01  RPT-HDR-2.
             05  FILLER              PIC X(16)   VALUE
                 'BALANCE MASTER: '.
             05  RPT-H2-BAL          PIC X(40).
             05  FILLER              PIC X(09)   VALUE '  RATES: '.
             05  RPT-H2-RTE          PIC X(40).
         01  RPT-COL-HEAD.
             05  FILLER              PIC X(21)   VALUE 'CATEGORY'.
             05  FILLER              PIC X(04)   VALUE 'CUR'.
             05  FILLER              PIC X(16)   VALUE
                 '   ORIG BALANCE'.
             05  FILLER              PIC X(16)   VALUE
                 '    BOOKED BASE'.
             05  FILLER              PIC X(13)   VALUE
                 '  BOOKED RATE'.
             05  FILLER              PIC X(13)   VALUE
                 ' MONTH-END RT'.
             05  FILLER              PIC X(16)   VALUE
                 '       REVALUED'.
             05  FILLER              PIC X(16)   VALUE
                 '     DIFFERENCE'.
             05  FILLER              PIC X(08)   VALUE '  NOTE'.
         01  RPT-DET.
             05  RPT-D-NOME          PIC X(20).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-D-CURR-CD       PIC X(03).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-D-ORIG          PIC +9(11).99.
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-D-BOOKED        PIC +9(11).99.
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-D-BOOKED-RATE   PIC 9(05).9(06).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-D-REVAL-GRP.
                 10  RPT-D-MONTH-RATE    PIC 9(05).9(06).
                 10  FILLER              PIC X(01).
                 10  RPT-D-REVALUED      PIC +9(11).99.
                 10  FILLER              PIC X(01).
                 10  RPT-D-DIFF          PIC +9(11).99.
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-D-NOTE          PIC X(08).
         01  RPT-CUR-TOT.
             05  FILLER              PIC X(20)   VALUE
                 '  CURRENCY TOTAL'.
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-T-CURR-CD       PIC X(03).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-T-ORIG          PIC +9(11).99.
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-T-BOOKED        PIC +9(11).99.
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  FILLER              PIC X(12)   VALUE SPACES.
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-T-MONTH-RATE    PIC 9(05).9(06).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-T-REVALUED      PIC +9(11).99.
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-T-DIFF          PIC +9(11).99.
         01  RPT-GRD-TOT.
             05  FILLER              PIC X(41)   VALUE
                 'GRAND TOTAL IN BASE CURRENCY'.
             05  RPT-G-BOOKED        PIC +9(11).99.
             05  FILLER              PIC X(27)   VALUE SPACES.
             05  RPT-G-REVALUED      PIC +9(11).99.
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-G-DIFF          PIC +9(11).99.
         01  RPT-NONE-LINE.
             05  FILLER              PIC X(40)   VALUE
                 '  (NO FOREIGN-CURRENCY BALANCES)'.
         01  RPT-NORATE-LINE.
             05  FILLER              PIC X(30)   VALUE
                 '  ** NO RATE IN THE MONTH FOR '.
             05  RPT-N-CURR-CD       PIC X(03).
             05  FILLER              PIC X(40)   VALUE
                 ' - NOT REVALUED, LEFT OUT OF THE TOTALS'.

      * ONE ENTRY PER CURRENCY ON THE RATES FILE, HOLDING ITS LAST
      * RATE DATED INSIDE THE MONTH. A LATER LINE FOR THE SAME DATE
      * REPLACES AN EARLIER ONE, AS IN FHDR0001.
         01  TB-MONTH-RATES.
             05  RATT-QTDE           PIC 9(03)   VALUE ZEROS.
             05  RATT-TAB            OCCURS 50 TIMES.
                 10  RATT-CURR-CD        PIC X(03).
                 10  RATT-DATE           PIC 9(08).
                 10  RATT-RATE           PIC 9(05)V9(06).

      * THE FOREIGN-CURRENCY RECORDS OF THE BALANCE MASTER.
         01  TB-REVAL.
             05  REVT-QTDE           PIC 9(03)   VALUE ZEROS.
             05  REVT-TAB            OCCURS 500 TIMES.
                 10  REVT-NOME           PIC X(20).
                 10  REVT-CURR-CD        PIC X(03).
                 10  REVT-ORIG           PIC S9(11)V99.
                 10  REVT-BOOKED         PIC S9(11)V99.

      * THE CURRENCIES FOUND ON THE MASTER, IN FIRST-SEEN ORDER -
      * THE REPORT IS GROUPED BY THEM.
         01  TB-CURRENCIES.
             05  CCYT-QTDE           PIC 9(03)   VALUE ZEROS.
             05  CCYT-TAB            OCCURS 50 TIMES.
                 10  CCYT-CURR-CD        PIC X(03).


       PROCEDURE DIVISION.
         000-MAIN.
         DISPLAY 'MAIN: FHREV0001'.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: FHREV0001'.
         MOVE 1 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-MONTH-X FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-MONTH-X
         END-ACCEPT.
         IF WS-MONTH-X IS NOT NUMERIC
            DISPLAY 'USAGE: FHREV0001 <YYYYMM> [BALANCE MASTER]'
                    ' [RATES FILE] [REPORT FILE]'
            MOVE 8 TO RETURN-CODE
            STOP RUN
         END-IF.
         IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
            DISPLAY 'INVALID MONTH: ' WS-MONTH-X
            MOVE 8 TO RETURN-CODE
            STOP RUN
         END-IF.
         DISPLAY 'REVALUATION MONTH: ' WS-MONTH-X.

         MOVE 2 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-BAL-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-BAL-FL-NAME
         END-ACCEPT.
         IF WS-BAL-FL-NAME = SPACES
            MOVE 'bal_master.txt' TO WS-BAL-FL-NAME
         END-IF.
         DISPLAY 'BALANCE MASTER: ' WS-BAL-FL-NAME.

         MOVE 3 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-RTE-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-RTE-FL-NAME
         END-ACCEPT.
         IF WS-RTE-FL-NAME = SPACES
            MOVE 'fx_rates.txt' TO WS-RTE-FL-NAME
         END-IF.
         DISPLAY 'EXCHANGE RATES: ' WS-RTE-FL-NAME.

         MOVE 4 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-RPT-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-RPT-FL-NAME
         END-ACCEPT.
         IF WS-RPT-FL-NAME = SPACES
            STRING 'fx_revaluation_' DELIMITED BY SIZE
                   WS-MONTH-X        DELIMITED BY SIZE
                   '.txt'            DELIMITED BY SIZE
                   INTO WS-RPT-FL-NAME
            END-STRING
         END-IF.
         DISPLAY 'REVALUATION REPORT: ' WS-RPT-FL-NAME.

        200-PROCESS.
         DISPLAY 'PROCESS: FHREV0001'.
         PERFORM 201-LOAD-MONTH-RATES.
         PERFORM 205-LOAD-FOREIGN-BALANCES.
         PERFORM 210-WRITE-REPORT.

        201-LOAD-MONTH-RATES.
         MOVE 1 TO WS-CT-02.
         OPEN INPUT RTE-FL.
         IF NOT WS-STTS-RTE-OK
            MOVE 'OPEN RTE-FL' TO WS-ERR-CTX
            MOVE WS-STTS-RTE TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         PERFORM 202-READ-RATE-REC UNTIL WS-CT-02 = 0.
         CLOSE RTE-FL.
         DISPLAY 'RATE LINES IN THE MONTH: ' WS-RTE-CT.
         IF WS-RTE-BAD-CT > ZEROS
            DISPLAY 'WARNING: UNREADABLE RATE LINES SKIPPED: '
                    WS-RTE-BAD-CT
         END-IF.

        202-READ-RATE-REC.
         READ RTE-FL
          AT END
           MOVE ZEROS TO WS-CT-02
          NOT AT END
           IF RTE-DATE IS NOT NUMERIC OR
              RTE-CURR-CD = SPACES OR
              RTE-RATE-INT IS NOT NUMERIC OR
              RTE-RATE-PT NOT = '.' OR
              RTE-RATE-DEC IS NOT NUMERIC
              ADD 1 TO WS-RTE-BAD-CT
           ELSE
              IF RTE-DATE(1:6) = WS-MONTH-X
                 ADD 1 TO WS-RTE-CT
                 PERFORM 203-KEEP-LATEST-RATE
              END-IF
           END-IF
         END-READ.
         IF NOT WS-STTS-RTE-OK AND NOT WS-STTS-RTE-EOF
            MOVE 'READ RTE-FL' TO WS-ERR-CTX
            MOVE WS-STTS-RTE TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        203-KEEP-LATEST-RATE.
         MOVE RTE-CURR-CD TO WS-LOOK-CURR.
         PERFORM 220-FIND-MONTH-RATE.
         COMPUTE WS-RATE = RTE-RATE-INT + (RTE-RATE-DEC / 1000000).
         IF WS-FOUND-IX = ZEROS
            IF RATT-QTDE < 50
               ADD 1 TO RATT-QTDE
               MOVE RTE-CURR-CD TO RATT-CURR-CD(RATT-QTDE)
               MOVE RTE-DATE    TO RATT-DATE(RATT-QTDE)
               MOVE WS-RATE     TO RATT-RATE(RATT-QTDE)
            ELSE
               DISPLAY 'FATAL: RATE TABLE FULL, CANNOT HOLD '
                       RTE-CURR-CD
               MOVE 'RATE TABLE' TO WS-ERR-CTX
               MOVE 'XX' TO WS-ERR-STATUS
               PERFORM 900-ERROR-ABEND
            END-IF
         ELSE
            IF RTE-DATE NOT < RATT-DATE(WS-FOUND-IX)
               MOVE RTE-DATE TO RATT-DATE(WS-FOUND-IX)
               MOVE WS-RATE  TO RATT-RATE(WS-FOUND-IX)
            END-IF
         END-IF.

        205-LOAD-FOREIGN-BALANCES.
         MOVE 1 TO WS-CT-02.
         OPEN INPUT BAL-FL.
         IF NOT WS-STTS-BAL-OK
            MOVE 'OPEN BAL-FL' TO WS-ERR-CTX
            MOVE WS-STTS-BAL TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         PERFORM 206-READ-BAL-REC UNTIL WS-CT-02 = 0.
         CLOSE BAL-FL.
         DISPLAY 'BALANCE RECORDS READ: ' WS-BAL-CT.
         DISPLAY 'FOREIGN-CURRENCY RECORDS: ' REVT-QTDE.

      * THE BASE-CURRENCY RECORD OF A CATEGORY CARRIES NO EXCHANGE
      * RISK AND IS NOT REVALUED.
        206-READ-BAL-REC.
         READ BAL-FL INTO BAL-REC
          AT END
           MOVE ZEROS TO WS-CT-02
          NOT AT END
           ADD 1 TO WS-BAL-CT
           IF NOT BAL-CURR-BASE
              PERFORM 207-STORE-FOREIGN-BALANCE
           END-IF
         END-READ.
         IF NOT WS-STTS-BAL-OK AND NOT WS-STTS-BAL-EOF
            MOVE 'READ BAL-FL' TO WS-ERR-CTX
            MOVE WS-STTS-BAL TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        207-STORE-FOREIGN-BALANCE.
         IF REVT-QTDE < 500
            ADD 1 TO REVT-QTDE
            MOVE BAL-NOME    TO REVT-NOME(REVT-QTDE)
            MOVE BAL-CURR-CD TO REVT-CURR-CD(REVT-QTDE)
            IF BAL-ORIG-SIGN = '-'
               COMPUTE REVT-ORIG(REVT-QTDE) = ZEROS - BAL-ORIG-AMOUNT
            ELSE
               MOVE BAL-ORIG-AMOUNT TO REVT-ORIG(REVT-QTDE)
            END-IF
            IF BAL-SIGN = '-'
               COMPUTE REVT-BOOKED(REVT-QTDE) = ZEROS - BAL-AMOUNT
            ELSE
               MOVE BAL-AMOUNT TO REVT-BOOKED(REVT-QTDE)
            END-IF
            PERFORM 208-NOTE-CURRENCY
         ELSE
            DISPLAY 'FATAL: REVALUATION TABLE FULL, CANNOT HOLD '
                    BAL-NOME ' ' BAL-CURR-CD
            MOVE 'REVAL TABLE' TO WS-ERR-CTX
            MOVE 'XX' TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        208-NOTE-CURRENCY.
         MOVE ZEROS TO WS-FOUND-IX.
         MOVE 1 TO WS-CX.
         PERFORM 209-SCAN-CURRENCY
           UNTIL WS-CX > CCYT-QTDE OR WS-FOUND-IX > ZEROS.
         IF WS-FOUND-IX = ZEROS
            IF CCYT-QTDE < 50
               ADD 1 TO CCYT-QTDE
               MOVE BAL-CURR-CD TO CCYT-CURR-CD(CCYT-QTDE)
            ELSE
               DISPLAY 'FATAL: CURRENCY TABLE FULL, CANNOT HOLD '
                       BAL-CURR-CD
               MOVE 'CURRENCY TABLE' TO WS-ERR-CTX
               MOVE 'XX' TO WS-ERR-STATUS
               PERFORM 900-ERROR-ABEND
            END-IF
         END-IF.

        209-SCAN-CURRENCY.
         IF CCYT-CURR-CD(WS-CX) = BAL-CURR-CD
            MOVE WS-CX TO WS-FOUND-IX
         ELSE
            ADD 1 TO WS-CX
         END-IF.

        210-WRITE-REPORT.
         OPEN OUTPUT RPT-FL.
         IF NOT WS-STTS-RPT-OK
            MOVE 'OPEN RPT-FL' TO WS-ERR-CTX
            MOVE WS-STTS-RPT TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         MOVE WS-MONTH-X TO RPT-H1-MONTH.
         MOVE RPT-HDR-1 TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE WS-BAL-FL-NAME TO RPT-H2-BAL.
         MOVE WS-RTE-FL-NAME TO RPT-H2-RTE.
         MOVE RPT-HDR-2 TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE SPACES TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE RPT-COL-HEAD TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         IF CCYT-QTDE = ZEROS
            MOVE RPT-NONE-LINE TO WS-RPT-LINE
            PERFORM 890-WRITE-RPT-LINE
         END-IF.
         MOVE 1 TO WS-CX.
         PERFORM 211-REPORT-ONE-CURRENCY UNTIL WS-CX > CCYT-QTDE.
         MOVE SPACES TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE WS-GRD-BOOKED-TOT TO RPT-G-BOOKED.
         MOVE WS-GRD-REVAL-TOT  TO RPT-G-REVALUED.
         MOVE WS-GRD-DIFF-TOT   TO RPT-G-DIFF.
         MOVE RPT-GRD-TOT TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         CLOSE RPT-FL.
         DISPLAY 'REVALUATION REPORT WRITTEN TO ' WS-RPT-FL-NAME.

      * A CURRENCY WITH NO RATE IN THE MONTH STILL HAS ITS LINES
      * PRINTED SO THE EXPOSURE IS VISIBLE, BUT NOTHING OF IT GOES
      * INTO THE REVALUED OR DIFFERENCE TOTALS.
        211-REPORT-ONE-CURRENCY.
         MOVE CCYT-CURR-CD(WS-CX) TO WS-LOOK-CURR.
         PERFORM 220-FIND-MONTH-RATE.
         IF WS-FOUND-IX > ZEROS
            MOVE RATT-RATE(WS-FOUND-IX) TO WS-RATE
         ELSE
            MOVE ZEROS TO WS-RATE
            ADD 1 TO WS-NORATE-CT
            DISPLAY 'WARNING: NO RATE IN ' WS-MONTH-X ' FOR '
                    WS-LOOK-CURR
         END-IF.
         MOVE ZEROS TO WS-CUR-ORIG-TOT WS-CUR-BOOKED-TOT
                       WS-CUR-REVAL-TOT WS-CUR-DIFF-TOT.
         MOVE SPACES TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 1 TO WS-VX.
         PERFORM 212-REPORT-ONE-BALANCE UNTIL WS-VX > REVT-QTDE.
         MOVE WS-LOOK-CURR      TO RPT-T-CURR-CD.
         MOVE WS-CUR-ORIG-TOT   TO RPT-T-ORIG.
         MOVE WS-CUR-BOOKED-TOT TO RPT-T-BOOKED.
         MOVE WS-RATE           TO RPT-T-MONTH-RATE.
         MOVE WS-CUR-REVAL-TOT  TO RPT-T-REVALUED.
         MOVE WS-CUR-DIFF-TOT   TO RPT-T-DIFF.
         MOVE RPT-CUR-TOT TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         IF WS-FOUND-IX = ZEROS
            MOVE WS-LOOK-CURR TO RPT-N-CURR-CD
            MOVE RPT-NORATE-LINE TO WS-RPT-LINE
            PERFORM 890-WRITE-RPT-LINE
         END-IF.
         ADD 1 TO WS-CX.

      * THE BOOKED RATE IS THE AVERAGE THE BALANCE WAS BOOKED AT -
      * BASE VALUE OVER ORIGINAL BALANCE - SO A LINE WHOSE BOOKED
      * RATE EQUALS THE MONTH-END RATE HAS NOTHING TO REVALUE.
        212-REPORT-ONE-BALANCE.
         IF REVT-CURR-CD(WS-VX) = WS-LOOK-CURR
            MOVE REVT-NOME(WS-VX)    TO RPT-D-NOME
            MOVE REVT-CURR-CD(WS-VX) TO RPT-D-CURR-CD
            MOVE REVT-ORIG(WS-VX)    TO RPT-D-ORIG
            MOVE REVT-BOOKED(WS-VX)  TO RPT-D-BOOKED
            ADD REVT-ORIG(WS-VX)     TO WS-CUR-ORIG-TOT
            ADD REVT-BOOKED(WS-VX)   TO WS-CUR-BOOKED-TOT
            ADD REVT-BOOKED(WS-VX)   TO WS-GRD-BOOKED-TOT
            PERFORM 213-COMPUTE-BOOKED-RATE
            MOVE WS-BOOKED-RATE TO RPT-D-BOOKED-RATE
            IF WS-FOUND-IX > ZEROS
               COMPUTE WS-REVALUED ROUNDED =
                       REVT-ORIG(WS-VX) * WS-RATE
               COMPUTE WS-DIFF-AMT =
                       WS-REVALUED - REVT-BOOKED(WS-VX)
               MOVE SPACES TO RPT-D-REVAL-GRP
               MOVE WS-RATE     TO RPT-D-MONTH-RATE
               MOVE WS-REVALUED TO RPT-D-REVALUED
               MOVE WS-DIFF-AMT TO RPT-D-DIFF
               MOVE SPACES TO RPT-D-NOTE
               ADD WS-REVALUED TO WS-CUR-REVAL-TOT
               ADD WS-REVALUED TO WS-GRD-REVAL-TOT
               ADD WS-DIFF-AMT TO WS-CUR-DIFF-TOT
               ADD WS-DIFF-AMT TO WS-GRD-DIFF-TOT
            ELSE
               MOVE SPACES TO RPT-D-REVAL-GRP
               MOVE 'NO RATE' TO RPT-D-NOTE
            END-IF
            MOVE RPT-DET TO WS-RPT-LINE
            PERFORM 890-WRITE-RPT-LINE
         END-IF.
         ADD 1 TO WS-VX.

        213-COMPUTE-BOOKED-RATE.
         MOVE ZEROS TO WS-BOOKED-RATE.
         IF REVT-ORIG(WS-VX) < ZEROS
            COMPUTE WS-ABS-ORIG = ZEROS - REVT-ORIG(WS-VX)
         ELSE
            MOVE REVT-ORIG(WS-VX) TO WS-ABS-ORIG
         END-IF.
         IF REVT-BOOKED(WS-VX) < ZEROS
            COMPUTE WS-ABS-BOOKED = ZEROS - REVT-BOOKED(WS-VX)
         ELSE
            MOVE REVT-BOOKED(WS-VX) TO WS-ABS-BOOKED
         END-IF.
         IF WS-ABS-ORIG > ZEROS
            COMPUTE WS-BOOKED-RATE ROUNDED =
                    WS-ABS-BOOKED / WS-ABS-ORIG
              ON SIZE ERROR
                 MOVE ZEROS TO WS-BOOKED-RATE
            END-COMPUTE
         END-IF.

        220-FIND-MONTH-RATE.
         MOVE ZEROS TO WS-FOUND-IX.
         MOVE 1 TO WS-RX.
         PERFORM 221-SCAN-MONTH-RATE
           UNTIL WS-RX > RATT-QTDE OR WS-FOUND-IX > ZEROS.

        221-SCAN-MONTH-RATE.
         IF RATT-CURR-CD(WS-RX) = WS-LOOK-CURR
            MOVE WS-RX TO WS-FOUND-IX
         ELSE
            ADD 1 TO WS-RX
         END-IF.

        890-WRITE-RPT-LINE.
         MOVE WS-RPT-LINE TO RPT-REC.
         WRITE RPT-REC.
         IF NOT WS-STTS-RPT-OK
            MOVE 'WRITE RPT-FL' TO WS-ERR-CTX
            MOVE WS-STTS-RPT TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        300-END.
         MOVE WS-GRD-DIFF-TOT TO WS-ED-DIFF.
         DISPLAY 'FOREIGN CURRENCIES HELD: ' CCYT-QTDE.
         DISPLAY 'NET REVALUATION DIFFERENCE: ' WS-ED-DIFF.
         IF WS-NORATE-CT > ZEROS
            DISPLAY 'CURRENCIES WITH NO MONTH-END RATE: '
                    WS-NORATE-CT
            MOVE 4 TO RETURN-CODE
         END-IF.
         DISPLAY 'END-PROGRAM: FHREV0001'.
         STOP RUN.

        900-ERROR-ABEND.
         DISPLAY 'FATAL I/O ERROR ON ' WS-ERR-CTX ' STATUS='
                 WS-ERR-STATUS.
         MOVE 16 TO RETURN-CODE.
         STOP RUN.
       END PROGRAM FHREV0001.
