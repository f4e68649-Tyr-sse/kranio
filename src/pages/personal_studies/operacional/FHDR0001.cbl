      *                THE FIELD (LEGACY FEEDS, RECYCLED REPAIRS,
      *                APPROVED RELEASES) READ AND WRITE AS SPACES =
      *                BRANCH UNKNOWN.
      *  20260917 TA - A RECORD HELD FOR APPROVAL NOW KEEPS ITS BRANCH
      *                ON THE PENDING QUEUE (PND-BRANCH-CD, SEE
      *                FHBOOK08), AND THE RELEASE FILE IS READ AT THE
      *                FULL FHBOOK01 WIDTH SO AN APPROVED RECORD COMES
      *                BACK STILL CARRYING IT. RECYCLED REPAIRS ALSO
      *                CARRY IT NOW (SEE FHREP0001).
      *  20260924 TA - REVERSALS (RC-TYPE-CD 'RV', SEE FHBOOK01) ARE
      *                PROVED AGAINST HISTORY BEFORE THEY POST: THE
      *                ORIGINAL MUST BE ON log_history.txt (ARGUMENT 8),
      *                THE MONTH'S ARCHIVE OR ITS ppa FILE, THE AMOUNT
      *                MUST MATCH, AND THE ORIGINAL MUST NOT ALREADY
      *                HAVE BEEN REVERSED (IN HISTORY OR EARLIER
      *                TONIGHT). A REVERSAL IS NEVER HELD FOR APPROVAL
      *                - THE ORIGINAL'S AMOUNT ALREADY PASSED THE LIMIT.
      *  20261008 TA - THE BUSINESS DATE THE NIGHT RUNS FOR CAN BE
      *                PASSED AS ARGUMENT 9 (FHDRV01.sh TAKES IT FROM
      *                THE PROCESSING-DATE CONTROL, SEE FHCAL0001) SO A
      *                CATCH-UP NIGHT NAMES ITS FILES AND QUEUES ITS
      *                HELD RECORDS UNDER THE DAY IT IS PROCESSING, NOT
      *                THE DAY THE MACHINE HAPPENS TO RUN IT ON.
      *  20261015 TA - FOREIGN-CURRENCY FEED RECORDS (RC-CURR-CD AND
      *                RC-ORIG-AMOUNT, SEE FHBOOK01) ARE CONVERTED TO
      *                BASE CURRENCY AT THE RATE FOR THE RECORD'S OWN
      *                DATE FROM THE DAILY RATES FILE (FHBOOK17,
      *                ARGUMENT 10, DEFAULT fx_rates.txt). A CURRENCY
      *                THE RATES FILE HAS NEVER NAMED REJECTS AS
      *                UNKNOWN CURRENCY; A KNOWN ONE WITH NO ROW FOR
      *                THE DATE REJECTS AS NO RATE FOR DATE. THE
      *                CONVERTED FIGURE GOES INTO RC-AMOUNT BEFORE THE
      *                LIMIT AND REVERSAL CHECKS, SO BOTH WORK IN BASE
      *                CURRENCY, AND OUT-FL SHOWS THE ORIGINAL AMOUNT,
      *                THE CURRENCY AND THE RATE BESIDE IT (FHBOOK03).
      *                A REJECT OR A HELD RECORD KEEPS WHAT THE BRANCH
      *                SENT, SO ITS REPAIR OR RELEASE IS CONVERTED
      *                AGAIN THE NIGHT IT POSTS.
      *  20261015 TA - REVIEW FIX - A REJECT NOW KEEPS RC-DESC-B ON THE
      *                LISTING (REJ-DESC-B, FHBOOK04), SO A REPAIRED
      *                REVERSAL COMES BACK WITH ITS REFERENCE. AND A
      *                REVERSAL MUST BE IN THE ORIGINAL'S CURRENCY FOR
      *                THE ORIGINAL'S AMOUNT: HISTORY HOLDS ONLY THE
      *                BASE FIGURE, SO THE CURRENCY IS PROVED FROM THE
      *                OUT-FL OF THE NIGHT THAT RAN FOR THE ORIGINAL'S
      *                DATE. A MISMATCH REJECTS AS REVERSAL CURRENCY
      *                DIFFERS.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. FHDR0001.
          SELECT OPTIONAL APR-FL ASSIGN TO WS-APR-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-APR.
          SELECT OPTIONAL HST-FL ASSIGN TO WS-HST-SCAN-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-HST.
          SELECT OPTIONAL RTE-FL ASSIGN TO WS-RTE-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-RTE.
          SELECT OPTIONAL OLO-FL ASSIGN TO WS-OLO-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS STTS-OLO.
       DATA DIVISION.
        FILE SECTION.
         COPY 'FHBOOK01.COB'.
         COPY 'FHBOOK03.COB'.
         COPY 'FHBOOK04.COB'.
         COPY 'FHBOOK08.COB'.
         COPY 'FHBOOK17.COB'.

         FD  LIM-FL.
         01  LIM-REC.
             05  LIM-AMOUNT          PIC X(10).

         FD  APR-FL.
         01  APR-REC                 PIC X(94).

      * HISTORY, ITS MONTHLY ARCHIVES AND THE ppa FILES ALL HOLD THE
      * 76-BYTE FHBOOK01 PREFIX WRITTEN BY FHHIS0001.
         FD  HST-FL.
         01  HST-REC.
             05  HST-DT-D            PIC 9(02).
             05  FILLER              PIC X(01).
             05  HST-DT-M            PIC 9(02).
             05  FILLER              PIC X(01).
             05  HST-DT-Y            PIC 9(04).
             05  FILLER              PIC X(01).
             05  HST-DESC-A          PIC X(20).
             05  FILLER              PIC X(01).
             05  HST-DESC-B          PIC X(30).
             05  FILLER              PIC X(01).
             05  HST-AMOUNT          PIC X(10).
             05  FILLER              PIC X(01).
             05  HST-TYPE-CD         PIC X(02).

      * AN EARLIER NIGHT'S OUT-FL (FHBOOK03 IMAGE, log_out_<date>.txt)
      * READ BACK FOR THE CURRENCY AND ORIGINAL AMOUNT HISTORY DROPS.
      * AN 85-BYTE FILE FROM BEFORE THE CURRENCY FIELDS READS BACK
      * WITH SPACES = BASE CURRENCY.
         FD  OLO-FL.
         01  OLO-REC.
             05  OLO-DT-D            PIC 9(02).
             05  FILLER              PIC X(01).
             05  OLO-DT-M            PIC 9(02).
             05  FILLER              PIC X(01).
             05  OLO-DT-Y            PIC 9(04).
             05  FILLER              PIC X(01).
             05  OLO-DESC-A          PIC X(20).
             05  FILLER              PIC X(01).
             05  OLO-DESC-B          PIC X(30).
             05  FILLER              PIC X(01).
             05  OLO-AMOUNT          PIC X(10).
             05  FILLER              PIC X(01).
             05  OLO-TYPE-CD         PIC X(02).
             05  FILLER              PIC X(01).
             05  OLO-MARKER          PIC X(05).
             05  FILLER              PIC X(01).
             05  OLO-BRANCH-CD       PIC X(02).
             05  FILLER              PIC X(01).
             05  OLO-CURR-CD         PIC X(03).
                 88  OLO-CURR-BASE        VALUE 'BRL' SPACES.
             05  FILLER              PIC X(01).
             05  OLO-ORIG-AMOUNT     PIC X(10).
             05  FILLER              PIC X(01).
             05  OLO-FX-RATE         PIC X(12).

        WORKING-STORAGE SECTION.
      * COPY 'C:\Users\F9329132\operacional\FHBOOK01.COB'.
         77  WS-OUT-FL-NAME         PIC X(60)   VALUE SPACES.
         77  WS-REJ-FL-NAME         PIC X(60)   VALUE SPACES.
         77  WS-RUN-DATE            PIC 9(08)   VALUE ZEROS.
         77  WS-RUN-DATE-X          PIC X(08)   VALUE SPACES.

         77  WS-EXPECTED-CT         PIC 9(05)   VALUE ZEROS.
         77  WS-EXPECTED-CT-X       PIC X(05)   VALUE SPACES.
         77  WS-AMT-FIELD           PIC X(10)   VALUE SPACES.
         77  WS-AMT-NUM             PIC 9(11)V99 VALUE ZEROS.

         77  WS-HST-FL-NAME         PIC X(60)   VALUE SPACES.
         77  WS-HST-SCAN-NAME       PIC X(60)   VALUE SPACES.
         77  STTS-HST               PIC XX      VALUE '..'.
             88  STTS-HST-OK             VALUE '00' '05'.
             88  STTS-HST-EOF            VALUE '10'.
         77  WS-HST-CT-02           PIC 9(01)   VALUE ZEROS.
         77  CT-14                  PIC 9(05)   VALUE ZEROS.
         77  WS-RV-KEY-CT           PIC 9(05)   VALUE ZEROS.
         77  WS-RV-ORIG-CT          PIC 9(05)   VALUE ZEROS.
         77  WS-RV-PRIOR-CT         PIC 9(05)   VALUE ZEROS.
         77  WS-RV-AMT              PIC 9(11)V99 VALUE ZEROS.
         77  WS-RVX                 PIC 9(03)   VALUE ZEROS.
         77  WS-OLO-FL-NAME         PIC X(60)   VALUE SPACES.
         77  STTS-OLO               PIC XX      VALUE '..'.
             88  STTS-OLO-OK             VALUE '00' '05'.
             88  STTS-OLO-EOF            VALUE '10'.
         77  WS-OLO-CT-02           PIC 9(01)   VALUE ZEROS.
         77  WS-RV-ORIG-AMT         PIC 9(11)V99 VALUE ZEROS.
         77  WS-RV-CCY-OK-CT        PIC 9(05)   VALUE ZEROS.
         77  WS-RV-CCY-BAD-CT       PIC 9(05)   VALUE ZEROS.
         77  WS-RV-CCY-SW           PIC X(01)   VALUE 'N'.
             88  WS-RV-CCY-DIFFERS       VALUE 'Y'.

         77  WS-RTE-FL-NAME         PIC X(60)   VALUE SPACES.
         77  STTS-RTE               PIC XX      VALUE '..'.
             88  STTS-RTE-OK             VALUE '00' '05'.
             88  STTS-RTE-EOF            VALUE '10'.
         77  WS-RTE-CT-02           PIC 9(01)   VALUE ZEROS.
         77  WS-RTE-BAD-CT          PIC 9(05)   VALUE ZEROS.
         77  WS-RTX                 PIC 9(04)   VALUE ZEROS.
         77  WS-RTE-FOUND-IX        PIC 9(04)   VALUE ZEROS.
         77  WS-CURX                PIC 9(02)   VALUE ZEROS.
         77  WS-CUR-FOUND-IX        PIC 9(02)   VALUE ZEROS.
         77  CT-15                  PIC 9(05)   VALUE ZEROS.
         77  WS-EDIT-AMT            PIC X(10)   VALUE SPACES.
         77  WS-FX-DATE             PIC 9(08)   VALUE ZEROS.
         77  WS-FX-RATE             PIC 9(05)V9(06) VALUE ZEROS.
         77  WS-FX-RATE-ED          PIC 9(05).9(06) VALUE ZEROS.
         77  WS-FX-CONV             PIC 9(11)V99 VALUE ZEROS.
         77  WS-FX-CONV-ED          PIC Z(06)9.99 VALUE ZEROS.
         77  WS-FX-LEAD             PIC 9(02)   VALUE ZEROS.
         77  WS-FX-RATE-OUT         PIC X(12)   VALUE SPACES.
         77  WS-FX-MAX-AMT          PIC 9(11)V99 VALUE 9999999.99.

         77  WS-LIMX                PIC 9(02)   VALUE ZEROS.
         77  WS-LIM-FOUND-IX        PIC 9(02)   VALUE ZEROS.
         77  WS-OVER-LIMIT-SW       PIC X(01)   VALUE 'N'.
                 10  PQT-AMOUNT         PIC X(10).
                 10  PQT-TYPE-CD        PIC X(02).

      * EVERY RATE ON FILE, AND SEPARATELY EVERY CURRENCY THE FILE HAS
      * EVER NAMED - THAT IS WHAT TELLS AN UNKNOWN CURRENCY FROM A
      * KNOWN ONE THAT IS ONLY MISSING THE DAY'S RATE.
         01  TB-RATES.
             05  RTT-QTDE           PIC 9(04)   VALUE ZEROS.
             05  RTT-TAB            OCCURS 5000 TIMES.
                 10  RTT-DATE           PIC 9(08).
                 10  RTT-CURR-CD        PIC X(03).
                 10  RTT-RATE           PIC 9(05)V9(06).

         01  TB-CURRENCIES.
             05  CURT-QTDE          PIC 9(02)   VALUE ZEROS.
             05  CURT-TAB           OCCURS 50 TIMES.
                 10  CURT-CURR-CD       PIC X(03).

         01  TB-RV-DONE.
             05  RVT-QTDE           PIC 9(03)   VALUE ZEROS.
             05  RVT-TAB            OCCURS 100 TIMES.
                 10  RVT-DT-D           PIC 9(02).
                 10  RVT-DT-M           PIC 9(02).
                 10  RVT-DT-Y           PIC 9(04).
                 10  RVT-DESC-A         PIC X(20).
                 10  RVT-DESC-B         PIC X(30).
                 10  RVT-AMT            PIC 9(11)V99.


       PROCEDURE DIVISION.
         000-MAIN.

         PERFORM 101-DERIVE-BASE-PATH.
         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
         MOVE 9 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-RUN-DATE-X FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-RUN-DATE-X
         END-ACCEPT.
         IF WS-RUN-DATE-X NOT = SPACES
            IF WS-RUN-DATE-X NUMERIC
               MOVE WS-RUN-DATE-X TO WS-RUN-DATE
               DISPLAY 'BUSINESS DATE PASSED AT RUN TIME: '
                       WS-RUN-DATE
            ELSE
               DISPLAY 'FATAL: BUSINESS DATE NOT YYYYMMDD: '
                       WS-RUN-DATE-X
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
         END-IF.

         MOVE 3 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
            MOVE 'log_pending.txt' TO WS-PND-FL-NAME
         END-IF.
         DISPLAY 'PENDING-APPROVAL QUEUE: ' WS-PND-FL-NAME.

         MOVE 8 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-HST-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-HST-FL-NAME
         END-ACCEPT.
         IF WS-HST-FL-NAME = SPACES
            MOVE 'log_history.txt' TO WS-HST-FL-NAME
         END-IF.
         DISPLAY 'HISTORY FOR REVERSAL MATCHING: ' WS-HST-FL-NAME.

         MOVE 10 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-RTE-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-RTE-FL-NAME
         END-ACCEPT.
         IF WS-RTE-FL-NAME = SPACES
            MOVE 'fx_rates.txt' TO WS-RTE-FL-NAME
         END-IF.
         DISPLAY 'EXCHANGE-RATE FILE: ' WS-RTE-FL-NAME.
         PERFORM 150-LOAD-LIMITS.
         PERFORM 155-LOAD-PENDING-KEYS.
         PERFORM 160-LOAD-RATES.

      * ONE ROW PER RC-TYPE-CD: TYPE, ONE SPACE, MAXIMUM SINGLE-RECORD
      * AMOUNT. THE FILE IS EDITED BY HAND, NO RECOMPILE - A MISSING
            PERFORM 900-ERROR-ABEND
         END-IF.

      * ONE ROW PER CURRENCY PER DAY: DATE, CURRENCY, RATE WITH A FIXED
      * DECIMAL POINT. A MISSING FILE IS NOT FATAL - A BASE-CURRENCY
      * NIGHT NEEDS NO RATES - BUT EVERY FOREIGN RECORD THEN REJECTS AS
      * AN UNKNOWN CURRENCY. A ROW THAT DOES NOT EDIT IS SKIPPED AND
      * COUNTED. THE TABLE OVERFLOWING STOPS THE RUN: A RATE SILENTLY
      * LEFT OUT WOULD TURN GOOD RECORDS INTO REJECTS.
        160-LOAD-RATES.
         MOVE 1 TO WS-RTE-CT-02.
         OPEN INPUT RTE-FL.
         IF NOT STTS-RTE-OK
            MOVE 'OPEN RTE-FL' TO WS-ERR-CTX
            MOVE STTS-RTE TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         PERFORM 161-READ-RATE-REC UNTIL WS-RTE-CT-02 = 0.
         CLOSE RTE-FL.
         IF RTT-QTDE = ZEROS
            DISPLAY 'NO EXCHANGE RATES ON FILE, FOREIGN-CURRENCY'
                    ' RECORDS WILL REJECT'
         ELSE
            DISPLAY 'EXCHANGE RATES LOADED: ' RTT-QTDE
                    ' FOR CURRENCIES: ' CURT-QTDE
         END-IF.
         IF WS-RTE-BAD-CT > ZEROS
            DISPLAY 'WARNING: RATE ROWS SKIPPED AS UNREADABLE: '
                    WS-RTE-BAD-CT
         END-IF.

        161-READ-RATE-REC.
         READ RTE-FL
          AT END
           MOVE ZEROS TO WS-RTE-CT-02
          NOT AT END
           IF RTE-DATE NUMERIC AND RTE-RATE-INT NUMERIC AND
              RTE-RATE-PT = '.' AND RTE-RATE-DEC NUMERIC AND
              RTE-CURR-CD NOT = SPACES AND
              (RTE-RATE-INT > ZEROS OR RTE-RATE-DEC > ZEROS)
              PERFORM 162-STORE-RATE
           ELSE
              ADD 1 TO WS-RTE-BAD-CT
           END-IF
         END-READ.
         IF NOT STTS-RTE-OK AND NOT STTS-RTE-EOF
            MOVE 'READ RTE-FL' TO WS-ERR-CTX
            MOVE STTS-RTE TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        162-STORE-RATE.
         IF RTT-QTDE NOT < 5000
            DISPLAY 'FATAL: RATE TABLE FULL AT ' RTE-DATE ' '
                    RTE-CURR-CD ' - ARCHIVE OLD RATES'
            MOVE 'RATE TABLE' TO WS-ERR-CTX
            MOVE 'XX' TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         ADD 1 TO RTT-QTDE.
         MOVE RTE-DATE    TO RTT-DATE(RTT-QTDE).
         MOVE RTE-CURR-CD TO RTT-CURR-CD(RTT-QTDE).
         COMPUTE RTT-RATE(RTT-QTDE) =
                 RTE-RATE-INT + (RTE-RATE-DEC / 1000000).
         MOVE ZEROS TO WS-CUR-FOUND-IX.
         MOVE 1 TO WS-CURX.
         PERFORM 163-SCAN-CURRENCY-ON-LOAD
           UNTIL WS-CURX > CURT-QTDE OR WS-CUR-FOUND-IX > ZEROS.
         IF WS-CUR-FOUND-IX = ZEROS
            IF CURT-QTDE < 50
               ADD 1 TO CURT-QTDE
               MOVE RTE-CURR-CD TO CURT-CURR-CD(CURT-QTDE)
            ELSE
               DISPLAY 'WARNING: CURRENCY TABLE FULL, '
                       RTE-CURR-CD ' TREATED AS UNKNOWN'
            END-IF
         END-IF.

        163-SCAN-CURRENCY-ON-LOAD.
         IF CURT-CURR-CD(WS-CURX) = RTE-CURR-CD
            MOVE WS-CURX TO WS-CUR-FOUND-IX
         ELSE
            ADD 1 TO WS-CURX
         END-IF.

        101-DERIVE-BASE-PATH.
         MOVE SPACES TO WS-BASE-PATH.
         MOVE ZEROS TO WS-SLASH-POS.
              DISPLAY '     CT-01++'
              PERFORM 203-DISPLAY-REC
              PERFORM 210-VALIDATE-REC
              IF WS-REC-VALID AND RC-TYPE-ESTORNO
                 PERFORM 230-CHECK-REVERSAL
              END-IF
              IF WS-REC-VALID
                 PERFORM 209-CHECK-LIMIT
                 IF WS-OVER-LIMIT
         SET OUT-MARKER-OK TO TRUE.
         MOVE SPACE      TO OUT-SEP8.
         MOVE RC-BRANCH-CD TO OUT-BRANCH-CD.
         PERFORM 245-SET-OUT-CURRENCY.
         WRITE OUT-REC.

      * A FOREIGN-CURRENCY RECORD IS EDITED ON THE AMOUNT THE BRANCH
      * SENT (RC-ORIG-AMOUNT) - RC-AMOUNT ONLY GETS A VALUE WHEN THE
      * RECORD IS CONVERTED, WHICH IS THE LAST EDIT AND ONLY RUNS ON A
      * RECORD THAT IS OTHERWISE CLEAN.
        210-VALIDATE-REC.
         MOVE 'Y' TO WS-VALID-SW.
         MOVE SPACES TO WS-REJ-REASON.
         MOVE SPACES TO WS-FX-RATE-OUT.
         IF RC-CURR-BASE
            MOVE RC-AMOUNT TO WS-EDIT-AMT
         ELSE
            MOVE RC-ORIG-AMOUNT TO WS-EDIT-AMT
         END-IF.
         PERFORM 211-VALIDATE-AMOUNT.
         IF WS-AMT-BAD
            MOVE 'N' TO WS-VALID-SW
            MOVE 'N' TO WS-VALID-SW
            MOVE 'INVALID DAY' TO WS-REJ-REASON
         END-IF.
         IF WS-REC-VALID AND NOT RC-CURR-BASE
            PERFORM 240-CONVERT-CURRENCY
         END-IF.

      * RC-AMOUNT IS A FREE-FORM X(10) FIELD ("200.00" OR "20000"
      * SPACE-PADDED), NOT A PURE NUMERIC PICTURE, SO THE COBOL
         END-IF.

        212-SCAN-AMOUNT-CHAR.
         MOVE WS-EDIT-AMT(WS-AMT-IX:1) TO WS-AMT-CH.
         EVALUATE TRUE
            WHEN WS-AMT-CH >= '0' AND WS-AMT-CH <= '9'
               ADD 1 TO WS-AMT-DIGIT-CT
         END-EVALUATE.
         ADD 1 TO WS-AMT-IX.

      * THE CURRENCY MUST BE ONE THE RATES FILE HAS NAMED, AND THERE
      * MUST BE A RATE FOR THE RECORD'S OWN DATE - NOT THE RUN DATE,
      * WHICH ON A CATCH-UP NIGHT IS DAYS LATER. WHEN TREASURY HAS
      * CORRECTED A RATE BY APPENDING A SECOND ROW FOR THE SAME DAY,
      * THE LAST ROW ON FILE IS THE ONE TAKEN. THE CONVERTED AMOUNT
      * IS ROUNDED TO THE CENT AND MUST STILL FIT RC-AMOUNT.
        240-CONVERT-CURRENCY.
         MOVE ZEROS TO WS-CUR-FOUND-IX.
         MOVE 1 TO WS-CURX.
         PERFORM 241-SCAN-CURRENCY-TAB
           UNTIL WS-CURX > CURT-QTDE OR WS-CUR-FOUND-IX > ZEROS.
         IF WS-CUR-FOUND-IX = ZEROS
            MOVE 'N' TO WS-VALID-SW
            MOVE 'UNKNOWN CURRENCY' TO WS-REJ-REASON
         ELSE
            COMPUTE WS-FX-DATE =
                    RC-DT-Y * 10000 + RC-DT-M * 100 + RC-DT-D
            MOVE ZEROS TO WS-RTE-FOUND-IX
            MOVE 1 TO WS-RTX
            PERFORM 242-SCAN-RATE-TAB UNTIL WS-RTX > RTT-QTDE
            IF WS-RTE-FOUND-IX = ZEROS
               MOVE 'N' TO WS-VALID-SW
               MOVE 'NO RATE FOR DATE' TO WS-REJ-REASON
            ELSE
               MOVE RTT-RATE(WS-RTE-FOUND-IX) TO WS-FX-RATE
               MOVE RC-ORIG-AMOUNT TO WS-AMT-FIELD
               PERFORM 213-PARSE-AMOUNT
               COMPUTE WS-FX-CONV ROUNDED = WS-AMT-NUM * WS-FX-RATE
               IF WS-FX-CONV > WS-FX-MAX-AMT
                  MOVE 'N' TO WS-VALID-SW
                  MOVE 'CONVERTED AMOUNT TOO BIG' TO WS-REJ-REASON
               ELSE
                  PERFORM 243-STORE-CONVERTED
               END-IF
            END-IF
         END-IF.

        241-SCAN-CURRENCY-TAB.
         IF CURT-CURR-CD(WS-CURX) = RC-CURR-CD
            MOVE WS-CURX TO WS-CUR-FOUND-IX
         ELSE
            ADD 1 TO WS-CURX
         END-IF.

        242-SCAN-RATE-TAB.
         IF RTT-DATE(WS-RTX) = WS-FX-DATE AND
            RTT-CURR-CD(WS-RTX) = RC-CURR-CD
            MOVE WS-RTX TO WS-RTE-FOUND-IX
         END-IF.
         ADD 1 TO WS-RTX.

      * RC-AMOUNT TAKES THE CONVERTED FIGURE LEFT-JUSTIFIED, THE WAY
      * THE BRANCHES KEY AMOUNTS ("1234.56"), SO NO CONSUMER CAN TELL
      * A CONVERTED AMOUNT FROM ONE THAT ARRIVED IN BASE CURRENCY.
        243-STORE-CONVERTED.
         MOVE WS-FX-CONV TO WS-FX-CONV-ED.
         MOVE ZEROS TO WS-FX-LEAD.
         INSPECT WS-FX-CONV-ED TALLYING WS-FX-LEAD FOR LEADING SPACES.
         MOVE WS-FX-CONV-ED(WS-FX-LEAD + 1:) TO RC-AMOUNT.
         MOVE WS-FX-RATE TO WS-FX-RATE-ED.
         MOVE WS-FX-RATE-ED TO WS-FX-RATE-OUT.
         ADD 1 TO CT-15.
         DISPLAY 'CONVERTED ' RC-ORIG-AMOUNT ' ' RC-CURR-CD ' AT '
                 WS-FX-RATE-OUT ' = ' RC-AMOUNT.

      * OUT-FL SHOWS WHAT THE BRANCH SENT BESIDE THE BASE-CURRENCY
      * OUT-AMOUNT. A BASE-CURRENCY RECORD IS ITS OWN ORIGINAL AT RATE
      * ONE; A FOREIGN RECORD THAT NEVER CONVERTED (IT REJECTED FIRST)
      * SHOWS NO RATE.
        245-SET-OUT-CURRENCY.
         MOVE SPACE      TO OUT-SEP9.
         MOVE SPACE      TO OUT-SEP10.
         MOVE SPACE      TO OUT-SEP11.
         IF RC-CURR-BASE
            SET OUT-CURR-BASE TO TRUE
            MOVE RC-AMOUNT TO OUT-ORIG-AMOUNT
            MOVE '00001.000000' TO OUT-FX-RATE
         ELSE
            MOVE RC-CURR-CD TO OUT-CURR-CD
            MOVE RC-ORIG-AMOUNT TO OUT-ORIG-AMOUNT
            MOVE WS-FX-RATE-OUT TO OUT-FX-RATE
         END-IF.

      * THE LIMIT CHECK ONLY RUNS ON EDIT-CLEAN RECORDS AND ONLY WHEN
      * A LIMIT FOR THE RECORD'S TYPE IS ON FILE. OVER-LIMIT RECORDS
      * ARE NOT REJECTS - THE DATA IS WELL-FORMED - THEY ARE HELD FOR
      * THE OPERATOR TO APPROVE OR REFUSE THROUGH FHAPP0001. A
      * REVERSAL IS NEVER HELD: IT CAN ONLY CARRY THE AMOUNT OF AN
      * ORIGINAL THAT ALREADY CLEARED THE LIMIT OR WAS APPROVED.
        209-CHECK-LIMIT.
         MOVE 'N' TO WS-OVER-LIMIT-SW.
         MOVE ZEROS TO WS-LIM-FOUND-IX.
         MOVE 1 TO WS-LIMX.
         IF NOT RC-TYPE-ESTORNO
            PERFORM 216-SCAN-LIMIT-TAB
              UNTIL WS-LIMX > LIMT-QTDE OR WS-LIM-FOUND-IX > ZEROS
         END-IF.
         IF WS-LIM-FOUND-IX > ZEROS
            MOVE RC-AMOUNT TO WS-AMT-FIELD
            PERFORM 213-PARSE-AMOUNT
         END-EVALUATE.
         ADD 1 TO WS-AMT-IX.

      * A REVERSAL NAMES ITS ORIGINAL BY DATE, RC-DESC-A, TYPE CODE
      * AND THE FIRST 27 BYTES OF RC-DESC-B (RC-REV-REF, FHBOOK01).
      * THE ORIGINAL'S MONTH ARCHIVE, THAT MONTH'S ppa FILE AND THE
      * OPEN HISTORY ARE SCANNED FOR IT. THE SAME ORIGINAL CAN BE ON
      * FILE MORE THAN ONCE (TWO IDENTICAL RENT LINES), SO EARLIER
      * REVERSALS WITH THE SAME REFERENCE AND AMOUNT - ON FILE OR
      * POSTED EARLIER TONIGHT - ARE COUNTED AGAINST THE ORIGINALS
      * AND THE REVERSAL IS ONLY TAKEN WHILE ONE IS LEFT UNREVERSED.
        230-CHECK-REVERSAL.
         IF RC-REV-ORIG-TYPE-CD NOT = 'DB' AND
            RC-REV-ORIG-TYPE-CD NOT = 'CR' AND
            RC-REV-ORIG-TYPE-CD NOT = 'AJ'
            MOVE 'N' TO WS-VALID-SW
            MOVE 'BAD REVERSAL REFERENCE' TO WS-REJ-REASON
         ELSE
            MOVE RC-AMOUNT TO WS-AMT-FIELD
            PERFORM 213-PARSE-AMOUNT
            MOVE WS-AMT-NUM TO WS-RV-AMT
            MOVE ZEROS TO WS-RV-KEY-CT
            MOVE ZEROS TO WS-RV-ORIG-CT
            MOVE ZEROS TO WS-RV-PRIOR-CT
            MOVE SPACES TO WS-HST-SCAN-NAME
            STRING 'log_history_'  DELIMITED BY SIZE
                   RC-DT-Y         DELIMITED BY SIZE
                   RC-DT-M         DELIMITED BY SIZE
                   '.txt'          DELIMITED BY SIZE
                   INTO WS-HST-SCAN-NAME
            END-STRING
            PERFORM 231-SCAN-HISTORY-FILE
            MOVE SPACES TO WS-HST-SCAN-NAME
            STRING 'ppa_'          DELIMITED BY SIZE
                   RC-DT-Y         DELIMITED BY SIZE
                   RC-DT-M         DELIMITED BY SIZE
                   '.txt'          DELIMITED BY SIZE
                   INTO WS-HST-SCAN-NAME
            END-STRING
            PERFORM 231-SCAN-HISTORY-FILE
            MOVE WS-HST-FL-NAME TO WS-HST-SCAN-NAME
            PERFORM 231-SCAN-HISTORY-FILE
            MOVE 1 TO WS-RVX
            PERFORM 235-SCAN-TONIGHT-RV UNTIL WS-RVX > RVT-QTDE
            MOVE 'N' TO WS-RV-CCY-SW
            IF WS-RV-ORIG-CT > ZEROS
               PERFORM 237-CHECK-REVERSAL-CURRENCY
            END-IF
            EVALUATE TRUE
              WHEN WS-RV-KEY-CT = ZEROS
                 MOVE 'N' TO WS-VALID-SW
                 MOVE 'ORIGINAL NOT IN HISTORY' TO WS-REJ-REASON
              WHEN WS-RV-ORIG-CT = ZEROS
                 MOVE 'N' TO WS-VALID-SW
                 MOVE 'REVERSAL AMOUNT MISMATCH' TO WS-REJ-REASON
              WHEN WS-RV-CCY-DIFFERS
                 MOVE 'N' TO WS-VALID-SW
                 MOVE 'REVERSAL CURRENCY DIFFERS' TO WS-REJ-REASON
              WHEN WS-RV-PRIOR-CT NOT < WS-RV-ORIG-CT
                 MOVE 'N' TO WS-VALID-SW
                 MOVE 'ORIGINAL ALREADY REVERSED' TO WS-REJ-REASON
              WHEN OTHER
                 PERFORM 236-STORE-REVERSAL
            END-EVALUATE
         END-IF.

        231-SCAN-HISTORY-FILE.
         MOVE 1 TO WS-HST-CT-02.
         OPEN INPUT HST-FL.
         IF NOT STTS-HST-OK
            MOVE 'OPEN HST-FL' TO WS-ERR-CTX
            MOVE STTS-HST TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         PERFORM 232-READ-HST-REC UNTIL WS-HST-CT-02 = 0.
         CLOSE HST-FL.

        232-READ-HST-REC.
         READ HST-FL
          AT END
           MOVE ZEROS TO WS-HST-CT-02
          NOT AT END
           PERFORM 233-JUDGE-HST-REC
         END-READ.
         IF NOT STTS-HST-OK AND NOT STTS-HST-EOF
            MOVE 'READ HST-FL' TO WS-ERR-CTX
            MOVE STTS-HST TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        233-JUDGE-HST-REC.
         IF HST-DT-D = RC-DT-D AND HST-DT-M = RC-DT-M AND
            HST-DT-Y = RC-DT-Y AND HST-DESC-A = RC-DESC-A
            IF HST-TYPE-CD = 'RV'
               IF HST-DESC-B = RC-DESC-B
                  MOVE HST-AMOUNT TO WS-AMT-FIELD
                  PERFORM 213-PARSE-AMOUNT
                  IF WS-AMT-NUM = WS-RV-AMT
                     ADD 1 TO WS-RV-PRIOR-CT
                  END-IF
               END-IF
            ELSE
               IF HST-TYPE-CD = RC-REV-ORIG-TYPE-CD AND
                  HST-DESC-B(1:27) = RC-REV-ORIG-DESC-B
                  ADD 1 TO WS-RV-KEY-CT
                  MOVE HST-AMOUNT TO WS-AMT-FIELD
                  PERFORM 213-PARSE-AMOUNT
                  IF WS-AMT-NUM = WS-RV-AMT
                     ADD 1 TO WS-RV-ORIG-CT
                  END-IF
               END-IF
            END-IF
         END-IF.

        235-SCAN-TONIGHT-RV.
         IF RVT-DT-D(WS-RVX) = RC-DT-D AND
            RVT-DT-M(WS-RVX) = RC-DT-M AND
            RVT-DT-Y(WS-RVX) = RC-DT-Y AND
            RVT-DESC-A(WS-RVX) = RC-DESC-A AND
            RVT-DESC-B(WS-RVX) = RC-DESC-B AND
            RVT-AMT(WS-RVX) = WS-RV-AMT
            ADD 1 TO WS-RV-PRIOR-CT
         END-IF.
         ADD 1 TO WS-RVX.

      * HISTORY KEEPS ONLY THE BASE FIGURE, SO THE ORIGINAL'S
      * CURRENCY IS PROVED FROM THE OUT-FL OF THE NIGHT THAT RAN FOR
      * ITS DATE. A FOREIGN-CURRENCY REVERSAL MUST FIND ITS ORIGINAL
      * THERE IN THE SAME CURRENCY FOR THE SAME ORIGINAL AMOUNT. A
      * BASE-CURRENCY ONE IS REFUSED WHEN THE ORIGINAL IS FOUND THERE
      * ONLY IN A FOREIGN CURRENCY; NOT FOUND THERE (IT POSTED ON A
      * LATER NIGHT), IT STANDS ON THE BASE FIGURE HISTORY PROVED.
      * TONIGHT'S OWN OUT-FL IS NEVER READ BACK WHILE IT IS OPEN.
        237-CHECK-REVERSAL-CURRENCY.
         MOVE ZEROS TO WS-RV-CCY-OK-CT.
         MOVE ZEROS TO WS-RV-CCY-BAD-CT.
         MOVE ZEROS TO WS-RV-ORIG-AMT.
         IF NOT RC-CURR-BASE
            MOVE RC-ORIG-AMOUNT TO WS-AMT-FIELD
            PERFORM 213-PARSE-AMOUNT
            MOVE WS-AMT-NUM TO WS-RV-ORIG-AMT
         END-IF.
         MOVE SPACES TO WS-OLO-FL-NAME.
         STRING 'log_out_'      DELIMITED BY SIZE
                RC-DT-Y         DELIMITED BY SIZE
                RC-DT-M         DELIMITED BY SIZE
                RC-DT-D         DELIMITED BY SIZE
                '.txt'          DELIMITED BY SIZE
                INTO WS-OLO-FL-NAME
         END-STRING.
         IF WS-OLO-FL-NAME NOT = WS-OUT-FL-NAME
            MOVE 1 TO WS-OLO-CT-02
            OPEN INPUT OLO-FL
            IF NOT STTS-OLO-OK
               MOVE 'OPEN OLO-FL' TO WS-ERR-CTX
               MOVE STTS-OLO TO WS-ERR-STATUS
               PERFORM 900-ERROR-ABEND
            END-IF
            PERFORM 238-READ-OLO-REC UNTIL WS-OLO-CT-02 = 0
            CLOSE OLO-FL
         END-IF.
         IF RC-CURR-BASE
            IF WS-RV-CCY-BAD-CT > ZEROS AND WS-RV-CCY-OK-CT = ZEROS
               SET WS-RV-CCY-DIFFERS TO TRUE
            END-IF
         ELSE
            IF WS-RV-CCY-OK-CT = ZEROS
               SET WS-RV-CCY-DIFFERS TO TRUE
            END-IF
         END-IF.

        238-READ-OLO-REC.
         READ OLO-FL
          AT END
           MOVE ZEROS TO WS-OLO-CT-02
          NOT AT END
           PERFORM 239-JUDGE-OLO-REC
         END-READ.
         IF NOT STTS-OLO-OK AND NOT STTS-OLO-EOF
            MOVE 'READ OLO-FL' TO WS-ERR-CTX
            MOVE STTS-OLO TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        239-JUDGE-OLO-REC.
         IF OLO-DT-D = RC-DT-D AND OLO-DT-M = RC-DT-M AND
            OLO-DT-Y = RC-DT-Y AND OLO-DESC-A = RC-DESC-A AND
            OLO-TYPE-CD = RC-REV-ORIG-TYPE-CD AND
            OLO-DESC-B(1:27) = RC-REV-ORIG-DESC-B AND
            OLO-MARKER NOT = 'ERROR'
            MOVE OLO-AMOUNT TO WS-AMT-FIELD
            PERFORM 213-PARSE-AMOUNT
            IF WS-AMT-NUM = WS-RV-AMT
               EVALUATE TRUE
                 WHEN OLO-CURR-BASE AND RC-CURR-BASE
                    ADD 1 TO WS-RV-CCY-OK-CT
                 WHEN OLO-CURR-BASE OR RC-CURR-BASE
                    ADD 1 TO WS-RV-CCY-BAD-CT
                 WHEN OLO-CURR-CD NOT = RC-CURR-CD
                    ADD 1 TO WS-RV-CCY-BAD-CT
                 WHEN OTHER
                    MOVE OLO-ORIG-AMOUNT TO WS-AMT-FIELD
                    PERFORM 213-PARSE-AMOUNT
                    IF WS-AMT-NUM = WS-RV-ORIG-AMT
                       ADD 1 TO WS-RV-CCY-OK-CT
                    ELSE
                       ADD 1 TO WS-RV-CCY-BAD-CT
                    END-IF
               END-EVALUATE
            END-IF
         END-IF.

        236-STORE-REVERSAL.
         ADD 1 TO CT-14.
         IF RVT-QTDE < 100
            ADD 1 TO RVT-QTDE
            MOVE RC-DT-D    TO RVT-DT-D(RVT-QTDE)
            MOVE RC-DT-M    TO RVT-DT-M(RVT-QTDE)
            MOVE RC-DT-Y    TO RVT-DT-Y(RVT-QTDE)
            MOVE RC-DESC-A  TO RVT-DESC-A(RVT-QTDE)
            MOVE RC-DESC-B  TO RVT-DESC-B(RVT-QTDE)
            MOVE WS-RV-AMT  TO RVT-AMT(RVT-QTDE)
         ELSE
            DISPLAY 'WARNING: REVERSAL TABLE FULL, SAME-NIGHT'
                    ' REPEAT CHECK INCOMPLETE'
         END-IF.
         DISPLAY 'REVERSAL OF ' RC-REV-ORIG-TYPE-CD ' '
                 RC-DESC-A ' AMOUNT ' RC-AMOUNT ' MATCHED'.

        215-WRITE-PENDING-REC.
         PERFORM 217-CHECK-ALREADY-HELD.
         IF WS-HELD-IX > ZEROS
         MOVE RC-TYPE-CD TO PND-TYPE-CD.
         MOVE ' '        TO PND-SEP9.
         MOVE LIMT-AMT-X(WS-LIM-FOUND-IX) TO PND-LIMIT.
         MOVE ' '        TO PND-SEP10.
         MOVE RC-BRANCH-CD TO PND-BRANCH-CD.
         MOVE ' '        TO PND-SEP11.
         MOVE RC-CURR-CD TO PND-CURR-CD.
         MOVE ' '        TO PND-SEP12.
         MOVE RC-ORIG-AMOUNT TO PND-ORIG-AMOUNT.
         WRITE PND-REC.
         IF NOT STTS-PND-OK
            MOVE 'WRITE PND-FL' TO WS-ERR-CTX
         SET OUT-MARKER-APPROVED TO TRUE.
         MOVE SPACE      TO OUT-SEP8.
         MOVE RC-BRANCH-CD TO OUT-BRANCH-CD.
         PERFORM 245-SET-OUT-CURRENCY.
         WRITE OUT-REC.

        207-WRITE-REJECT-REC.
         MOVE SPACE      TO REJ-SEP3.
         MOVE RC-DESC-A  TO REJ-DESC-A.
         MOVE SPACE      TO REJ-SEP4.
         IF RC-CURR-BASE
            MOVE RC-AMOUNT TO REJ-AMOUNT
         ELSE
            MOVE RC-ORIG-AMOUNT TO REJ-AMOUNT
         END-IF.
         MOVE SPACE      TO REJ-SEP5.
         MOVE RC-TYPE-CD TO REJ-TYPE-CD.
         MOVE SPACE      TO REJ-SEP6.
         MOVE WS-REJ-REASON TO REJ-REASON.
         MOVE SPACE      TO REJ-SEP7.
         MOVE RC-BRANCH-CD TO REJ-BRANCH-CD.
         MOVE SPACE      TO REJ-SEP8.
         MOVE RC-CURR-CD TO REJ-CURR-CD.
         MOVE SPACE      TO REJ-SEP9.
         MOVE RC-DESC-B  TO REJ-DESC-B.
         WRITE REJ-REC.
         DISPLAY 'REJECTED: ' WS-REJ-REASON.

         SET OUT-MARKER-ERROR TO TRUE.
         MOVE SPACE      TO OUT-SEP8.
         MOVE RC-BRANCH-CD TO OUT-BRANCH-CD.
         PERFORM 245-SET-OUT-CURRENCY.
         WRITE OUT-REC.

        206-STORE-ARR01.
         DISPLAY 'RECORDS PROCESSED: ' CT-01.
         DISPLAY 'RECORDS REJECTED: ' CT-08.
         DISPLAY 'RECORDS HELD FOR APPROVAL: ' CT-13.
         IF CT-14 > ZEROS
            DISPLAY 'REVERSALS MATCHED AND POSTED: ' CT-14
         END-IF.
         IF CT-12 > ZEROS
            DISPLAY 'ALREADY HELD, NOT QUEUED AGAIN: ' CT-12
         END-IF.
         IF CT-15 > ZEROS
            DISPLAY 'FOREIGN-CURRENCY RECORDS CONVERTED: ' CT-15
         END-IF.
         IF WS-EXPECTED-CT > ZEROS
            IF CT-01 = WS-EXPECTED-CT
               DISPLAY 'RECONCILED - EXPECTED ' WS-EXPECTED-CT
