      *          RUN-CONTROL MANIFEST, OUT-FL'S OK/ERROR/APPRV MARKER
      *          COUNTS, THE REJECT LISTING, THE PENDING-APPROVAL AND
      *          REJECT CARRY-FORWARD QUEUE DEPTHS, THE HISTORY APPEND
      *          CONTROL FILE, THE GL EXTRACT TRAILER AND THE BANK
      *          RECONCILIATION'S CONTROL LINE - ONTO ONE
      *          PRINT-IMAGE PAGE PER RUN DATE, WITH THE CROSS-FOOTS
      *          BETWEEN STEPS (RECORDS INTO FHDR0001 = OK + REJECTED
      *          + HELD, REJECT LISTING = ERROR-MARKED, GL TRAILER =
      *                THE PAGE EXISTS TO DOCUMENT. A MISSING OUT-FL
      *                NOW READS AS ZERO COUNTS AND THE TIE-POINTS
      *                PRINT FAIL AS INTENDED.
      *  20260917 TA - THE CARRY-FORWARD QUEUE RECORD GREW THREE BYTES
      *                FOR THE SENDING BRANCH (SEE FHBOOK06); ITS
      *                DEPTH-COUNT RECORD IS WIDENED TO MATCH SO A NEW
      *                QUEUE LINE DOES NOT READ BACK SPLIT IN TWO.
      *  20261015 TA - THE REJECT LISTING AND THE CARRY-FORWARD QUEUE
      *                GREW FOR THE CURRENCY CODE (SEE FHBOOK04 AND
      *                FHBOOK06) AND THE GL EXTRACT LINE TO 100 BYTES
      *                (SEE FHGLE0001); THE COUNTING RECORDS ARE
      *                WIDENED TO MATCH.
      *  20261015 TA - THE GL EXTRACT IS NOW A TWO-LEG JOURNAL THAT
      *                HOLDS UNMAPPED RECORDS OUT (SEE FHGLE0001). ITS
      *                TRAILER STILL COUNTS TRANSACTIONS, AND NOW ALSO
      *                THE RECORDS HELD OUT, SO THE GL TIE-POINT IS
      *                TRAILER COUNT + HELD OUT = OK + APPRV, AND THE
      *                HELD-OUT COUNT IS PRINTED. GLE-REC WIDENED TO
      *                120.
      *  20261015 TA - BANK-STATEMENT RECONCILIATION (FHBNK0001): WHEN
      *                bank_rec_<date>.txt IS ON DISK ITS CONTROL LINE
      *                GOES ON THE PAGE - STATEMENT LINES, PAIRS
      *                MATCHED, OUTSTANDING ON EACH SIDE - WITH A TIE
      *                THAT THE STATEMENT TIED TO BOOK + OUTSTANDING.
      *                A NIGHT WITH NO STATEMENT PRINTS NONE OF IT.
      *                THE STEP TABLE IS WIDENED TO 20 NOW THAT THE
      *                CHAIN CAN RUN MORE THAN TEN STEPS.
      *  20261015 TA - REVIEW FIX: RC 4 FROM THE STANDING-ORDER
      *                GENERATOR (FHSOG0001) OR THE GL EXTRACT
      *                (FHGLE0001) IS THE WARNING THE DRIVER SAYS IT
      *                IS - THE STEP IS DONE AND THE NIGHT GOES ON - SO
      *                IT NO LONGER FAILS THE MANIFEST TIE. THOSE STEPS
      *                ARE COUNTED AND PRINTED AS WARNINGS INSTEAD; RC 4
      *                FROM ANY OTHER STEP STILL FAILS. BEFORE THIS A
      *                NIGHT WITH ONE UNMAPPED RECORD ENDED RC 8, THE
      *                PROCESSING DATE NEVER MOVED AND EVERY RERUN SENT
      *                THE GL EXTRACT AGAIN.
      *  20261015 TA - REVIEW FIX: REJ-FL AND RJQ-FL NOW COPY THEIR
      *                LAYOUTS (FHBOOK04/FHBOOK06) INSTEAD OF CARRYING
      *                THEIR OWN RECORD LENGTHS, WHICH HAD FALLEN BEHIND
      *                WHEN DESC-B WAS ADDED TO BOTH AND MADE EVERY
      *                READ COME BACK STATUS 06.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. FHCTL0001.
          SELECT OPTIONAL MAN-FL ASSIGN TO WS-MAN-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-MAN.
          SELECT OPTIONAL BNK-FL ASSIGN TO WS-BNK-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-BNK.
          SELECT RPT-FL ASSIGN TO WS-RPT-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-RPT.
         COPY 'FHBOOK03.COB'.
         COPY 'FHBOOK08.COB'.

         COPY 'FHBOOK04.COB'.
         COPY 'FHBOOK06.COB'.

         FD  CTL-FL.
         01  CTL-REC.
             05  CTL-RUN-DATE        PIC 9(08).

         FD  GLE-FL.
         01  GLE-REC                 PIC X(120).

         FD  MAN-FL.
         01  MAN-REC                 PIC X(100).

      * ONLY THE CONTROL LINE AT THE FOOT OF FHBNK0001'S REPORT IS
      * READ; ITS POSITIONS ARE FIXED THERE (RPT-CTL-LINE).
         FD  BNK-FL.
         01  BNK-REC.
             05  BNK-K-TAG           PIC X(23).
             05  BNK-K-LINES         PIC 9(07).
             05  FILLER              PIC X(01).
             05  BNK-K-MATCHED       PIC 9(07).
             05  FILLER              PIC X(01).
             05  BNK-K-OUT-BOOK      PIC 9(07).
             05  FILLER              PIC X(01).
             05  BNK-K-OUT-STMT      PIC 9(07).
             05  FILLER              PIC X(01).
             05  BNK-K-VERDICT       PIC X(04).
             05  FILLER              PIC X(73).

         FD  RPT-FL.
         01  RPT-REC                 PIC X(132).

         77  WS-CTL-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-GLE-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-MAN-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-BNK-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-RPT-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-RUN-DATE             PIC 9(08)   VALUE ZEROS.
         77  WS-RUN-DATE-X           PIC X(08)   VALUE SPACES.
         77  WS-PNDQ-CT              PIC 9(07)   VALUE ZEROS.
         77  WS-RJQ-CT               PIC 9(07)   VALUE ZEROS.
         77  WS-TRL-CT               PIC 9(07)   VALUE ZEROS.
         77  WS-TRL-UNM-CT           PIC 9(07)   VALUE ZEROS.
         77  WS-FEED-CT              PIC 9(07)   VALUE ZEROS.
         77  WS-STEP-CT              PIC 9(03)   VALUE ZEROS.
         77  WS-STEP-BAD-CT          PIC 9(03)   VALUE ZEROS.
         77  WS-STEP-WARN-CT         PIC 9(03)   VALUE ZEROS.
         77  WS-FAIL-CT              PIC 9(03)   VALUE ZEROS.
         77  WS-HIS-DONE-SW          PIC X(01)   VALUE 'N'.
             88  WS-HIS-DONE               VALUE 'Y'.
         77  WS-TRL-SEEN-SW          PIC X(01)   VALUE 'N'.
             88  WS-TRL-SEEN               VALUE 'Y'.
         77  WS-TRL-HASH-X           PIC X(14)   VALUE SPACES.
         77  WS-BNK-SEEN-SW          PIC X(01)   VALUE 'N'.
             88  WS-BNK-SEEN               VALUE 'Y'.
         77  WS-BNK-LINES            PIC 9(07)   VALUE ZEROS.
         77  WS-BNK-MATCHED          PIC 9(07)   VALUE ZEROS.
         77  WS-BNK-OUT-BOOK         PIC 9(07)   VALUE ZEROS.
         77  WS-BNK-OUT-STMT         PIC 9(07)   VALUE ZEROS.
         77  WS-BNK-VERDICT          PIC X(04)   VALUE SPACES.

         77  WS-STTS                 PIC XX      VALUE '..'.
             88  WS-STTS-OK                VALUE '00' '05'.
         77  WS-STTS-MAN             PIC XX      VALUE '..'.
             88  WS-STTS-MAN-OK            VALUE '00' '05'.
             88  WS-STTS-MAN-EOF           VALUE '10'.
         77  WS-STTS-BNK             PIC XX      VALUE '..'.
             88  WS-STTS-BNK-OK            VALUE '00' '05'.
             88  WS-STTS-BNK-EOF           VALUE '10'.
         77  WS-STTS-RPT             PIC XX      VALUE '..'.
             88  WS-STTS-RPT-OK            VALUE '00'.
         77  WS-ERR-CTX              PIC X(20)   VALUE SPACES.
         77  WS-UNS-F1               PIC X(04)   VALUE SPACES.
         77  WS-UNS-F2               PIC X(12)   VALUE SPACES.
         77  WS-UNS-F3               PIC X(22)   VALUE SPACES.
         77  WS-UNS-F4               PIC X(12)   VALUE SPACES.
         77  WS-UNS-F5               PIC X(12)   VALUE SPACES.
         77  WS-RPT-LINE             PIC X(132)  VALUE SPACES.

         01  RPT-TITLE-1.

         01  TB-STEPS.
             05  STEPT-QTDE          PIC 9(02)   VALUE ZEROS.
             05  STEPT-TAB           OCCURS 20 TIMES.
                 10  STEPT-NAME          PIC X(12).
                 10  STEPT-RC            PIC X(04).

                '.txt'         DELIMITED BY SIZE
                INTO WS-MAN-FL-NAME
         END-STRING.
         STRING 'bank_rec_'    DELIMITED BY SIZE
                WS-RUN-DATE    DELIMITED BY SIZE
                '.txt'         DELIMITED BY SIZE
                INTO WS-BNK-FL-NAME
         END-STRING.

        200-PROCESS.
         DISPLAY 'PROCESS: FHCTL0001'.
         PERFORM 230-COUNT-QUEUES.
         PERFORM 240-CHECK-HISTORY-CTL.
         PERFORM 250-READ-GLE-TRAILER.
         PERFORM 255-READ-BANK-CONTROL.
         PERFORM 260-READ-MANIFEST.
         PERFORM 270-WRITE-CONTROL-PAGE.

           IF GLE-REC(1:4) = 'TRL,'
              SET WS-TRL-SEEN TO TRUE
              MOVE SPACES TO WS-UNS-F1 WS-UNS-F2 WS-UNS-F3
                             WS-UNS-F4 WS-UNS-F5
              UNSTRING GLE-REC DELIMITED BY ','
                INTO WS-UNS-F1 WS-UNS-F2 WS-UNS-F3 WS-UNS-F4
                     WS-UNS-F5
              END-UNSTRING
              MOVE WS-UNS-F2(1:7) TO WS-TRL-CT
              MOVE WS-UNS-F3 TO WS-TRL-HASH-X
              IF WS-UNS-F5(1:7) IS NUMERIC
                 MOVE WS-UNS-F5(1:7) TO WS-TRL-UNM-CT
              END-IF
           END-IF
         END-READ.
         IF NOT WS-STTS-GLE-OK AND NOT WS-STTS-GLE-EOF
            PERFORM 900-ERROR-ABEND
         END-IF.

      * THE BANK RECONCILIATION REPORT IS ONLY THERE ON A NIGHT THE
      * BANK'S STATEMENT WAS DELIVERED; WITHOUT IT THE PAGE SAYS
      * NOTHING ABOUT THE BANK.
        255-READ-BANK-CONTROL.
         MOVE 1 TO WS-CT-02.
         OPEN INPUT BNK-FL.
         IF NOT WS-STTS-BNK-OK
            MOVE 'OPEN BNK-FL' TO WS-ERR-CTX
            MOVE WS-STTS-BNK TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         PERFORM 256-READ-BNK-REC UNTIL WS-CT-02 = 0.
         CLOSE BNK-FL.

        256-READ-BNK-REC.
         READ BNK-FL
          AT END
           MOVE ZEROS TO WS-CT-02
          NOT AT END
           IF BNK-K-TAG = 'RECONCILIATION CONTROL '
              SET WS-BNK-SEEN TO TRUE
              MOVE BNK-K-LINES TO WS-BNK-LINES
              MOVE BNK-K-MATCHED TO WS-BNK-MATCHED
              MOVE BNK-K-OUT-BOOK TO WS-BNK-OUT-BOOK
              MOVE BNK-K-OUT-STMT TO WS-BNK-OUT-STMT
              MOVE BNK-K-VERDICT TO WS-BNK-VERDICT
           END-IF
         END-READ.
         IF NOT WS-STTS-BNK-OK AND NOT WS-STTS-BNK-EOF
            MOVE 'READ BNK-FL' TO WS-ERR-CTX
            MOVE WS-STTS-BNK TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

      * THE MANIFEST (run_control_<date>.txt) CARRIES ONE END LINE
      * PER COMPLETED STEP WITH ITS RETURN CODE. ANY END LINE WITH A
      * NONZERO RC, REPORTED ON ITS OWN LINE, FAILS THE STEP TIE -
      * EXCEPT RC 4 FROM A STEP WHOSE RC 4 IS A WARNING (265).
        260-READ-MANIFEST.
         MOVE 1 TO WS-CT-02.
         OPEN INPUT MAN-FL.
         PERFORM 263-SCAN-STEP-TAB
           UNTIL WS-SX > STEPT-QTDE OR WS-STEP-IX > ZEROS.
         IF WS-STEP-IX = ZEROS
            IF STEPT-QTDE < 20
               ADD 1 TO STEPT-QTDE
               MOVE STEPT-QTDE TO WS-STEP-IX
               MOVE WS-TOK-2 TO STEPT-NAME(WS-STEP-IX)
         MOVE 1 TO WS-SX.
         PERFORM 265-COUNT-ONE-STEP UNTIL WS-SX > STEPT-QTDE.

      * THE WARNING STEPS ARE THE ONES FHDRV01.sh LETS THE NIGHT GO
      * ON AFTER AT RC 4; THE TWO LISTS MUST AGREE.
        265-COUNT-ONE-STEP.
         EVALUATE TRUE
           WHEN STEPT-RC(WS-SX) = '0'
              CONTINUE
           WHEN STEPT-RC(WS-SX) = '4' AND
                (STEPT-NAME(WS-SX) = 'FHSOG0001' OR
                 STEPT-NAME(WS-SX) = 'FHGLE0001')
              ADD 1 TO WS-STEP-WARN-CT
           WHEN OTHER
              ADD 1 TO WS-STEP-BAD-CT
         END-EVALUATE.
         ADD 1 TO WS-SX.

        270-WRITE-CONTROL-PAGE.
         MOVE WS-TRL-CT TO RPT-F-VALUE.
         MOVE RPT-FIG-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 'GL UNMAPPED RECORDS HELD OUT' TO RPT-F-LABEL.
         MOVE WS-TRL-UNM-CT TO RPT-F-VALUE.
         MOVE RPT-FIG-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE SPACES TO RPT-S-TEXT.
         STRING 'GL EXTRACT HASH TOTAL ' DELIMITED BY SIZE
                WS-TRL-HASH-X            DELIMITED BY SIZE
         END-STRING.
         MOVE RPT-STEP-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 'STEPS ENDED WITH A WARNING (RC 4)' TO RPT-F-LABEL.
         MOVE WS-STEP-WARN-CT TO RPT-F-VALUE.
         MOVE RPT-FIG-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         IF WS-BNK-SEEN
            MOVE 'BANK STATEMENT LINES' TO RPT-F-LABEL
            MOVE WS-BNK-LINES TO RPT-F-VALUE
            MOVE RPT-FIG-LINE TO WS-RPT-LINE
            PERFORM 890-WRITE-RPT-LINE
            MOVE '  MATCHED TO OUR TRANSACTIONS' TO RPT-F-LABEL
            MOVE WS-BNK-MATCHED TO RPT-F-VALUE
            MOVE RPT-FIG-LINE TO WS-RPT-LINE
            PERFORM 890-WRITE-RPT-LINE
            MOVE 'OUR ITEMS NOT YET ON A STATEMENT' TO RPT-F-LABEL
            MOVE WS-BNK-OUT-BOOK TO RPT-F-VALUE
            MOVE RPT-FIG-LINE TO WS-RPT-LINE
            PERFORM 890-WRITE-RPT-LINE
            MOVE 'STATEMENT LINES NOT YET IN OUR BOOKS'
              TO RPT-F-LABEL
            MOVE WS-BNK-OUT-STMT TO RPT-F-VALUE
            MOVE RPT-FIG-LINE TO WS-RPT-LINE
            PERFORM 890-WRITE-RPT-LINE
         END-IF.

      * RECORDS INTO FHDR0001 = OK + REJECTED + HELD: THE FEED'S OWN
      * TRAILER RECONCILED INSIDE FHDR0001, SO HERE THE CROSS-FOOT IS
         MOVE RPT-TIE-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.

         MOVE 'GL TRAILER + HELD OUT VS OK+APPRV RECORDS'
           TO RPT-T-LABEL.
         COMPUTE RPT-T-LEFT = WS-TRL-CT + WS-TRL-UNM-CT.
         COMPUTE RPT-T-RIGHT = WS-OK-CT + WS-APR-CT.
         IF WS-TRL-SEEN AND
            WS-TRL-CT + WS-TRL-UNM-CT = WS-OK-CT + WS-APR-CT
            MOVE 'PASS' TO RPT-T-FLAG
         ELSE
            MOVE 'FAIL' TO RPT-T-FLAG
         MOVE RPT-TIE-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.

         IF WS-BNK-SEEN
            MOVE 'BANK STATEMENT TIED TO BOOK + OUTSTANDING'
              TO RPT-T-LABEL
            MOVE 1 TO RPT-T-RIGHT
            IF WS-BNK-VERDICT = 'TIED'
               MOVE 1 TO RPT-T-LEFT
               MOVE 'PASS' TO RPT-T-FLAG
            ELSE
               MOVE 0 TO RPT-T-LEFT
               MOVE 'FAIL' TO RPT-T-FLAG
               ADD 1 TO WS-FAIL-CT
            END-IF
            MOVE RPT-TIE-LINE TO WS-RPT-LINE
            PERFORM 890-WRITE-RPT-LINE
         END-IF.

         MOVE 'MANIFEST STEPS ENDED RC 0 OR WARNING'
           TO RPT-T-LABEL.
         COMPUTE RPT-T-LEFT = WS-STEP-CT - WS-STEP-BAD-CT.
         MOVE WS-STEP-CT TO RPT-T-RIGHT.
         IF WS-STEP-CT > ZEROS AND WS-STEP-BAD-CT = ZEROS
