      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: MONTH-END CLOSE READINESS CHECK AND CLOSE CHECKLIST
      *          PAGE FOR FHMEC01.sh. TWO MODES, NAMED IN ARGUMENT 1:
      *          READY - FOR EVERY BUSINESS DAY OF THE MONTH ON THE
      *                  BUSINESS CALENDAR (FHBOOK15) READS THAT NIGHT'S
      *                  RUN-CONTROL MANIFEST (run_control_<date>.txt)
      *                  AND CALLS THE NIGHT CLEAN ONLY WHEN THE LAST
      *                  LINE OF EVERY STEP IS AN END LINE SHOWING RC 0
      *                  (OR RC 4 FROM A STEP WHOSE RC 4 IS A WARNING)
      *                  AND THE CONTROL PAGE (FHCTL0001) ENDED. A DAY
      *                  FHCAL0001 MARKED SKIPPED BY OVERRIDE IS
      *                  ACCEPTED AS THE OPERATOR'S DECISION. ONE LINE
      *                  PER BUSINESS DAY GOES TO close_ready_<YYYYMM>
      *                  .txt. A MISSING OR UNCLEAN NIGHT, A MONTH WITH
      *                  NO BUSINESS DAYS, OR A CALENDAR THAT STOPS
      *                  SHORT OF THE MONTH END REFUSES THE CLOSE WITH
      *                  RETURN CODE 8.
      *          PAGE  - AFTER THE CLOSE, GATHERS THE CLOSE MANIFEST
      *                  (close_control_<YYYYMM>.txt: ONE END LINE PER
      *                  STEP PLUS THE COUNT LINES THE DRIVER RECORDED
      *                  AS EACH STEP RAN), THE READINESS FILE AND THE
      *                  CLOSED-MONTH REGISTER (month_closed.txt) ONTO
      *                  ONE SIGNED-OFF CHECKLIST PAGE PER MONTH
      *                  (close_checklist_<YYYYMM>.txt) WITH A
      *                  PASS/FAIL FLAG PER TIE-POINT, THE WAY FHCTL0001
      *                  DOES FOR A NIGHT. ANY FAILED TIE ENDS WITH
      *                  RETURN CODE 8.
      * Tectonics: cobc
      * Modification History:
      *  20261015 TA - INITIAL VERSION.
      *  20261015 TA - THE PAGE NAMES THE SUSPENSE LEDGER COUNTS
      *                (FHSUS0001) AND TIES THE CLOSE MONTH'S SUSPENSE
      *                RECORDS TO THE LEDGER ITEMS DATED IN THE MONTH.
      *  20261015 TA - REVIEW FIX - RC 4 FROM A STEP WHOSE RC 4 IS A
      *                WARNING (FHSOG0001 AND FHGLE0001 AT NIGHT,
      *                FHSUS0001 AND FHREV0001 AT THE CLOSE) NO LONGER
      *                MAKES THE NIGHT UNCLEAN OR THE CLOSE STEP FAILED,
      *                SO A CLOSE WITH A WARNING CAN RELEASE ITS LOCK.
      *                A BUSINESS DAY MARKED SKIPPED BY OVERRIDE ON ITS
      *                MANIFEST IS ACCEPTED BY READY.
      *  20261015 TA - REVIEW FIX - READY ALSO READS THE START LINES. A
      *                STEP WHOSE LAST LINE IS START (A CHAIN KILLED
      *                MID-STEP) OR A NIGHT WITH NO END LINE FOR THE
      *                CONTROL PAGE (FHCTL0001) IS NOW INCOMPLETE, NOT
      *                CLEAN, SO THE CLOSE IS REFUSED. BEFORE THIS ONLY
      *                THE END LINES WERE JUDGED.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. FHCLS0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          SELECT CAL-FL ASSIGN TO WS-CAL-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-CAL.
          SELECT OPTIONAL MAN-FL ASSIGN TO WS-MAN-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-MAN.
          SELECT OPTIONAL RDY-FL ASSIGN TO WS-RDY-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-RDY.
          SELECT OPTIONAL CLS-FL ASSIGN TO WS-CLS-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-CLS.
          SELECT RPT-FL ASSIGN TO WS-RPT-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-RPT.
       DATA DIVISION.
        FILE SECTION.
         COPY 'FHBOOK15.COB'.

         FD  MAN-FL.
         01  MAN-REC                 PIC X(100).

      * ONE LINE PER BUSINESS DAY OF THE MONTH: THE DATE AND EITHER
      * 'CLEAN' (WITH THE LAST WARNING, IF A STEP WARNED), 'SKIPPED BY
      * OVERRIDE <date>' OR WHAT KEPT THAT NIGHT FROM BEING CLEAN.
         FD  RDY-FL.
         01  RDY-REC.
             05  RDY-DATE            PIC 9(08).
             05  RDY-SEP1            PIC X(01).
             05  RDY-STATUS          PIC X(40).

         FD  CLS-FL.
         01  CLS-REC.
             05  CLS-YYYYMM          PIC 9(06).

         FD  RPT-FL.
         01  RPT-REC                 PIC X(132).

        WORKING-STORAGE SECTION.
         77  WS-ARG-NUM              PIC 9(02)   VALUE 1.
         77  WS-CAL-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-MAN-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-CLM-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-RDY-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-CLS-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-RPT-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-MODE                 PIC X(05)   VALUE SPACES.
             88  WS-MODE-READY             VALUE 'READY'.
             88  WS-MODE-PAGE              VALUE 'PAGE'.
         01  WS-MONTH-X              PIC X(06)   VALUE SPACES.
         01  WS-MONTH                REDEFINES WS-MONTH-X
                                     PIC 9(06).
         77  WS-OPERATOR             PIC X(20)   VALUE SPACES.
         77  WS-RUN-DATE             PIC 9(08)   VALUE ZEROS.
         77  WS-RUN-TIME             PIC 9(08)   VALUE ZEROS.

         77  WS-CT-02                PIC 9(01)   VALUE ZEROS.
         77  WS-MAN-CT-02            PIC 9(01)   VALUE ZEROS.
         77  WS-BUS-CT               PIC 9(03)   VALUE ZEROS.
         77  WS-CLEAN-CT             PIC 9(03)   VALUE ZEROS.
         77  WS-MONTH-END-SW         PIC X(01)   VALUE 'N'.
             88  WS-MONTH-END-SEEN         VALUE 'Y'.
         77  WS-CLOSED-SW            PIC X(01)   VALUE 'N'.
             88  WS-MONTH-CLOSED           VALUE 'Y'.
         77  WS-STEP-CT              PIC 9(03)   VALUE ZEROS.
         77  WS-STEP-OK-CT           PIC 9(03)   VALUE ZEROS.
         77  WS-FAIL-CT              PIC 9(03)   VALUE ZEROS.
         77  WS-DAY-STATUS           PIC X(40)   VALUE SPACES.
         77  WS-SKIP-DAY-CT          PIC 9(03)   VALUE ZEROS.
         77  WS-DAY-SKIP-SW          PIC X(01)   VALUE 'N'.
             88  WS-DAY-SKIPPED            VALUE 'Y'.
         77  WS-SKIP-BY              PIC X(08)   VALUE SPACES.

         77  WS-STTS-CAL             PIC XX      VALUE '..'.
             88  WS-STTS-CAL-OK            VALUE '00'.
             88  WS-STTS-CAL-EOF           VALUE '10'.
         77  WS-STTS-MAN             PIC XX      VALUE '..'.
             88  WS-STTS-MAN-OK            VALUE '00' '05'.
             88  WS-STTS-MAN-MISSING       VALUE '05'.
             88  WS-STTS-MAN-EOF           VALUE '10'.
         77  WS-STTS-RDY             PIC XX      VALUE '..'.
             88  WS-STTS-RDY-OK            VALUE '00' '05'.
             88  WS-STTS-RDY-EOF           VALUE '10'.
         77  WS-STTS-CLS             PIC XX      VALUE '..'.
             88  WS-STTS-CLS-OK            VALUE '00' '05'.
             88  WS-STTS-CLS-EOF           VALUE '10'.
         77  WS-STTS-RPT             PIC XX      VALUE '..'.
             88  WS-STTS-RPT-OK            VALUE '00'.
         77  WS-ERR-CTX              PIC X(20)   VALUE SPACES.
         77  WS-ERR-STATUS           PIC XX      VALUE SPACES.
         77  WS-RDY-OPEN-SW          PIC X(01)   VALUE 'N'.
             88  WS-RDY-OPEN               VALUE 'Y'.

         77  WS-SX                   PIC 9(02)   VALUE ZEROS.
         77  WS-STEP-IX              PIC 9(02)   VALUE ZEROS.
         77  WS-KX                   PIC 9(02)   VALUE ZEROS.
         77  WS-KEY-IX               PIC 9(02)   VALUE ZEROS.
         77  WS-TOK-1                PIC X(10)   VALUE SPACES.
         77  WS-TOK-2                PIC X(12)   VALUE SPACES.
         77  WS-TOK-3                PIC X(10)   VALUE SPACES.
         77  WS-TOK-4                PIC X(08)   VALUE SPACES.
         77  WS-TOK-5                PIC X(04)   VALUE SPACES.
         77  WS-TOK-6                PIC X(04)   VALUE SPACES.
         77  WS-RPT-LINE             PIC X(132)  VALUE SPACES.
         77  WS-LOOK-KEY             PIC X(12)   VALUE SPACES.
         77  WS-LOOK-VALUE           PIC 9(09)   VALUE ZEROS.
         77  WS-LOOK-SW              PIC X(01)   VALUE 'N'.
             88  WS-LOOK-FOUND             VALUE 'Y'.
         77  WS-ARCHIVED             PIC 9(09)   VALUE ZEROS.
         77  WS-SUSPENSE-CT          PIC 9(09)   VALUE ZEROS.
         77  WS-HIST-MONTH           PIC 9(09)   VALUE ZEROS.
         77  WS-ARC-SW               PIC X(01)   VALUE 'N'.
             88  WS-ARC-KNOWN              VALUE 'Y'.

         01  RPT-TITLE-1.
             05  FILLER              PIC X(44)   VALUE
                 'MONTH-END CLOSE CHECKLIST - FHCLS0001       '.
             05  FILLER              PIC X(07)   VALUE 'MONTH: '.
             05  RPT-T1-MONTH        PIC 9(06).
         01  RPT-SIGN-LINE.
             05  FILLER              PIC X(14)   VALUE 'PREPARED BY:  '.
             05  RPT-SG-OPER         PIC X(20).
             05  FILLER              PIC X(04)   VALUE ' ON '.
             05  RPT-SG-DATE         PIC 9(08).
             05  FILLER              PIC X(01)   VALUE SPACE.
             05  RPT-SG-TIME         PIC 9(06).
         01  RPT-HEAD-LINE.
             05  RPT-H-TEXT          PIC X(60).
         01  RPT-STEP-LINE.
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-S-NAME          PIC X(12).
             05  FILLER              PIC X(04)   VALUE ' RC '.
             05  RPT-S-RC            PIC X(04).
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-S-STATE         PIC X(20).
         01  RPT-FIG-LINE.
             05  RPT-F-LABEL         PIC X(44).
             05  RPT-F-VALUE         PIC Z(08)9.
         01  RPT-TIE-LINE.
             05  RPT-T-LABEL         PIC X(46).
             05  RPT-T-LEFT          PIC Z(08)9.
             05  FILLER              PIC X(04)   VALUE ' VS '.
             05  RPT-T-RIGHT         PIC Z(08)9.
             05  FILLER              PIC X(03)   VALUE SPACES.
             05  RPT-T-FLAG          PIC X(04).
         01  RPT-VERDICT.
             05  RPT-V-TEXT          PIC X(60).

         01  TB-STEPS.
             05  STEPT-QTDE          PIC 9(02)   VALUE ZEROS.
             05  STEPT-TAB           OCCURS 20 TIMES.
                 10  STEPT-NAME          PIC X(12).
      * STEPS WHOSE RC 4 IS A WARNING, NOT A FAILURE. THE SAME LIST
      * AS step_done IN FHDRV01.sh AND FHMEC01.sh AND FHCTL0001 265.
                     88  STEPT-WARN-STEP     VALUE 'FHSOG0001'
                                                   'FHGLE0001'
                                                   'FHSUS0001'
                                                   'FHREV0001'.
                 10  STEPT-RC            PIC X(04).
                 10  STEPT-LAST          PIC X(05).
                     88  STEPT-STARTED       VALUE 'START'.

         01  TB-COUNTS.
             05  CNTT-QTDE           PIC 9(02)   VALUE ZEROS.
             05  CNTT-TAB            OCCURS 20 TIMES.
                 10  CNTT-KEY            PIC X(12).
                 10  CNTT-VALUE          PIC 9(09).


       PROCEDURE DIVISION.
         000-MAIN.
         DISPLAY 'MAIN: FHCLS0001'.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: FHCLS0001'.
         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
         ACCEPT WS-RUN-TIME FROM TIME.

         MOVE 1 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-MODE FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-MODE
         END-ACCEPT.
         DISPLAY 'MODE: ' WS-MODE.

         MOVE 2 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-MONTH-X FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-MONTH-X
         END-ACCEPT.
         IF WS-MONTH-X NOT NUMERIC
            DISPLAY 'USAGE: FHCLS0001 <READY|PAGE> <YYYYMM>'
                    ' [OPERATOR] [CALENDAR] [CLOSE MANIFEST]'
                    ' [READINESS FILE] [CLOSED REGISTER] [PAGE]'
            MOVE 8 TO RETURN-CODE
            STOP RUN
         END-IF.
         DISPLAY 'CLOSE MONTH: ' WS-MONTH.

         MOVE 3 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-OPERATOR FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-OPERATOR
         END-ACCEPT.
         IF WS-OPERATOR = SPACES
            MOVE 'NOT GIVEN' TO WS-OPERATOR
         END-IF.

         MOVE 4 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-CAL-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-CAL-FL-NAME
         END-ACCEPT.
         IF WS-CAL-FL-NAME = SPACES
            MOVE 'business_calendar.txt' TO WS-CAL-FL-NAME
         END-IF.

         MOVE 5 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-CLM-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-CLM-FL-NAME
         END-ACCEPT.
         IF WS-CLM-FL-NAME = SPACES
            STRING 'close_control_' DELIMITED BY SIZE
                   WS-MONTH-X       DELIMITED BY SIZE
                   '.txt'           DELIMITED BY SIZE
                   INTO WS-CLM-FL-NAME
            END-STRING
         END-IF.

         MOVE 6 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-RDY-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-RDY-FL-NAME
         END-ACCEPT.
         IF WS-RDY-FL-NAME = SPACES
            STRING 'close_ready_'   DELIMITED BY SIZE
                   WS-MONTH-X       DELIMITED BY SIZE
                   '.txt'           DELIMITED BY SIZE
                   INTO WS-RDY-FL-NAME
            END-STRING
         END-IF.
         DISPLAY 'READINESS FILE: ' WS-RDY-FL-NAME.

         MOVE 7 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-CLS-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-CLS-FL-NAME
         END-ACCEPT.
         IF WS-CLS-FL-NAME = SPACES
            MOVE 'month_closed.txt' TO WS-CLS-FL-NAME
         END-IF.

         MOVE 8 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-RPT-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-RPT-FL-NAME
         END-ACCEPT.
         IF WS-RPT-FL-NAME = SPACES
            STRING 'close_checklist_' DELIMITED BY SIZE
                   WS-MONTH-X         DELIMITED BY SIZE
                   '.txt'             DELIMITED BY SIZE
                   INTO WS-RPT-FL-NAME
            END-STRING
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: FHCLS0001'.
         EVALUATE TRUE
           WHEN WS-MODE-READY
              PERFORM 210-CHECK-READINESS
           WHEN WS-MODE-PAGE
              PERFORM 250-BUILD-CHECKLIST
           WHEN OTHER
              DISPLAY 'FATAL: MODE MUST BE READY OR PAGE'
              MOVE 16 TO RETURN-CODE
         END-EVALUATE.

      * READY. THE MONTH CAN ONLY CLOSE ONCE EVERY ONE OF ITS
      * BUSINESS DAYS HAS BEEN THROUGH A NIGHT THAT ENDED CLEAN - A
      * DAY STILL OWED WOULD APPEND TO HISTORY AFTER THE CUTOVER.
        210-CHECK-READINESS.
         MOVE 1 TO WS-CT-02.
         OPEN INPUT CAL-FL.
         IF NOT WS-STTS-CAL-OK
            MOVE 'OPEN CAL-FL' TO WS-ERR-CTX
            MOVE WS-STTS-CAL TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         OPEN OUTPUT RDY-FL.
         IF NOT WS-STTS-RDY-OK
            MOVE 'OPEN RDY-FL' TO WS-ERR-CTX
            MOVE WS-STTS-RDY TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         SET WS-RDY-OPEN TO TRUE.
         PERFORM 211-READ-CAL-REC UNTIL WS-CT-02 = 0.
         CLOSE CAL-FL.
         CLOSE RDY-FL.
         MOVE 'N' TO WS-RDY-OPEN-SW.
         DISPLAY 'BUSINESS DAYS IN MONTH: ' WS-BUS-CT
                 '  CLEAN NIGHTS: ' WS-CLEAN-CT.
         IF WS-SKIP-DAY-CT > ZEROS
            DISPLAY 'OF WHICH SKIPPED BY OPERATOR OVERRIDE: '
                    WS-SKIP-DAY-CT
         END-IF.
         IF WS-BUS-CT = ZEROS
            DISPLAY 'REFUSED: NO BUSINESS DAYS FOR ' WS-MONTH
                    ' ON THE BUSINESS CALENDAR'
            MOVE 8 TO RETURN-CODE
         END-IF.
         IF NOT WS-MONTH-END-SEEN
            DISPLAY 'REFUSED: BUSINESS CALENDAR DOES NOT REACH THE '
                    'END OF ' WS-MONTH
            MOVE 8 TO RETURN-CODE
         END-IF.
         IF WS-CLEAN-CT NOT = WS-BUS-CT
            DISPLAY 'REFUSED: NOT EVERY BUSINESS DAY HAS A CLEAN '
                    'NIGHT - SEE ' WS-RDY-FL-NAME
            MOVE 8 TO RETURN-CODE
         END-IF.

        211-READ-CAL-REC.
         READ CAL-FL
          AT END
           MOVE ZEROS TO WS-CT-02
          NOT AT END
           IF CAL-REC NOT = SPACES
              PERFORM 212-CHECK-CAL-DAY
           END-IF
         END-READ.
         IF NOT WS-STTS-CAL-OK AND NOT WS-STTS-CAL-EOF
            MOVE 'READ CAL-FL' TO WS-ERR-CTX
            MOVE WS-STTS-CAL TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        212-CHECK-CAL-DAY.
         IF CAL-DATE NOT NUMERIC OR NOT CAL-TYPE-VALID
            DISPLAY 'FATAL: CALENDAR LINE BAD: ' CAL-REC
            MOVE 'CALENDAR LINE' TO WS-ERR-CTX
            MOVE 'XX' TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         IF CAL-DATE(1:6) = WS-MONTH-X
            IF CAL-IS-MONTH-END
               SET WS-MONTH-END-SEEN TO TRUE
            END-IF
            IF CAL-BUSINESS-DAY
               ADD 1 TO WS-BUS-CT
               PERFORM 220-CHECK-NIGHT-MANIFEST
            END-IF
         END-IF.

      * THE SAME READING OF THE MANIFEST FHCTL0001 MAKES: THE LAST END
      * LINE FOR EACH STEP IS THE ONE THAT COUNTS, SO A NIGHT THAT
      * FAILED AND WAS RESUMED CLEAN IS CLEAN. A START LINE AFTER THE
      * LAST END LINE MEANS THE STEP NEVER FINISHED.
        220-CHECK-NIGHT-MANIFEST.
         MOVE ZEROS TO STEPT-QTDE.
         MOVE 'N' TO WS-DAY-SKIP-SW.
         MOVE SPACES TO WS-MAN-FL-NAME.
         STRING 'run_control_' DELIMITED BY SIZE
                CAL-DATE       DELIMITED BY SIZE
                '.txt'         DELIMITED BY SIZE
                INTO WS-MAN-FL-NAME
         END-STRING.
         MOVE 1 TO WS-MAN-CT-02.
         OPEN INPUT MAN-FL.
         IF NOT WS-STTS-MAN-OK
            MOVE 'OPEN MAN-FL' TO WS-ERR-CTX
            MOVE WS-STTS-MAN TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         IF WS-STTS-MAN-MISSING
            MOVE 'NO NIGHTLY MANIFEST' TO WS-DAY-STATUS
         ELSE
            PERFORM 221-READ-MAN-REC UNTIL WS-MAN-CT-02 = 0
            PERFORM 225-JUDGE-NIGHT
         END-IF.
         IF WS-DAY-SKIPPED
            MOVE SPACES TO WS-DAY-STATUS
            STRING 'SKIPPED BY OVERRIDE ' DELIMITED BY SIZE
                   WS-SKIP-BY             DELIMITED BY SIZE
                   INTO WS-DAY-STATUS
            END-STRING
            ADD 1 TO WS-SKIP-DAY-CT
         END-IF.
         CLOSE MAN-FL.
         MOVE CAL-DATE TO RDY-DATE.
         MOVE SPACE TO RDY-SEP1.
         MOVE WS-DAY-STATUS TO RDY-STATUS.
         WRITE RDY-REC.
         IF NOT WS-STTS-RDY-OK
            MOVE 'WRITE RDY-FL' TO WS-ERR-CTX
            MOVE WS-STTS-RDY TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         IF WS-DAY-STATUS(1:5) = 'CLEAN' OR WS-DAY-SKIPPED
            ADD 1 TO WS-CLEAN-CT
         ELSE
            DISPLAY 'NOT CLEAN: ' CAL-DATE ' ' WS-DAY-STATUS
         END-IF.

        221-READ-MAN-REC.
         READ MAN-FL
          AT END
           MOVE ZEROS TO WS-MAN-CT-02
          NOT AT END
           PERFORM 230-TOKENIZE-MAN-REC
           IF WS-TOK-1 = 'STEP' AND WS-TOK-3 = 'END'
            AND WS-TOK-5 = 'RC'
              PERFORM 231-NOTE-STEP-RC
           END-IF
           IF WS-TOK-1 = 'STEP' AND WS-TOK-3 = 'START'
              PERFORM 231-NOTE-STEP-RC
           END-IF
           IF WS-TOK-1 = 'SKIPPED' AND WS-TOK-2 = 'BY'
            AND WS-TOK-3 = 'OVERRIDE'
              SET WS-DAY-SKIPPED TO TRUE
              MOVE WS-TOK-4 TO WS-SKIP-BY
           END-IF
         END-READ.
         IF NOT WS-STTS-MAN-OK AND NOT WS-STTS-MAN-EOF
            MOVE 'READ MAN-FL' TO WS-ERR-CTX
            MOVE WS-STTS-MAN TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        225-JUDGE-NIGHT.
         MOVE 'CLEAN' TO WS-DAY-STATUS.
         IF STEPT-QTDE = ZEROS
            MOVE 'NO STEP ENDED ON THE MANIFEST' TO WS-DAY-STATUS
         END-IF.
         MOVE 1 TO WS-SX.
         PERFORM 226-JUDGE-ONE-STEP
           UNTIL WS-SX > STEPT-QTDE
              OR WS-DAY-STATUS(1:5) NOT = 'CLEAN'.
         IF WS-DAY-STATUS(1:5) = 'CLEAN'
            PERFORM 227-CHECK-CONTROL-STEP
         END-IF.

      * RC 4 FROM A WARNING STEP LEAVES THE NIGHT CLEAN, WITH THE
      * WARNING NAMED ON THE READINESS LINE.
        226-JUDGE-ONE-STEP.
         EVALUATE TRUE
           WHEN STEPT-STARTED(WS-SX)
              MOVE SPACES TO WS-DAY-STATUS
              STRING 'INCOMPLETE: '      DELIMITED BY SIZE
                     STEPT-NAME(WS-SX)   DELIMITED BY SPACE
                     ' NEVER ENDED'      DELIMITED BY SIZE
                     INTO WS-DAY-STATUS
              END-STRING
           WHEN STEPT-RC(WS-SX) = '0'
              CONTINUE
           WHEN STEPT-RC(WS-SX) = '4' AND STEPT-WARN-STEP(WS-SX)
              MOVE SPACES TO WS-DAY-STATUS
              STRING 'CLEAN, WARNING: '  DELIMITED BY SIZE
                     STEPT-NAME(WS-SX)   DELIMITED BY SPACE
                     ' RC 4'             DELIMITED BY SIZE
                     INTO WS-DAY-STATUS
              END-STRING
           WHEN OTHER
              MOVE SPACES TO WS-DAY-STATUS
              STRING 'STEP '            DELIMITED BY SIZE
                     STEPT-NAME(WS-SX)  DELIMITED BY SPACE
                     ' ENDED RC '       DELIMITED BY SIZE
                     STEPT-RC(WS-SX)    DELIMITED BY SPACE
                     INTO WS-DAY-STATUS
              END-STRING
         END-EVALUATE.
         ADD 1 TO WS-SX.

      * THE CONTROL PAGE IS THE LAST STEP OF EVERY NIGHT; WITHOUT ITS
      * END LINE THE CHAIN NEVER REACHED THE END. EVERY STEP ON THE
      * TABLE HAS ALREADY BEEN JUDGED, SO FINDING IT IS ENOUGH.
        227-CHECK-CONTROL-STEP.
         MOVE ZEROS TO WS-STEP-IX.
         MOVE 1 TO WS-SX.
         PERFORM 228-FIND-CONTROL-STEP
           UNTIL WS-SX > STEPT-QTDE OR WS-STEP-IX > ZEROS.
         IF WS-STEP-IX = ZEROS
            MOVE 'INCOMPLETE: FHCTL0001 NEVER ENDED' TO WS-DAY-STATUS
         END-IF.

        228-FIND-CONTROL-STEP.
         IF STEPT-NAME(WS-SX) = 'FHCTL0001'
            MOVE WS-SX TO WS-STEP-IX
         ELSE
            ADD 1 TO WS-SX
         END-IF.

      * MANIFEST LINES READ 'STEP <name> START <time>', 'STEP <name>
      * END <time> RC <rc> ...' AND,
      * ON THE CLOSE MANIFEST, 'COUNT <key> <nnnnnnnnn>'.
        230-TOKENIZE-MAN-REC.
         MOVE SPACES TO WS-TOK-1 WS-TOK-2 WS-TOK-3 WS-TOK-4
                        WS-TOK-5 WS-TOK-6.
         UNSTRING MAN-REC DELIMITED BY ALL ' '
           INTO WS-TOK-1 WS-TOK-2 WS-TOK-3 WS-TOK-4 WS-TOK-5
                WS-TOK-6
         END-UNSTRING.

        231-NOTE-STEP-RC.
         MOVE ZEROS TO WS-STEP-IX.
         MOVE 1 TO WS-SX.
         PERFORM 232-SCAN-STEP-TAB
           UNTIL WS-SX > STEPT-QTDE OR WS-STEP-IX > ZEROS.
         IF WS-STEP-IX = ZEROS
            IF STEPT-QTDE < 20
               ADD 1 TO STEPT-QTDE
               MOVE STEPT-QTDE TO WS-STEP-IX
               MOVE WS-TOK-2 TO STEPT-NAME(WS-STEP-IX)
               MOVE SPACES TO STEPT-RC(WS-STEP-IX)
            ELSE
               DISPLAY 'WARNING: STEP TABLE FULL, MANIFEST LINE'
                       ' IGNORED'
            END-IF
         END-IF.
         IF WS-STEP-IX > ZEROS
            MOVE WS-TOK-3 TO STEPT-LAST(WS-STEP-IX)
            IF WS-TOK-3 = 'END'
               MOVE WS-TOK-6 TO STEPT-RC(WS-STEP-IX)
            END-IF
         END-IF.

        232-SCAN-STEP-TAB.
         IF STEPT-NAME(WS-SX) = WS-TOK-2
            MOVE WS-SX TO WS-STEP-IX
         ELSE
            ADD 1 TO WS-SX
         END-IF.

      * PAGE. EVERYTHING ON IT COMES FROM FILES THE CLOSE LEFT ON
      * DISK, SO IT IS REGENERATED, NOT SKIPPED, ON EVERY RERUN.
        250-BUILD-CHECKLIST.
         PERFORM 251-READ-CLOSE-MANIFEST.
         PERFORM 255-READ-READINESS.
         PERFORM 258-CHECK-CLOSED-REGISTER.
         PERFORM 270-WRITE-CHECKLIST-PAGE.

        251-READ-CLOSE-MANIFEST.
         MOVE ZEROS TO STEPT-QTDE.
         MOVE WS-CLM-FL-NAME TO WS-MAN-FL-NAME.
         MOVE 1 TO WS-MAN-CT-02.
         OPEN INPUT MAN-FL.
         IF NOT WS-STTS-MAN-OK
            MOVE 'OPEN MAN-FL' TO WS-ERR-CTX
            MOVE WS-STTS-MAN TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         PERFORM 252-READ-CLM-REC UNTIL WS-MAN-CT-02 = 0.
         CLOSE MAN-FL.

        252-READ-CLM-REC.
         READ MAN-FL
          AT END
           MOVE ZEROS TO WS-MAN-CT-02
          NOT AT END
           PERFORM 230-TOKENIZE-MAN-REC
           IF WS-TOK-1 = 'STEP' AND WS-TOK-3 = 'END'
            AND WS-TOK-5 = 'RC'
              PERFORM 231-NOTE-STEP-RC
           END-IF
           IF WS-TOK-1 = 'COUNT' AND WS-TOK-3(1:9) NUMERIC
              PERFORM 253-NOTE-COUNT
           END-IF
         END-READ.
         IF NOT WS-STTS-MAN-OK AND NOT WS-STTS-MAN-EOF
            MOVE 'READ MAN-FL' TO WS-ERR-CTX
            MOVE WS-STTS-MAN TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

      * A RESUMED CLOSE RECORDS A STEP'S COUNTS AGAIN; THE LAST ONE
      * RECORDED IS THE ONE THAT COUNTS, AS FOR THE STEP RCS.
        253-NOTE-COUNT.
         MOVE WS-TOK-2 TO WS-LOOK-KEY.
         PERFORM 260-FIND-COUNT.
         IF WS-KEY-IX = ZEROS
            IF CNTT-QTDE < 20
               ADD 1 TO CNTT-QTDE
               MOVE CNTT-QTDE TO WS-KEY-IX
               MOVE WS-TOK-2 TO CNTT-KEY(WS-KEY-IX)
            ELSE
               DISPLAY 'WARNING: COUNT TABLE FULL, MANIFEST LINE'
                       ' IGNORED'
            END-IF
         END-IF.
         IF WS-KEY-IX > ZEROS
            MOVE WS-TOK-3(1:9) TO CNTT-VALUE(WS-KEY-IX)
         END-IF.

        255-READ-READINESS.
         MOVE 1 TO WS-CT-02.
         OPEN INPUT RDY-FL.
         IF NOT WS-STTS-RDY-OK
            MOVE 'OPEN RDY-FL' TO WS-ERR-CTX
            MOVE WS-STTS-RDY TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         PERFORM 256-READ-RDY-REC UNTIL WS-CT-02 = 0.
         CLOSE RDY-FL.

        256-READ-RDY-REC.
         READ RDY-FL
          AT END
           MOVE ZEROS TO WS-CT-02
          NOT AT END
           ADD 1 TO WS-BUS-CT
           IF RDY-STATUS(1:5) = 'CLEAN' OR
              RDY-STATUS(1:19) = 'SKIPPED BY OVERRIDE'
              ADD 1 TO WS-CLEAN-CT
           END-IF
         END-READ.
         IF NOT WS-STTS-RDY-OK AND NOT WS-STTS-RDY-EOF
            MOVE 'READ RDY-FL' TO WS-ERR-CTX
            MOVE WS-STTS-RDY TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        258-CHECK-CLOSED-REGISTER.
         MOVE 1 TO WS-CT-02.
         OPEN INPUT CLS-FL.
         IF NOT WS-STTS-CLS-OK
            MOVE 'OPEN CLS-FL' TO WS-ERR-CTX
            MOVE WS-STTS-CLS TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         PERFORM 259-READ-CLS-REC UNTIL WS-CT-02 = 0.
         CLOSE CLS-FL.

        259-READ-CLS-REC.
         READ CLS-FL
          AT END
           MOVE ZEROS TO WS-CT-02
          NOT AT END
           IF CLS-YYYYMM = WS-MONTH
              SET WS-MONTH-CLOSED TO TRUE
              MOVE ZEROS TO WS-CT-02
           END-IF
         END-READ.
         IF NOT WS-STTS-CLS-OK AND NOT WS-STTS-CLS-EOF
            MOVE 'READ CLS-FL' TO WS-ERR-CTX
            MOVE WS-STTS-CLS TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        260-FIND-COUNT.
         MOVE ZEROS TO WS-KEY-IX.
         MOVE 'N' TO WS-LOOK-SW.
         MOVE ZEROS TO WS-LOOK-VALUE.
         MOVE 1 TO WS-KX.
         PERFORM 261-SCAN-COUNT-TAB
           UNTIL WS-KX > CNTT-QTDE OR WS-KEY-IX > ZEROS.
         IF WS-KEY-IX > ZEROS
            SET WS-LOOK-FOUND TO TRUE
            MOVE CNTT-VALUE(WS-KEY-IX) TO WS-LOOK-VALUE
         END-IF.

        261-SCAN-COUNT-TAB.
         IF CNTT-KEY(WS-KX) = WS-LOOK-KEY
            MOVE WS-KX TO WS-KEY-IX
         ELSE
            ADD 1 TO WS-KX
         END-IF.

        270-WRITE-CHECKLIST-PAGE.
         OPEN OUTPUT RPT-FL.
         IF NOT WS-STTS-RPT-OK
            MOVE 'OPEN RPT-FL' TO WS-ERR-CTX
            MOVE WS-STTS-RPT TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         MOVE WS-MONTH TO RPT-T1-MONTH.
         MOVE RPT-TITLE-1 TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         PERFORM 895-WRITE-BLANK-LINE.
         PERFORM 271-WRITE-STEPS.
         PERFORM 895-WRITE-BLANK-LINE.
         PERFORM 273-WRITE-COUNTS.
         PERFORM 895-WRITE-BLANK-LINE.
         PERFORM 275-WRITE-TIE-POINTS.
         PERFORM 895-WRITE-BLANK-LINE.
         IF WS-FAIL-CT = ZEROS
            MOVE 'CLOSE VERDICT: PASS - MONTH CLOSED CLEAN'
              TO RPT-V-TEXT
         ELSE
            MOVE 'CLOSE VERDICT: FAIL - INVESTIGATE FLAGGED TIES'
              TO RPT-V-TEXT
         END-IF.
         MOVE RPT-VERDICT TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         PERFORM 895-WRITE-BLANK-LINE.
         PERFORM 279-WRITE-SIGN-OFF.
         CLOSE RPT-FL.
         DISPLAY 'CLOSE CHECKLIST WRITTEN TO ' WS-RPT-FL-NAME.

      * NOT APPLICABLE IS A RESULT, NOT A FAILURE: FHREI0001 ONLY RUNS
      * WHEN A CLOSED MONTH HAS NEW ADJUSTMENTS, FHANN0001 ONLY IN
      * DECEMBER, AND SO ON. THE DRIVER RECORDS THOSE AS RC NA. NOR
      * IS RC 4 FROM A WARNING STEP: FHMEC01.sh CARRIES ON PAST IT.
        271-WRITE-STEPS.
         MOVE 'CLOSE STEPS (LAST RESULT RECORDED PER STEP)'
           TO RPT-H-TEXT.
         MOVE RPT-HEAD-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE STEPT-QTDE TO WS-STEP-CT.
         MOVE 1 TO WS-SX.
         PERFORM 272-WRITE-ONE-STEP UNTIL WS-SX > STEPT-QTDE.

        272-WRITE-ONE-STEP.
         MOVE STEPT-NAME(WS-SX) TO RPT-S-NAME.
         MOVE STEPT-RC(WS-SX) TO RPT-S-RC.
         EVALUATE TRUE
           WHEN STEPT-RC(WS-SX) = '0'
              MOVE 'DONE' TO RPT-S-STATE
              ADD 1 TO WS-STEP-OK-CT
           WHEN STEPT-RC(WS-SX) = '4' AND STEPT-WARN-STEP(WS-SX)
              MOVE 'DONE WITH WARNING' TO RPT-S-STATE
              ADD 1 TO WS-STEP-OK-CT
           WHEN STEPT-RC(WS-SX) = 'NA'
              MOVE 'NOT APPLICABLE' TO RPT-S-STATE
              ADD 1 TO WS-STEP-OK-CT
           WHEN OTHER
              MOVE 'FAILED' TO RPT-S-STATE
         END-EVALUATE.
         MOVE RPT-STEP-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         ADD 1 TO WS-SX.

        273-WRITE-COUNTS.
         MOVE 'RECORD COUNTS CARRIED BETWEEN STEPS' TO RPT-H-TEXT.
         MOVE RPT-HEAD-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 1 TO WS-KX.
         PERFORM 274-WRITE-ONE-COUNT UNTIL WS-KX > CNTT-QTDE.

        274-WRITE-ONE-COUNT.
         EVALUATE CNTT-KEY(WS-KX)
           WHEN 'HIST-IN'
              MOVE 'LIVE HISTORY RECORDS INTO FHDUP0001'
                TO RPT-F-LABEL
           WHEN 'HIST-MONTH'
              MOVE '  OF WHICH DATED IN THE CLOSE MONTH'
                TO RPT-F-LABEL
           WHEN 'DUP-DROPPED'
              MOVE 'DUPLICATES DROPPED BY FHDUP0001' TO RPT-F-LABEL
           WHEN 'DUP-OUT'
              MOVE 'CLEANED HISTORY RECORDS OUT OF FHDUP0001'
                TO RPT-F-LABEL
           WHEN 'CLEAN-MONTH'
              MOVE '  OF WHICH DATED IN THE CLOSE MONTH'
                TO RPT-F-LABEL
           WHEN 'TOT-ENTRIES'
              MOVE 'ENTRIES ON FHMES0001 CATEGORY TOTALS'
                TO RPT-F-LABEL
           WHEN 'SUSPENSE'
              MOVE 'CLOSE-MONTH RECORDS LEFT IN SUSPENSE'
                TO RPT-F-LABEL
           WHEN 'ARCHIVED'
              MOVE 'RECORDS ARCHIVED FOR THE MONTH BY FHARC01'
                TO RPT-F-LABEL
           WHEN 'LIVE-REMAIN'
              MOVE 'RECORDS LEFT IN THE LIVE HISTORY' TO RPT-F-LABEL
           WHEN 'SUS-MONTH'
              MOVE 'SUSPENSE LEDGER ITEMS DATED IN THE MONTH'
                TO RPT-F-LABEL
           WHEN 'SUS-OPEN'
              MOVE 'SUSPENSE LEDGER ITEMS STILL OPEN, ALL MONTHS'
                TO RPT-F-LABEL
           WHEN 'REISSUED'
              MOVE 'CLOSED MONTHS REISSUED BY FHREI0001'
                TO RPT-F-LABEL
           WHEN OTHER
              MOVE CNTT-KEY(WS-KX) TO RPT-F-LABEL
         END-EVALUATE.
         MOVE CNTT-VALUE(WS-KX) TO RPT-F-VALUE.
         MOVE RPT-FIG-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         ADD 1 TO WS-KX.

      * THE CLOSE IS CLEAN WHEN THE MONTH WAS READY, EVERY STEP ENDED
      * RC 0 OR DID NOT APPLY, THE ARCHIVE HOLDS EXACTLY THE MONTH'S
      * RECORDS THE LIVE HISTORY HELD GOING IN, AND THE MONTH LANDED
      * ON THE CLOSED-MONTH REGISTER.
        275-WRITE-TIE-POINTS.
         MOVE 'BUSINESS DAYS CLEAN OR SKIPPED BY OVERRIDE'
           TO RPT-T-LABEL.
         MOVE WS-CLEAN-CT TO RPT-T-LEFT.
         MOVE WS-BUS-CT TO RPT-T-RIGHT.
         IF WS-BUS-CT > ZEROS AND WS-CLEAN-CT = WS-BUS-CT
            MOVE 'PASS' TO RPT-T-FLAG
         ELSE
            MOVE 'FAIL' TO RPT-T-FLAG
            ADD 1 TO WS-FAIL-CT
         END-IF.
         MOVE RPT-TIE-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.

         MOVE 'CLOSE STEPS DONE, WARNED OR NOT APPLICABLE'
           TO RPT-T-LABEL.
         MOVE WS-STEP-OK-CT TO RPT-T-LEFT.
         MOVE WS-STEP-CT TO RPT-T-RIGHT.
         IF WS-STEP-CT > ZEROS AND WS-STEP-OK-CT = WS-STEP-CT
            MOVE 'PASS' TO RPT-T-FLAG
         ELSE
            MOVE 'FAIL' TO RPT-T-FLAG
            ADD 1 TO WS-FAIL-CT
         END-IF.
         MOVE RPT-TIE-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.

         MOVE 'ARCHIVED' TO WS-LOOK-KEY.
         PERFORM 260-FIND-COUNT.
         IF WS-LOOK-FOUND
            SET WS-ARC-KNOWN TO TRUE
         END-IF.
         MOVE WS-LOOK-VALUE TO WS-ARCHIVED.
         MOVE 'HIST-MONTH' TO WS-LOOK-KEY.
         PERFORM 260-FIND-COUNT.
         IF NOT WS-LOOK-FOUND
            MOVE 'N' TO WS-ARC-SW
         END-IF.
         MOVE WS-LOOK-VALUE TO WS-HIST-MONTH.
         MOVE 'ARCHIVED VS MONTH RECORDS IN LIVE HISTORY'
           TO RPT-T-LABEL.
         MOVE WS-ARCHIVED TO RPT-T-LEFT.
         MOVE WS-HIST-MONTH TO RPT-T-RIGHT.
         IF WS-ARC-KNOWN AND WS-ARCHIVED = WS-HIST-MONTH
            MOVE 'PASS' TO RPT-T-FLAG
         ELSE
            MOVE 'FAIL' TO RPT-T-FLAG
            ADD 1 TO WS-FAIL-CT
         END-IF.
         MOVE RPT-TIE-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.

      * EVERY RECORD THE ROLLUP LEFT IN SUSPENSE FOR THE MONTH MUST
      * BE ON THE SUSPENSE LEDGER, OPEN OR CLEARED. ONLY SHOWN ONCE
      * THE LEDGER STEP HAS RECORDED ITS COUNT.
         MOVE 'SUSPENSE' TO WS-LOOK-KEY.
         PERFORM 260-FIND-COUNT.
         MOVE WS-LOOK-VALUE TO WS-SUSPENSE-CT.
         MOVE 'SUS-MONTH' TO WS-LOOK-KEY.
         PERFORM 260-FIND-COUNT.
         IF WS-LOOK-FOUND
            MOVE 'CLOSE-MONTH SUSPENSE VS SUSPENSE LEDGER'
              TO RPT-T-LABEL
            MOVE WS-SUSPENSE-CT TO RPT-T-LEFT
            MOVE WS-LOOK-VALUE TO RPT-T-RIGHT
            IF WS-SUSPENSE-CT = WS-LOOK-VALUE
               MOVE 'PASS' TO RPT-T-FLAG
            ELSE
               MOVE 'FAIL' TO RPT-T-FLAG
               ADD 1 TO WS-FAIL-CT
            END-IF
            MOVE RPT-TIE-LINE TO WS-RPT-LINE
            PERFORM 890-WRITE-RPT-LINE
         END-IF.

         MOVE 'MONTH ON THE CLOSED-MONTH REGISTER' TO RPT-T-LABEL.
         MOVE 1 TO RPT-T-RIGHT.
         IF WS-MONTH-CLOSED
            MOVE 1 TO RPT-T-LEFT
            MOVE 'PASS' TO RPT-T-FLAG
         ELSE
            MOVE 0 TO RPT-T-LEFT
            MOVE 'FAIL' TO RPT-T-FLAG
            ADD 1 TO WS-FAIL-CT
         END-IF.
         MOVE RPT-TIE-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.

        279-WRITE-SIGN-OFF.
         MOVE WS-OPERATOR TO RPT-SG-OPER.
         MOVE WS-RUN-DATE TO RPT-SG-DATE.
         MOVE WS-RUN-TIME(1:6) TO RPT-SG-TIME.
         MOVE RPT-SIGN-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         PERFORM 895-WRITE-BLANK-LINE.
         MOVE 'REVIEWED BY:  ____________________  DATE: __________'
           TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.

        890-WRITE-RPT-LINE.
         MOVE WS-RPT-LINE TO RPT-REC.
         WRITE RPT-REC.
         IF NOT WS-STTS-RPT-OK
            MOVE 'WRITE RPT-FL' TO WS-ERR-CTX
            MOVE WS-STTS-RPT TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        895-WRITE-BLANK-LINE.
         MOVE SPACES TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.

        300-END.
         IF WS-MODE-PAGE
            DISPLAY 'TIE-POINTS FAILED: ' WS-FAIL-CT
            IF WS-FAIL-CT > ZEROS
               MOVE 8 TO RETURN-CODE
            END-IF
         END-IF.
         DISPLAY 'END-PROGRAM: FHCLS0001'.
         STOP RUN.

        900-ERROR-ABEND.
         DISPLAY 'FATAL I/O ERROR ON ' WS-ERR-CTX ' STATUS='
                 WS-ERR-STATUS.
         IF WS-RDY-OPEN
            CLOSE RDY-FL
         END-IF.
         MOVE 16 TO RETURN-CODE.
         STOP RUN.
       END PROGRAM FHCLS0001.
