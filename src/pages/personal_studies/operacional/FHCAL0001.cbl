      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261008
      * Purpose: PROCESSING-DATE CONTROL FOR THE NIGHTLY CHAIN. THE
      *          BUSINESS DATE A NIGHT RUNS FOR COMES FROM THE
      *          BUSINESS CALENDAR (FHBOOK15) AND THE PROCESSING-DATE
      *          CONTROL RECORD (FHBOOK16), NOT FROM THE SYSTEM CLOCK.
      *          TWO MODES, NAMED IN ARGUMENT 1:
      *          PLAN - WORKS OUT THE CLOCK'S BUSINESS DATE (BEFORE
      *                 THE 06:00 CUT-OFF A RUN STILL BELONGS TO THE
      *                 PREVIOUS CALENDAR DAY) AND WRITES A PLAN FILE
      *                 LISTING, OLDEST FIRST, EVERY BUSINESS DAY AFTER
      *                 THE LAST CLEAN ONE UP TO THAT DATE, SO MISSED
      *                 NIGHTS ARE CAUGHT UP IN ORDER BEFORE TODAY.
      *                 NOTHING DUE (WEEKEND, HOLIDAY, ALREADY DONE)
      *                 ENDS WITH RETURN CODE 4.
      *          DONE - MOVES THE CONTROL RECORD TO A BUSINESS DATE
      *                 WHOSE NIGHT ENDED CLEAN. IT REFUSES (RETURN
      *                 CODE 8) TO MOVE BACKWARDS, TO SKIP A BUSINESS
      *                 DAY, OR TO LAND ON A NON-BUSINESS DAY.
      *          AN OPERATOR OVERRIDE DATE IN ARGUMENT 4 MAKES PLAN
      *          LIST THAT ONE DATE AND MAKES DONE ACCEPT IT, BUSINESS
      *          DAY OR NOT, WITH THE BUSINESS DAYS IT LEAVES BEHIND
      *          COUNTED ON THE CONTROL RECORD AND SAID OUT LOUD.
      *          WHEN DONE COMMITS SUCH AN OVERRIDE, EACH BUSINESS DAY
      *          LEFT BEHIND GETS A 'SKIPPED BY OVERRIDE' LINE ON ITS
      *          OWN RUN-CONTROL MANIFEST (run_control_<date>.txt), SO
      *          THE MONTH-END READINESS CHECK CAN TELL A DAY THE
      *          OPERATOR CHOSE TO LEAVE FROM A NIGHT THAT NEVER RAN.
      * Tectonics: cobc
      * Modification History:
      *  20261008 TA - INITIAL VERSION.
      *  20261015 TA - REVIEW FIX - DONE UNDER AN OVERRIDE MARKS EVERY
      *                BUSINESS DAY IT LEAVES BEHIND AS SKIPPED BY
      *                OVERRIDE ON THAT DAY'S RUN-CONTROL MANIFEST.
      *                UNTIL NOW A MONTH WITH AN OVERRIDE-SKIPPED DAY
      *                COULD NEVER PASS THE CLOSE READINESS CHECK.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. FHCAL0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          SELECT CAL-FL ASSIGN TO WS-CAL-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-CAL.
          SELECT OPTIONAL PDC-FL ASSIGN TO WS-PDC-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-PDC.
          SELECT PLN-FL ASSIGN TO WS-PLN-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-PLN.
          SELECT OPTIONAL MAN-FL ASSIGN TO WS-MAN-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-MAN.
       DATA DIVISION.
        FILE SECTION.
         COPY 'FHBOOK15.COB'.

         COPY 'FHBOOK16.COB'.

      * ONE LINE PER BUSINESS DATE THE CHAIN IS TO RUN, OLDEST FIRST:
      * DATE, DAY TYPE, MONTH-END FLAG, AND 'C' FOR A CATCH-UP NIGHT,
      * 'N' FOR THE CLOCK'S OWN BUSINESS DATE, 'O' FOR AN OVERRIDE.
         FD  PLN-FL.
         01  PLN-REC.
             05  PLN-DATE            PIC 9(08).
             05  PLN-SEP1            PIC X(01).
             05  PLN-DAY-TYPE        PIC X(01).
             05  PLN-SEP2            PIC X(01).
             05  PLN-MONTH-END       PIC X(01).
             05  PLN-SEP3            PIC X(01).
             05  PLN-KIND            PIC X(01).

      * A SKIPPED DAY'S RUN-CONTROL MANIFEST GETS ONE LINE ADDED:
      * 'SKIPPED BY OVERRIDE <override date> <when, yyyymmdd hhmmss>'.
      * A NIGHT THAT STARTED AND FAILED KEEPS ITS STEP LINES ABOVE IT.
         FD  MAN-FL.
         01  MAN-REC.
             05  MAN-TEXT            PIC X(20).
             05  MAN-OVR-DATE        PIC 9(08).
             05  MAN-SEP1            PIC X(01).
             05  MAN-UPD-DATE        PIC 9(08).
             05  MAN-SEP2            PIC X(01).
             05  MAN-UPD-TIME        PIC 9(06).

        WORKING-STORAGE SECTION.
         77  WS-ARG-NUM              PIC 9(02)   VALUE 1.
         77  WS-CAL-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-PDC-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-PLN-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-MAN-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-MODE                 PIC X(04)   VALUE SPACES.
             88  WS-MODE-PLAN              VALUE 'PLAN'.
             88  WS-MODE-DONE              VALUE 'DONE'.
         01  WS-ARG-DATE-X           PIC X(08)   VALUE SPACES.
         01  WS-ARG-DATE             REDEFINES WS-ARG-DATE-X
                                     PIC 9(08).
         01  WS-ARG-TIME-X           PIC X(04)   VALUE SPACES.
         01  WS-ARG-TIME             REDEFINES WS-ARG-TIME-X
                                     PIC 9(04).
         01  WS-OVR-DATE-X           PIC X(08)   VALUE SPACES.
         01  WS-OVR-DATE             REDEFINES WS-OVR-DATE-X
                                     PIC 9(08).
         77  WS-OVR-SW               PIC X(01)   VALUE 'N'.
             88  WS-OVERRIDE               VALUE 'Y'.

      * A NIGHT STARTED BEFORE THIS TIME STILL BELONGS TO THE
      * PREVIOUS CALENDAR DAY'S BUSINESS DATE.
         77  WS-CUTOFF-HHMM          PIC 9(04)   VALUE 0600.

         77  WS-SYS-DATE             PIC 9(08)   VALUE ZEROS.
         77  WS-SYS-TIME             PIC 9(08)   VALUE ZEROS.
         77  WS-CLOCK-DATE           PIC 9(08)   VALUE ZEROS.
         77  WS-LAST-CLEAN           PIC 9(08)   VALUE ZEROS.
         77  WS-NEXT-BUS             PIC 9(08)   VALUE ZEROS.
         77  WS-TARGET-DATE          PIC 9(08)   VALUE ZEROS.
         77  WS-SKIP-CT              PIC 9(03)   VALUE ZEROS.
         77  WS-PLAN-CT              PIC 9(03)   VALUE ZEROS.

         77  WS-CT-02                PIC 9(01)   VALUE ZEROS.
         77  WS-CX                   PIC 9(04)   VALUE ZEROS.
         77  WS-FOUND-CX             PIC 9(04)   VALUE ZEROS.
         77  WS-LOOK-DATE            PIC 9(08)   VALUE ZEROS.
         77  WS-PREV-CAL-DATE        PIC 9(08)   VALUE ZEROS.
         77  WS-PLAN-KIND            PIC X(01)   VALUE SPACE.

         77  WS-STTS-CAL             PIC XX      VALUE '..'.
             88  WS-STTS-CAL-OK            VALUE '00'.
             88  WS-STTS-CAL-EOF           VALUE '10'.
         77  WS-STTS-PDC             PIC XX      VALUE '..'.
             88  WS-STTS-PDC-OK            VALUE '00' '05'.
             88  WS-STTS-PDC-EOF           VALUE '10'.
         77  WS-STTS-PLN             PIC XX      VALUE '..'.
             88  WS-STTS-PLN-OK            VALUE '00'.
         77  WS-STTS-MAN             PIC XX      VALUE '..'.
             88  WS-STTS-MAN-OK            VALUE '00' '05'.
         77  WS-ERR-CTX              PIC X(20)   VALUE SPACES.
         77  WS-ERR-STATUS           PIC XX      VALUE SPACES.
         77  WS-PLN-OPEN-SW          PIC X(01)   VALUE 'N'.
             88  WS-PLN-OPEN               VALUE 'Y'.

      * ONE CALENDAR DAY BACK, FOR THE CUT-OFF.
         01  WS-DB-DATE              PIC 9(08)   VALUE ZEROS.
         01  WS-DB-DATE-R REDEFINES WS-DB-DATE.
             05  WS-DB-YYYY          PIC 9(04).
             05  WS-DB-MM            PIC 9(02).
             05  WS-DB-DD            PIC 9(02).
         77  WS-LAST-DAY             PIC 9(02)   VALUE ZEROS.
         77  WS-LEAP-Q               PIC 9(04)   VALUE ZEROS.
         77  WS-LEAP-R4              PIC 9(04)   VALUE ZEROS.
         77  WS-LEAP-R100            PIC 9(04)   VALUE ZEROS.
         77  WS-LEAP-R400            PIC 9(04)   VALUE ZEROS.
         01  WS-MO-DAYS-X            PIC X(24)   VALUE
             '312831303130313130313031'.
         01  WS-MO-DAYS-R REDEFINES WS-MO-DAYS-X.
             05  WS-MO-DAYS          PIC 9(02)   OCCURS 12 TIMES.

         01  TB-CAL.
             05  CALT-QTDE           PIC 9(04)   VALUE ZEROS.
             05  CALT-TAB            OCCURS 1500 TIMES.
                 10  CALT-DATE           PIC 9(08).
                 10  CALT-TYPE           PIC X(01).
                 10  CALT-MONTH-END      PIC X(01).


       PROCEDURE DIVISION.
         000-MAIN.
         DISPLAY 'MAIN: FHCAL0001'.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: FHCAL0001'.
         ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
         ACCEPT WS-SYS-TIME FROM TIME.

         MOVE 1 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-MODE FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-MODE
         END-ACCEPT.
         DISPLAY 'MODE: ' WS-MODE.

         MOVE 2 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-ARG-DATE-X FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-ARG-DATE-X
         END-ACCEPT.
         IF WS-ARG-DATE-X = SPACES
            MOVE WS-SYS-DATE TO WS-ARG-DATE
         END-IF.
         DISPLAY 'DATE: ' WS-ARG-DATE-X.

         MOVE 3 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-ARG-TIME-X FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-ARG-TIME-X
         END-ACCEPT.
         IF WS-ARG-TIME-X = SPACES
            MOVE WS-SYS-TIME(1:4) TO WS-ARG-TIME-X
         END-IF.

         MOVE 4 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-OVR-DATE-X FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-OVR-DATE-X
         END-ACCEPT.
         IF WS-OVR-DATE-X NOT = SPACES
            IF WS-OVR-DATE-X NOT NUMERIC
               DISPLAY 'FATAL: OVERRIDE DATE NOT YYYYMMDD: '
                       WS-OVR-DATE-X
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            SET WS-OVERRIDE TO TRUE
            DISPLAY 'OPERATOR OVERRIDE DATE: ' WS-OVR-DATE
         END-IF.

         MOVE 5 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-CAL-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-CAL-FL-NAME
         END-ACCEPT.
         IF WS-CAL-FL-NAME = SPACES
            MOVE 'business_calendar.txt' TO WS-CAL-FL-NAME
         END-IF.
         DISPLAY 'BUSINESS CALENDAR: ' WS-CAL-FL-NAME.

         MOVE 6 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-PDC-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-PDC-FL-NAME
         END-ACCEPT.
         IF WS-PDC-FL-NAME = SPACES
            MOVE 'proc_date_control.txt' TO WS-PDC-FL-NAME
         END-IF.
         DISPLAY 'PROCESSING-DATE CONTROL: ' WS-PDC-FL-NAME.

         MOVE 7 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-PLN-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-PLN-FL-NAME
         END-ACCEPT.
         IF WS-PLN-FL-NAME = SPACES
            MOVE 'proc_plan.txt' TO WS-PLN-FL-NAME
         END-IF.

         IF WS-ARG-DATE-X NOT NUMERIC
            DISPLAY 'FATAL: DATE NOT YYYYMMDD: ' WS-ARG-DATE-X
            MOVE 16 TO RETURN-CODE
            STOP RUN
         END-IF.
         PERFORM 110-LOAD-CALENDAR.
         PERFORM 120-READ-CONTROL.

      * THE CALENDAR MUST BE IN STRICTLY ASCENDING DATE ORDER WITH A
      * KNOWN DAY TYPE ON EVERY LINE - EVERYTHING BELOW LEANS ON THE
      * ORDER, SO A HAND-EDITING SLIP STOPS THE RUN HERE.
        110-LOAD-CALENDAR.
         MOVE 1 TO WS-CT-02.
         MOVE ZEROS TO WS-PREV-CAL-DATE.
         OPEN INPUT CAL-FL.
         IF NOT WS-STTS-CAL-OK
            MOVE 'OPEN CAL-FL' TO WS-ERR-CTX
            MOVE WS-STTS-CAL TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         PERFORM 111-READ-CAL-REC UNTIL WS-CT-02 = 0.
         CLOSE CAL-FL.
         IF CALT-QTDE = ZEROS
            DISPLAY 'FATAL: BUSINESS CALENDAR IS EMPTY'
            MOVE 'CALENDAR EMPTY' TO WS-ERR-CTX
            MOVE 'XX' TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         DISPLAY 'CALENDAR DAYS LOADED: ' CALT-QTDE
                 ' (' CALT-DATE(1) ' TO ' CALT-DATE(CALT-QTDE) ')'.

        111-READ-CAL-REC.
         READ CAL-FL
          AT END
           MOVE ZEROS TO WS-CT-02
          NOT AT END
           IF CAL-REC NOT = SPACES
              PERFORM 112-STORE-CAL-DAY
           END-IF
         END-READ.
         IF NOT WS-STTS-CAL-OK AND NOT WS-STTS-CAL-EOF
            MOVE 'READ CAL-FL' TO WS-ERR-CTX
            MOVE WS-STTS-CAL TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        112-STORE-CAL-DAY.
         IF CAL-DATE NOT NUMERIC OR NOT CAL-TYPE-VALID
            OR CAL-DATE NOT > WS-PREV-CAL-DATE
            DISPLAY 'FATAL: CALENDAR LINE BAD OR OUT OF ORDER: '
                    CAL-REC
            MOVE 'CALENDAR ORDER' TO WS-ERR-CTX
            MOVE 'XX' TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         IF CALT-QTDE NOT < 1500
            DISPLAY 'FATAL: CALENDAR TABLE FULL'
            MOVE 'CALENDAR TABLE' TO WS-ERR-CTX
            MOVE 'XX' TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         ADD 1 TO CALT-QTDE.
         MOVE CAL-DATE TO CALT-DATE(CALT-QTDE).
         MOVE CAL-DAY-TYPE TO CALT-TYPE(CALT-QTDE).
         IF CAL-IS-MONTH-END
            MOVE 'Y' TO CALT-MONTH-END(CALT-QTDE)
         ELSE
            MOVE 'N' TO CALT-MONTH-END(CALT-QTDE)
         END-IF.
         MOVE CAL-DATE TO WS-PREV-CAL-DATE.

      * NO CONTROL RECORD YET MEANS THE CHAIN HAS NEVER RUN UNDER
      * THE CALENDAR: THERE IS NOTHING TO CATCH UP, ONLY TODAY.
        120-READ-CONTROL.
         MOVE ZEROS TO WS-LAST-CLEAN.
         OPEN INPUT PDC-FL.
         IF NOT WS-STTS-PDC-OK
            MOVE 'OPEN PDC-FL' TO WS-ERR-CTX
            MOVE WS-STTS-PDC TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         READ PDC-FL
          AT END
           MOVE ZEROS TO WS-LAST-CLEAN
          NOT AT END
           IF PDC-LAST-CLEAN NUMERIC
              MOVE PDC-LAST-CLEAN TO WS-LAST-CLEAN
           END-IF
         END-READ.
         CLOSE PDC-FL.
         IF WS-LAST-CLEAN = ZEROS
            DISPLAY 'NO PROCESSING DATE ON FILE YET'
         ELSE
            DISPLAY 'LAST CLEAN BUSINESS DATE: ' WS-LAST-CLEAN
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: FHCAL0001'.
         EVALUATE TRUE
           WHEN WS-MODE-PLAN
              PERFORM 210-BUILD-PLAN
           WHEN WS-MODE-DONE
              PERFORM 250-ADVANCE-CONTROL
           WHEN OTHER
              DISPLAY 'FATAL: MODE MUST BE PLAN OR DONE'
              MOVE 16 TO RETURN-CODE
         END-EVALUATE.

      * PLAN. THE CLOCK'S BUSINESS DATE IS TODAY, OR YESTERDAY BEFORE
      * THE CUT-OFF, SO A CHAIN STARTED AT 00:30 STILL RUNS FOR THE
      * DAY WHOSE FEED IT IS PROCESSING.
        210-BUILD-PLAN.
         MOVE WS-ARG-DATE TO WS-CLOCK-DATE.
         IF WS-ARG-TIME-X NUMERIC
            IF WS-ARG-TIME < WS-CUTOFF-HHMM
               MOVE WS-CLOCK-DATE TO WS-DB-DATE
               PERFORM 410-ONE-DAY-BACK
               MOVE WS-DB-DATE TO WS-CLOCK-DATE
            END-IF
         END-IF.
         DISPLAY 'CLOCK BUSINESS DATE: ' WS-CLOCK-DATE.
         OPEN OUTPUT PLN-FL.
         IF NOT WS-STTS-PLN-OK
            MOVE 'OPEN PLN-FL' TO WS-ERR-CTX
            MOVE WS-STTS-PLN TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         SET WS-PLN-OPEN TO TRUE.
         IF WS-OVERRIDE
            PERFORM 215-PLAN-OVERRIDE
         ELSE
            PERFORM 220-PLAN-CATCH-UP
         END-IF.
         CLOSE PLN-FL.
         MOVE 'N' TO WS-PLN-OPEN-SW.
         IF RETURN-CODE = ZEROS AND WS-PLAN-CT = ZEROS
            MOVE 4 TO RETURN-CODE
         END-IF.
         DISPLAY 'BUSINESS DATES PLANNED: ' WS-PLAN-CT.

      * AN OVERRIDE RUNS EXACTLY THE DATE THE OPERATOR NAMED. IT MAY
      * BE A NON-BUSINESS DAY OR LEAVE BUSINESS DAYS BEHIND, BUT IT
      * MAY NOT GO BACK OVER A DATE THAT ALREADY ENDED CLEAN.
        215-PLAN-OVERRIDE.
         IF WS-OVR-DATE NOT > WS-LAST-CLEAN
            DISPLAY 'OVERRIDE REFUSED: ' WS-OVR-DATE
                    ' IS NOT AFTER THE LAST CLEAN DATE '
                    WS-LAST-CLEAN
            MOVE 8 TO RETURN-CODE
         ELSE
            MOVE WS-OVR-DATE TO WS-TARGET-DATE
            PERFORM 260-COUNT-SKIPPED-DAYS
            MOVE WS-OVR-DATE TO WS-LOOK-DATE
            PERFORM 230-FIND-CAL-DATE
            IF WS-FOUND-CX = ZEROS
               DISPLAY 'OVERRIDE: ' WS-OVR-DATE
                       ' IS NOT ON THE BUSINESS CALENDAR'
               MOVE WS-OVR-DATE TO PLN-DATE
               MOVE SPACE TO PLN-DAY-TYPE
               MOVE 'N' TO PLN-MONTH-END
            ELSE
               MOVE CALT-DATE(WS-FOUND-CX) TO PLN-DATE
               MOVE CALT-TYPE(WS-FOUND-CX) TO PLN-DAY-TYPE
               MOVE CALT-MONTH-END(WS-FOUND-CX) TO PLN-MONTH-END
               IF CALT-TYPE(WS-FOUND-CX) NOT = 'B'
                  DISPLAY 'OVERRIDE: RUNNING NON-BUSINESS DAY '
                          WS-OVR-DATE
               END-IF
            END-IF
            IF WS-SKIP-CT > ZEROS
               DISPLAY 'OVERRIDE: ' WS-SKIP-CT
                       ' BUSINESS DAY(S) LEFT BEHIND BEFORE '
                       WS-OVR-DATE
            END-IF
            MOVE 'O' TO PLN-KIND
            PERFORM 240-WRITE-PLAN-LINE
         END-IF.

      * EVERY BUSINESS DAY AFTER THE LAST CLEAN ONE, UP TO AND
      * INCLUDING THE CLOCK'S BUSINESS DATE, IN CALENDAR ORDER. THE
      * CALENDAR HAS TO COVER BOTH ENDS, OR A GAP COULD HIDE A DAY.
        220-PLAN-CATCH-UP.
         MOVE WS-CLOCK-DATE TO WS-LOOK-DATE.
         PERFORM 230-FIND-CAL-DATE.
         EVALUATE TRUE
           WHEN WS-FOUND-CX = ZEROS
              DISPLAY 'REFUSED: BUSINESS CALENDAR DOES NOT COVER '
                      WS-CLOCK-DATE
              MOVE 8 TO RETURN-CODE
           WHEN WS-LAST-CLEAN NOT = ZEROS AND
                WS-LAST-CLEAN < CALT-DATE(1)
              DISPLAY 'REFUSED: BUSINESS CALENDAR STARTS AFTER THE '
                      'LAST CLEAN DATE ' WS-LAST-CLEAN
              MOVE 8 TO RETURN-CODE
           WHEN WS-LAST-CLEAN NOT < WS-CLOCK-DATE
              DISPLAY 'NOTHING DUE: PROCESSED THROUGH '
                      WS-LAST-CLEAN
           WHEN WS-LAST-CLEAN = ZEROS
              IF CALT-TYPE(WS-FOUND-CX) = 'B'
                 MOVE 'N' TO WS-PLAN-KIND
                 MOVE WS-FOUND-CX TO WS-CX
                 PERFORM 241-PLAN-FROM-TABLE
              ELSE
                 DISPLAY 'NOTHING DUE: ' WS-CLOCK-DATE
                         ' IS NOT A BUSINESS DAY'
              END-IF
           WHEN OTHER
              MOVE 1 TO WS-CX
              PERFORM 221-PLAN-ONE-DAY UNTIL WS-CX > CALT-QTDE
              IF WS-PLAN-CT = ZEROS
                 DISPLAY 'NOTHING DUE: ' WS-CLOCK-DATE
                         ' IS NOT A BUSINESS DAY'
              END-IF
         END-EVALUATE.

        221-PLAN-ONE-DAY.
         IF CALT-DATE(WS-CX) > WS-LAST-CLEAN AND
            CALT-DATE(WS-CX) NOT > WS-CLOCK-DATE AND
            CALT-TYPE(WS-CX) = 'B'
            IF CALT-DATE(WS-CX) = WS-CLOCK-DATE
               MOVE 'N' TO WS-PLAN-KIND
            ELSE
               MOVE 'C' TO WS-PLAN-KIND
               DISPLAY 'CATCH-UP DUE FOR MISSED BUSINESS DAY '
                       CALT-DATE(WS-CX)
            END-IF
            PERFORM 241-PLAN-FROM-TABLE
         END-IF.
         ADD 1 TO WS-CX.

        230-FIND-CAL-DATE.
         MOVE ZEROS TO WS-FOUND-CX.
         MOVE 1 TO WS-CX.
         PERFORM 231-SCAN-CAL-TAB
           UNTIL WS-CX > CALT-QTDE OR WS-FOUND-CX > ZEROS.

        231-SCAN-CAL-TAB.
         IF CALT-DATE(WS-CX) = WS-LOOK-DATE
            MOVE WS-CX TO WS-FOUND-CX
         END-IF.
         ADD 1 TO WS-CX.

        240-WRITE-PLAN-LINE.
         MOVE SPACE TO PLN-SEP1.
         MOVE SPACE TO PLN-SEP2.
         MOVE SPACE TO PLN-SEP3.
         WRITE PLN-REC.
         IF NOT WS-STTS-PLN-OK
            MOVE 'WRITE PLN-FL' TO WS-ERR-CTX
            MOVE WS-STTS-PLN TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         ADD 1 TO WS-PLAN-CT.

        241-PLAN-FROM-TABLE.
         MOVE CALT-DATE(WS-CX) TO PLN-DATE.
         MOVE CALT-TYPE(WS-CX) TO PLN-DAY-TYPE.
         MOVE CALT-MONTH-END(WS-CX) TO PLN-MONTH-END.
         MOVE WS-PLAN-KIND TO PLN-KIND.
         PERFORM 240-WRITE-PLAN-LINE.

      * DONE. WITHOUT AN OVERRIDE THE DATE MUST BE THE FIRST BUSINESS
      * DAY AFTER THE LAST CLEAN ONE - NEVER BACKWARDS, NEVER OVER A
      * DAY, NEVER ONTO A WEEKEND OR HOLIDAY.
        250-ADVANCE-CONTROL.
         MOVE WS-ARG-DATE TO WS-TARGET-DATE.
         MOVE ZEROS TO WS-SKIP-CT.
         MOVE WS-TARGET-DATE TO WS-LOOK-DATE.
         PERFORM 230-FIND-CAL-DATE.
         PERFORM 255-FIND-NEXT-BUSINESS-DAY.
         EVALUATE TRUE
           WHEN WS-TARGET-DATE NOT > WS-LAST-CLEAN
              DISPLAY 'REFUSED: ' WS-TARGET-DATE
                      ' IS NOT AFTER THE LAST CLEAN DATE '
                      WS-LAST-CLEAN
              MOVE 8 TO RETURN-CODE
           WHEN WS-OVERRIDE AND WS-OVR-DATE NOT = WS-TARGET-DATE
              DISPLAY 'REFUSED: OVERRIDE WAS FOR ' WS-OVR-DATE
                      ', NOT ' WS-TARGET-DATE
              MOVE 8 TO RETURN-CODE
           WHEN WS-OVERRIDE
              PERFORM 260-COUNT-SKIPPED-DAYS
              PERFORM 270-WRITE-CONTROL
              PERFORM 265-MARK-SKIPPED-DAYS
           WHEN WS-FOUND-CX = ZEROS
              DISPLAY 'REFUSED: ' WS-TARGET-DATE
                      ' IS NOT ON THE BUSINESS CALENDAR'
              MOVE 8 TO RETURN-CODE
           WHEN CALT-TYPE(WS-FOUND-CX) NOT = 'B'
              DISPLAY 'REFUSED: ' WS-TARGET-DATE
                      ' IS NOT A BUSINESS DAY'
              MOVE 8 TO RETURN-CODE
           WHEN WS-LAST-CLEAN NOT = ZEROS AND
                WS-TARGET-DATE NOT = WS-NEXT-BUS
              DISPLAY 'REFUSED: ' WS-TARGET-DATE
                      ' WOULD SKIP BUSINESS DAY ' WS-NEXT-BUS
              MOVE 8 TO RETURN-CODE
           WHEN OTHER
              PERFORM 270-WRITE-CONTROL
         END-EVALUATE.

        255-FIND-NEXT-BUSINESS-DAY.
         MOVE ZEROS TO WS-NEXT-BUS.
         MOVE 1 TO WS-CX.
         PERFORM 256-SCAN-NEXT-BUS
           UNTIL WS-CX > CALT-QTDE OR WS-NEXT-BUS > ZEROS.

        256-SCAN-NEXT-BUS.
         IF CALT-DATE(WS-CX) > WS-LAST-CLEAN AND
            CALT-TYPE(WS-CX) = 'B'
            MOVE CALT-DATE(WS-CX) TO WS-NEXT-BUS
         END-IF.
         ADD 1 TO WS-CX.

      * BUSINESS DAYS STRICTLY BETWEEN THE LAST CLEAN DATE AND THE
      * TARGET - THE DAYS AN OVERRIDE LEAVES UNPROCESSED.
        260-COUNT-SKIPPED-DAYS.
         MOVE ZEROS TO WS-SKIP-CT.
         IF WS-LAST-CLEAN NOT = ZEROS
            MOVE 1 TO WS-CX
            PERFORM 261-COUNT-ONE-SKIP UNTIL WS-CX > CALT-QTDE
         END-IF.

        261-COUNT-ONE-SKIP.
         IF CALT-DATE(WS-CX) > WS-LAST-CLEAN AND
            CALT-DATE(WS-CX) < WS-TARGET-DATE AND
            CALT-TYPE(WS-CX) = 'B'
            ADD 1 TO WS-SKIP-CT
         END-IF.
         ADD 1 TO WS-CX.

      * THE SAME DAYS, EACH MARKED ON ITS OWN MANIFEST ONCE THE
      * OVERRIDE NIGHT IS IN, SO FHCLS0001 ACCEPTS THEM AT MONTH END.
        265-MARK-SKIPPED-DAYS.
         IF WS-LAST-CLEAN NOT = ZEROS
            MOVE 1 TO WS-CX
            PERFORM 266-MARK-ONE-SKIP UNTIL WS-CX > CALT-QTDE
         END-IF.

        266-MARK-ONE-SKIP.
         IF CALT-DATE(WS-CX) > WS-LAST-CLEAN AND
            CALT-DATE(WS-CX) < WS-TARGET-DATE AND
            CALT-TYPE(WS-CX) = 'B'
            MOVE SPACES TO WS-MAN-FL-NAME
            STRING 'run_control_'   DELIMITED BY SIZE
                   CALT-DATE(WS-CX) DELIMITED BY SIZE
                   '.txt'           DELIMITED BY SIZE
                   INTO WS-MAN-FL-NAME
            END-STRING
            OPEN EXTEND MAN-FL
            IF NOT WS-STTS-MAN-OK
               MOVE 'OPEN MAN-FL' TO WS-ERR-CTX
               MOVE WS-STTS-MAN TO WS-ERR-STATUS
               PERFORM 900-ERROR-ABEND
            END-IF
            MOVE 'SKIPPED BY OVERRIDE ' TO MAN-TEXT
            MOVE WS-TARGET-DATE TO MAN-OVR-DATE
            MOVE SPACE TO MAN-SEP1
            MOVE WS-SYS-DATE TO MAN-UPD-DATE
            MOVE SPACE TO MAN-SEP2
            MOVE WS-SYS-TIME(1:6) TO MAN-UPD-TIME
            WRITE MAN-REC
            IF NOT WS-STTS-MAN-OK
               MOVE 'WRITE MAN-FL' TO WS-ERR-CTX
               MOVE WS-STTS-MAN TO WS-ERR-STATUS
               PERFORM 900-ERROR-ABEND
            END-IF
            CLOSE MAN-FL
            DISPLAY 'MARKED SKIPPED BY OVERRIDE: ' CALT-DATE(WS-CX)
         END-IF.
         ADD 1 TO WS-CX.

        270-WRITE-CONTROL.
         OPEN OUTPUT PDC-FL.
         IF NOT WS-STTS-PDC-OK
            MOVE 'OPEN PDC-FL' TO WS-ERR-CTX
            MOVE WS-STTS-PDC TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         MOVE WS-TARGET-DATE TO PDC-LAST-CLEAN.
         MOVE SPACE TO PDC-SEP1.
         MOVE WS-LAST-CLEAN TO PDC-PREV-CLEAN.
         MOVE SPACE TO PDC-SEP2.
         MOVE WS-SYS-DATE TO PDC-UPD-DATE.
         MOVE SPACE TO PDC-SEP3.
         MOVE WS-SYS-TIME(1:6) TO PDC-UPD-TIME.
         MOVE SPACE TO PDC-SEP4.
         IF WS-OVERRIDE
            MOVE 'Y' TO PDC-OVERRIDE
         ELSE
            MOVE 'N' TO PDC-OVERRIDE
         END-IF.
         MOVE SPACE TO PDC-SEP5.
         MOVE WS-SKIP-CT TO PDC-SKIP-CT.
         WRITE PDC-REC.
         IF NOT WS-STTS-PDC-OK
            MOVE 'WRITE PDC-FL' TO WS-ERR-CTX
            MOVE WS-STTS-PDC TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         CLOSE PDC-FL.
         DISPLAY 'PROCESSING DATE MOVED FROM ' WS-LAST-CLEAN
                 ' TO ' WS-TARGET-DATE.
         IF WS-SKIP-CT > ZEROS
            DISPLAY 'BY OPERATOR OVERRIDE, ' WS-SKIP-CT
                    ' BUSINESS DAY(S) LEFT UNPROCESSED'
         END-IF.

      * WS-DB-DATE (YYYYMMDD) IN, THE CALENDAR DAY BEFORE IT OUT.
        410-ONE-DAY-BACK.
         IF WS-DB-DD > 1
            SUBTRACT 1 FROM WS-DB-DD
         ELSE
            IF WS-DB-MM > 1
               SUBTRACT 1 FROM WS-DB-MM
            ELSE
               MOVE 12 TO WS-DB-MM
               SUBTRACT 1 FROM WS-DB-YYYY
            END-IF
            PERFORM 411-SET-LAST-DAY
            MOVE WS-LAST-DAY TO WS-DB-DD
         END-IF.

      * LAST CALENDAR DAY OF THE MONTH, FEBRUARY TAKING ITS LEAP DAY
      * IN A YEAR DIVISIBLE BY 4 BUT NOT BY 100, OR BY 400.
        411-SET-LAST-DAY.
         MOVE WS-MO-DAYS(WS-DB-MM) TO WS-LAST-DAY.
         IF WS-DB-MM = 2
            DIVIDE WS-DB-YYYY BY 4 GIVING WS-LEAP-Q
                   REMAINDER WS-LEAP-R4
            DIVIDE WS-DB-YYYY BY 100 GIVING WS-LEAP-Q
                   REMAINDER WS-LEAP-R100
            DIVIDE WS-DB-YYYY BY 400 GIVING WS-LEAP-Q
                   REMAINDER WS-LEAP-R400
            IF (WS-LEAP-R4 = 0 AND WS-LEAP-R100 NOT = 0) OR
               WS-LEAP-R400 = 0
               MOVE 29 TO WS-LAST-DAY
            END-IF
         END-IF.

        300-END.
         DISPLAY 'END-PROGRAM: FHCAL0001'.
         STOP RUN.

        900-ERROR-ABEND.
         DISPLAY 'FATAL I/O ERROR ON ' WS-ERR-CTX ' STATUS='
                 WS-ERR-STATUS.
         IF WS-PLN-OPEN
            CLOSE PLN-FL
         END-IF.
         MOVE 16 TO RETURN-CODE.
         STOP RUN.
       END PROGRAM FHCAL0001.
