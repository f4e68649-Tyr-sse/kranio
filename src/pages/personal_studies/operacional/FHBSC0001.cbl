      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20260917
      * Purpose: MONTH-END BRANCH FEED-QUALITY SCORECARD. READS EVERY
      *          NIGHT'S BRANCH STATISTICS FILE FOR THE MONTH
      *          (branch_stats_<YYYYMMDD>.txt, FHBOOK12, WRITTEN BY
      *          FHBRT0001), THE REJECT REPAIR LOG (FHBOOK13, WRITTEN
      *          BY FHREP0001) AND THE CARRY-FORWARD REPAIR QUEUE
      *          (FHBOOK06), AND PRINTS ONE PAGE PER MONTH SHOWING,
      *          FOR EACH BRANCH: RECORDS SENT, RECORDS REJECTED AND
      *          THE REJECT RATE, REJECTS BROKEN DOWN BY REJ-REASON,
      *          RECORDS HELD FOR APPROVAL, RECORDS RECYCLED BACK IN,
      *          HOW MANY DAYS ON AVERAGE A REJECT SAT BEFORE IT WAS
      *          REPAIRED, AND WHAT WAS STILL UNREPAIRED AT MONTH END
      *          WITH ITS AVERAGE AGE IN DAYS. DAY COUNTS ARE WORKED
      *          OUT FROM THE CALENDAR DATES, NOT FROM THE QUEUE'S
      *          RUN COUNTER, SO A BRANCH THAT ONLY REPAIRS ON FRIDAYS
      *          SHOWS UP AS SUCH.
      * Tectonics: cobc
      * Modification History:
      *  20260917 TA - INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. FHBSC0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          SELECT OPTIONAL LST-FL ASSIGN TO WS-LST-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-LST.
          SELECT OPTIONAL BST-FL ASSIGN TO WS-BST-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-BST.
          SELECT OPTIONAL RPL-FL ASSIGN TO WS-RPL-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-RPL.
          SELECT OPTIONAL RJQ-FL ASSIGN TO WS-RJQ-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-RJQ.
          SELECT RPT-FL ASSIGN TO WS-RPT-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-RPT.
       DATA DIVISION.
        FILE SECTION.
         COPY 'FHBOOK06.COB'.
         COPY 'FHBOOK12.COB'.
         COPY 'FHBOOK13.COB'.

         FD  LST-FL.
         01  LST-REC.
             05  LST-BRANCH-CD       PIC X(02).
             05  FILLER              PIC X(01).
             05  LST-FEED-NAME       PIC X(60).

         FD  RPT-FL.
         01  RPT-REC                 PIC X(132).

        WORKING-STORAGE SECTION.
         77  WS-ARG-NUM              PIC 9(02)   VALUE 1.
         77  WS-LST-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-BST-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-RPL-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-RJQ-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-RPT-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-RUN-DATE             PIC 9(08)   VALUE ZEROS.
         01  WS-MONTH-X              PIC X(06)   VALUE SPACES.
         01  WS-MONTH-R REDEFINES WS-MONTH-X.
             05  WS-MO-YYYY          PIC 9(04).
             05  WS-MO-MM            PIC 9(02).
         77  WS-MONTH-END            PIC 9(08)   VALUE ZEROS.
         77  WS-MONTH-END-DN         PIC 9(07)   VALUE ZEROS.

         77  WS-CT-02                PIC 9(01)   VALUE ZEROS.
         77  WS-DAY                  PIC 9(02)   VALUE ZEROS.
         77  WS-LAST-DAY             PIC 9(02)   VALUE ZEROS.
         77  WS-NIGHTS-CT            PIC 9(02)   VALUE ZEROS.
         77  WS-REPAIR-DAYS          PIC 9(05)   VALUE ZEROS.
         77  WS-OPEN-DAYS            PIC 9(05)   VALUE ZEROS.
         77  WS-SKIP-CT              PIC 9(05)   VALUE ZEROS.

         77  WS-STTS-LST             PIC XX      VALUE '..'.
             88  WS-STTS-LST-OK            VALUE '00' '05'.
             88  WS-STTS-LST-EOF           VALUE '10'.
         77  WS-STTS-BST             PIC XX      VALUE '..'.
             88  WS-STTS-BST-OK            VALUE '00' '05'.
             88  WS-STTS-BST-MISSING       VALUE '05'.
             88  WS-STTS-BST-EOF           VALUE '10'.
         77  WS-STTS-RPL             PIC XX      VALUE '..'.
             88  WS-STTS-RPL-OK            VALUE '00' '05'.
             88  WS-STTS-RPL-EOF           VALUE '10'.
         77  WS-STTS-RJQ             PIC XX      VALUE '..'.
             88  WS-STTS-RJQ-OK            VALUE '00' '05'.
             88  WS-STTS-RJQ-EOF           VALUE '10'.
         77  WS-STTS-RPT             PIC XX      VALUE '..'.
             88  WS-STTS-RPT-OK            VALUE '00'.
         77  WS-ERR-CTX              PIC X(20)   VALUE SPACES.
         77  WS-ERR-STATUS           PIC XX      VALUE SPACES.

         77  WS-BX                   PIC 9(02)   VALUE ZEROS.
         77  WS-SBX                  PIC 9(02)   VALUE ZEROS.
         77  WS-FOUND-BX             PIC 9(02)   VALUE ZEROS.
         77  WS-LOOK-BR              PIC X(02)   VALUE SPACES.
         77  WS-RX                   PIC 9(03)   VALUE ZEROS.
         77  WS-FOUND-RX             PIC 9(03)   VALUE ZEROS.
         77  WS-BR-RSN-CT            PIC 9(03)   VALUE ZEROS.
         77  WS-RPT-LINE             PIC X(132)  VALUE SPACES.

      * CALENDAR DAY NUMBER: DAYS SINCE A FIXED ORIGIN FOR A YYYYMMDD
      * DATE, SO THE DIFFERENCE BETWEEN TWO DATES IS A SUBTRACTION.
      * LEAP DAYS ARE COUNTED THROUGH THE PREVIOUS YEAR FOR JANUARY
      * AND FEBRUARY AND THROUGH THE DATE'S OWN YEAR FROM MARCH ON.
         01  WS-DN-DATE              PIC 9(08)   VALUE ZEROS.
         01  WS-DN-DATE-R REDEFINES WS-DN-DATE.
             05  WS-DN-YYYY          PIC 9(04).
             05  WS-DN-MM            PIC 9(02).
             05  WS-DN-DD            PIC 9(02).
         77  WS-DN-DAYS              PIC 9(07)   VALUE ZEROS.
         77  WS-DN-Y1                PIC 9(04)   VALUE ZEROS.
         77  WS-DN-Q4                PIC 9(04)   VALUE ZEROS.
         77  WS-DN-Q100              PIC 9(04)   VALUE ZEROS.
         77  WS-DN-Q400              PIC 9(04)   VALUE ZEROS.
         77  WS-DN-FROM              PIC 9(07)   VALUE ZEROS.
         77  WS-LEAP-Q               PIC 9(04)   VALUE ZEROS.
         77  WS-LEAP-R4              PIC 9(04)   VALUE ZEROS.
         77  WS-LEAP-R100            PIC 9(04)   VALUE ZEROS.
         77  WS-LEAP-R400            PIC 9(04)   VALUE ZEROS.

         01  WS-CUM-DAYS-X           PIC X(36)   VALUE
             '000031059090120151181212243273304334'.
         01  WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-X.
             05  WS-CUM-DAYS         PIC 9(03)   OCCURS 12 TIMES.
         01  WS-MO-DAYS-X            PIC X(24)   VALUE
             '312831303130313130313031'.
         01  WS-MO-DAYS-R REDEFINES WS-MO-DAYS-X.
             05  WS-MO-DAYS          PIC 9(02)   OCCURS 12 TIMES.

         01  RPT-HDR-1.
             05  FILLER              PIC X(44)   VALUE
                 'BRANCH FEED-QUALITY SCORECARD - FHBSC0001   '.
             05  FILLER              PIC X(07)   VALUE 'MONTH: '.
             05  RPT-H1-MONTH        PIC X(06).
         01  RPT-HDR-2.
             05  FILLER              PIC X(27)   VALUE
                 'NIGHTS WITH STATISTICS:   '.
             05  RPT-H2-NIGHTS       PIC Z9.
             05  FILLER              PIC X(04)   VALUE ' OF '.
             05  RPT-H2-DAYS         PIC Z9.
             05  FILLER              PIC X(26)   VALUE
                 '   OPEN ITEMS AGED TO: '.
             05  RPT-H2-MONTH-END    PIC 9(08).
         01  RPT-COL-HEAD-1.
             05  FILLER              PIC X(08)   VALUE SPACES.
             05  FILLER              PIC X(40)   VALUE SPACES.
             05  FILLER              PIC X(18)   VALUE
                 '        REPAIRED  '.
             05  FILLER              PIC X(20)   VALUE
                 '   OPEN AT MONTH END'.
         01  RPT-COL-HEAD-2.
             05  FILLER              PIC X(08)   VALUE 'BRANCH  '.
             05  FILLER              PIC X(08)   VALUE '    SENT'.
             05  FILLER              PIC X(08)   VALUE '  REJECT'.
             05  FILLER              PIC X(08)   VALUE '   REJ %'.
             05  FILLER              PIC X(08)   VALUE '    HELD'.
             05  FILLER              PIC X(08)   VALUE '  RECYCL'.
             05  FILLER              PIC X(08)   VALUE '   COUNT'.
             05  FILLER              PIC X(10)   VALUE '  AVG DAYS'.
             05  FILLER              PIC X(08)   VALUE '   COUNT'.
             05  FILLER              PIC X(10)   VALUE '  AVG DAYS'.
         01  RPT-DET.
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-D-BRANCH        PIC X(03).
             05  FILLER              PIC X(04)   VALUE SPACES.
             05  RPT-D-SENT          PIC Z(06)9.
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-D-REJ           PIC Z(06)9.
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-D-REJ-PCT       PIC ZZ9.99.
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-D-HELD          PIC Z(06)9.
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-D-RCY           PIC Z(06)9.
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-D-REP-CT        PIC Z(06)9.
             05  FILLER              PIC X(04)   VALUE SPACES.
             05  RPT-D-REP-AVG       PIC ZZZ9.9.
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-D-OPEN-CT       PIC Z(06)9.
             05  FILLER              PIC X(04)   VALUE SPACES.
             05  RPT-D-OPEN-AVG      PIC ZZZ9.9.
         01  RPT-RSN-HEAD.
             05  FILLER              PIC X(60)   VALUE
                 'REJECTS BY REASON'.
         01  RPT-RSN-COL-HEAD.
             05  FILLER              PIC X(08)   VALUE 'BRANCH  '.
             05  FILLER              PIC X(27)   VALUE 'REASON'.
             05  FILLER              PIC X(08)   VALUE '   COUNT'.
             05  FILLER              PIC X(12)   VALUE
                 '  % OF REJ'.
         01  RPT-RSN-DET.
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-R-BRANCH        PIC X(02).
             05  FILLER              PIC X(04)   VALUE SPACES.
             05  RPT-R-REASON        PIC X(25).
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-R-CT            PIC Z(06)9.
             05  FILLER              PIC X(04)   VALUE SPACES.
             05  RPT-R-PCT           PIC ZZ9.99.
         01  RPT-RSN-NONE.
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-N-BRANCH        PIC X(02).
             05  FILLER              PIC X(40)   VALUE
                 '    (NO REJECTS THIS MONTH)'.

         01  TB-BRANCH.
             05  BRT-QTDE            PIC 9(02)   VALUE ZEROS.
             05  BRT-TAB             OCCURS 30 TIMES.
                 10  BRT-CD              PIC X(02).
                 10  BRT-SENT-CT         PIC 9(07).
                 10  BRT-REJ-CT          PIC 9(07).
                 10  BRT-HELD-CT         PIC 9(07).
                 10  BRT-RCY-CT          PIC 9(07).
                 10  BRT-REP-CT          PIC 9(07).
                 10  BRT-REP-DAYS        PIC 9(09).
                 10  BRT-OPEN-CT         PIC 9(07).
                 10  BRT-OPEN-DAYS       PIC 9(09).

         01  TB-REASON.
             05  RSNT-QTDE           PIC 9(03)   VALUE ZEROS.
             05  RSNT-TAB            OCCURS 300 TIMES.
                 10  RSNT-BX             PIC 9(02).
                 10  RSNT-REASON         PIC X(25).
                 10  RSNT-CT             PIC 9(07).

         01  WS-TOTALS.
             05  TOT-SENT-CT         PIC 9(07)   VALUE ZEROS.
             05  TOT-REJ-CT          PIC 9(07)   VALUE ZEROS.
             05  TOT-HELD-CT         PIC 9(07)   VALUE ZEROS.
             05  TOT-RCY-CT          PIC 9(07)   VALUE ZEROS.
             05  TOT-REP-CT          PIC 9(07)   VALUE ZEROS.
             05  TOT-REP-DAYS        PIC 9(09)   VALUE ZEROS.
             05  TOT-OPEN-CT         PIC 9(07)   VALUE ZEROS.
             05  TOT-OPEN-DAYS       PIC 9(09)   VALUE ZEROS.


       PROCEDURE DIVISION.
         000-MAIN.
         DISPLAY 'MAIN: FHBSC0001'.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: FHBSC0001'.
         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

         MOVE 1 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-MONTH-X FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-MONTH-X
         END-ACCEPT.
         IF WS-MONTH-X = SPACES
            MOVE WS-RUN-DATE(1:6) TO WS-MONTH-X
         END-IF.
         IF WS-MONTH-X IS NOT NUMERIC OR WS-MO-MM < 1 OR
            WS-MO-MM > 12
            DISPLAY 'INVALID MONTH ARGUMENT: ' WS-MONTH-X
            MOVE 'MONTH ARGUMENT' TO WS-ERR-CTX
            MOVE 'XX' TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         DISPLAY 'SCORECARD MONTH: ' WS-MONTH-X.

         MOVE 2 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-LST-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-LST-FL-NAME
         END-ACCEPT.
         IF WS-LST-FL-NAME = SPACES
            MOVE 'branches.txt' TO WS-LST-FL-NAME
         END-IF.
         DISPLAY 'BRANCH LIST FILE: ' WS-LST-FL-NAME.

         MOVE 3 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-RPL-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-RPL-FL-NAME
         END-ACCEPT.
         IF WS-RPL-FL-NAME = SPACES
            MOVE 'rej_repair_log.txt' TO WS-RPL-FL-NAME
         END-IF.
         DISPLAY 'REPAIR LOG: ' WS-RPL-FL-NAME.

         MOVE 4 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-RJQ-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-RJQ-FL-NAME
         END-ACCEPT.
         IF WS-RJQ-FL-NAME = SPACES
            MOVE 'log_rej_cf.txt' TO WS-RJQ-FL-NAME
         END-IF.
         DISPLAY 'CARRY-FORWARD QUEUE: ' WS-RJQ-FL-NAME.

         MOVE 5 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-RPT-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-RPT-FL-NAME
         END-ACCEPT.
         IF WS-RPT-FL-NAME = SPACES
            STRING 'branch_scorecard_' DELIMITED BY SIZE
                   WS-MONTH-X          DELIMITED BY SIZE
                   '.txt'              DELIMITED BY SIZE
                   INTO WS-RPT-FL-NAME
            END-STRING
         END-IF.
         DISPLAY 'SCORECARD OUT: ' WS-RPT-FL-NAME.

         PERFORM 110-SET-MONTH-END.

      * LAST CALENDAR DAY OF THE MONTH, FEBRUARY TAKING ITS LEAP DAY
      * IN A YEAR DIVISIBLE BY 4 BUT NOT BY 100, OR BY 400.
        110-SET-MONTH-END.
         MOVE WS-MO-DAYS(WS-MO-MM) TO WS-LAST-DAY.
         IF WS-MO-MM = 2
            DIVIDE WS-MO-YYYY BY 4 GIVING WS-LEAP-Q
                   REMAINDER WS-LEAP-R4
            DIVIDE WS-MO-YYYY BY 100 GIVING WS-LEAP-Q
                   REMAINDER WS-LEAP-R100
            DIVIDE WS-MO-YYYY BY 400 GIVING WS-LEAP-Q
                   REMAINDER WS-LEAP-R400
            IF (WS-LEAP-R4 = 0 AND WS-LEAP-R100 NOT = 0) OR
               WS-LEAP-R400 = 0
               MOVE 29 TO WS-LAST-DAY
            END-IF
         END-IF.
         MOVE WS-MO-YYYY  TO WS-DN-YYYY.
         MOVE WS-MO-MM    TO WS-DN-MM.
         MOVE WS-LAST-DAY TO WS-DN-DD.
         MOVE WS-DN-DATE  TO WS-MONTH-END.
         PERFORM 400-DAY-NUMBER.
         MOVE WS-DN-DAYS  TO WS-MONTH-END-DN.

        200-PROCESS.
         DISPLAY 'PROCESS: FHBSC0001'.
         PERFORM 201-LOAD-BRANCH-LIST.
         MOVE 1 TO WS-DAY.
         PERFORM 210-READ-ONE-NIGHT UNTIL WS-DAY > WS-LAST-DAY.
         PERFORM 220-READ-REPAIR-LOG.
         PERFORM 230-READ-OPEN-QUEUE.
         PERFORM 270-WRITE-SCORECARD.

        201-LOAD-BRANCH-LIST.
         MOVE 1 TO WS-CT-02.
         OPEN INPUT LST-FL.
         IF NOT WS-STTS-LST-OK
            MOVE 'OPEN LST-FL' TO WS-ERR-CTX
            MOVE WS-STTS-LST TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         PERFORM 202-READ-LIST-REC UNTIL WS-CT-02 = 0.
         CLOSE LST-FL.
         DISPLAY 'BRANCHES ON THE LIST: ' BRT-QTDE.

        202-READ-LIST-REC.
         READ LST-FL
          AT END
           MOVE ZEROS TO WS-CT-02
          NOT AT END
           IF LST-BRANCH-CD NOT = SPACES
              MOVE LST-BRANCH-CD TO WS-LOOK-BR
              PERFORM 240-FIND-OR-ADD-BRANCH
           END-IF
         END-READ.
         IF NOT WS-STTS-LST-OK AND NOT WS-STTS-LST-EOF
            MOVE 'READ LST-FL' TO WS-ERR-CTX
            MOVE WS-STTS-LST TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

      * A NIGHT WITH NO STATISTICS FILE (NO MERGED RUN, OR A DAY NOT
      * YET REACHED) SIMPLY ADDS NOTHING; THE HEADER SAYS HOW MANY
      * NIGHTS THE FIGURES COVER.
        210-READ-ONE-NIGHT.
         MOVE SPACES TO WS-BST-FL-NAME.
         STRING 'branch_stats_' DELIMITED BY SIZE
                WS-MONTH-X      DELIMITED BY SIZE
                WS-DAY          DELIMITED BY SIZE
                '.txt'          DELIMITED BY SIZE
                INTO WS-BST-FL-NAME
         END-STRING.
         MOVE 1 TO WS-CT-02.
         OPEN INPUT BST-FL.
         IF NOT WS-STTS-BST-OK
            MOVE 'OPEN BST-FL' TO WS-ERR-CTX
            MOVE WS-STTS-BST TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         IF NOT WS-STTS-BST-MISSING
            ADD 1 TO WS-NIGHTS-CT
         END-IF.
         PERFORM 211-READ-BST-REC UNTIL WS-CT-02 = 0.
         CLOSE BST-FL.
         ADD 1 TO WS-DAY.

        211-READ-BST-REC.
         READ BST-FL
          AT END
           MOVE ZEROS TO WS-CT-02
          NOT AT END
           MOVE BST-BRANCH-CD TO WS-LOOK-BR
           PERFORM 240-FIND-OR-ADD-BRANCH
           EVALUATE TRUE
             WHEN BST-TOTALS
                ADD BST-SENT-CT TO BRT-SENT-CT(WS-FOUND-BX)
                ADD BST-REJ-CT  TO BRT-REJ-CT(WS-FOUND-BX)
                ADD BST-HELD-CT TO BRT-HELD-CT(WS-FOUND-BX)
                ADD BST-RCY-CT  TO BRT-RCY-CT(WS-FOUND-BX)
             WHEN BST-REASON
                PERFORM 245-ADD-REASON
             WHEN OTHER
                ADD 1 TO WS-SKIP-CT
           END-EVALUATE
         END-READ.
         IF NOT WS-STTS-BST-OK AND NOT WS-STTS-BST-EOF
            MOVE 'READ BST-FL' TO WS-ERR-CTX
            MOVE WS-STTS-BST TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

      * A REPAIR COUNTS IN THE MONTH IT WAS MADE. ITS DAYS ARE FROM
      * THE REJECT DATE TO THE REPAIR DATE.
        220-READ-REPAIR-LOG.
         MOVE 1 TO WS-CT-02.
         OPEN INPUT RPL-FL.
         IF NOT WS-STTS-RPL-OK
            MOVE 'OPEN RPL-FL' TO WS-ERR-CTX
            MOVE WS-STTS-RPL TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         PERFORM 221-READ-RPL-REC UNTIL WS-CT-02 = 0.
         CLOSE RPL-FL.

        221-READ-RPL-REC.
         READ RPL-FL
          AT END
           MOVE ZEROS TO WS-CT-02
          NOT AT END
           IF RPL-REPAIR-DATE(1:6) = WS-MONTH-X
              MOVE RPL-BRANCH-CD TO WS-LOOK-BR
              PERFORM 240-FIND-OR-ADD-BRANCH
              MOVE RPL-REJ-DATE TO WS-DN-DATE
              PERFORM 400-DAY-NUMBER
              MOVE WS-DN-DAYS TO WS-DN-FROM
              MOVE RPL-REPAIR-DATE TO WS-DN-DATE
              PERFORM 400-DAY-NUMBER
              MOVE ZEROS TO WS-REPAIR-DAYS
              IF WS-DN-DAYS > WS-DN-FROM
                 COMPUTE WS-REPAIR-DAYS = WS-DN-DAYS - WS-DN-FROM
              END-IF
              ADD 1 TO BRT-REP-CT(WS-FOUND-BX)
              ADD WS-REPAIR-DAYS TO BRT-REP-DAYS(WS-FOUND-BX)
           END-IF
         END-READ.
         IF NOT WS-STTS-RPL-OK AND NOT WS-STTS-RPL-EOF
            MOVE 'READ RPL-FL' TO WS-ERR-CTX
            MOVE WS-STTS-RPL TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

      * STILL UNREPAIRED AT MONTH END = ON THE QUEUE, NOT MARKED
      * REPAIRED, REJECTED ON OR BEFORE THE LAST DAY OF THE MONTH.
      * ITS AGE IS THE DAYS FROM THE REJECT DATE TO THAT LAST DAY.
        230-READ-OPEN-QUEUE.
         MOVE 1 TO WS-CT-02.
         OPEN INPUT RJQ-FL.
         IF NOT WS-STTS-RJQ-OK
            MOVE 'OPEN RJQ-FL' TO WS-ERR-CTX
            MOVE WS-STTS-RJQ TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         PERFORM 231-READ-RJQ-REC UNTIL WS-CT-02 = 0.
         CLOSE RJQ-FL.

        231-READ-RJQ-REC.
         READ RJQ-FL
          AT END
           MOVE ZEROS TO WS-CT-02
          NOT AT END
           IF NOT RJQ-REPAIRED AND RJQ-REJ-DATE NOT > WS-MONTH-END
              MOVE RJQ-BRANCH-CD TO WS-LOOK-BR
              PERFORM 240-FIND-OR-ADD-BRANCH
              MOVE RJQ-REJ-DATE TO WS-DN-DATE
              PERFORM 400-DAY-NUMBER
              COMPUTE WS-OPEN-DAYS = WS-MONTH-END-DN - WS-DN-DAYS
              ADD 1 TO BRT-OPEN-CT(WS-FOUND-BX)
              ADD WS-OPEN-DAYS TO BRT-OPEN-DAYS(WS-FOUND-BX)
           END-IF
         END-READ.
         IF NOT WS-STTS-RJQ-OK AND NOT WS-STTS-RJQ-EOF
            MOVE 'READ RJQ-FL' TO WS-ERR-CTX
            MOVE WS-STTS-RJQ TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

      * A BRANCH THAT TURNS UP IN THE MONTH'S FILES BUT IS NO LONGER
      * ON THE LIST (OR A RECORD WITH NO BRANCH AT ALL, SHOWN AS A
      * BLANK CODE) STILL GETS ITS OWN LINE RATHER THAN VANISHING.
        240-FIND-OR-ADD-BRANCH.
         MOVE ZEROS TO WS-FOUND-BX.
         MOVE 1 TO WS-SBX.
         PERFORM 241-SCAN-BRANCH
           UNTIL WS-SBX > BRT-QTDE OR WS-FOUND-BX > ZEROS.
         IF WS-FOUND-BX = ZEROS
            IF BRT-QTDE < 30
               ADD 1 TO BRT-QTDE
               MOVE BRT-QTDE TO WS-FOUND-BX
               MOVE WS-LOOK-BR TO BRT-CD(WS-FOUND-BX)
               MOVE ZEROS TO BRT-SENT-CT(WS-FOUND-BX)
               MOVE ZEROS TO BRT-REJ-CT(WS-FOUND-BX)
               MOVE ZEROS TO BRT-HELD-CT(WS-FOUND-BX)
               MOVE ZEROS TO BRT-RCY-CT(WS-FOUND-BX)
               MOVE ZEROS TO BRT-REP-CT(WS-FOUND-BX)
               MOVE ZEROS TO BRT-REP-DAYS(WS-FOUND-BX)
               MOVE ZEROS TO BRT-OPEN-CT(WS-FOUND-BX)
               MOVE ZEROS TO BRT-OPEN-DAYS(WS-FOUND-BX)
            ELSE
               DISPLAY 'FATAL: BRANCH TABLE FULL'
               MOVE 'BRANCH TABLE' TO WS-ERR-CTX
               MOVE 'XX' TO WS-ERR-STATUS
               PERFORM 900-ERROR-ABEND
            END-IF
         END-IF.

        241-SCAN-BRANCH.
         IF BRT-CD(WS-SBX) = WS-LOOK-BR
            MOVE WS-SBX TO WS-FOUND-BX
         ELSE
            ADD 1 TO WS-SBX
         END-IF.

        245-ADD-REASON.
         MOVE ZEROS TO WS-FOUND-RX.
         MOVE 1 TO WS-RX.
         PERFORM 246-SCAN-REASON
           UNTIL WS-RX > RSNT-QTDE OR WS-FOUND-RX > ZEROS.
         IF WS-FOUND-RX = ZEROS
            IF RSNT-QTDE < 300
               ADD 1 TO RSNT-QTDE
               MOVE RSNT-QTDE TO WS-FOUND-RX
               MOVE WS-FOUND-BX TO RSNT-BX(WS-FOUND-RX)
               MOVE BST-REASON-TX TO RSNT-REASON(WS-FOUND-RX)
               MOVE ZEROS TO RSNT-CT(WS-FOUND-RX)
            ELSE
               DISPLAY 'FATAL: REJECT REASON TABLE FULL'
               MOVE 'REASON TABLE' TO WS-ERR-CTX
               MOVE 'XX' TO WS-ERR-STATUS
               PERFORM 900-ERROR-ABEND
            END-IF
         END-IF.
         ADD BST-REASON-CT TO RSNT-CT(WS-FOUND-RX).

        246-SCAN-REASON.
         IF RSNT-BX(WS-RX) = WS-FOUND-BX AND
            RSNT-REASON(WS-RX) = BST-REASON-TX
            MOVE WS-RX TO WS-FOUND-RX
         ELSE
            ADD 1 TO WS-RX
         END-IF.

        270-WRITE-SCORECARD.
         OPEN OUTPUT RPT-FL.
         IF NOT WS-STTS-RPT-OK
            MOVE 'OPEN RPT-FL' TO WS-ERR-CTX
            MOVE WS-STTS-RPT TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         MOVE WS-MONTH-X TO RPT-H1-MONTH.
         MOVE RPT-HDR-1 TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE WS-NIGHTS-CT TO RPT-H2-NIGHTS.
         MOVE WS-LAST-DAY TO RPT-H2-DAYS.
         MOVE WS-MONTH-END TO RPT-H2-MONTH-END.
         MOVE RPT-HDR-2 TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         PERFORM 895-WRITE-BLANK-LINE.
         MOVE RPT-COL-HEAD-1 TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE RPT-COL-HEAD-2 TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 1 TO WS-BX.
         PERFORM 271-WRITE-BRANCH-LINE UNTIL WS-BX > BRT-QTDE.
         PERFORM 895-WRITE-BLANK-LINE.
         PERFORM 273-WRITE-TOTAL-LINE.
         PERFORM 895-WRITE-BLANK-LINE.

         MOVE RPT-RSN-HEAD TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE RPT-RSN-COL-HEAD TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 1 TO WS-BX.
         PERFORM 275-WRITE-BRANCH-REASONS UNTIL WS-BX > BRT-QTDE.
         CLOSE RPT-FL.
         DISPLAY 'SCORECARD WRITTEN TO ' WS-RPT-FL-NAME.

        271-WRITE-BRANCH-LINE.
         MOVE BRT-CD(WS-BX)      TO RPT-D-BRANCH.
         MOVE BRT-SENT-CT(WS-BX) TO RPT-D-SENT.
         MOVE BRT-REJ-CT(WS-BX)  TO RPT-D-REJ.
         MOVE BRT-HELD-CT(WS-BX) TO RPT-D-HELD.
         MOVE BRT-RCY-CT(WS-BX)  TO RPT-D-RCY.
         MOVE BRT-REP-CT(WS-BX)  TO RPT-D-REP-CT.
         MOVE BRT-OPEN-CT(WS-BX) TO RPT-D-OPEN-CT.
         MOVE ZEROS TO RPT-D-REJ-PCT RPT-D-REP-AVG RPT-D-OPEN-AVG.
         IF BRT-SENT-CT(WS-BX) > ZEROS
            COMPUTE RPT-D-REJ-PCT ROUNDED =
                    BRT-REJ-CT(WS-BX) * 100 / BRT-SENT-CT(WS-BX)
         END-IF.
         IF BRT-REP-CT(WS-BX) > ZEROS
            COMPUTE RPT-D-REP-AVG ROUNDED =
                    BRT-REP-DAYS(WS-BX) / BRT-REP-CT(WS-BX)
         END-IF.
         IF BRT-OPEN-CT(WS-BX) > ZEROS
            COMPUTE RPT-D-OPEN-AVG ROUNDED =
                    BRT-OPEN-DAYS(WS-BX) / BRT-OPEN-CT(WS-BX)
         END-IF.
         MOVE RPT-DET TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         ADD BRT-SENT-CT(WS-BX)   TO TOT-SENT-CT.
         ADD BRT-REJ-CT(WS-BX)    TO TOT-REJ-CT.
         ADD BRT-HELD-CT(WS-BX)   TO TOT-HELD-CT.
         ADD BRT-RCY-CT(WS-BX)    TO TOT-RCY-CT.
         ADD BRT-REP-CT(WS-BX)    TO TOT-REP-CT.
         ADD BRT-REP-DAYS(WS-BX)  TO TOT-REP-DAYS.
         ADD BRT-OPEN-CT(WS-BX)   TO TOT-OPEN-CT.
         ADD BRT-OPEN-DAYS(WS-BX) TO TOT-OPEN-DAYS.
         ADD 1 TO WS-BX.

        273-WRITE-TOTAL-LINE.
         MOVE 'ALL'       TO RPT-D-BRANCH.
         MOVE TOT-SENT-CT TO RPT-D-SENT.
         MOVE TOT-REJ-CT  TO RPT-D-REJ.
         MOVE TOT-HELD-CT TO RPT-D-HELD.
         MOVE TOT-RCY-CT  TO RPT-D-RCY.
         MOVE TOT-REP-CT  TO RPT-D-REP-CT.
         MOVE TOT-OPEN-CT TO RPT-D-OPEN-CT.
         MOVE ZEROS TO RPT-D-REJ-PCT RPT-D-REP-AVG RPT-D-OPEN-AVG.
         IF TOT-SENT-CT > ZEROS
            COMPUTE RPT-D-REJ-PCT ROUNDED =
                    TOT-REJ-CT * 100 / TOT-SENT-CT
         END-IF.
         IF TOT-REP-CT > ZEROS
            COMPUTE RPT-D-REP-AVG ROUNDED = TOT-REP-DAYS / TOT-REP-CT
         END-IF.
         IF TOT-OPEN-CT > ZEROS
            COMPUTE RPT-D-OPEN-AVG ROUNDED =
                    TOT-OPEN-DAYS / TOT-OPEN-CT
         END-IF.
         MOVE RPT-DET TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.

        275-WRITE-BRANCH-REASONS.
         MOVE ZEROS TO WS-BR-RSN-CT.
         MOVE 1 TO WS-RX.
         PERFORM 276-WRITE-REASON-IF-BRANCH UNTIL WS-RX > RSNT-QTDE.
         IF WS-BR-RSN-CT = ZEROS
            MOVE BRT-CD(WS-BX) TO RPT-N-BRANCH
            MOVE RPT-RSN-NONE TO WS-RPT-LINE
            PERFORM 890-WRITE-RPT-LINE
         END-IF.
         ADD 1 TO WS-BX.

        276-WRITE-REASON-IF-BRANCH.
         IF RSNT-BX(WS-RX) = WS-BX
            ADD 1 TO WS-BR-RSN-CT
            MOVE BRT-CD(WS-BX)      TO RPT-R-BRANCH
            MOVE RSNT-REASON(WS-RX) TO RPT-R-REASON
            MOVE RSNT-CT(WS-RX)     TO RPT-R-CT
            MOVE ZEROS TO RPT-R-PCT
            IF BRT-REJ-CT(WS-BX) > ZEROS
               COMPUTE RPT-R-PCT ROUNDED =
                       RSNT-CT(WS-RX) * 100 / BRT-REJ-CT(WS-BX)
            END-IF
            MOVE RPT-RSN-DET TO WS-RPT-LINE
            PERFORM 890-WRITE-RPT-LINE
         END-IF.
         ADD 1 TO WS-RX.

      * WS-DN-DATE (YYYYMMDD) IN, WS-DN-DAYS OUT.
        400-DAY-NUMBER.
         MOVE WS-DN-YYYY TO WS-DN-Y1.
         IF WS-DN-MM < 3
            SUBTRACT 1 FROM WS-DN-Y1
         END-IF.
         DIVIDE WS-DN-Y1 BY 4 GIVING WS-DN-Q4.
         DIVIDE WS-DN-Y1 BY 100 GIVING WS-DN-Q100.
         DIVIDE WS-DN-Y1 BY 400 GIVING WS-DN-Q400.
         IF WS-DN-MM < 1 OR WS-DN-MM > 12
            MOVE 1 TO WS-DN-MM
         END-IF.
         COMPUTE WS-DN-DAYS = WS-DN-YYYY * 365 + WS-DN-Q4
                            - WS-DN-Q100 + WS-DN-Q400
                            + WS-CUM-DAYS(WS-DN-MM) + WS-DN-DD.

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
         DISPLAY 'NIGHTS WITH STATISTICS: ' WS-NIGHTS-CT.
         DISPLAY 'BRANCHES ON THE SCORECARD: ' BRT-QTDE.
         IF WS-SKIP-CT > ZEROS
            DISPLAY 'UNRECOGNISED STATISTICS LINES SKIPPED: '
                    WS-SKIP-CT
         END-IF.
         IF WS-NIGHTS-CT = ZEROS
            DISPLAY 'WARNING: NO BRANCH STATISTICS FOUND FOR '
                    WS-MONTH-X
            MOVE 4 TO RETURN-CODE
         END-IF.
         DISPLAY 'END-PROGRAM: FHBSC0001'.
         STOP RUN.

        900-ERROR-ABEND.
         DISPLAY 'FATAL I/O ERROR ON ' WS-ERR-CTX ' STATUS='
                 WS-ERR-STATUS.
         MOVE 16 TO RETURN-CODE.
         STOP RUN.
       END PROGRAM FHBSC0001.
