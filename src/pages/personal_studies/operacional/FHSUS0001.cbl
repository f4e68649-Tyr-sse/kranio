      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: SUSPENSE LEDGER AND CLEARING FOR THE RECORDS FHMES0001
      *          SENDS TO cat_suspense.txt. UNTIL NOW NOTHING EVER
      *          CLEARED THAT LISTING: THE SAME ITEMS CAME BACK EVERY
      *          MONTH AND THEIR MONEY NEVER REACHED THE FHBOOK09
      *          TOTALS. THIS JOB CARRIES A LEDGER (FHBOOK19) FROM
      *          CLOSE TO CLOSE, OLD GENERATION IN AND NEW GENERATION
      *          OUT THE WAY FHSLD0001 CARRIES THE BALANCE MASTER:
      *          - THE MONTH'S SUSPENSE LISTING IS TAKEN ON, EACH RECORD
      *            NOT ALREADY ON THE LEDGER BECOMING AN OPEN ITEM WITH
      *            ITS OWN ITEM ID, AMOUNT AND SUSPENSE REASON;
      *          - A CLEARING TRANSACTION FILE THEN ASSIGNS OPEN ITEMS
      *            TO AN ACTIVE CATEGORY ON THE FHBOOK05 MASTER (ASG) OR
      *            WRITES THEM OFF WITH A REASON (WOF);
      *          - AN AGED LISTING OF THE ITEMS STILL OPEN, AGED TO THE
      *            LAST DAY OF THE MONTH, GOES INTO THE MONTH-END PACK.
      *          A CLEARED ITEM IS NOT POSTED HERE. IT STAYS ON THE
      *          LEDGER AND FHREI0001 FOLDS IT INTO ITS OWN MONTH'S
      *          AMENDED TOTALS AS A RECLASSIFICATION - AN ASSIGNED
      *          ITEM UNDER ITS NEW CATEGORY, A WRITTEN-OFF ONE UNDER
      *          'SUSPENSE WRITTEN OFF' - SO EVERY REISSUE OF THAT
      *          MONTH CARRIES IT. THE MONTHS THAT HAD AN ITEM CLEARED
      *          ON THIS RUN ARE LISTED (sus_cleared_months.txt) SO
      *          FHMEC01.sh KNOWS WHICH MONTHS TO REISSUE.
      *          A CLEARING TRANSACTION THAT CANNOT BE APPLIED, OR A
      *          SUSPENSE RECORD DATED OUTSIDE THE MONTH BEING TAKEN
      *          ON, IS LISTED AND THE RUN ENDS WITH RETURN CODE 4.
      * Tectonics: cobc
      * Modification History:
      *  20261015 TA - INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. FHSUS0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          SELECT OPTIONAL SUSP-FL ASSIGN TO WS-SUSP-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-SUSP.
          SELECT OPTIONAL SULO-FL ASSIGN TO WS-SULO-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-SULO.
          SELECT OPTIONAL TRN-FL ASSIGN TO WS-TRN-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS.
          SELECT SULN-FL ASSIGN TO WS-SULN-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-SULN.
          SELECT CATM-FL ASSIGN TO WS-CATM-FL-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS CATM-NOME
          FILE STATUS IS WS-STTS-CATM.
          SELECT RPT-FL ASSIGN TO WS-RPT-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-RPT.
          SELECT MON-FL ASSIGN TO WS-MON-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-MON.
       DATA DIVISION.
        FILE SECTION.
         COPY 'FHBOOK05.COB'.

      * FHMES0001'S SUSPENSE LINE: THE HISTORY IMAGE WITH ITS BRANCH
      * AREA, ONE SPACE, THEN THE REASON THE CATEGORY DID NOT RESOLVE.
         FD  SUSP-FL.
         01  SUSP-REC.
             05  SUSP-HIST           PIC X(76).
             05  SUSP-BRANCH-AREA    PIC X(03).
             05  FILLER              PIC X(01).
             05  SUSP-REASON         PIC X(30).

         FD  SULO-FL.
         01  SULO-REC                PIC X(204).

         FD  SULN-FL.
         01  SULN-REC                PIC X(204).

      * ONE CLEARING TRANSACTION. ASG NAMES THE CATEGORY THE ITEM
      * BELONGS TO (TRN-REASON IS AN OPTIONAL NOTE); WOF NEEDS THE
      * REASON AND IGNORES TRN-NOME.
         FD  TRN-FL.
         01  TRN-REC.
             05  TRN-ACTION          PIC X(03).
             05  FILLER              PIC X(01).
             05  TRN-ITEM-ID         PIC X(11).
             05  FILLER              PIC X(01).
             05  TRN-NOME            PIC X(20).
             05  FILLER              PIC X(01).
             05  TRN-REASON          PIC X(30).

         FD  RPT-FL.
         01  RPT-REC                 PIC X(132).

         FD  MON-FL.
         01  MON-REC                 PIC X(06).

        WORKING-STORAGE SECTION.
         77  WS-ARG-NUM              PIC 9(02)   VALUE 1.
         77  WS-SUSP-FL-NAME         PIC X(60)   VALUE SPACES.
         77  WS-SULO-FL-NAME         PIC X(60)   VALUE SPACES.
         77  WS-TRN-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-SULN-FL-NAME         PIC X(60)   VALUE SPACES.
         77  WS-CATM-FL-NAME         PIC X(60)   VALUE SPACES.
         77  WS-RPT-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-MON-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-MONTH-X              PIC X(06)   VALUE SPACES.
         77  WS-MONTH                PIC 9(06)   VALUE ZEROS.
         77  WS-REC-MONTH            PIC 9(06)   VALUE ZEROS.
         77  WS-RUN-DATE             PIC 9(08)   VALUE ZEROS.
         77  WS-MONTH-END            PIC 9(08)   VALUE ZEROS.
         77  WS-MONTH-END-DN         PIC 9(07)   VALUE ZEROS.
         77  WS-LAST-DAY             PIC 9(02)   VALUE ZEROS.
         77  WS-WRITE-OFF-NOME       PIC X(20)   VALUE
             'SUSPENSE WRITTEN OFF'.

         77  WS-CT-01                PIC 9(05)   VALUE ZEROS.
         77  WS-CT-02                PIC 9(01)   VALUE ZEROS.
         77  WS-OLD-CT               PIC 9(05)   VALUE ZEROS.
         77  WS-SUSP-READ-CT         PIC 9(05)   VALUE ZEROS.
         77  WS-NEW-CT               PIC 9(05)   VALUE ZEROS.
         77  WS-KNOWN-CT             PIC 9(05)   VALUE ZEROS.
         77  WS-OTHER-MO-CT          PIC 9(05)   VALUE ZEROS.
         77  WS-ASG-CT               PIC 9(05)   VALUE ZEROS.
         77  WS-WOF-CT               PIC 9(05)   VALUE ZEROS.
         77  WS-ERROR-CT             PIC 9(05)   VALUE ZEROS.
         77  WS-LAST-SEQ             PIC 9(05)   VALUE ZEROS.
         77  WS-ASG-AMT              PIC S9(11)V99 VALUE ZEROS.
         77  WS-WOF-AMT              PIC S9(11)V99 VALUE ZEROS.
         77  WS-OPEN-CT              PIC 9(05)   VALUE ZEROS.
         77  WS-OPEN-AMT             PIC S9(11)V99 VALUE ZEROS.
         77  WS-ALL-ASG-CT           PIC 9(05)   VALUE ZEROS.
         77  WS-ALL-WOF-CT           PIC 9(05)   VALUE ZEROS.
         77  WS-ITEM-AMT             PIC S9(11)V99 VALUE ZEROS.
         77  WS-AGE-DAYS             PIC 9(05)   VALUE ZEROS.

         77  WS-STTS                 PIC XX      VALUE '..'.
             88  WS-STTS-OK                VALUE '00' '05'.
             88  WS-STTS-EOF               VALUE '10'.
         77  WS-STTS-SUSP            PIC XX      VALUE '..'.
             88  WS-STTS-SUSP-OK           VALUE '00' '05'.
             88  WS-STTS-SUSP-EOF          VALUE '10'.
         77  WS-STTS-SULO            PIC XX      VALUE '..'.
             88  WS-STTS-SULO-OK           VALUE '00' '05'.
             88  WS-STTS-SULO-EOF          VALUE '10'.
         77  WS-STTS-SULN            PIC XX      VALUE '..'.
             88  WS-STTS-SULN-OK           VALUE '00'.
         77  WS-STTS-CATM            PIC XX      VALUE '..'.
             88  WS-STTS-CATM-OK           VALUE '00'.
         77  WS-STTS-RPT             PIC XX      VALUE '..'.
             88  WS-STTS-RPT-OK            VALUE '00'.
         77  WS-STTS-MON             PIC XX      VALUE '..'.
             88  WS-STTS-MON-OK            VALUE '00'.
         77  WS-ERR-CTX              PIC X(20)   VALUE SPACES.
         77  WS-ERR-STATUS           PIC XX      VALUE SPACES.
         77  WS-MASTER-SW            PIC X(01)   VALUE 'N'.
             88  WS-MASTER-ACTIVE          VALUE 'Y'.
         77  WS-TRN-OK-SW            PIC X(01)   VALUE 'Y'.
             88  WS-TRN-OK                 VALUE 'Y'.
         77  WS-TRN-REASON           PIC X(40)   VALUE SPACES.

         77  WS-LX                   PIC 9(04)   VALUE ZEROS.
         77  WS-FOUND-IX             PIC 9(04)   VALUE ZEROS.
         77  WS-MX                   PIC 9(03)   VALUE ZEROS.
         77  WS-FOUND-MX             PIC 9(03)   VALUE ZEROS.
         77  WS-BX                   PIC 9(01)   VALUE ZEROS.
         77  WS-SUSP-IMAGE           PIC X(76)   VALUE SPACES.

         77  WS-AMT-IX               PIC 9(02)   VALUE ZEROS.
         77  WS-AMT-CH               PIC X(01)   VALUE SPACE.
         77  WS-AMT-DGT              PIC 9(01)   VALUE ZEROS.
         77  WS-AMT-INT-NUM          PIC 9(11)   VALUE ZEROS.
         77  WS-AMT-DEC-NUM          PIC 9(02)   VALUE ZEROS.
         77  WS-AMT-DEC-DGTS         PIC 9(01)   VALUE ZEROS.
         77  WS-AMT-DOT-SW           PIC X(01)   VALUE 'N'.
             88  WS-AMT-SEEN-DOT          VALUE 'Y'.
         77  WS-AMT-FIELD            PIC X(10)   VALUE SPACES.
         77  WS-AMT-NUM              PIC 9(11)V99 VALUE ZEROS.
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

      * AGEING BUCKETS: UPPER LIMIT IN DAYS AND THE LABEL PRINTED.
      * THE LAST BUCKET TAKES EVERYTHING OLDER.
         01  WS-BKT-X.
             05  FILLER              PIC X(15)   VALUE
                 '000300-30 DAYS '.
             05  FILLER              PIC X(15)   VALUE
                 '0006031-60 DAYS'.
             05  FILLER              PIC X(15)   VALUE
                 '0009061-90 DAYS'.
             05  FILLER              PIC X(15)   VALUE
                 '99999OVER 90   '.
         01  WS-BKT-R REDEFINES WS-BKT-X.
             05  WS-BKT-ENTRY        OCCURS 4 TIMES.
                 10  WS-BKT-LIMIT        PIC 9(05).
                 10  WS-BKT-LABEL        PIC X(10).

         COPY 'FHBOOK19.COB'.

         01  RPT-HDR-1.
             05  FILLER              PIC X(44)   VALUE
                 'AGED SUSPENSE LISTING - FHSUS0001           '.
             05  FILLER              PIC X(07)   VALUE 'MONTH: '.
             05  RPT-H1-MONTH        PIC X(06).
             05  FILLER              PIC X(15)   VALUE
                 '   AGED TO:    '.
             05  RPT-H1-AGED-TO      PIC 9(08).
         01  RPT-HDR-2.
             05  FILLER              PIC X(08)   VALUE 'LEDGER: '.
             05  RPT-H2-LEDGER       PIC X(60).
         01  RPT-COL-HEAD.
             05  FILLER              PIC X(13)   VALUE 'ITEM ID'.
             05  FILLER              PIC X(11)   VALUE 'DATE'.
             05  FILLER              PIC X(21)   VALUE
                 'CATEGORY ON RECORD'.
             05  FILLER              PIC X(04)   VALUE 'TY'.
             05  FILLER              PIC X(14)   VALUE
                 '        AMOUNT'.
             05  FILLER              PIC X(06)   VALUE '   AGE'.
             05  FILLER              PIC X(12)   VALUE '  BUCKET'.
             05  FILLER              PIC X(30)   VALUE
                 'SUSPENSE REASON'.
         01  RPT-DET.
             05  RPT-D-ID            PIC X(11).
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-D-DATE          PIC X(10).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-D-DESC          PIC X(20).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-D-TYPE          PIC X(02).
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-D-AMT           PIC -(09)9.99.
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-D-AGE           PIC Z(04)9.
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-D-BUCKET        PIC X(10).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-D-REASON        PIC X(30).
         01  RPT-HEAD-LINE.
             05  RPT-H-TEXT          PIC X(60).
         01  RPT-FIG-LINE.
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-F-LABEL         PIC X(40).
             05  RPT-F-CT            PIC Z(06)9.
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-F-AMT           PIC -(11)9.99.
         01  RPT-CNT-LINE.
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-C-LABEL         PIC X(40).
             05  RPT-C-CT            PIC Z(06)9.
         01  RPT-TIE-LINE.
             05  RPT-T-TEXT          PIC X(70).

         01  TB-LEDGER.
             05  SULT-QTDE           PIC 9(04)   VALUE ZEROS.
             05  SULT-TAB            OCCURS 2000 TIMES.
                 10  SULT-REC            PIC X(204).

         01  TB-CLEARED-MONTH.
             05  MONT-QTDE           PIC 9(03)   VALUE ZEROS.
             05  MONT-TAB            OCCURS 120 TIMES.
                 10  MONT-MONTH          PIC 9(06).

         01  TB-AGE-BUCKET.
             05  AGET-TAB            OCCURS 4 TIMES.
                 10  AGET-CT             PIC 9(05).
                 10  AGET-AMT            PIC S9(11)V99.


       PROCEDURE DIVISION.
         000-MAIN.
         DISPLAY 'MAIN: FHSUS0001'.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: FHSUS0001'.
         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

         MOVE 1 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-MONTH-X FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-MONTH-X
         END-ACCEPT.
         IF WS-MONTH-X = SPACES OR WS-MONTH-X NOT NUMERIC
            DISPLAY 'USAGE: FHSUS0001 <YYYYMM> [SUSPENSE LISTING]'
                    ' [OLD LEDGER] [CLEARING TRANSACTIONS]'
                    ' [NEW LEDGER] [AGED LISTING] [CATEGORY MASTER]'
                    ' [CLEARED MONTHS]'
            MOVE 8 TO RETURN-CODE
            STOP RUN
         END-IF.
         MOVE WS-MONTH-X TO WS-MONTH.
         DISPLAY 'SUSPENSE MONTH: ' WS-MONTH.

         MOVE 2 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-SUSP-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-SUSP-FL-NAME
         END-ACCEPT.
         IF WS-SUSP-FL-NAME = SPACES
            MOVE 'cat_suspense.txt' TO WS-SUSP-FL-NAME
         END-IF.
         DISPLAY 'SUSPENSE LISTING: ' WS-SUSP-FL-NAME.

         MOVE 3 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-SULO-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-SULO-FL-NAME
         END-ACCEPT.
         IF WS-SULO-FL-NAME = SPACES
            MOVE 'sus_ledger.txt' TO WS-SULO-FL-NAME
         END-IF.
         DISPLAY 'OLD SUSPENSE LEDGER: ' WS-SULO-FL-NAME.

         MOVE 4 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-TRN-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-TRN-FL-NAME
         END-ACCEPT.
         IF WS-TRN-FL-NAME = SPACES
            MOVE 'sus_clear.txt' TO WS-TRN-FL-NAME
         END-IF.
         DISPLAY 'CLEARING TRANSACTIONS: ' WS-TRN-FL-NAME.

         MOVE 5 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-SULN-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-SULN-FL-NAME
         END-ACCEPT.
         IF WS-SULN-FL-NAME = SPACES
            MOVE 'sus_ledger_new.txt' TO WS-SULN-FL-NAME
         END-IF.
         DISPLAY 'NEW SUSPENSE LEDGER: ' WS-SULN-FL-NAME.

         MOVE 6 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-RPT-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-RPT-FL-NAME
         END-ACCEPT.
         IF WS-RPT-FL-NAME = SPACES
            STRING 'sus_aged_'    DELIMITED BY SIZE
                   WS-MONTH-X     DELIMITED BY SIZE
                   '.txt'         DELIMITED BY SIZE
                   INTO WS-RPT-FL-NAME
            END-STRING
         END-IF.
         DISPLAY 'AGED LISTING: ' WS-RPT-FL-NAME.

         MOVE 7 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-CATM-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-CATM-FL-NAME
         END-ACCEPT.
         IF WS-CATM-FL-NAME = SPACES
            MOVE 'cat_master.dat' TO WS-CATM-FL-NAME
         END-IF.
         DISPLAY 'CATEGORY MASTER: ' WS-CATM-FL-NAME.

         MOVE 8 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-MON-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-MON-FL-NAME
         END-ACCEPT.
         IF WS-MON-FL-NAME = SPACES
            MOVE 'sus_cleared_months.txt' TO WS-MON-FL-NAME
         END-IF.
         DISPLAY 'CLEARED MONTHS OUT: ' WS-MON-FL-NAME.

         PERFORM 110-SET-MONTH-END.
         PERFORM 120-OPEN-CATEGORY-MASTER.

      * OPEN ITEMS ARE AGED TO THE LAST CALENDAR DAY OF THE MONTH,
      * FEBRUARY TAKING ITS LEAP DAY IN A YEAR DIVISIBLE BY 4 BUT NOT
      * BY 100, OR BY 400, SO A RERUN OF THE CLOSE PRINTS THE SAME AGES.
        110-SET-MONTH-END.
         MOVE WS-MONTH-X(1:4) TO WS-DN-YYYY.
         MOVE WS-MONTH-X(5:2) TO WS-DN-MM.
         IF WS-DN-MM < 1 OR WS-DN-MM > 12
            DISPLAY 'USAGE: FHSUS0001 <YYYYMM> - MONTH ' WS-MONTH-X
                    ' IS NOT A CALENDAR MONTH'
            MOVE 8 TO RETURN-CODE
            STOP RUN
         END-IF.
         MOVE WS-MO-DAYS(WS-DN-MM) TO WS-LAST-DAY.
         IF WS-DN-MM = 2
            DIVIDE WS-DN-YYYY BY 4 GIVING WS-LEAP-Q
                   REMAINDER WS-LEAP-R4
            DIVIDE WS-DN-YYYY BY 100 GIVING WS-LEAP-Q
                   REMAINDER WS-LEAP-R100
            DIVIDE WS-DN-YYYY BY 400 GIVING WS-LEAP-Q
                   REMAINDER WS-LEAP-R400
            IF (WS-LEAP-R4 = 0 AND WS-LEAP-R100 NOT = 0) OR
               WS-LEAP-R400 = 0
               MOVE 29 TO WS-LAST-DAY
            END-IF
         END-IF.
         MOVE WS-LAST-DAY TO WS-DN-DD.
         MOVE WS-DN-DATE  TO WS-MONTH-END.
         PERFORM 400-DAY-NUMBER.
         MOVE WS-DN-DAYS  TO WS-MONTH-END-DN.
         DISPLAY 'OPEN ITEMS AGED TO: ' WS-MONTH-END.

      * WITHOUT THE MASTER AN ASSIGNMENT CANNOT BE CHECKED, SO ASG
      * TRANSACTIONS ARE REFUSED; WRITE-OFFS AND THE LISTING STILL RUN.
        120-OPEN-CATEGORY-MASTER.
         OPEN INPUT CATM-FL.
         IF WS-STTS-CATM-OK
            SET WS-MASTER-ACTIVE TO TRUE
         ELSE
            DISPLAY 'WARNING: CATEGORY MASTER NOT AVAILABLE, STATUS='
                    WS-STTS-CATM
            DISPLAY 'WARNING: ASSIGNMENTS WILL BE REFUSED ON THIS RUN'
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: FHSUS0001'.
         PERFORM 201-LOAD-OLD-LEDGER.
         PERFORM 205-LOAD-SUSPENSE.
         PERFORM 220-APPLY-CLEARINGS.
         IF WS-MASTER-ACTIVE
            CLOSE CATM-FL
         END-IF.
         PERFORM 230-WRITE-NEW-LEDGER.
         PERFORM 240-WRITE-AGED-LISTING.
         PERFORM 250-WRITE-CLEARED-MONTHS.

      * THE LEDGER IS HELD IN ORDER OF ITEM ID, OLDEST MONTH FIRST, SO
      * NEW ITEMS ARE ADDED AT THE END AND THE LISTING READS OLDEST
      * FIRST. THE HIGHEST SEQUENCE ALREADY USED IN THE MONTH BEING
      * TAKEN ON IS NOTED SO A RERUN CARRIES ON FROM IT.
        201-LOAD-OLD-LEDGER.
         MOVE 1 TO WS-CT-02.
         OPEN INPUT SULO-FL.
         IF NOT WS-STTS-SULO-OK
            MOVE 'OPEN SULO-FL' TO WS-ERR-CTX
            MOVE WS-STTS-SULO TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         PERFORM 202-READ-OLD-LEDGER-REC UNTIL WS-CT-02 = 0.
         CLOSE SULO-FL.
         MOVE SULT-QTDE TO WS-OLD-CT.
         DISPLAY 'ITEMS ON OLD LEDGER: ' WS-OLD-CT.

        202-READ-OLD-LEDGER-REC.
         READ SULO-FL INTO SUL-REC
          AT END
           MOVE ZEROS TO WS-CT-02
          NOT AT END
           PERFORM 209-CHECK-TABLE-ROOM
           ADD 1 TO SULT-QTDE
           MOVE SUL-REC TO SULT-REC(SULT-QTDE)
           IF SUL-ITEM-MONTH = WS-MONTH
              AND SUL-ITEM-SEQ > WS-LAST-SEQ
              MOVE SUL-ITEM-SEQ TO WS-LAST-SEQ
           END-IF
         END-READ.
         IF NOT WS-STTS-SULO-OK AND NOT WS-STTS-SULO-EOF
            MOVE 'READ SULO-FL' TO WS-ERR-CTX
            MOVE WS-STTS-SULO TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

      * A RECORD ALREADY ON THE LEDGER - OPEN OR CLEARED - IS NOT
      * TAKEN ON AGAIN, SO RERUNNING THE MONTH'S ROLLUP AND THIS JOB
      * NEVER DOUBLES AN ITEM, AND AN ITEM CLEARED EARLIER DOES NOT
      * COME BACK OPEN. FHDUP0001 HAS ALREADY MADE THE MONTH'S HISTORY
      * RECORDS UNIQUE, SO THE IMAGE IS ENOUGH TO KNOW ONE.
        205-LOAD-SUSPENSE.
         MOVE 1 TO WS-CT-02.
         OPEN INPUT SUSP-FL.
         IF NOT WS-STTS-SUSP-OK
            MOVE 'OPEN SUSP-FL' TO WS-ERR-CTX
            MOVE WS-STTS-SUSP TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         PERFORM 206-READ-SUSP-REC UNTIL WS-CT-02 = 0.
         CLOSE SUSP-FL.
         DISPLAY 'SUSPENSE RECORDS READ: ' WS-SUSP-READ-CT.
         DISPLAY 'NEW ITEMS TAKEN ON: ' WS-NEW-CT.
         DISPLAY 'ALREADY ON THE LEDGER: ' WS-KNOWN-CT.
         IF WS-OTHER-MO-CT > ZEROS
            DISPLAY 'WARNING: SUSPENSE RECORDS NOT DATED IN '
                    WS-MONTH ', NOT TAKEN ON: ' WS-OTHER-MO-CT
         END-IF.

        206-READ-SUSP-REC.
         READ SUSP-FL
          AT END
           MOVE ZEROS TO WS-CT-02
          NOT AT END
           ADD 1 TO WS-SUSP-READ-CT
           PERFORM 207-TAKE-SUSP-REC
         END-READ.
         IF NOT WS-STTS-SUSP-OK AND NOT WS-STTS-SUSP-EOF
            MOVE 'READ SUSP-FL' TO WS-ERR-CTX
            MOVE WS-STTS-SUSP TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

      * cat_suspense.txt IS ONE FIXED NAME REWRITTEN BY EVERY ROLLUP,
      * SO A RECORD FROM ANY OTHER MONTH MEANS THE LISTING IS NOT THE
      * ONE THIS MONTH'S ROLLUP WROTE. IT IS LEFT ALONE AND SAID OUT
      * LOUD RATHER THAN FILED UNDER THE WRONG MONTH.
        207-TAKE-SUSP-REC.
         MOVE SUSP-HIST TO WS-SUSP-IMAGE.
         MOVE SUSP-HIST TO SUL-HIST-REC.
         COMPUTE WS-REC-MONTH = (SUL-H-DT-Y * 100) + SUL-H-DT-M.
         IF WS-REC-MONTH NOT = WS-MONTH
            ADD 1 TO WS-OTHER-MO-CT
            DISPLAY 'NOT DATED IN ' WS-MONTH ': ' SUSP-HIST
         ELSE
            MOVE ZEROS TO WS-FOUND-IX
            MOVE 1 TO WS-LX
            PERFORM 208-SCAN-FOR-IMAGE
              UNTIL WS-LX > SULT-QTDE OR WS-FOUND-IX > ZEROS
            IF WS-FOUND-IX > ZEROS
               ADD 1 TO WS-KNOWN-CT
            ELSE
               PERFORM 210-ADD-LEDGER-ITEM
            END-IF
         END-IF.

        208-SCAN-FOR-IMAGE.
         MOVE SULT-REC(WS-LX) TO SUL-REC.
         IF SUL-HIST-REC = WS-SUSP-IMAGE
            MOVE WS-LX TO WS-FOUND-IX
         ELSE
            ADD 1 TO WS-LX
         END-IF.

        209-CHECK-TABLE-ROOM.
         IF SULT-QTDE NOT < 2000
            DISPLAY 'FATAL: SUSPENSE LEDGER TABLE FULL AT 2000 ITEMS'
            MOVE 'SUL TABLE' TO WS-ERR-CTX
            MOVE 'XX' TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        210-ADD-LEDGER-ITEM.
         PERFORM 209-CHECK-TABLE-ROOM.
         MOVE SPACES TO SUL-REC.
         ADD 1 TO WS-LAST-SEQ.
         MOVE WS-MONTH TO SUL-ITEM-MONTH.
         MOVE WS-LAST-SEQ TO SUL-ITEM-SEQ.
         SET SUL-ST-OPEN TO TRUE.
         MOVE WS-RUN-DATE TO SUL-FIRST-SEEN.
         MOVE WS-SUSP-IMAGE TO SUL-HIST-REC.
         MOVE SUL-H-AMOUNT TO WS-AMT-FIELD.
         PERFORM 215-COMPUTE-AMOUNT.
         MOVE WS-AMT-NUM TO SUL-AMOUNT.
         IF SUL-H-TYPE-CD = 'RV'
            MOVE '-' TO SUL-SIGN
         ELSE
            MOVE '+' TO SUL-SIGN
         END-IF.
         MOVE SUSP-REASON TO SUL-SUSP-REASON.
         MOVE ZEROS TO SUL-CLR-DATE.
         ADD 1 TO SULT-QTDE.
         MOVE SUL-REC TO SULT-REC(SULT-QTDE).
         ADD 1 TO WS-NEW-CT.
         DISPLAY 'NEW ITEM ' SUL-ITEM-ID ': ' SUL-H-DESC-A ' '
                 SUL-H-AMOUNT ' ' SUL-SUSP-REASON.

      * RC-AMOUNT IS THE SAME FREE-FORM X(10) FIELD EVERY PROGRAM IN
      * THE CHAIN PARSES, SO IT IS SCANNED DIGIT BY DIGIT THE SAME WAY
      * FHREI0001'S 215-COMPUTE-AMOUNT DOES.
        215-COMPUTE-AMOUNT.
         MOVE ZEROS TO WS-AMT-INT-NUM.
         MOVE ZEROS TO WS-AMT-DEC-NUM.
         MOVE ZEROS TO WS-AMT-DEC-DGTS.
         MOVE 'N' TO WS-AMT-DOT-SW.
         MOVE 1 TO WS-AMT-IX.
         PERFORM 216-SCAN-AMOUNT-DIGIT UNTIL WS-AMT-IX > 10.
         IF WS-AMT-DEC-DGTS = 1
            COMPUTE WS-AMT-DEC-NUM = WS-AMT-DEC-NUM * 10
         END-IF.
         COMPUTE WS-AMT-NUM =
                 WS-AMT-INT-NUM + (WS-AMT-DEC-NUM / 100).

        216-SCAN-AMOUNT-DIGIT.
         MOVE WS-AMT-FIELD(WS-AMT-IX:1) TO WS-AMT-CH.
         EVALUATE TRUE
           WHEN WS-AMT-CH = '.'
              SET WS-AMT-SEEN-DOT TO TRUE
           WHEN WS-AMT-CH >= '0' AND WS-AMT-CH <= '9'
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
           WHEN OTHER
              CONTINUE
         END-EVALUATE.
         ADD 1 TO WS-AMT-IX.

      * THE CLEARING FILE IS OPTIONAL: A CLOSE WITH NOTHING TO CLEAR
      * STILL TAKES THE MONTH'S SUSPENSE ON AND PRINTS THE LISTING.
        220-APPLY-CLEARINGS.
         MOVE ZEROS TO WS-CT-01.
         MOVE 1 TO WS-CT-02.
         OPEN INPUT TRN-FL.
         IF NOT WS-STTS-OK
            MOVE 'OPEN TRN-FL' TO WS-ERR-CTX
            MOVE WS-STTS TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         DISPLAY '===== SUSPENSE CLEARING ====='.
         PERFORM 221-READ-NEXT-TRN UNTIL WS-CT-02 = 0.
         CLOSE TRN-FL.

        221-READ-NEXT-TRN.
         READ TRN-FL
          AT END
           MOVE ZEROS TO WS-CT-02
          NOT AT END
           ADD 1 TO WS-CT-01
           PERFORM 222-APPLY-TRN
         END-READ.
         IF NOT WS-STTS-OK AND NOT WS-STTS-EOF
            MOVE 'READ TRN-FL' TO WS-ERR-CTX
            MOVE WS-STTS TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

      * THE ITEM IS FOUND AND MUST STILL BE OPEN BEFORE THE ACTION IS
      * LOOKED AT: A CLEARED ITEM HAS ALREADY GONE INTO ITS MONTH'S
      * TOTALS AND CLEARING IT AGAIN WOULD COUNT IT TWICE.
        222-APPLY-TRN.
         MOVE ZEROS TO WS-FOUND-IX.
         IF TRN-ITEM-ID NUMERIC
            MOVE 1 TO WS-LX
            PERFORM 223-SCAN-FOR-ITEM
              UNTIL WS-LX > SULT-QTDE OR WS-FOUND-IX > ZEROS
         END-IF.
         IF WS-FOUND-IX = ZEROS
            ADD 1 TO WS-ERROR-CT
            DISPLAY 'TRANSACTION ' WS-CT-01
                    ' REFUSED, ITEM NOT ON LEDGER: ' TRN-ITEM-ID
         ELSE
            MOVE SULT-REC(WS-FOUND-IX) TO SUL-REC
            IF NOT SUL-ST-OPEN
               ADD 1 TO WS-ERROR-CT
               DISPLAY 'TRANSACTION ' WS-CT-01
                       ' REFUSED, ITEM ALREADY CLEARED ON '
                       SUL-CLR-DATE ': ' TRN-ITEM-ID
            ELSE
               EVALUATE TRN-ACTION
                 WHEN 'ASG'
                    PERFORM 224-ASSIGN-ITEM
                 WHEN 'WOF'
                    PERFORM 225-WRITE-OFF-ITEM
                 WHEN OTHER
                    ADD 1 TO WS-ERROR-CT
                    DISPLAY 'UNKNOWN ACTION "' TRN-ACTION '" FOR '
                            TRN-ITEM-ID
               END-EVALUATE
            END-IF
         END-IF.

        223-SCAN-FOR-ITEM.
         MOVE SULT-REC(WS-LX) TO SUL-REC.
         IF SUL-ITEM-ID = TRN-ITEM-ID
            MOVE WS-LX TO WS-FOUND-IX
         ELSE
            ADD 1 TO WS-LX
         END-IF.

      * AN ITEM CAN ONLY BE ASSIGNED TO A CATEGORY THE ROLLUP WOULD
      * ACCEPT TODAY: ON THE MASTER AND ACTIVE. A RENAMED OR MERGED
      * NAME IS REFUSED WITH ITS SUCCESSOR SHOWN, SO THE OPERATOR
      * ASSIGNS TO THE NAME THE TOTALS ACTUALLY CARRY.
        224-ASSIGN-ITEM.
         MOVE 'Y' TO WS-TRN-OK-SW.
         MOVE SPACES TO WS-TRN-REASON.
         EVALUATE TRUE
           WHEN TRN-NOME = SPACES
              MOVE 'N' TO WS-TRN-OK-SW
              MOVE 'NO CATEGORY GIVEN' TO WS-TRN-REASON
           WHEN NOT WS-MASTER-ACTIVE
              MOVE 'N' TO WS-TRN-OK-SW
              MOVE 'CATEGORY MASTER NOT AVAILABLE' TO WS-TRN-REASON
           WHEN OTHER
              MOVE TRN-NOME TO CATM-NOME
              READ CATM-FL
              IF NOT WS-STTS-CATM-OK
                 MOVE 'N' TO WS-TRN-OK-SW
                 MOVE 'CATEGORY NOT ON MASTER' TO WS-TRN-REASON
              ELSE
                 IF NOT CATM-ATIVA
                    MOVE 'N' TO WS-TRN-OK-SW
                    MOVE 'CATEGORY INACTIVE' TO WS-TRN-REASON
                    IF CATM-MERGE-TO NOT = SPACES
                       DISPLAY 'NOTE: ' TRN-NOME ' NOW RESOLVES TO '
                               CATM-MERGE-TO
                    END-IF
                 END-IF
              END-IF
         END-EVALUATE.
         IF NOT WS-TRN-OK
            ADD 1 TO WS-ERROR-CT
            DISPLAY 'ASSIGN REFUSED, ' WS-TRN-REASON ': '
                    TRN-ITEM-ID ' ' TRN-NOME
         ELSE
            SET SUL-ST-ASSIGNED TO TRUE
            MOVE WS-RUN-DATE TO SUL-CLR-DATE
            MOVE TRN-NOME TO SUL-CLR-NOME
            MOVE TRN-REASON TO SUL-CLR-REASON
            MOVE SUL-REC TO SULT-REC(WS-FOUND-IX)
            ADD 1 TO WS-ASG-CT
            PERFORM 226-SIGNED-ITEM-AMOUNT
            ADD WS-ITEM-AMT TO WS-ASG-AMT
            PERFORM 227-NOTE-CLEARED-MONTH
            DISPLAY 'ASSIGNED: ' SUL-ITEM-ID ' ' SUL-H-DESC-A
                    ' -> ' SUL-CLR-NOME
         END-IF.

        225-WRITE-OFF-ITEM.
         IF TRN-REASON = SPACES
            ADD 1 TO WS-ERROR-CT
            DISPLAY 'WRITE-OFF REFUSED, NO REASON GIVEN: '
                    TRN-ITEM-ID
         ELSE
            SET SUL-ST-WRITTEN-OFF TO TRUE
            MOVE WS-RUN-DATE TO SUL-CLR-DATE
            MOVE WS-WRITE-OFF-NOME TO SUL-CLR-NOME
            MOVE TRN-REASON TO SUL-CLR-REASON
            MOVE SUL-REC TO SULT-REC(WS-FOUND-IX)
            ADD 1 TO WS-WOF-CT
            PERFORM 226-SIGNED-ITEM-AMOUNT
            ADD WS-ITEM-AMT TO WS-WOF-AMT
            PERFORM 227-NOTE-CLEARED-MONTH
            DISPLAY 'WRITTEN OFF: ' SUL-ITEM-ID ' ' SUL-H-DESC-A
                    ' ' SUL-CLR-REASON
         END-IF.

        226-SIGNED-ITEM-AMOUNT.
         IF SUL-SIGN = '-'
            COMPUTE WS-ITEM-AMT = ZEROS - SUL-AMOUNT
         ELSE
            MOVE SUL-AMOUNT TO WS-ITEM-AMT
         END-IF.

        227-NOTE-CLEARED-MONTH.
         MOVE ZEROS TO WS-FOUND-MX.
         MOVE 1 TO WS-MX.
         PERFORM 228-SCAN-MONTH-TAB
           UNTIL WS-MX > MONT-QTDE OR WS-FOUND-MX > ZEROS.
         IF WS-FOUND-MX = ZEROS
            IF MONT-QTDE < 120
               ADD 1 TO MONT-QTDE
               MOVE SUL-ITEM-MONTH TO MONT-MONTH(MONT-QTDE)
            ELSE
               DISPLAY 'FATAL: MORE THAN 120 MONTHS CLEARED IN ONE RUN'
               MOVE 'MONTH TABLE' TO WS-ERR-CTX
               MOVE 'XX' TO WS-ERR-STATUS
               PERFORM 900-ERROR-ABEND
            END-IF
         END-IF.

        228-SCAN-MONTH-TAB.
         IF MONT-MONTH(WS-MX) = SUL-ITEM-MONTH
            MOVE WS-MX TO WS-FOUND-MX
         ELSE
            ADD 1 TO WS-MX
         END-IF.

        230-WRITE-NEW-LEDGER.
         OPEN OUTPUT SULN-FL.
         IF NOT WS-STTS-SULN-OK
            MOVE 'OPEN SULN-FL' TO WS-ERR-CTX
            MOVE WS-STTS-SULN TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         MOVE 1 TO WS-LX.
         PERFORM 231-WRITE-ONE-LEDGER-REC UNTIL WS-LX > SULT-QTDE.
         CLOSE SULN-FL.
         DISPLAY 'NEW LEDGER WRITTEN TO ' WS-SULN-FL-NAME.

        231-WRITE-ONE-LEDGER-REC.
         MOVE SULT-REC(WS-LX) TO SUL-REC.
         WRITE SULN-REC FROM SUL-REC.
         IF NOT WS-STTS-SULN-OK
            MOVE 'WRITE SULN-FL' TO WS-ERR-CTX
            MOVE WS-STTS-SULN TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         ADD 1 TO WS-LX.

        240-WRITE-AGED-LISTING.
         OPEN OUTPUT RPT-FL.
         IF NOT WS-STTS-RPT-OK
            MOVE 'OPEN RPT-FL' TO WS-ERR-CTX
            MOVE WS-STTS-RPT TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         MOVE WS-MONTH-X TO RPT-H1-MONTH.
         MOVE WS-MONTH-END TO RPT-H1-AGED-TO.
         MOVE RPT-HDR-1 TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE WS-SULN-FL-NAME TO RPT-H2-LEDGER.
         MOVE RPT-HDR-2 TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         PERFORM 895-WRITE-BLANK-LINE.
         MOVE 'ITEMS STILL OPEN IN SUSPENSE, OLDEST FIRST'
           TO RPT-H-TEXT.
         MOVE RPT-HEAD-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE RPT-COL-HEAD TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 1 TO WS-LX.
         PERFORM 241-LIST-ONE-ITEM UNTIL WS-LX > SULT-QTDE.
         PERFORM 895-WRITE-BLANK-LINE.
         PERFORM 244-WRITE-AGEING-SUMMARY.
         PERFORM 895-WRITE-BLANK-LINE.
         PERFORM 246-WRITE-CLEARING-SUMMARY.
         PERFORM 895-WRITE-BLANK-LINE.
         PERFORM 247-WRITE-LEDGER-TIE.
         CLOSE RPT-FL.
         DISPLAY 'AGED LISTING WRITTEN TO ' WS-RPT-FL-NAME.

        241-LIST-ONE-ITEM.
         MOVE SULT-REC(WS-LX) TO SUL-REC.
         EVALUATE TRUE
           WHEN SUL-ST-OPEN
              PERFORM 242-LIST-OPEN-ITEM
           WHEN SUL-ST-ASSIGNED
              ADD 1 TO WS-ALL-ASG-CT
           WHEN OTHER
              ADD 1 TO WS-ALL-WOF-CT
         END-EVALUATE.
         ADD 1 TO WS-LX.

      * THE AGE IS FROM THE DATE ON THE RECORD ITSELF TO THE MONTH
      * END, NOT FROM WHEN THE LEDGER FIRST SAW IT.
        242-LIST-OPEN-ITEM.
         MOVE SUL-H-DT-Y TO WS-DN-YYYY.
         MOVE SUL-H-DT-M TO WS-DN-MM.
         MOVE SUL-H-DT-D TO WS-DN-DD.
         PERFORM 400-DAY-NUMBER.
         MOVE ZEROS TO WS-AGE-DAYS.
         IF WS-MONTH-END-DN > WS-DN-DAYS
            COMPUTE WS-AGE-DAYS = WS-MONTH-END-DN - WS-DN-DAYS
         END-IF.
         MOVE 1 TO WS-BX.
         PERFORM 243-FIND-BUCKET
           UNTIL WS-BX = 4 OR WS-AGE-DAYS NOT > WS-BKT-LIMIT(WS-BX).
         PERFORM 226-SIGNED-ITEM-AMOUNT.
         ADD 1 TO AGET-CT(WS-BX).
         ADD WS-ITEM-AMT TO AGET-AMT(WS-BX).
         ADD 1 TO WS-OPEN-CT.
         ADD WS-ITEM-AMT TO WS-OPEN-AMT.
         MOVE SUL-ITEM-ID TO RPT-D-ID.
         MOVE SUL-HIST-REC(1:10) TO RPT-D-DATE.
         MOVE SUL-H-DESC-A TO RPT-D-DESC.
         MOVE SUL-H-TYPE-CD TO RPT-D-TYPE.
         MOVE WS-ITEM-AMT TO RPT-D-AMT.
         MOVE WS-AGE-DAYS TO RPT-D-AGE.
         MOVE WS-BKT-LABEL(WS-BX) TO RPT-D-BUCKET.
         MOVE SUL-SUSP-REASON TO RPT-D-REASON.
         MOVE RPT-DET TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.

        243-FIND-BUCKET.
         ADD 1 TO WS-BX.

        244-WRITE-AGEING-SUMMARY.
         MOVE 'AGEING OF OPEN ITEMS' TO RPT-H-TEXT.
         MOVE RPT-HEAD-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 1 TO WS-BX.
         PERFORM 245-WRITE-ONE-BUCKET UNTIL WS-BX > 4.
         MOVE 'TOTAL OPEN' TO RPT-F-LABEL.
         MOVE WS-OPEN-CT TO RPT-F-CT.
         MOVE WS-OPEN-AMT TO RPT-F-AMT.
         MOVE RPT-FIG-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.

        245-WRITE-ONE-BUCKET.
         MOVE SPACES TO RPT-F-LABEL.
         MOVE WS-BKT-LABEL(WS-BX) TO RPT-F-LABEL.
         MOVE AGET-CT(WS-BX) TO RPT-F-CT.
         MOVE AGET-AMT(WS-BX) TO RPT-F-AMT.
         MOVE RPT-FIG-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         ADD 1 TO WS-BX.

        246-WRITE-CLEARING-SUMMARY.
         MOVE 'CLEARED ON THIS RUN (RECLASSIFIED ON REISSUE)'
           TO RPT-H-TEXT.
         MOVE RPT-HEAD-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 'ASSIGNED TO A CATEGORY' TO RPT-F-LABEL.
         MOVE WS-ASG-CT TO RPT-F-CT.
         MOVE WS-ASG-AMT TO RPT-F-AMT.
         MOVE RPT-FIG-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 'WRITTEN OFF' TO RPT-F-LABEL.
         MOVE WS-WOF-CT TO RPT-F-CT.
         MOVE WS-WOF-AMT TO RPT-F-AMT.
         MOVE RPT-FIG-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 'CLEARING TRANSACTIONS REFUSED' TO RPT-C-LABEL.
         MOVE WS-ERROR-CT TO RPT-C-CT.
         MOVE RPT-CNT-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.

      * EVERY ITEM ON THE NEW LEDGER IS EITHER STILL OPEN, ASSIGNED OR
      * WRITTEN OFF, AND THE NEW LEDGER IS THE OLD ONE PLUS WHAT THIS
      * RUN TOOK ON - NOTHING IS EVER DROPPED.
        247-WRITE-LEDGER-TIE.
         MOVE 'LEDGER MOVEMENT' TO RPT-H-TEXT.
         MOVE RPT-HEAD-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 'ITEMS ON OLD LEDGER' TO RPT-C-LABEL.
         MOVE WS-OLD-CT TO RPT-C-CT.
         MOVE RPT-CNT-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 'SUSPENSE RECORDS READ' TO RPT-C-LABEL.
         MOVE WS-SUSP-READ-CT TO RPT-C-CT.
         MOVE RPT-CNT-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE '  NEW ITEMS TAKEN ON' TO RPT-C-LABEL.
         MOVE WS-NEW-CT TO RPT-C-CT.
         MOVE RPT-CNT-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE '  ALREADY ON THE LEDGER' TO RPT-C-LABEL.
         MOVE WS-KNOWN-CT TO RPT-C-CT.
         MOVE RPT-CNT-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE '  NOT DATED IN THE MONTH, LEFT OUT' TO RPT-C-LABEL.
         MOVE WS-OTHER-MO-CT TO RPT-C-CT.
         MOVE RPT-CNT-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 'ITEMS ON NEW LEDGER' TO RPT-C-LABEL.
         MOVE SULT-QTDE TO RPT-C-CT.
         MOVE RPT-CNT-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE '  OPEN' TO RPT-C-LABEL.
         MOVE WS-OPEN-CT TO RPT-C-CT.
         MOVE RPT-CNT-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE '  ASSIGNED (ALL RUNS)' TO RPT-C-LABEL.
         MOVE WS-ALL-ASG-CT TO RPT-C-CT.
         MOVE RPT-CNT-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE '  WRITTEN OFF (ALL RUNS)' TO RPT-C-LABEL.
         MOVE WS-ALL-WOF-CT TO RPT-C-CT.
         MOVE RPT-CNT-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         IF WS-OLD-CT + WS-NEW-CT = SULT-QTDE AND
            WS-OPEN-CT + WS-ALL-ASG-CT + WS-ALL-WOF-CT = SULT-QTDE
            MOVE 'TIE CHECK: LEDGER TIES - OLD + NEW = OPEN + CLEARED'
              TO RPT-T-TEXT
         ELSE
            MOVE 'TIE CHECK: OUT OF BALANCE - INVESTIGATE'
              TO RPT-T-TEXT
         END-IF.
         MOVE RPT-TIE-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.

      * ONE LINE PER MONTH THAT HAD AN ITEM CLEARED ON THIS RUN, SO
      * THE CLOSE KNOWS WHICH MONTHS' TOTALS NEED REISSUING. WRITTEN
      * EVERY RUN - EMPTY WHEN NOTHING WAS CLEARED.
        250-WRITE-CLEARED-MONTHS.
         OPEN OUTPUT MON-FL.
         IF NOT WS-STTS-MON-OK
            MOVE 'OPEN MON-FL' TO WS-ERR-CTX
            MOVE WS-STTS-MON TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         MOVE 1 TO WS-MX.
         PERFORM 251-WRITE-ONE-MONTH UNTIL WS-MX > MONT-QTDE.
         CLOSE MON-FL.

        251-WRITE-ONE-MONTH.
         MOVE MONT-MONTH(WS-MX) TO MON-REC.
         WRITE MON-REC.
         IF NOT WS-STTS-MON-OK
            MOVE 'WRITE MON-FL' TO WS-ERR-CTX
            MOVE WS-STTS-MON TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         ADD 1 TO WS-MX.

        300-END.
         DISPLAY 'CLEARING TRANSACTIONS READ: ' WS-CT-01.
         DISPLAY 'ITEMS ASSIGNED: ' WS-ASG-CT.
         DISPLAY 'ITEMS WRITTEN OFF: ' WS-WOF-CT.
         DISPLAY 'TRANSACTIONS IN ERROR: ' WS-ERROR-CT.
         DISPLAY 'ITEMS STILL OPEN: ' WS-OPEN-CT.
         IF WS-ERROR-CT > ZEROS OR WS-OTHER-MO-CT > ZEROS
            MOVE 4 TO RETURN-CODE
         END-IF.
         DISPLAY 'END-PROGRAM: FHSUS0001'.
         STOP RUN.

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

        900-ERROR-ABEND.
         DISPLAY 'FATAL I/O ERROR ON ' WS-ERR-CTX ' STATUS='
                 WS-ERR-STATUS.
         MOVE 16 TO RETURN-CODE.
         STOP RUN.
       END PROGRAM FHSUS0001.
