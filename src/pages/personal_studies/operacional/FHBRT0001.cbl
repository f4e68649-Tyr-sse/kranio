      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20260917
      * Purpose: NIGHTLY PER-BRANCH REJECT RETURN FILES, RUN AFTER
      *          FHDR0001 ON A MERGED MULTI-BRANCH NIGHT. THE REJECT
      *          LISTING AND THE REPAIR QUEUE NOW CARRY THE BRANCH
      *          THAT SENT EACH RECORD, BUT SOMEBODY STILL HAD TO CUT
      *          THEM UP BY HAND BEFORE A BRANCH COULD SEE ITS OWN
      *          FAULTS. THIS JOB SPLITS TONIGHT'S REJECTS PLUS THE
      *          ENTRIES STILL OPEN ON THE FHREP0001 CARRY-FORWARD
      *          QUEUE FROM EARLIER NIGHTS INTO ONE DATED PRINT-IMAGE
      *          RETURN FILE PER BRANCH ON branches.txt
      *          (ret_<BRANCH>_<DATE>.txt), EACH LINE CARRYING THE
      *          REJECT DATE AND SEQUENCE THE BRANCH QUOTES BACK ON
      *          rej_corr.txt. A REJECT WITH NO BRANCH, OR WITH A
      *          BRANCH NOT ON THE LIST, IS NEVER DROPPED - IT GOES ON
      *          THE RETURN CONTROL LISTING AS UNROUTED. THE SAME RUN
      *          WRITES THE NIGHT'S PER-BRANCH STATISTICS (FHBOOK12):
      *          RECORDS SENT, REJECTED (AND BY REASON), HELD FOR
      *          APPROVAL, RECYCLED AND STILL OPEN ON THE QUEUE, FOR
      *          THE MONTH-END BRANCH SCORECARD (FHBSC0001).
      * Tectonics: cobc
      * Modification History:
      *  20260917 TA - INITIAL VERSION.
      *  20261015 TA - THE RETURN LISTING SHOWS THE CURRENCY OF EACH
      *                ITEM NEXT TO ITS AMOUNT - A FOREIGN-CURRENCY
      *                REJECT IS LISTED IN ITS OWN CURRENCY. THE
      *                RECYCLE RECORD IS READ AT ITS FULL FHBOOK01
      *                WIDTH NOW THAT IT CARRIES THE CURRENCY FIELDS.
      *  20261015 TA - A RUN DATE ARGUMENT THAT IS NOT ALL DIGITS IS
      *                REFUSED WITH RETURN CODE 8 INSTEAD OF GOING INTO
      *                THE FILE NAMES.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. FHBRT0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          SELECT OPTIONAL LST-FL ASSIGN TO WS-LST-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-LST.
          SELECT OPTIONAL REJ-FL ASSIGN TO WS-REJ-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-REJ.
          SELECT OPTIONAL RJQ-FL ASSIGN TO WS-RJQ-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-RJQ.
          SELECT OPTIONAL IN-FL ASSIGN TO WS-IN-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-IN.
          SELECT OPTIONAL PND-FL ASSIGN TO WS-PND-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-PND.
          SELECT OPTIONAL RCY-FL ASSIGN TO WS-RCY-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-RCY.
          SELECT BST-FL ASSIGN TO WS-BST-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-BST.
          SELECT RET-FL ASSIGN TO WS-RET-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-RET.
          SELECT RPT-FL ASSIGN TO WS-RPT-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-RPT.
       DATA DIVISION.
        FILE SECTION.
         COPY 'FHBOOK01.COB'.
         COPY 'FHBOOK04.COB'.
         COPY 'FHBOOK06.COB'.
         COPY 'FHBOOK08.COB'.
         COPY 'FHBOOK12.COB'.

         FD  LST-FL.
         01  LST-REC.
             05  LST-BRANCH-CD       PIC X(02).
             05  FILLER              PIC X(01).
             05  LST-FEED-NAME       PIC X(60).

      * THE RECYCLE FILE IS THE FHBOOK01 SHAPE WRITTEN BY FHREP0001;
      * ONLY THE BRANCH IN BYTES 78-79 IS NEEDED HERE.
         FD  RCY-FL.
         01  RCY-REC.
             05  FILLER              PIC X(77).
             05  RCY-BRANCH-CD       PIC X(02).
             05  FILLER              PIC X(15).

         FD  RET-FL.
         01  RET-REC                 PIC X(132).

         FD  RPT-FL.
         01  RPT-REC                 PIC X(132).

        WORKING-STORAGE SECTION.
         77  WS-ARG-NUM              PIC 9(02)   VALUE 1.
         77  WS-LST-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-REJ-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-RJQ-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-IN-FL-NAME           PIC X(60)   VALUE SPACES.
         77  WS-PND-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-RCY-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-BST-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-RET-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-RPT-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-RUN-DATE             PIC 9(08)   VALUE ZEROS.
         77  WS-RUN-DATE-X           PIC X(08)   VALUE SPACES.

         77  WS-CT-02                PIC 9(01)   VALUE ZEROS.
         77  WS-REJ-SEQ              PIC 9(05)   VALUE ZEROS.
         77  WS-TODAY-CT             PIC 9(05)   VALUE ZEROS.
         77  WS-OPEN-CT              PIC 9(05)   VALUE ZEROS.
         77  WS-UNROUTED-CT          PIC 9(05)   VALUE ZEROS.
         77  WS-SENT-CT              PIC 9(07)   VALUE ZEROS.
         77  WS-HELD-CT              PIC 9(05)   VALUE ZEROS.
         77  WS-RCY-CT               PIC 9(05)   VALUE ZEROS.
         77  WS-NOBR-CT              PIC 9(05)   VALUE ZEROS.
         77  WS-FILES-CT             PIC 9(03)   VALUE ZEROS.
         77  WS-SEC-CT               PIC 9(05)   VALUE ZEROS.
         77  WS-RET-TODAY-CT         PIC 9(05)   VALUE ZEROS.
         77  WS-RET-OPEN-CT          PIC 9(05)   VALUE ZEROS.

         77  WS-STTS-LST             PIC XX      VALUE '..'.
             88  WS-STTS-LST-OK            VALUE '00' '05'.
             88  WS-STTS-LST-EOF           VALUE '10'.
         77  WS-STTS-REJ             PIC XX      VALUE '..'.
             88  WS-STTS-REJ-OK            VALUE '00' '05'.
             88  WS-STTS-REJ-EOF           VALUE '10'.
         77  WS-STTS-RJQ             PIC XX      VALUE '..'.
             88  WS-STTS-RJQ-OK            VALUE '00' '05'.
             88  WS-STTS-RJQ-EOF           VALUE '10'.
         77  WS-STTS-IN              PIC XX      VALUE '..'.
             88  WS-STTS-IN-OK             VALUE '00' '05'.
             88  WS-STTS-IN-EOF            VALUE '10'.
         77  WS-STTS-PND             PIC XX      VALUE '..'.
             88  WS-STTS-PND-OK            VALUE '00' '05'.
             88  WS-STTS-PND-EOF           VALUE '10'.
         77  WS-STTS-RCY             PIC XX      VALUE '..'.
             88  WS-STTS-RCY-OK            VALUE '00' '05'.
             88  WS-STTS-RCY-EOF           VALUE '10'.
         77  WS-STTS-BST             PIC XX      VALUE '..'.
             88  WS-STTS-BST-OK            VALUE '00'.
         77  WS-STTS-RET             PIC XX      VALUE '..'.
             88  WS-STTS-RET-OK            VALUE '00'.
         77  WS-STTS-RPT             PIC XX      VALUE '..'.
             88  WS-STTS-RPT-OK            VALUE '00'.
         77  WS-ERR-CTX              PIC X(20)   VALUE SPACES.
         77  WS-ERR-STATUS           PIC XX      VALUE SPACES.

         77  WS-BX                   PIC 9(02)   VALUE ZEROS.
         77  WS-SBX                  PIC 9(02)   VALUE ZEROS.
         77  WS-FOUND-BX             PIC 9(02)   VALUE ZEROS.
         77  WS-LOOK-BR              PIC X(02)   VALUE SPACES.
         77  WS-IX                   PIC 9(04)   VALUE ZEROS.
         77  WS-RX                   PIC 9(03)   VALUE ZEROS.
         77  WS-FOUND-RX             PIC 9(03)   VALUE ZEROS.
         77  WS-SEL-SRC              PIC X(01)   VALUE SPACE.
         77  WS-SEL-BX               PIC 9(02)   VALUE ZEROS.
         77  WS-DEST-SW              PIC X(01)   VALUE 'R'.
             88  WS-DEST-RET               VALUE 'R'.
             88  WS-DEST-RPT               VALUE 'C'.
         77  WS-RPT-LINE             PIC X(132)  VALUE SPACES.

      * ONE RETURN FILE PAGE. THE SAME DETAIL LINE SERVES THE
      * UNROUTED SECTION OF THE CONTROL LISTING, WHERE THE BRANCH
      * COLUMN SAYS WHAT (IF ANYTHING) THE RECORD CAME IN WITH.
         01  RET-HDR-1.
             05  FILLER              PIC X(29)   VALUE
                 'REJECT RETURN FILE - BRANCH '.
             05  RET-H1-BRANCH       PIC X(02).
             05  FILLER              PIC X(14)   VALUE
                 '   RUN DATE: '.
             05  RET-H1-DATE         PIC 9(08).
             05  FILLER              PIC X(14)   VALUE
                 '   FHBRT0001'.
         01  RET-HDR-2.
             05  FILLER              PIC X(60)   VALUE
                 'QUOTE REJ DATE AND SEQ ON EVERY LINE OF rej_corr.txt'.
         01  RET-SEC-TODAY.
             05  FILLER              PIC X(40)   VALUE
                 'REJECTED IN THIS RUN'.
         01  RET-SEC-OPEN.
             05  FILLER              PIC X(50)   VALUE
                 'STILL OPEN ON THE REPAIR QUEUE FROM EARLIER RUNS'.
         01  RET-COL-HEAD.
             05  FILLER              PIC X(16)   VALUE
                 'REJ DATE  SEQ   '.
             05  FILLER              PIC X(12)   VALUE 'TXN DATE'.
             05  FILLER              PIC X(21)   VALUE 'DESCRIPTION'.
             05  FILLER              PIC X(11)   VALUE 'AMOUNT'.
             05  FILLER              PIC X(04)   VALUE 'CUR'.
             05  FILLER              PIC X(03)   VALUE 'TY'.
             05  FILLER              PIC X(26)   VALUE 'REASON'.
             05  FILLER              PIC X(04)   VALUE 'AGE'.
             05  FILLER              PIC X(06)   VALUE '  BR'.
         01  RET-DET.
             05  RET-D-REJ-DATE      PIC 9(08).
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RET-D-SEQ           PIC 9(05).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RET-D-DT-D          PIC X(02).
             05  FILLER              PIC X(01)   VALUE '/'.
             05  RET-D-DT-M          PIC X(02).
             05  FILLER              PIC X(01)   VALUE '/'.
             05  RET-D-DT-Y          PIC X(04).
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RET-D-DESC-A        PIC X(20).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RET-D-AMOUNT        PIC X(10).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RET-D-CURR-CD       PIC X(03).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RET-D-TYPE-CD       PIC X(02).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RET-D-REASON        PIC X(25).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RET-D-AGE           PIC ZZ9.
             05  FILLER              PIC X(03)   VALUE SPACES.
             05  RET-D-BRANCH        PIC X(02).
         01  RET-NONE-LINE.
             05  FILLER              PIC X(10)   VALUE '  (NONE)'.
         01  RET-TOT-LINE.
             05  FILLER              PIC X(17)   VALUE
                 'ITEMS RETURNED: '.
             05  RET-T-ALL           PIC Z(04)9.
             05  FILLER              PIC X(16)   VALUE
                 '   THIS RUN: '.
             05  RET-T-TODAY         PIC Z(04)9.
             05  FILLER              PIC X(16)   VALUE
                 '   STILL OPEN: '.
             05  RET-T-OPEN          PIC Z(04)9.

         01  RPT-HDR-1.
             05  FILLER              PIC X(42)   VALUE
                 'BRANCH REJECT RETURN CONTROL - FHBRT0001  '.
             05  FILLER              PIC X(10)   VALUE 'RUN DATE: '.
             05  RPT-H1-DATE         PIC 9(08).
         01  RPT-COL-HEAD.
             05  FILLER              PIC X(08)   VALUE 'BRANCH  '.
             05  FILLER              PIC X(30)   VALUE 'RETURN FILE'.
             05  FILLER              PIC X(08)   VALUE '    SENT'.
             05  FILLER              PIC X(08)   VALUE '  REJECT'.
             05  FILLER              PIC X(08)   VALUE '    HELD'.
             05  FILLER              PIC X(08)   VALUE '  RECYCL'.
             05  FILLER              PIC X(08)   VALUE '    OPEN'.
         01  RPT-DET.
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-D-BRANCH        PIC X(02).
             05  FILLER              PIC X(04)   VALUE SPACES.
             05  RPT-D-FILE          PIC X(30).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-D-SENT          PIC Z(06)9.
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-D-REJ           PIC Z(06)9.
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-D-HELD          PIC Z(06)9.
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-D-RCY           PIC Z(06)9.
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-D-OPEN          PIC Z(06)9.
         01  RPT-UNR-HEAD.
             05  FILLER              PIC X(60)   VALUE
                 'UNROUTED - NO BRANCH, OR A BRANCH NOT ON THE LIST'.
         01  RPT-TOT-LINE.
             05  FILLER              PIC X(22)   VALUE
                 'RETURN FILES WRITTEN: '.
             05  RPT-T-FILES         PIC ZZ9.
             05  FILLER              PIC X(22)   VALUE
                 '   ITEMS UNROUTED: '.
             05  RPT-T-UNROUTED      PIC Z(04)9.

         01  TB-BRANCH.
             05  BRT-QTDE            PIC 9(02)   VALUE ZEROS.
             05  BRT-TAB             OCCURS 20 TIMES.
                 10  BRT-CD              PIC X(02).
                 10  BRT-RET-FILE        PIC X(30).
                 10  BRT-SENT-CT         PIC 9(07).
                 10  BRT-REJ-CT          PIC 9(07).
                 10  BRT-HELD-CT         PIC 9(07).
                 10  BRT-RCY-CT          PIC 9(07).
                 10  BRT-OPEN-CT         PIC 9(07).

      * EVERY ITEM TO BE RETURNED: 'T' = REJECTED IN THIS RUN, 'O' =
      * STILL OPEN ON THE QUEUE FROM AN EARLIER RUN. ITMT-BX IS THE
      * BRANCH TABLE ROW IT ROUTES TO, ZERO WHEN IT ROUTES NOWHERE.
         01  TB-ITEM.
             05  ITMT-QTDE           PIC 9(04)   VALUE ZEROS.
             05  ITMT-TAB            OCCURS 1000 TIMES.
                 10  ITMT-SRC            PIC X(01).
                 10  ITMT-REJ-DATE       PIC 9(08).
                 10  ITMT-SEQ            PIC 9(05).
                 10  ITMT-AGE            PIC 9(03).
                 10  ITMT-DT-D           PIC X(02).
                 10  ITMT-DT-M           PIC X(02).
                 10  ITMT-DT-Y           PIC X(04).
                 10  ITMT-DESC-A         PIC X(20).
                 10  ITMT-AMOUNT         PIC X(10).
                 10  ITMT-TYPE-CD        PIC X(02).
                 10  ITMT-REASON         PIC X(25).
                 10  ITMT-BRANCH-CD      PIC X(02).
                 10  ITMT-CURR-CD        PIC X(03).
                 10  ITMT-BX             PIC 9(02).

         01  TB-REASON.
             05  RSNT-QTDE           PIC 9(03)   VALUE ZEROS.
             05  RSNT-TAB            OCCURS 300 TIMES.
                 10  RSNT-BX             PIC 9(02).
                 10  RSNT-REASON         PIC X(25).
                 10  RSNT-CT             PIC 9(07).


       PROCEDURE DIVISION.
         000-MAIN.
         DISPLAY 'MAIN: FHBRT0001'.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: FHBRT0001'.
         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

         MOVE 1 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-RUN-DATE-X FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-RUN-DATE-X
         END-ACCEPT.
         IF WS-RUN-DATE-X NOT = SPACES AND WS-RUN-DATE-X NOT NUMERIC
            DISPLAY 'USAGE: FHBRT0001 [YYYYMMDD] [REJECT LISTING]'
                    ' [BRANCH LIST] [REPAIR QUEUE] [FEED]'
                    ' [PENDING APPROVAL] [RECYCLE] [BRANCH STATISTICS]'
                    ' [REPORT]'
            MOVE 8 TO RETURN-CODE
            STOP RUN
         END-IF.
         IF WS-RUN-DATE-X NOT = SPACES
            MOVE WS-RUN-DATE-X TO WS-RUN-DATE
         END-IF.
         DISPLAY 'RUN DATE: ' WS-RUN-DATE.

         MOVE 2 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-REJ-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-REJ-FL-NAME
         END-ACCEPT.
         IF WS-REJ-FL-NAME = SPACES
            STRING 'log_rej_'     DELIMITED BY SIZE
                   WS-RUN-DATE    DELIMITED BY SIZE
                   '.txt'         DELIMITED BY SIZE
                   INTO WS-REJ-FL-NAME
            END-STRING
         END-IF.
         DISPLAY 'REJECT LISTING: ' WS-REJ-FL-NAME.

         MOVE 3 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-LST-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-LST-FL-NAME
         END-ACCEPT.
         IF WS-LST-FL-NAME = SPACES
            MOVE 'branches.txt' TO WS-LST-FL-NAME
         END-IF.
         DISPLAY 'BRANCH LIST FILE: ' WS-LST-FL-NAME.

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
         ACCEPT WS-IN-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-IN-FL-NAME
         END-ACCEPT.
         IF WS-IN-FL-NAME = SPACES
            STRING 'feed_merged_' DELIMITED BY SIZE
                   WS-RUN-DATE    DELIMITED BY SIZE
                   '.txt'         DELIMITED BY SIZE
                   INTO WS-IN-FL-NAME
            END-STRING
         END-IF.
         DISPLAY 'MERGED FEED: ' WS-IN-FL-NAME.

         MOVE 6 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-PND-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-PND-FL-NAME
         END-ACCEPT.
         IF WS-PND-FL-NAME = SPACES
            MOVE 'log_pending.txt' TO WS-PND-FL-NAME
         END-IF.
         DISPLAY 'PENDING-APPROVAL QUEUE: ' WS-PND-FL-NAME.

         MOVE 7 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-RCY-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-RCY-FL-NAME
         END-ACCEPT.
         IF WS-RCY-FL-NAME = SPACES
            MOVE 'log_rcy_pending.txt' TO WS-RCY-FL-NAME
         END-IF.
         DISPLAY 'RECYCLE FILE: ' WS-RCY-FL-NAME.

         MOVE 8 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-BST-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-BST-FL-NAME
         END-ACCEPT.
         IF WS-BST-FL-NAME = SPACES
            STRING 'branch_stats_' DELIMITED BY SIZE
                   WS-RUN-DATE     DELIMITED BY SIZE
                   '.txt'          DELIMITED BY SIZE
                   INTO WS-BST-FL-NAME
            END-STRING
         END-IF.
         DISPLAY 'BRANCH STATISTICS OUT: ' WS-BST-FL-NAME.

         MOVE 9 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-RPT-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-RPT-FL-NAME
         END-ACCEPT.
         IF WS-RPT-FL-NAME = SPACES
            STRING 'branch_return_' DELIMITED BY SIZE
                   WS-RUN-DATE      DELIMITED BY SIZE
                   '.txt'           DELIMITED BY SIZE
                   INTO WS-RPT-FL-NAME
            END-STRING
         END-IF.
         DISPLAY 'RETURN CONTROL LISTING: ' WS-RPT-FL-NAME.

        200-PROCESS.
         DISPLAY 'PROCESS: FHBRT0001'.
         PERFORM 201-LOAD-BRANCH-LIST.
         PERFORM 205-LOAD-TODAYS-REJECTS.
         PERFORM 210-LOAD-OPEN-QUEUE.
         PERFORM 215-COUNT-SENT.
         PERFORM 220-COUNT-HELD.
         PERFORM 225-COUNT-RECYCLED.
         PERFORM 250-WRITE-RETURN-FILES.
         PERFORM 270-WRITE-STATISTICS.
         PERFORM 280-WRITE-CONTROL-LISTING.

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
              IF BRT-QTDE < 20
                 ADD 1 TO BRT-QTDE
                 MOVE LST-BRANCH-CD TO BRT-CD(BRT-QTDE)
                 MOVE SPACES TO BRT-RET-FILE(BRT-QTDE)
                 STRING 'ret_'          DELIMITED BY SIZE
                        LST-BRANCH-CD   DELIMITED BY SIZE
                        '_'             DELIMITED BY SIZE
                        WS-RUN-DATE     DELIMITED BY SIZE
                        '.txt'          DELIMITED BY SIZE
                        INTO BRT-RET-FILE(BRT-QTDE)
                 END-STRING
                 MOVE ZEROS TO BRT-SENT-CT(BRT-QTDE)
                 MOVE ZEROS TO BRT-REJ-CT(BRT-QTDE)
                 MOVE ZEROS TO BRT-HELD-CT(BRT-QTDE)
                 MOVE ZEROS TO BRT-RCY-CT(BRT-QTDE)
                 MOVE ZEROS TO BRT-OPEN-CT(BRT-QTDE)
              ELSE
                 DISPLAY 'FATAL: BRANCH TABLE FULL'
                 MOVE 'BRANCH TABLE' TO WS-ERR-CTX
                 MOVE 'XX' TO WS-ERR-STATUS
                 PERFORM 900-ERROR-ABEND
              END-IF
           END-IF
         END-READ.
         IF NOT WS-STTS-LST-OK AND NOT WS-STTS-LST-EOF
            MOVE 'READ LST-FL' TO WS-ERR-CTX
            MOVE WS-STTS-LST TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

      * THE SEQUENCE OF A REJECT IS ITS LINE POSITION IN THE LISTING,
      * THE SAME KEY FHREP0001 GIVES IT ON THE CARRY-FORWARD QUEUE,
      * SO WHAT THE BRANCH QUOTES BACK MATCHES AT REPAIR TIME.
        205-LOAD-TODAYS-REJECTS.
         MOVE 1 TO WS-CT-02.
         OPEN INPUT REJ-FL.
         IF NOT WS-STTS-REJ-OK
            MOVE 'OPEN REJ-FL' TO WS-ERR-CTX
            MOVE WS-STTS-REJ TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         PERFORM 206-READ-REJ-REC UNTIL WS-CT-02 = 0.
         CLOSE REJ-FL.
         DISPLAY 'REJECTED IN THIS RUN: ' WS-TODAY-CT.

        206-READ-REJ-REC.
         READ REJ-FL
          AT END
           MOVE ZEROS TO WS-CT-02
          NOT AT END
           ADD 1 TO WS-REJ-SEQ
           ADD 1 TO WS-TODAY-CT
           PERFORM 230-ADD-ITEM-SLOT
           MOVE 'T'           TO ITMT-SRC(ITMT-QTDE)
           MOVE WS-RUN-DATE   TO ITMT-REJ-DATE(ITMT-QTDE)
           MOVE WS-REJ-SEQ    TO ITMT-SEQ(ITMT-QTDE)
           MOVE ZEROS         TO ITMT-AGE(ITMT-QTDE)
           MOVE REJ-DT-D      TO ITMT-DT-D(ITMT-QTDE)
           MOVE REJ-DT-M      TO ITMT-DT-M(ITMT-QTDE)
           MOVE REJ-DT-Y      TO ITMT-DT-Y(ITMT-QTDE)
           MOVE REJ-DESC-A    TO ITMT-DESC-A(ITMT-QTDE)
           MOVE REJ-AMOUNT    TO ITMT-AMOUNT(ITMT-QTDE)
           MOVE REJ-TYPE-CD   TO ITMT-TYPE-CD(ITMT-QTDE)
           MOVE REJ-REASON    TO ITMT-REASON(ITMT-QTDE)
           MOVE REJ-BRANCH-CD TO ITMT-BRANCH-CD(ITMT-QTDE)
           MOVE REJ-CURR-CD   TO ITMT-CURR-CD(ITMT-QTDE)
           PERFORM 231-ROUTE-ITEM
           IF ITMT-BX(ITMT-QTDE) > ZEROS
              ADD 1 TO BRT-REJ-CT(ITMT-BX(ITMT-QTDE))
              PERFORM 235-COUNT-REASON
           END-IF
         END-READ.
         IF NOT WS-STTS-REJ-OK AND NOT WS-STTS-REJ-EOF
            MOVE 'READ REJ-FL' TO WS-ERR-CTX
            MOVE WS-STTS-REJ TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

      * ONLY ENTRIES FROM EARLIER RUNS THAT ARE STILL UNREPAIRED. IF
      * FHREP0001 HAS ALREADY TAKEN IN THIS RUN'S LISTING, ITS ENTRIES
      * FOR THIS DATE ARE THE SAME REJECTS LOADED ABOVE.
        210-LOAD-OPEN-QUEUE.
         MOVE 1 TO WS-CT-02.
         OPEN INPUT RJQ-FL.
         IF NOT WS-STTS-RJQ-OK
            MOVE 'OPEN RJQ-FL' TO WS-ERR-CTX
            MOVE WS-STTS-RJQ TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         PERFORM 211-READ-RJQ-REC UNTIL WS-CT-02 = 0.
         CLOSE RJQ-FL.
         DISPLAY 'STILL OPEN FROM EARLIER RUNS: ' WS-OPEN-CT.

        211-READ-RJQ-REC.
         READ RJQ-FL
          AT END
           MOVE ZEROS TO WS-CT-02
          NOT AT END
           IF NOT RJQ-REPAIRED AND RJQ-REJ-DATE < WS-RUN-DATE
              ADD 1 TO WS-OPEN-CT
              PERFORM 230-ADD-ITEM-SLOT
              MOVE 'O'           TO ITMT-SRC(ITMT-QTDE)
              MOVE RJQ-REJ-DATE  TO ITMT-REJ-DATE(ITMT-QTDE)
              MOVE RJQ-SEQ       TO ITMT-SEQ(ITMT-QTDE)
              MOVE RJQ-AGE       TO ITMT-AGE(ITMT-QTDE)
              MOVE RJQ-DT-D      TO ITMT-DT-D(ITMT-QTDE)
              MOVE RJQ-DT-M      TO ITMT-DT-M(ITMT-QTDE)
              MOVE RJQ-DT-Y      TO ITMT-DT-Y(ITMT-QTDE)
              MOVE RJQ-DESC-A    TO ITMT-DESC-A(ITMT-QTDE)
              MOVE RJQ-AMOUNT    TO ITMT-AMOUNT(ITMT-QTDE)
              MOVE RJQ-TYPE-CD   TO ITMT-TYPE-CD(ITMT-QTDE)
              MOVE RJQ-REASON    TO ITMT-REASON(ITMT-QTDE)
              MOVE RJQ-BRANCH-CD TO ITMT-BRANCH-CD(ITMT-QTDE)
              MOVE RJQ-CURR-CD   TO ITMT-CURR-CD(ITMT-QTDE)
              PERFORM 231-ROUTE-ITEM
              IF ITMT-BX(ITMT-QTDE) > ZEROS
                 ADD 1 TO BRT-OPEN-CT(ITMT-BX(ITMT-QTDE))
              END-IF
           END-IF
         END-READ.
         IF NOT WS-STTS-RJQ-OK AND NOT WS-STTS-RJQ-EOF
            MOVE 'READ RJQ-FL' TO WS-ERR-CTX
            MOVE WS-STTS-RJQ TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        215-COUNT-SENT.
         MOVE 1 TO WS-CT-02.
         OPEN INPUT IN-FL.
         IF NOT WS-STTS-IN-OK
            MOVE 'OPEN IN-FL' TO WS-ERR-CTX
            MOVE WS-STTS-IN TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         PERFORM 216-READ-FEED-REC UNTIL WS-CT-02 = 0.
         CLOSE IN-FL.
         DISPLAY 'RECORDS SENT: ' WS-SENT-CT.

        216-READ-FEED-REC.
         READ IN-FL
          AT END
           MOVE ZEROS TO WS-CT-02
          NOT AT END
           IF RC-DESC-A(1:7) NOT = 'TRAILER'
              ADD 1 TO WS-SENT-CT
              MOVE RC-BRANCH-CD TO WS-LOOK-BR
              PERFORM 240-FIND-BRANCH
              IF WS-FOUND-BX > ZEROS
                 ADD 1 TO BRT-SENT-CT(WS-FOUND-BX)
              ELSE
                 ADD 1 TO WS-NOBR-CT
              END-IF
           END-IF
         END-READ.
         IF NOT WS-STTS-IN-OK AND NOT WS-STTS-IN-EOF
            MOVE 'READ IN-FL' TO WS-ERR-CTX
            MOVE WS-STTS-IN TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        220-COUNT-HELD.
         MOVE 1 TO WS-CT-02.
         OPEN INPUT PND-FL.
         IF NOT WS-STTS-PND-OK
            MOVE 'OPEN PND-FL' TO WS-ERR-CTX
            MOVE WS-STTS-PND TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         PERFORM 221-READ-PND-REC UNTIL WS-CT-02 = 0.
         CLOSE PND-FL.
         DISPLAY 'HELD FOR APPROVAL: ' WS-HELD-CT.

        221-READ-PND-REC.
         READ PND-FL
          AT END
           MOVE ZEROS TO WS-CT-02
          NOT AT END
           IF PND-QUEUE-DATE = WS-RUN-DATE
              ADD 1 TO WS-HELD-CT
              MOVE PND-BRANCH-CD TO WS-LOOK-BR
              PERFORM 240-FIND-BRANCH
              IF WS-FOUND-BX > ZEROS
                 ADD 1 TO BRT-HELD-CT(WS-FOUND-BX)
              ELSE
                 ADD 1 TO WS-NOBR-CT
              END-IF
           END-IF
         END-READ.
         IF NOT WS-STTS-PND-OK AND NOT WS-STTS-PND-EOF
            MOVE 'READ PND-FL' TO WS-ERR-CTX
            MOVE WS-STTS-PND TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        225-COUNT-RECYCLED.
         MOVE 1 TO WS-CT-02.
         OPEN INPUT RCY-FL.
         IF NOT WS-STTS-RCY-OK
            MOVE 'OPEN RCY-FL' TO WS-ERR-CTX
            MOVE WS-STTS-RCY TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         PERFORM 226-READ-RCY-REC UNTIL WS-CT-02 = 0.
         CLOSE RCY-FL.
         DISPLAY 'RECYCLED INTO THIS RUN: ' WS-RCY-CT.

        226-READ-RCY-REC.
         READ RCY-FL
          AT END
           MOVE ZEROS TO WS-CT-02
          NOT AT END
           ADD 1 TO WS-RCY-CT
           MOVE RCY-BRANCH-CD TO WS-LOOK-BR
           PERFORM 240-FIND-BRANCH
           IF WS-FOUND-BX > ZEROS
              ADD 1 TO BRT-RCY-CT(WS-FOUND-BX)
           ELSE
              ADD 1 TO WS-NOBR-CT
           END-IF
         END-READ.
         IF NOT WS-STTS-RCY-OK AND NOT WS-STTS-RCY-EOF
            MOVE 'READ RCY-FL' TO WS-ERR-CTX
            MOVE WS-STTS-RCY TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

      * A FULL ITEM TABLE ABENDS - A REJECT LEFT OUT OF EVERY RETURN
      * FILE WOULD NEVER BE CHASED.
        230-ADD-ITEM-SLOT.
         IF ITMT-QTDE < 1000
            ADD 1 TO ITMT-QTDE
         ELSE
            DISPLAY 'FATAL: RETURN ITEM TABLE FULL'
            MOVE 'ITEM TABLE' TO WS-ERR-CTX
            MOVE 'XX' TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        231-ROUTE-ITEM.
         MOVE ITMT-BRANCH-CD(ITMT-QTDE) TO WS-LOOK-BR.
         PERFORM 240-FIND-BRANCH.
         MOVE WS-FOUND-BX TO ITMT-BX(ITMT-QTDE).
         IF WS-FOUND-BX = ZEROS
            ADD 1 TO WS-UNROUTED-CT
         END-IF.

        235-COUNT-REASON.
         MOVE ZEROS TO WS-FOUND-RX.
         MOVE 1 TO WS-RX.
         PERFORM 236-SCAN-REASON
           UNTIL WS-RX > RSNT-QTDE OR WS-FOUND-RX > ZEROS.
         IF WS-FOUND-RX = ZEROS
            IF RSNT-QTDE < 300
               ADD 1 TO RSNT-QTDE
               MOVE RSNT-QTDE TO WS-FOUND-RX
               MOVE ITMT-BX(ITMT-QTDE) TO RSNT-BX(WS-FOUND-RX)
               MOVE ITMT-REASON(ITMT-QTDE) TO RSNT-REASON(WS-FOUND-RX)
               MOVE ZEROS TO RSNT-CT(WS-FOUND-RX)
            ELSE
               DISPLAY 'FATAL: REJECT REASON TABLE FULL'
               MOVE 'REASON TABLE' TO WS-ERR-CTX
               MOVE 'XX' TO WS-ERR-STATUS
               PERFORM 900-ERROR-ABEND
            END-IF
         END-IF.
         ADD 1 TO RSNT-CT(WS-FOUND-RX).

        236-SCAN-REASON.
         IF RSNT-BX(WS-RX) = ITMT-BX(ITMT-QTDE) AND
            RSNT-REASON(WS-RX) = ITMT-REASON(ITMT-QTDE)
            MOVE WS-RX TO WS-FOUND-RX
         ELSE
            ADD 1 TO WS-RX
         END-IF.

        240-FIND-BRANCH.
         MOVE ZEROS TO WS-FOUND-BX.
         IF WS-LOOK-BR NOT = SPACES
            MOVE 1 TO WS-SBX
            PERFORM 241-SCAN-BRANCH
              UNTIL WS-SBX > BRT-QTDE OR WS-FOUND-BX > ZEROS
         END-IF.

        241-SCAN-BRANCH.
         IF BRT-CD(WS-SBX) = WS-LOOK-BR
            MOVE WS-SBX TO WS-FOUND-BX
         ELSE
            ADD 1 TO WS-SBX
         END-IF.

      * EVERY BRANCH ON THE LIST GETS ITS FILE, EVEN ON A NIGHT WITH
      * NOTHING TO RETURN - AN EMPTY PAGE SAYING (NONE) TELLS THE
      * BRANCH THE RUN HAPPENED AND IT HAS NOTHING TO REPAIR.
        250-WRITE-RETURN-FILES.
         SET WS-DEST-RET TO TRUE.
         MOVE 1 TO WS-BX.
         PERFORM 251-WRITE-ONE-RETURN-FILE UNTIL WS-BX > BRT-QTDE.

        251-WRITE-ONE-RETURN-FILE.
         MOVE BRT-RET-FILE(WS-BX) TO WS-RET-FL-NAME.
         OPEN OUTPUT RET-FL.
         IF NOT WS-STTS-RET-OK
            MOVE 'OPEN RET-FL' TO WS-ERR-CTX
            MOVE WS-STTS-RET TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         MOVE BRT-CD(WS-BX) TO RET-H1-BRANCH.
         MOVE WS-RUN-DATE TO RET-H1-DATE.
         MOVE RET-HDR-1 TO WS-RPT-LINE.
         PERFORM 891-WRITE-RET-LINE.
         MOVE RET-HDR-2 TO WS-RPT-LINE.
         PERFORM 891-WRITE-RET-LINE.
         MOVE SPACES TO WS-RPT-LINE.
         PERFORM 891-WRITE-RET-LINE.
         MOVE WS-BX TO WS-SEL-BX.

         MOVE RET-SEC-TODAY TO WS-RPT-LINE.
         PERFORM 891-WRITE-RET-LINE.
         MOVE 'T' TO WS-SEL-SRC.
         PERFORM 255-LIST-SELECTED-ITEMS.
         MOVE WS-SEC-CT TO WS-RET-TODAY-CT.
         MOVE SPACES TO WS-RPT-LINE.
         PERFORM 891-WRITE-RET-LINE.

         MOVE RET-SEC-OPEN TO WS-RPT-LINE.
         PERFORM 891-WRITE-RET-LINE.
         MOVE 'O' TO WS-SEL-SRC.
         PERFORM 255-LIST-SELECTED-ITEMS.
         MOVE WS-SEC-CT TO WS-RET-OPEN-CT.
         MOVE SPACES TO WS-RPT-LINE.
         PERFORM 891-WRITE-RET-LINE.

         COMPUTE RET-T-ALL = WS-RET-TODAY-CT + WS-RET-OPEN-CT.
         MOVE WS-RET-TODAY-CT TO RET-T-TODAY.
         MOVE WS-RET-OPEN-CT TO RET-T-OPEN.
         MOVE RET-TOT-LINE TO WS-RPT-LINE.
         PERFORM 891-WRITE-RET-LINE.
         CLOSE RET-FL.
         ADD 1 TO WS-FILES-CT.
         DISPLAY 'RETURN FILE ' WS-RET-FL-NAME ' ITEMS: '
                 RET-T-ALL.
         ADD 1 TO WS-BX.

      * LISTS THE ITEMS OF SOURCE WS-SEL-SRC ROUTED TO BRANCH ROW
      * WS-SEL-BX (ZERO = UNROUTED) ON WHICHEVER FILE WS-DEST-SW
      * POINTS AT, WITH (NONE) WHEN THERE ARE NONE.
        255-LIST-SELECTED-ITEMS.
         MOVE ZEROS TO WS-SEC-CT.
         MOVE RET-COL-HEAD TO WS-RPT-LINE.
         PERFORM 258-WRITE-DEST-LINE.
         MOVE 1 TO WS-IX.
         PERFORM 256-LIST-IF-SELECTED UNTIL WS-IX > ITMT-QTDE.
         IF WS-SEC-CT = ZEROS
            MOVE RET-NONE-LINE TO WS-RPT-LINE
            PERFORM 258-WRITE-DEST-LINE
         END-IF.

        256-LIST-IF-SELECTED.
         IF ITMT-SRC(WS-IX) = WS-SEL-SRC AND
            ITMT-BX(WS-IX) = WS-SEL-BX
            ADD 1 TO WS-SEC-CT
            MOVE ITMT-REJ-DATE(WS-IX)  TO RET-D-REJ-DATE
            MOVE ITMT-SEQ(WS-IX)       TO RET-D-SEQ
            MOVE ITMT-DT-D(WS-IX)      TO RET-D-DT-D
            MOVE ITMT-DT-M(WS-IX)      TO RET-D-DT-M
            MOVE ITMT-DT-Y(WS-IX)      TO RET-D-DT-Y
            MOVE ITMT-DESC-A(WS-IX)    TO RET-D-DESC-A
            MOVE ITMT-AMOUNT(WS-IX)    TO RET-D-AMOUNT
            MOVE ITMT-CURR-CD(WS-IX)   TO RET-D-CURR-CD
            MOVE ITMT-TYPE-CD(WS-IX)   TO RET-D-TYPE-CD
            MOVE ITMT-REASON(WS-IX)    TO RET-D-REASON
            MOVE ITMT-AGE(WS-IX)       TO RET-D-AGE
            MOVE ITMT-BRANCH-CD(WS-IX) TO RET-D-BRANCH
            MOVE RET-DET TO WS-RPT-LINE
            PERFORM 258-WRITE-DEST-LINE
         END-IF.
         ADD 1 TO WS-IX.

        258-WRITE-DEST-LINE.
         IF WS-DEST-RET
            PERFORM 891-WRITE-RET-LINE
         ELSE
            PERFORM 890-WRITE-RPT-LINE
         END-IF.

      * A 'T' LINE PER LISTED BRANCH, THEN AN 'R' LINE PER BRANCH AND
      * REJECT REASON. THE FILE IS REWRITTEN WHOLE ON A RERUN.
        270-WRITE-STATISTICS.
         OPEN OUTPUT BST-FL.
         IF NOT WS-STTS-BST-OK
            MOVE 'OPEN BST-FL' TO WS-ERR-CTX
            MOVE WS-STTS-BST TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         MOVE 1 TO WS-BX.
         PERFORM 271-WRITE-BRANCH-STATS UNTIL WS-BX > BRT-QTDE.
         MOVE 1 TO WS-RX.
         PERFORM 272-WRITE-REASON-STATS UNTIL WS-RX > RSNT-QTDE.
         CLOSE BST-FL.

        271-WRITE-BRANCH-STATS.
         MOVE SPACES             TO BST-REC.
         MOVE 'T'                TO BST-REC-TYPE.
         MOVE ' '                TO BST-SEP1.
         MOVE WS-RUN-DATE        TO BST-RUN-DATE.
         MOVE ' '                TO BST-SEP2.
         MOVE BRT-CD(WS-BX)      TO BST-BRANCH-CD.
         MOVE ' '                TO BST-SEP3.
         MOVE BRT-SENT-CT(WS-BX) TO BST-SENT-CT.
         MOVE ' '                TO BST-SEP4.
         MOVE BRT-REJ-CT(WS-BX)  TO BST-REJ-CT.
         MOVE ' '                TO BST-SEP5.
         MOVE BRT-HELD-CT(WS-BX) TO BST-HELD-CT.
         MOVE ' '                TO BST-SEP6.
         MOVE BRT-RCY-CT(WS-BX)  TO BST-RCY-CT.
         MOVE ' '                TO BST-SEP7.
         MOVE BRT-OPEN-CT(WS-BX) TO BST-OPEN-CT.
         PERFORM 892-WRITE-BST-REC.
         ADD 1 TO WS-BX.

        272-WRITE-REASON-STATS.
         MOVE SPACES             TO BST-REC.
         MOVE 'R'                TO BST-REC-TYPE.
         MOVE ' '                TO BST-SEP1.
         MOVE WS-RUN-DATE        TO BST-RUN-DATE.
         MOVE ' '                TO BST-SEP2.
         MOVE BRT-CD(RSNT-BX(WS-RX)) TO BST-BRANCH-CD.
         MOVE ' '                TO BST-SEP3.
         MOVE RSNT-REASON(WS-RX) TO BST-REASON-TX.
         MOVE ' '                TO BST-SEP8.
         MOVE RSNT-CT(WS-RX)     TO BST-REASON-CT.
         PERFORM 892-WRITE-BST-REC.
         ADD 1 TO WS-RX.

        280-WRITE-CONTROL-LISTING.
         OPEN OUTPUT RPT-FL.
         IF NOT WS-STTS-RPT-OK
            MOVE 'OPEN RPT-FL' TO WS-ERR-CTX
            MOVE WS-STTS-RPT TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         MOVE WS-RUN-DATE TO RPT-H1-DATE.
         MOVE RPT-HDR-1 TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE SPACES TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE RPT-COL-HEAD TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 1 TO WS-BX.
         PERFORM 281-WRITE-ONE-BRANCH-LINE UNTIL WS-BX > BRT-QTDE.
         MOVE SPACES TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.

         SET WS-DEST-RPT TO TRUE.
         MOVE ZEROS TO WS-SEL-BX.
         MOVE RPT-UNR-HEAD TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE RET-SEC-TODAY TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 'T' TO WS-SEL-SRC.
         PERFORM 255-LIST-SELECTED-ITEMS.
         MOVE RET-SEC-OPEN TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 'O' TO WS-SEL-SRC.
         PERFORM 255-LIST-SELECTED-ITEMS.
         MOVE SPACES TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.

         MOVE WS-FILES-CT TO RPT-T-FILES.
         MOVE WS-UNROUTED-CT TO RPT-T-UNROUTED.
         MOVE RPT-TOT-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         CLOSE RPT-FL.
         DISPLAY 'CONTROL LISTING WRITTEN TO ' WS-RPT-FL-NAME.

        281-WRITE-ONE-BRANCH-LINE.
         MOVE BRT-CD(WS-BX)       TO RPT-D-BRANCH.
         MOVE BRT-RET-FILE(WS-BX) TO RPT-D-FILE.
         MOVE BRT-SENT-CT(WS-BX)  TO RPT-D-SENT.
         MOVE BRT-REJ-CT(WS-BX)   TO RPT-D-REJ.
         MOVE BRT-HELD-CT(WS-BX)  TO RPT-D-HELD.
         MOVE BRT-RCY-CT(WS-BX)   TO RPT-D-RCY.
         MOVE BRT-OPEN-CT(WS-BX)  TO RPT-D-OPEN.
         MOVE RPT-DET TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         ADD 1 TO WS-BX.

        890-WRITE-RPT-LINE.
         MOVE WS-RPT-LINE TO RPT-REC.
         WRITE RPT-REC.
         IF NOT WS-STTS-RPT-OK
            MOVE 'WRITE RPT-FL' TO WS-ERR-CTX
            MOVE WS-STTS-RPT TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        891-WRITE-RET-LINE.
         MOVE WS-RPT-LINE TO RET-REC.
         WRITE RET-REC.
         IF NOT WS-STTS-RET-OK
            MOVE 'WRITE RET-FL' TO WS-ERR-CTX
            MOVE WS-STTS-RET TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        892-WRITE-BST-REC.
         WRITE BST-REC.
         IF NOT WS-STTS-BST-OK
            MOVE 'WRITE BST-FL' TO WS-ERR-CTX
            MOVE WS-STTS-BST TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        300-END.
         DISPLAY 'RETURN FILES WRITTEN: ' WS-FILES-CT.
         DISPLAY 'REJECTED IN THIS RUN: ' WS-TODAY-CT.
         DISPLAY 'STILL OPEN FROM EARLIER RUNS: ' WS-OPEN-CT.
         IF WS-UNROUTED-CT > ZEROS
            DISPLAY 'UNROUTED ITEMS (SEE CONTROL LISTING): '
                    WS-UNROUTED-CT
         END-IF.
         IF WS-NOBR-CT > ZEROS
            DISPLAY 'SENT/HELD/RECYCLED RECORDS WITH NO LISTED'
                    ' BRANCH, LEFT OUT OF THE STATISTICS: ' WS-NOBR-CT
         END-IF.
         DISPLAY 'END-PROGRAM: FHBRT0001'.
         STOP RUN.

        900-ERROR-ABEND.
         DISPLAY 'FATAL I/O ERROR ON ' WS-ERR-CTX ' STATUS='
                 WS-ERR-STATUS.
         MOVE 16 TO RETURN-CODE.
         STOP RUN.
       END PROGRAM FHBRT0001.
