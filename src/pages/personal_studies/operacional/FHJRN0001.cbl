      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: AUDIT REPORTS OFF THE CHANGE JOURNAL (FHBOOK22) THAT
      *          FHCAT0001, FHBUD0001 AND FHAPP0001 APPEND TO. TWO
      *          MODES, NAMED IN ARGUMENT 1:
      *          ASOF - REBUILDS WHAT THE CATEGORY MASTER (FHBOOK05)
      *                 AND THE BUDGET MASTER (FHBOOK10) HELD AT THE
      *                 END OF A PAST DATE. THE MASTERS AS THEY STAND
      *                 NOW ARE LOADED AND EVERY JOURNALLED CHANGE MADE
      *                 AFTER THAT DATE IS ROLLED BACK, NEWEST FIRST, BY
      *                 PUTTING ITS BEFORE IMAGE BACK. EACH ROLLBACK
      *                 FIRST PROVES THE ENTRY'S AFTER IMAGE IS WHAT THE
      *                 RECORD HOLDS AT THAT POINT; ONE THAT IS NOT IS A
      *                 CHAIN BREAK (A CHANGE MADE OUTSIDE THE PROGRAMS
      *                 THAT JOURNAL) AND ENDS THE RUN WITH RETURN CODE
      *                 4. THE REPORT (jrn_asof_<YYYYMMDD>.txt) LISTS
      *                 THE ENTRIES ROLLED BACK AND BOTH MASTERS AS THEY
      *                 STOOD, FLAGGING RECORDS CHANGED SINCE.
      *          LIST - LISTS EVERY JOURNALLED CHANGE DATED IN A RANGE,
      *                 FOR ONE OPERATOR OR ALL OF THEM, GROUPED BY
      *                 OPERATOR AND IN THE ORDER MADE WITHIN EACH, WITH
      *                 THE BEFORE AND AFTER IMAGES SPELT OUT
      *                 (jrn_list_<FROM>_<TO>.txt).
      *          AN UNREADABLE JOURNAL LINE IS LISTED, LEFT OUT AND
      *          ENDS EITHER MODE WITH RETURN CODE 4.
      * Tectonics: cobc
      * Modification History:
      *  20261015 TA - INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. FHJRN0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          SELECT OPTIONAL CATM-FL ASSIGN TO WS-CATM-FL-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CATM-NOME
          FILE STATUS IS WS-STTS-CATM.
          SELECT OPTIONAL BUDM-FL ASSIGN TO WS-BUDM-FL-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BUDM-KEY
          FILE STATUS IS WS-STTS-BUDM.
          SELECT OPTIONAL JRN-FL ASSIGN TO WS-JRN-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-JRN.
          SELECT RPT-FL ASSIGN TO WS-RPT-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-RPT.
       DATA DIVISION.
        FILE SECTION.
         COPY 'FHBOOK05.COB'.
         COPY 'FHBOOK10.COB'.
         COPY 'FHBOOK22.COB'.

         FD  RPT-FL.
         01  RPT-REC                 PIC X(132).

        WORKING-STORAGE SECTION.
         77  WS-ARG-NUM              PIC 9(02)   VALUE 1.
         77  WS-CATM-FL-NAME         PIC X(60)   VALUE SPACES.
         77  WS-BUDM-FL-NAME         PIC X(60)   VALUE SPACES.
         77  WS-JRN-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-RPT-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-ARG-3                PIC X(60)   VALUE SPACES.
         77  WS-ARG-4                PIC X(60)   VALUE SPACES.
         77  WS-MODE                 PIC X(05)   VALUE SPACES.
             88  WS-MODE-ASOF              VALUE 'ASOF'.
             88  WS-MODE-LIST              VALUE 'LIST'.
         01  WS-DATE-1-X             PIC X(08)   VALUE SPACES.
         01  WS-DATE-1               REDEFINES WS-DATE-1-X
                                     PIC 9(08).
         01  WS-DATE-2-X             PIC X(08)   VALUE SPACES.
         01  WS-DATE-2               REDEFINES WS-DATE-2-X
                                     PIC 9(08).
         77  WS-ASOF-DATE            PIC 9(08)   VALUE ZEROS.
         77  WS-FROM-DATE            PIC 9(08)   VALUE ZEROS.
         77  WS-TO-DATE              PIC 9(08)   VALUE ZEROS.
         77  WS-SEL-OPER             PIC X(08)   VALUE SPACES.
             88  WS-SEL-ALL                VALUE 'ALL'.
         77  WS-RUN-DATE             PIC 9(08)   VALUE ZEROS.
         01  WS-RUN-TIME.
             05  WS-RUN-HHMMSS       PIC 9(06).
             05  WS-RUN-HS           PIC 9(02).

         77  WS-CT-02                PIC 9(01)   VALUE ZEROS.
         77  WS-JRN-READ-CT          PIC 9(07)   VALUE ZEROS.
         77  WS-BAD-CT               PIC 9(07)   VALUE ZEROS.
         77  WS-MST-CHG-CT           PIC 9(07)   VALUE ZEROS.
         77  WS-FIRST-DATE           PIC 9(08)   VALUE ZEROS.
         77  WS-BREAK-CT             PIC 9(05)   VALUE ZEROS.
         77  WS-CAT-NOW-CT           PIC 9(05)   VALUE ZEROS.
         77  WS-BUD-NOW-CT           PIC 9(05)   VALUE ZEROS.
         77  WS-CAT-ACTIVE-CT        PIC 9(05)   VALUE ZEROS.
         77  WS-CAT-INACTIVE-CT      PIC 9(05)   VALUE ZEROS.
         77  WS-CAT-ADDED-CT         PIC 9(05)   VALUE ZEROS.
         77  WS-BUD-LINE-CT          PIC 9(05)   VALUE ZEROS.
         77  WS-BUD-ADDED-CT         PIC 9(05)   VALUE ZEROS.
         77  WS-BUD-TOTAL            PIC 9(13)V99 VALUE ZEROS.
         77  WS-CAT-CHG-CT           PIC 9(05)   VALUE ZEROS.
         77  WS-BUD-CHG-CT           PIC 9(05)   VALUE ZEROS.
         77  WS-APP-CHG-CT           PIC 9(05)   VALUE ZEROS.
         77  WS-OPER-CHG-CT          PIC 9(05)   VALUE ZEROS.

         77  WS-STTS-CATM            PIC XX      VALUE '..'.
             88  WS-STTS-CATM-OK           VALUE '00' '05'.
             88  WS-STTS-CATM-MISSING      VALUE '05'.
             88  WS-STTS-CATM-EOF          VALUE '10'.
         77  WS-STTS-BUDM            PIC XX      VALUE '..'.
             88  WS-STTS-BUDM-OK           VALUE '00' '05'.
             88  WS-STTS-BUDM-MISSING      VALUE '05'.
             88  WS-STTS-BUDM-EOF          VALUE '10'.
         77  WS-STTS-JRN             PIC XX      VALUE '..'.
             88  WS-STTS-JRN-OK            VALUE '00' '05'.
             88  WS-STTS-JRN-EOF           VALUE '10'.
         77  WS-STTS-RPT             PIC XX      VALUE '..'.
             88  WS-STTS-RPT-OK            VALUE '00'.
         77  WS-ERR-CTX              PIC X(20)   VALUE SPACES.
         77  WS-ERR-STATUS           PIC XX      VALUE SPACES.

         77  WS-MX                   PIC 9(04)   VALUE ZEROS.
         77  WS-SX                   PIC 9(04)   VALUE ZEROS.
         77  WS-JX                   PIC 9(04)   VALUE ZEROS.
         77  WS-OX                   PIC 9(03)   VALUE ZEROS.
         77  WS-FOUND-SW             PIC X(01)   VALUE 'N'.
             88  WS-FOUND                  VALUE 'Y'.
         77  WS-SCAN-SW              PIC X(01)   VALUE 'N'.
             88  WS-SCAN-DONE              VALUE 'Y'.
         01  WS-LOOK-ID.
             05  WS-LOOK-FILE        PIC X(01).
             05  WS-LOOK-KEY         PIC X(30).
         77  WS-IMG-FILE             PIC X(01)   VALUE SPACE.
         77  WS-RPT-LINE             PIC X(132)  VALUE SPACES.

         COPY 'FHBOOK23.COB'.

      * THE MASTERS, CATEGORY ('1') THEN BUDGET ('2'), KEPT IN KEY
      * ORDER. LIVE IS WHETHER THE RECORD IS ON FILE AT THE POINT THE
      * ROLLBACK HAS REACHED; NOW WHETHER IT IS ON THE MASTER TODAY.
         01  TB-MASTER.
             05  MSTT-QTDE           PIC 9(04)   VALUE ZEROS.
             05  MSTT-TAB            OCCURS 6000 TIMES.
                 10  MSTT-ID.
                     15  MSTT-FILE       PIC X(01).
                         88  MSTT-CAT-ENTRY      VALUE '1'.
                         88  MSTT-BUD-ENTRY      VALUE '2'.
                     15  MSTT-KEY        PIC X(30).
                 10  MSTT-IMAGE          PIC X(80).
                 10  MSTT-LIVE-SW        PIC X(01).
                     88  MSTT-LIVE           VALUE 'Y'.
                 10  MSTT-NOW-SW         PIC X(01).
                     88  MSTT-ON-FILE-NOW    VALUE 'Y'.
                 10  MSTT-CHG-SW         PIC X(01).
                     88  MSTT-CHANGED        VALUE 'Y'.

      * JOURNAL ENTRIES KEPT FOR THE RUN, IN JOURNAL ORDER: ASOF KEEPS
      * THE MASTER CHANGES DATED AFTER THE DATE, LIST THE ENTRIES IN
      * THE RANGE FOR THE OPERATOR ASKED FOR. JRNT-FILE IS '1'
      * CATEGORY, '2' BUDGET, '3' HELD-RECORD DECISION.
         01  TB-JOURNAL.
             05  JRNT-QTDE           PIC 9(04)   VALUE ZEROS.
             05  JRNT-TAB            OCCURS 5000 TIMES.
                 10  JRNT-FILE           PIC X(01).
                 10  JRNT-DATE           PIC 9(08).
                 10  JRNT-TIME           PIC 9(06).
                 10  JRNT-OPER           PIC X(08).
                 10  JRNT-PROG           PIC X(09).
                 10  JRNT-ACTION         PIC X(03).
                 10  JRNT-KEY            PIC X(30).
                 10  JRNT-BEFORE         PIC X(80).
                 10  JRNT-AFTER          PIC X(80).

      * OPERATORS SEEN IN THE RANGE, KEPT IN ID ORDER.
         01  TB-OPER.
             05  OPRT-QTDE           PIC 9(03)   VALUE ZEROS.
             05  OPRT-TAB            OCCURS 500 TIMES.
                 10  OPRT-ID             PIC X(08).
                 10  OPRT-CT             PIC 9(05).

         01  RPT-ASOF-HDR.
             05  FILLER              PIC X(44)   VALUE
                 'CHANGE JOURNAL - FHJRN0001'.
             05  FILLER              PIC X(22)   VALUE
                 'MASTERS AS AT END OF: '.
             05  RPT-AH-DATE         PIC 9(08).
         01  RPT-LIST-HDR.
             05  FILLER              PIC X(44)   VALUE
                 'CHANGE JOURNAL - FHJRN0001'.
             05  FILLER              PIC X(13)   VALUE
                 'CHANGES FROM '.
             05  RPT-LH-FROM         PIC 9(08).
             05  FILLER              PIC X(04)   VALUE ' TO '.
             05  RPT-LH-TO           PIC 9(08).
         01  RPT-FILE-LINE.
             05  RPT-FL-LABEL        PIC X(18).
             05  RPT-FL-NAME         PIC X(60).
         01  RPT-PRINT-LINE.
             05  FILLER              PIC X(18)   VALUE 'PRINTED ON:'.
             05  RPT-PR-DATE         PIC 9(08).
             05  FILLER              PIC X(01)   VALUE SPACE.
             05  RPT-PR-TIME         PIC 9(06).
         01  RPT-HEAD-LINE.
             05  RPT-H-TEXT          PIC X(70).
         01  RPT-OPER-HEAD.
             05  FILLER              PIC X(10)   VALUE 'OPERATOR: '.
             05  RPT-OH-ID           PIC X(08).
         01  RPT-JRN-HEAD.
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  FILLER              PIC X(09)   VALUE 'DATE'.
             05  FILLER              PIC X(08)   VALUE 'TIME'.
             05  FILLER              PIC X(10)   VALUE 'OPERATOR'.
             05  FILLER              PIC X(11)   VALUE 'PROGRAM'.
             05  FILLER              PIC X(05)   VALUE 'ACT'.
             05  FILLER              PIC X(32)   VALUE 'KEY'.
             05  FILLER              PIC X(20)   VALUE 'NOTE'.
         01  RPT-JRN-LINE.
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-J-DATE          PIC 9(08).
             05  FILLER              PIC X(01)   VALUE SPACE.
             05  RPT-J-TIME          PIC 9(06).
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-J-OPER          PIC X(08).
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-J-PROG          PIC X(09).
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-J-ACTION        PIC X(03).
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-J-KEY           PIC X(30).
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-J-NOTE          PIC X(20).
         01  RPT-IMG-LINE.
             05  FILLER              PIC X(06)   VALUE SPACES.
             05  RPT-I-LABEL         PIC X(08).
             05  RPT-I-TEXT          PIC X(100).
         01  RPT-CAT-IMG.
             05  RPT-CI-NOME         PIC X(20).
             05  FILLER              PIC X(06)   VALUE ' CODE '.
             05  RPT-CI-CODIGO       PIC X(04).
             05  FILLER              PIC X(08)   VALUE ' STATUS '.
             05  RPT-CI-STATUS       PIC X(01).
             05  FILLER              PIC X(10)   VALUE ' MERGE-TO '.
             05  RPT-CI-MERGE-TO     PIC X(20).
         01  RPT-BUD-IMG.
             05  RPT-BI-NOME         PIC X(20).
             05  FILLER              PIC X(07)   VALUE ' MONTH '.
             05  RPT-BI-YYYYMM       PIC 9(06).
             05  FILLER              PIC X(08)   VALUE ' AMOUNT '.
             05  RPT-BI-AMT          PIC Z(08)9.99.
         01  RPT-CAT-HEAD.
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  FILLER              PIC X(22)   VALUE 'NAME'.
             05  FILLER              PIC X(06)   VALUE 'CODE'.
             05  FILLER              PIC X(08)   VALUE 'STATUS'.
             05  FILLER              PIC X(22)   VALUE 'MERGE-TO'.
             05  FILLER              PIC X(20)   VALUE 'NOTE'.
         01  RPT-CAT-LINE.
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-CM-NOME         PIC X(20).
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-CM-CODIGO       PIC X(04).
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-CM-STATUS       PIC X(01).
             05  FILLER              PIC X(07)   VALUE SPACES.
             05  RPT-CM-MERGE-TO     PIC X(20).
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-CM-NOTE         PIC X(20).
         01  RPT-BUD-HEAD.
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  FILLER              PIC X(22)   VALUE 'NAME'.
             05  FILLER              PIC X(08)   VALUE 'MONTH'.
             05  FILLER              PIC X(14)   VALUE
                 '      AMOUNT'.
             05  FILLER              PIC X(20)   VALUE 'NOTE'.
         01  RPT-BUD-LINE.
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-BM-NOME         PIC X(20).
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-BM-YYYYMM       PIC 9(06).
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-BM-AMT          PIC Z(08)9.99.
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-BM-NOTE         PIC X(20).
         01  RPT-CNT-LINE.
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-C-LABEL         PIC X(50).
             05  RPT-C-CT            PIC Z(06)9.
         01  RPT-AMT-LINE.
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-A-LABEL         PIC X(50).
             05  RPT-A-AMT           PIC Z(12)9.99.
         01  RPT-START-LINE.
             05  FILLER              PIC X(18)   VALUE
                 'JOURNAL STARTS ON '.
             05  RPT-ST-DATE         PIC 9(08).
             05  FILLER              PIC X(44)   VALUE
                 ' - CHANGES BEFORE THAT DATE ARE NOT ON IT'.
         01  RPT-VERDICT.
             05  RPT-V-TEXT          PIC X(70).


       PROCEDURE DIVISION.
         000-MAIN.
         DISPLAY 'MAIN: FHJRN0001'.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: FHJRN0001'.
         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
         ACCEPT WS-RUN-TIME FROM TIME.

         MOVE 1 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-MODE FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-MODE
         END-ACCEPT.
         IF NOT WS-MODE-ASOF AND NOT WS-MODE-LIST
            PERFORM 190-USAGE
         END-IF.
         DISPLAY 'MODE: ' WS-MODE.

         MOVE 2 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-DATE-1-X FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-DATE-1-X
         END-ACCEPT.
         IF WS-DATE-1-X NOT NUMERIC
            PERFORM 190-USAGE
         END-IF.

         MOVE 3 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-ARG-3 FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-ARG-3
         END-ACCEPT.

         MOVE 4 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-ARG-4 FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-ARG-4
         END-ACCEPT.

         IF WS-MODE-ASOF
            PERFORM 110-INIT-ASOF
         ELSE
            PERFORM 120-INIT-LIST
         END-IF.

         MOVE 5 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-JRN-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-JRN-FL-NAME
         END-ACCEPT.
         IF WS-JRN-FL-NAME = SPACES
            MOVE 'chg_journal.txt' TO WS-JRN-FL-NAME
         END-IF.
         DISPLAY 'CHANGE JOURNAL: ' WS-JRN-FL-NAME.

         MOVE 6 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-RPT-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-RPT-FL-NAME
         END-ACCEPT.
         IF WS-RPT-FL-NAME = SPACES
            IF WS-MODE-ASOF
               STRING 'jrn_asof_'  DELIMITED BY SIZE
                      WS-DATE-1-X  DELIMITED BY SIZE
                      '.txt'       DELIMITED BY SIZE
                      INTO WS-RPT-FL-NAME
               END-STRING
            ELSE
               STRING 'jrn_list_'  DELIMITED BY SIZE
                      WS-DATE-1-X  DELIMITED BY SIZE
                      '_'          DELIMITED BY SIZE
                      WS-DATE-2-X  DELIMITED BY SIZE
                      '.txt'       DELIMITED BY SIZE
                      INTO WS-RPT-FL-NAME
               END-STRING
            END-IF
         END-IF.
         DISPLAY 'REPORT: ' WS-RPT-FL-NAME.

      * ASOF <DATE> [CATEGORY MASTER] [BUDGET MASTER].
        110-INIT-ASOF.
         MOVE WS-DATE-1 TO WS-ASOF-DATE.
         DISPLAY 'MASTERS AS AT END OF: ' WS-ASOF-DATE.
         MOVE WS-ARG-3 TO WS-CATM-FL-NAME.
         IF WS-CATM-FL-NAME = SPACES
            MOVE 'cat_master.dat' TO WS-CATM-FL-NAME
         END-IF.
         DISPLAY 'CATEGORY MASTER: ' WS-CATM-FL-NAME.
         MOVE WS-ARG-4 TO WS-BUDM-FL-NAME.
         IF WS-BUDM-FL-NAME = SPACES
            MOVE 'budget_master.dat' TO WS-BUDM-FL-NAME
         END-IF.
         DISPLAY 'BUDGET MASTER: ' WS-BUDM-FL-NAME.

      * LIST <FROM> [TO, DEFAULT FROM] [OPERATOR, DEFAULT ALL].
        120-INIT-LIST.
         MOVE WS-DATE-1 TO WS-FROM-DATE.
         IF WS-ARG-3 = SPACES
            MOVE WS-DATE-1-X TO WS-DATE-2-X
         ELSE
            MOVE WS-ARG-3 TO WS-DATE-2-X
         END-IF.
         IF WS-DATE-2-X NOT NUMERIC
            PERFORM 190-USAGE
         END-IF.
         MOVE WS-DATE-2 TO WS-TO-DATE.
         IF WS-TO-DATE < WS-FROM-DATE
            PERFORM 190-USAGE
         END-IF.
         DISPLAY 'CHANGES FROM ' WS-FROM-DATE ' TO ' WS-TO-DATE.
         MOVE WS-ARG-4 TO WS-SEL-OPER.
         IF WS-SEL-OPER = SPACES
            MOVE 'ALL' TO WS-SEL-OPER
         END-IF.
         DISPLAY 'OPERATOR: ' WS-SEL-OPER.

        190-USAGE.
         DISPLAY 'USAGE: FHJRN0001 ASOF <YYYYMMDD> [CATEGORY MASTER]'
                 ' [BUDGET MASTER] [JOURNAL] [REPORT]'.
         DISPLAY '       FHJRN0001 LIST <FROM YYYYMMDD> [TO YYYYMMDD]'
                 ' [OPERATOR|ALL] [JOURNAL] [REPORT]'.
         MOVE 8 TO RETURN-CODE.
         STOP RUN.

        200-PROCESS.
         DISPLAY 'PROCESS: FHJRN0001'.
         EVALUATE TRUE
           WHEN WS-MODE-ASOF
              PERFORM 210-ASOF-REBUILD
           WHEN WS-MODE-LIST
              PERFORM 250-LIST-CHANGES
         END-EVALUATE.

      * THE JOURNAL IS READ ONCE, WHOLE; 203 DECIDES WHAT THE MODE
      * KEEPS.
        201-LOAD-JOURNAL.
         MOVE 1 TO WS-CT-02.
         OPEN INPUT JRN-FL.
         IF NOT WS-STTS-JRN-OK
            MOVE 'OPEN JRN-FL' TO WS-ERR-CTX
            MOVE WS-STTS-JRN TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         PERFORM 202-READ-JRN-REC UNTIL WS-CT-02 = 0.
         CLOSE JRN-FL.
         DISPLAY 'JOURNAL LINES READ: ' WS-JRN-READ-CT.
         DISPLAY 'JOURNAL ENTRIES KEPT: ' JRNT-QTDE.

        202-READ-JRN-REC.
         READ JRN-FL
          AT END
           MOVE ZEROS TO WS-CT-02
          NOT AT END
           ADD 1 TO WS-JRN-READ-CT
           PERFORM 203-KEEP-JRN-ENTRY
         END-READ.
         IF NOT WS-STTS-JRN-OK AND NOT WS-STTS-JRN-EOF
            MOVE 'READ JRN-FL' TO WS-ERR-CTX
            MOVE WS-STTS-JRN TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        203-KEEP-JRN-ENTRY.
         IF JRN-DATE NOT NUMERIC OR JRN-TIME NOT NUMERIC
            ADD 1 TO WS-BAD-CT
            DISPLAY 'UNREADABLE JOURNAL LINE ' WS-JRN-READ-CT
                    ' LEFT OUT'
         ELSE
            IF WS-MODE-ASOF
               PERFORM 204-KEEP-FOR-ASOF
            ELSE
               PERFORM 205-KEEP-FOR-LIST
            END-IF
         END-IF.

      * ONLY MASTER CHANGES MADE AFTER THE DATE NEED ROLLING BACK.
      * THE JOURNAL IS IN THE ORDER THE CHANGES WERE MADE, SO THE
      * FIRST MASTER CHANGE ON IT SAYS HOW FAR BACK IT REACHES.
        204-KEEP-FOR-ASOF.
         IF JRN-PROGRAM = 'FHCAT0001' OR JRN-PROGRAM = 'FHBUD0001'
            ADD 1 TO WS-MST-CHG-CT
            IF WS-FIRST-DATE = ZEROS
               MOVE JRN-DATE TO WS-FIRST-DATE
            END-IF
            IF JRN-DATE > WS-ASOF-DATE
               PERFORM 206-ADD-JRN-ENTRY
            END-IF
         END-IF.

        205-KEEP-FOR-LIST.
         IF JRN-DATE NOT < WS-FROM-DATE AND
            JRN-DATE NOT > WS-TO-DATE AND
            (WS-SEL-ALL OR JRN-OPERATOR = WS-SEL-OPER)
            PERFORM 206-ADD-JRN-ENTRY
         END-IF.

      * A PARTIAL JOURNAL WOULD REBUILD THE WRONG MASTERS OR HAND
      * THE AUDITORS A SHORT LISTING, SO A FULL TABLE STOPS THE RUN.
        206-ADD-JRN-ENTRY.
         IF JRNT-QTDE NOT < 5000
            DISPLAY 'FATAL: JOURNAL TABLE FULL, CANNOT REPORT WITHOUT'
                    ' LEAVING ENTRIES OUT'
            MOVE 'JRN TABLE FULL' TO WS-ERR-CTX
            MOVE 'XX' TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         ADD 1 TO JRNT-QTDE.
         EVALUATE JRN-PROGRAM
           WHEN 'FHCAT0001'
              MOVE '1' TO JRNT-FILE(JRNT-QTDE)
           WHEN 'FHBUD0001'
              MOVE '2' TO JRNT-FILE(JRNT-QTDE)
           WHEN OTHER
              MOVE '3' TO JRNT-FILE(JRNT-QTDE)
         END-EVALUATE.
         MOVE JRN-DATE     TO JRNT-DATE(JRNT-QTDE).
         MOVE JRN-TIME     TO JRNT-TIME(JRNT-QTDE).
         MOVE JRN-OPERATOR TO JRNT-OPER(JRNT-QTDE).
         MOVE JRN-PROGRAM  TO JRNT-PROG(JRNT-QTDE).
         MOVE JRN-ACTION   TO JRNT-ACTION(JRNT-QTDE).
         MOVE JRN-KEY      TO JRNT-KEY(JRNT-QTDE).
         MOVE JRN-BEFORE   TO JRNT-BEFORE(JRNT-QTDE).
         MOVE JRN-AFTER    TO JRNT-AFTER(JRNT-QTDE).

      * THE REBUILD STARTS FROM TODAY'S MASTERS AND WALKS THE JOURNAL
      * BACKWARDS, SO IT NEEDS NO SNAPSHOT OF ANY PAST DAY.
        210-ASOF-REBUILD.
         PERFORM 211-LOAD-CAT-MASTER.
         PERFORM 213-LOAD-BUD-MASTER.
         PERFORM 201-LOAD-JOURNAL.
         OPEN OUTPUT RPT-FL.
         IF NOT WS-STTS-RPT-OK
            MOVE 'OPEN RPT-FL' TO WS-ERR-CTX
            MOVE WS-STTS-RPT TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         MOVE WS-ASOF-DATE TO RPT-AH-DATE.
         MOVE RPT-ASOF-HDR TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 'CATEGORY MASTER:' TO RPT-FL-LABEL.
         MOVE WS-CATM-FL-NAME TO RPT-FL-NAME.
         PERFORM 893-WRITE-FILE-LINE.
         MOVE 'BUDGET MASTER:' TO RPT-FL-LABEL.
         MOVE WS-BUDM-FL-NAME TO RPT-FL-NAME.
         PERFORM 893-WRITE-FILE-LINE.
         MOVE 'CHANGE JOURNAL:' TO RPT-FL-LABEL.
         MOVE WS-JRN-FL-NAME TO RPT-FL-NAME.
         PERFORM 893-WRITE-FILE-LINE.
         PERFORM 894-WRITE-PRINT-LINE.
         PERFORM 895-WRITE-BLANK-LINE.
         PERFORM 220-ROLL-BACK.
         PERFORM 895-WRITE-BLANK-LINE.
         PERFORM 230-LIST-CAT-MASTER.
         PERFORM 895-WRITE-BLANK-LINE.
         PERFORM 235-LIST-BUD-MASTER.
         PERFORM 895-WRITE-BLANK-LINE.
         PERFORM 240-WRITE-ASOF-TOTALS.
         CLOSE RPT-FL.

      * A MISSING MASTER IS NOT FATAL - THE JOURNAL ALONE IS ROLLED
      * BACK - BUT EVERY ENTRY FOR IT WILL THEN SHOW AS A CHAIN BREAK.
        211-LOAD-CAT-MASTER.
         MOVE 1 TO WS-CT-02.
         OPEN INPUT CATM-FL.
         IF NOT WS-STTS-CATM-OK
            MOVE 'OPEN CATM-FL' TO WS-ERR-CTX
            MOVE WS-STTS-CATM TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         IF WS-STTS-CATM-MISSING
            DISPLAY 'WARNING: CATEGORY MASTER NOT ON FILE'
         END-IF.
         PERFORM 212-READ-CAT-REC UNTIL WS-CT-02 = 0.
         CLOSE CATM-FL.
         DISPLAY 'CATEGORIES ON FILE NOW: ' WS-CAT-NOW-CT.

        212-READ-CAT-REC.
         READ CATM-FL NEXT
          AT END
           MOVE ZEROS TO WS-CT-02
          NOT AT END
           ADD 1 TO WS-CAT-NOW-CT
           MOVE '1' TO WS-LOOK-FILE
           MOVE CATM-NOME TO WS-LOOK-KEY
           MOVE CATM-REC TO JRI-IMAGE
           PERFORM 216-TAKE-ON-MASTER-REC
         END-READ.
         IF NOT WS-STTS-CATM-OK AND NOT WS-STTS-CATM-EOF
            MOVE 'READ CATM-FL' TO WS-ERR-CTX
            MOVE WS-STTS-CATM TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        213-LOAD-BUD-MASTER.
         MOVE 1 TO WS-CT-02.
         OPEN INPUT BUDM-FL.
         IF NOT WS-STTS-BUDM-OK
            MOVE 'OPEN BUDM-FL' TO WS-ERR-CTX
            MOVE WS-STTS-BUDM TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         IF WS-STTS-BUDM-MISSING
            DISPLAY 'WARNING: BUDGET MASTER NOT ON FILE'
         END-IF.
         PERFORM 214-READ-BUD-REC UNTIL WS-CT-02 = 0.
         CLOSE BUDM-FL.
         DISPLAY 'BUDGET LINES ON FILE NOW: ' WS-BUD-NOW-CT.

        214-READ-BUD-REC.
         READ BUDM-FL NEXT
          AT END
           MOVE ZEROS TO WS-CT-02
          NOT AT END
           ADD 1 TO WS-BUD-NOW-CT
           MOVE '2' TO WS-LOOK-FILE
           MOVE BUDM-KEY TO WS-LOOK-KEY
           MOVE BUDM-REC TO JRI-IMAGE
           PERFORM 216-TAKE-ON-MASTER-REC
         END-READ.
         IF NOT WS-STTS-BUDM-OK AND NOT WS-STTS-BUDM-EOF
            MOVE 'READ BUDM-FL' TO WS-ERR-CTX
            MOVE WS-STTS-BUDM TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        216-TAKE-ON-MASTER-REC.
         PERFORM 217-FIND-MASTER-ENTRY.
         IF NOT WS-FOUND
            PERFORM 218-INSERT-MASTER-ENTRY
         END-IF.
         MOVE JRI-IMAGE TO MSTT-IMAGE(WS-MX).
         MOVE 'Y' TO MSTT-LIVE-SW(WS-MX).
         MOVE 'Y' TO MSTT-NOW-SW(WS-MX).

      * LEAVES WS-MX ON THE ENTRY FOR WS-LOOK-ID WHEN THERE IS ONE,
      * OTHERWISE ON THE POSITION IT BELONGS AT.
        217-FIND-MASTER-ENTRY.
         MOVE 'N' TO WS-FOUND-SW.
         MOVE 'N' TO WS-SCAN-SW.
         MOVE 1 TO WS-MX.
         PERFORM 219-SCAN-MASTER
           UNTIL WS-MX > MSTT-QTDE OR WS-SCAN-DONE.

        218-INSERT-MASTER-ENTRY.
         IF MSTT-QTDE NOT < 6000
            DISPLAY 'FATAL: MASTER TABLE FULL, CANNOT REBUILD THE'
                    ' MASTERS WITHOUT LEAVING RECORDS OUT'
            MOVE 'MST TABLE FULL' TO WS-ERR-CTX
            MOVE 'XX' TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         MOVE MSTT-QTDE TO WS-SX.
         PERFORM 221-SHIFT-MASTER-ENTRY UNTIL WS-SX < WS-MX.
         ADD 1 TO MSTT-QTDE.
         MOVE WS-LOOK-ID TO MSTT-ID(WS-MX).
         MOVE SPACES TO MSTT-IMAGE(WS-MX).
         MOVE 'N' TO MSTT-LIVE-SW(WS-MX).
         MOVE 'N' TO MSTT-NOW-SW(WS-MX).
         MOVE 'N' TO MSTT-CHG-SW(WS-MX).

        219-SCAN-MASTER.
         IF MSTT-ID(WS-MX) < WS-LOOK-ID
            ADD 1 TO WS-MX
         ELSE
            IF MSTT-ID(WS-MX) = WS-LOOK-ID
               SET WS-FOUND TO TRUE
            END-IF
            SET WS-SCAN-DONE TO TRUE
         END-IF.

        221-SHIFT-MASTER-ENTRY.
         MOVE MSTT-TAB(WS-SX) TO MSTT-TAB(WS-SX + 1).
         SUBTRACT 1 FROM WS-SX.

      * NEWEST FIRST. BEFORE AN ENTRY IS UNDONE ITS AFTER IMAGE MUST
      * BE WHAT THE RECORD HOLDS AT THAT POINT (SPACES: NOT ON FILE);
      * ANYTHING ELSE MEANS THE RECORD WAS CHANGED OFF THE JOURNAL.
        220-ROLL-BACK.
         MOVE 'CHANGES MADE AFTER THE DATE, ROLLED BACK NEWEST FIRST'
           TO RPT-H-TEXT.
         MOVE RPT-HEAD-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE RPT-JRN-HEAD TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE JRNT-QTDE TO WS-JX.
         PERFORM 222-UNDO-ONE-ENTRY UNTIL WS-JX = ZEROS.
         IF JRNT-QTDE = ZEROS
            MOVE ' (NO CHANGES AFTER THE DATE)' TO WS-RPT-LINE
            PERFORM 890-WRITE-RPT-LINE
         END-IF.

        222-UNDO-ONE-ENTRY.
         MOVE JRNT-FILE(WS-JX) TO WS-LOOK-FILE.
         MOVE JRNT-KEY(WS-JX) TO WS-LOOK-KEY.
         PERFORM 217-FIND-MASTER-ENTRY.
         IF NOT WS-FOUND
            PERFORM 218-INSERT-MASTER-ENTRY
         END-IF.
         MOVE SPACES TO RPT-J-NOTE.
         IF MSTT-LIVE(WS-MX)
            IF MSTT-IMAGE(WS-MX) NOT = JRNT-AFTER(WS-JX)
               ADD 1 TO WS-BREAK-CT
               MOVE 'CHAIN BREAK' TO RPT-J-NOTE
            END-IF
         ELSE
            IF JRNT-AFTER(WS-JX) NOT = SPACES
               ADD 1 TO WS-BREAK-CT
               MOVE 'CHAIN BREAK' TO RPT-J-NOTE
            END-IF
         END-IF.
         IF JRNT-BEFORE(WS-JX) = SPACES
            MOVE SPACES TO MSTT-IMAGE(WS-MX)
            MOVE 'N' TO MSTT-LIVE-SW(WS-MX)
         ELSE
            MOVE JRNT-BEFORE(WS-JX) TO MSTT-IMAGE(WS-MX)
            MOVE 'Y' TO MSTT-LIVE-SW(WS-MX)
         END-IF.
         MOVE 'Y' TO MSTT-CHG-SW(WS-MX).
         PERFORM 260-WRITE-JRN-LINE.
         SUBTRACT 1 FROM WS-JX.

        230-LIST-CAT-MASTER.
         MOVE 'CATEGORY MASTER AS AT THE DATE' TO RPT-H-TEXT.
         MOVE RPT-HEAD-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE RPT-CAT-HEAD TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 1 TO WS-MX.
         PERFORM 231-LIST-ONE-CAT UNTIL WS-MX > MSTT-QTDE.
         IF WS-CAT-ACTIVE-CT = ZEROS AND WS-CAT-INACTIVE-CT = ZEROS
            MOVE ' (NO CATEGORIES ON FILE AT THE DATE)' TO WS-RPT-LINE
            PERFORM 890-WRITE-RPT-LINE
         END-IF.

        231-LIST-ONE-CAT.
         IF MSTT-CAT-ENTRY(WS-MX)
            IF MSTT-LIVE(WS-MX)
               MOVE MSTT-IMAGE(WS-MX) TO JRI-IMAGE
               MOVE JRI-CAT-NOME TO RPT-CM-NOME
               MOVE JRI-CAT-CODIGO TO RPT-CM-CODIGO
               MOVE JRI-CAT-STATUS TO RPT-CM-STATUS
               MOVE JRI-CAT-MERGE-TO TO RPT-CM-MERGE-TO
               IF JRI-CAT-STATUS = 'A'
                  ADD 1 TO WS-CAT-ACTIVE-CT
               ELSE
                  ADD 1 TO WS-CAT-INACTIVE-CT
               END-IF
               PERFORM 232-SET-MASTER-NOTE
               MOVE WS-RPT-LINE(1:20) TO RPT-CM-NOTE
               MOVE RPT-CAT-LINE TO WS-RPT-LINE
               PERFORM 890-WRITE-RPT-LINE
            ELSE
               IF MSTT-ON-FILE-NOW(WS-MX)
                  ADD 1 TO WS-CAT-ADDED-CT
               END-IF
            END-IF
         END-IF.
         ADD 1 TO WS-MX.

      * THE NOTE IS PASSED BACK IN THE FRONT OF WS-RPT-LINE.
        232-SET-MASTER-NOTE.
         MOVE SPACES TO WS-RPT-LINE.
         IF MSTT-CHANGED(WS-MX)
            IF MSTT-ON-FILE-NOW(WS-MX)
               MOVE 'CHANGED SINCE' TO WS-RPT-LINE
            ELSE
               MOVE 'DELETED SINCE' TO WS-RPT-LINE
            END-IF
         END-IF.

        235-LIST-BUD-MASTER.
         MOVE 'BUDGET MASTER AS AT THE DATE' TO RPT-H-TEXT.
         MOVE RPT-HEAD-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE RPT-BUD-HEAD TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 1 TO WS-MX.
         PERFORM 236-LIST-ONE-BUD UNTIL WS-MX > MSTT-QTDE.
         IF WS-BUD-LINE-CT = ZEROS
            MOVE ' (NO BUDGET LINES ON FILE AT THE DATE)'
              TO WS-RPT-LINE
            PERFORM 890-WRITE-RPT-LINE
         END-IF.

        236-LIST-ONE-BUD.
         IF MSTT-BUD-ENTRY(WS-MX)
            IF MSTT-LIVE(WS-MX)
               MOVE MSTT-IMAGE(WS-MX) TO JRI-IMAGE
               MOVE JRI-BUD-NOME TO RPT-BM-NOME
               MOVE JRI-BUD-YYYYMM TO RPT-BM-YYYYMM
               MOVE JRI-BUD-AMT TO RPT-BM-AMT
               ADD 1 TO WS-BUD-LINE-CT
               ADD JRI-BUD-AMT TO WS-BUD-TOTAL
               PERFORM 232-SET-MASTER-NOTE
               MOVE WS-RPT-LINE(1:20) TO RPT-BM-NOTE
               MOVE RPT-BUD-LINE TO WS-RPT-LINE
               PERFORM 890-WRITE-RPT-LINE
            ELSE
               IF MSTT-ON-FILE-NOW(WS-MX)
                  ADD 1 TO WS-BUD-ADDED-CT
               END-IF
            END-IF
         END-IF.
         ADD 1 TO WS-MX.

        240-WRITE-ASOF-TOTALS.
         MOVE 'TOTALS' TO RPT-H-TEXT.
         MOVE RPT-HEAD-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 'JOURNAL LINES READ' TO RPT-C-LABEL.
         MOVE WS-JRN-READ-CT TO RPT-C-CT.
         PERFORM 891-WRITE-CNT-LINE.
         MOVE '  UNREADABLE, LEFT OUT' TO RPT-C-LABEL.
         MOVE WS-BAD-CT TO RPT-C-CT.
         PERFORM 891-WRITE-CNT-LINE.
         MOVE '  MASTER CHANGES' TO RPT-C-LABEL.
         MOVE WS-MST-CHG-CT TO RPT-C-CT.
         PERFORM 891-WRITE-CNT-LINE.
         MOVE '  MASTER CHANGES AFTER THE DATE, ROLLED BACK'
           TO RPT-C-LABEL.
         MOVE JRNT-QTDE TO RPT-C-CT.
         PERFORM 891-WRITE-CNT-LINE.
         MOVE '  CHAIN BREAKS' TO RPT-C-LABEL.
         MOVE WS-BREAK-CT TO RPT-C-CT.
         PERFORM 891-WRITE-CNT-LINE.
         MOVE 'CATEGORIES ON FILE NOW' TO RPT-C-LABEL.
         MOVE WS-CAT-NOW-CT TO RPT-C-CT.
         PERFORM 891-WRITE-CNT-LINE.
         MOVE 'CATEGORIES ON FILE AT THE DATE, ACTIVE' TO RPT-C-LABEL.
         MOVE WS-CAT-ACTIVE-CT TO RPT-C-CT.
         PERFORM 891-WRITE-CNT-LINE.
         MOVE 'CATEGORIES ON FILE AT THE DATE, INACTIVE'
           TO RPT-C-LABEL.
         MOVE WS-CAT-INACTIVE-CT TO RPT-C-CT.
         PERFORM 891-WRITE-CNT-LINE.
         MOVE 'CATEGORIES ADDED SINCE THE DATE' TO RPT-C-LABEL.
         MOVE WS-CAT-ADDED-CT TO RPT-C-CT.
         PERFORM 891-WRITE-CNT-LINE.
         MOVE 'BUDGET LINES ON FILE NOW' TO RPT-C-LABEL.
         MOVE WS-BUD-NOW-CT TO RPT-C-CT.
         PERFORM 891-WRITE-CNT-LINE.
         MOVE 'BUDGET LINES ON FILE AT THE DATE' TO RPT-C-LABEL.
         MOVE WS-BUD-LINE-CT TO RPT-C-CT.
         PERFORM 891-WRITE-CNT-LINE.
         MOVE 'BUDGET LINES ADDED SINCE THE DATE' TO RPT-C-LABEL.
         MOVE WS-BUD-ADDED-CT TO RPT-C-CT.
         PERFORM 891-WRITE-CNT-LINE.
         MOVE 'BUDGETED AMOUNT AT THE DATE' TO RPT-A-LABEL.
         MOVE WS-BUD-TOTAL TO RPT-A-AMT.
         PERFORM 892-WRITE-AMT-LINE.
         PERFORM 895-WRITE-BLANK-LINE.
         IF WS-FIRST-DATE > ZEROS AND WS-ASOF-DATE < WS-FIRST-DATE
            MOVE WS-FIRST-DATE TO RPT-ST-DATE
            MOVE RPT-START-LINE TO WS-RPT-LINE
            PERFORM 890-WRITE-RPT-LINE
         END-IF.
         MOVE SPACES TO RPT-V-TEXT.
         IF WS-BREAK-CT = ZEROS AND WS-BAD-CT = ZEROS
            MOVE 'JOURNAL CHAINS TO THE CURRENT MASTERS, REBUILD OK'
              TO RPT-V-TEXT
         ELSE
            MOVE 'JOURNAL DOES NOT CHAIN TO THE CURRENT MASTERS'
              TO RPT-V-TEXT
         END-IF.
         MOVE RPT-VERDICT TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.

      * GROUPED BY OPERATOR WITHOUT A SORT: THE OPERATORS IN THE RANGE
      * ARE GATHERED IN ID ORDER FIRST, THEN THE KEPT ENTRIES ARE
      * WALKED ONCE PER OPERATOR, WHICH KEEPS EACH ONE'S CHANGES IN
      * THE ORDER THEY WERE MADE.
        250-LIST-CHANGES.
         PERFORM 201-LOAD-JOURNAL.
         MOVE 1 TO WS-JX.
         PERFORM 251-NOTE-OPERATOR UNTIL WS-JX > JRNT-QTDE.
         OPEN OUTPUT RPT-FL.
         IF NOT WS-STTS-RPT-OK
            MOVE 'OPEN RPT-FL' TO WS-ERR-CTX
            MOVE WS-STTS-RPT TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         MOVE WS-FROM-DATE TO RPT-LH-FROM.
         MOVE WS-TO-DATE TO RPT-LH-TO.
         MOVE RPT-LIST-HDR TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 'OPERATOR:' TO RPT-FL-LABEL.
         MOVE WS-SEL-OPER TO RPT-FL-NAME.
         PERFORM 893-WRITE-FILE-LINE.
         MOVE 'CHANGE JOURNAL:' TO RPT-FL-LABEL.
         MOVE WS-JRN-FL-NAME TO RPT-FL-NAME.
         PERFORM 893-WRITE-FILE-LINE.
         PERFORM 894-WRITE-PRINT-LINE.
         PERFORM 895-WRITE-BLANK-LINE.
         MOVE 1 TO WS-OX.
         PERFORM 255-LIST-ONE-OPERATOR UNTIL WS-OX > OPRT-QTDE.
         IF JRNT-QTDE = ZEROS
            MOVE ' (NO CHANGES IN THE RANGE)' TO WS-RPT-LINE
            PERFORM 890-WRITE-RPT-LINE
            PERFORM 895-WRITE-BLANK-LINE
         END-IF.
         PERFORM 270-WRITE-LIST-TOTALS.
         CLOSE RPT-FL.

        251-NOTE-OPERATOR.
         EVALUATE JRNT-FILE(WS-JX)
           WHEN '1'
              ADD 1 TO WS-CAT-CHG-CT
           WHEN '2'
              ADD 1 TO WS-BUD-CHG-CT
           WHEN OTHER
              ADD 1 TO WS-APP-CHG-CT
         END-EVALUATE.
         MOVE 'N' TO WS-FOUND-SW.
         MOVE 'N' TO WS-SCAN-SW.
         MOVE 1 TO WS-OX.
         PERFORM 252-SCAN-OPERATORS
           UNTIL WS-OX > OPRT-QTDE OR WS-SCAN-DONE.
         IF NOT WS-FOUND
            PERFORM 253-INSERT-OPERATOR
         END-IF.
         ADD 1 TO OPRT-CT(WS-OX).
         ADD 1 TO WS-JX.

        252-SCAN-OPERATORS.
         IF OPRT-ID(WS-OX) < JRNT-OPER(WS-JX)
            ADD 1 TO WS-OX
         ELSE
            IF OPRT-ID(WS-OX) = JRNT-OPER(WS-JX)
               SET WS-FOUND TO TRUE
            END-IF
            SET WS-SCAN-DONE TO TRUE
         END-IF.

        253-INSERT-OPERATOR.
         IF OPRT-QTDE NOT < 500
            DISPLAY 'FATAL: OPERATOR TABLE FULL'
            MOVE 'OPR TABLE FULL' TO WS-ERR-CTX
            MOVE 'XX' TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         MOVE OPRT-QTDE TO WS-SX.
         PERFORM 254-SHIFT-OPERATOR UNTIL WS-SX < WS-OX.
         ADD 1 TO OPRT-QTDE.
         MOVE JRNT-OPER(WS-JX) TO OPRT-ID(WS-OX).
         MOVE ZEROS TO OPRT-CT(WS-OX).

        254-SHIFT-OPERATOR.
         MOVE OPRT-TAB(WS-SX) TO OPRT-TAB(WS-SX + 1).
         SUBTRACT 1 FROM WS-SX.

        255-LIST-ONE-OPERATOR.
         MOVE OPRT-ID(WS-OX) TO RPT-OH-ID.
         MOVE RPT-OPER-HEAD TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE RPT-JRN-HEAD TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 1 TO WS-JX.
         PERFORM 256-LIST-ONE-CHANGE UNTIL WS-JX > JRNT-QTDE.
         MOVE 'CHANGES BY THIS OPERATOR' TO RPT-C-LABEL.
         MOVE OPRT-CT(WS-OX) TO RPT-C-CT.
         PERFORM 891-WRITE-CNT-LINE.
         PERFORM 895-WRITE-BLANK-LINE.
         ADD 1 TO WS-OX.

        256-LIST-ONE-CHANGE.
         IF JRNT-OPER(WS-JX) = OPRT-ID(WS-OX)
            MOVE SPACES TO RPT-J-NOTE
            PERFORM 260-WRITE-JRN-LINE
            MOVE JRNT-FILE(WS-JX) TO WS-IMG-FILE
            MOVE 'BEFORE:' TO RPT-I-LABEL
            MOVE JRNT-BEFORE(WS-JX) TO JRI-IMAGE
            PERFORM 261-WRITE-IMAGE-LINE
            MOVE 'AFTER:' TO RPT-I-LABEL
            MOVE JRNT-AFTER(WS-JX) TO JRI-IMAGE
            PERFORM 261-WRITE-IMAGE-LINE
         END-IF.
         ADD 1 TO WS-JX.

        260-WRITE-JRN-LINE.
         MOVE JRNT-DATE(WS-JX)   TO RPT-J-DATE.
         MOVE JRNT-TIME(WS-JX)   TO RPT-J-TIME.
         MOVE JRNT-OPER(WS-JX)   TO RPT-J-OPER.
         MOVE JRNT-PROG(WS-JX)   TO RPT-J-PROG.
         MOVE JRNT-ACTION(WS-JX) TO RPT-J-ACTION.
         MOVE JRNT-KEY(WS-JX)    TO RPT-J-KEY.
         MOVE RPT-JRN-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.

      * THE IMAGE IN JRI-IMAGE, SPELT OUT IN ITS OWN FILE'S LAYOUT.
        261-WRITE-IMAGE-LINE.
         MOVE SPACES TO RPT-I-TEXT.
         IF JRI-IMAGE = SPACES
            MOVE '(NOT ON FILE)' TO RPT-I-TEXT
         ELSE
            EVALUATE WS-IMG-FILE
              WHEN '1'
                 MOVE JRI-CAT-NOME TO RPT-CI-NOME
                 MOVE JRI-CAT-CODIGO TO RPT-CI-CODIGO
                 MOVE JRI-CAT-STATUS TO RPT-CI-STATUS
                 MOVE JRI-CAT-MERGE-TO TO RPT-CI-MERGE-TO
                 MOVE RPT-CAT-IMG TO RPT-I-TEXT
              WHEN '2'
                 MOVE JRI-BUD-NOME TO RPT-BI-NOME
                 MOVE JRI-BUD-YYYYMM TO RPT-BI-YYYYMM
                 MOVE JRI-BUD-AMT TO RPT-BI-AMT
                 MOVE RPT-BUD-IMG TO RPT-I-TEXT
              WHEN OTHER
                 MOVE JRI-IMAGE TO RPT-I-TEXT
            END-EVALUATE
         END-IF.
         MOVE RPT-IMG-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.

        270-WRITE-LIST-TOTALS.
         MOVE 'TOTALS' TO RPT-H-TEXT.
         MOVE RPT-HEAD-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 'JOURNAL LINES READ' TO RPT-C-LABEL.
         MOVE WS-JRN-READ-CT TO RPT-C-CT.
         PERFORM 891-WRITE-CNT-LINE.
         MOVE '  UNREADABLE, LEFT OUT' TO RPT-C-LABEL.
         MOVE WS-BAD-CT TO RPT-C-CT.
         PERFORM 891-WRITE-CNT-LINE.
         MOVE 'CHANGES LISTED' TO RPT-C-LABEL.
         MOVE JRNT-QTDE TO RPT-C-CT.
         PERFORM 891-WRITE-CNT-LINE.
         MOVE '  CATEGORY MASTER (FHCAT0001)' TO RPT-C-LABEL.
         MOVE WS-CAT-CHG-CT TO RPT-C-CT.
         PERFORM 891-WRITE-CNT-LINE.
         MOVE '  BUDGET MASTER (FHBUD0001)' TO RPT-C-LABEL.
         MOVE WS-BUD-CHG-CT TO RPT-C-CT.
         PERFORM 891-WRITE-CNT-LINE.
         MOVE '  APPROVAL DECISIONS (FHAPP0001)' TO RPT-C-LABEL.
         MOVE WS-APP-CHG-CT TO RPT-C-CT.
         PERFORM 891-WRITE-CNT-LINE.
         MOVE 'OPERATORS' TO RPT-C-LABEL.
         MOVE OPRT-QTDE TO RPT-C-CT.
         PERFORM 891-WRITE-CNT-LINE.

        300-END.
         DISPLAY 'JOURNAL LINES READ: ' WS-JRN-READ-CT.
         DISPLAY 'UNREADABLE JOURNAL LINES: ' WS-BAD-CT.
         IF WS-MODE-ASOF
            DISPLAY 'CHANGES ROLLED BACK: ' JRNT-QTDE
            DISPLAY 'CHAIN BREAKS: ' WS-BREAK-CT
         ELSE
            DISPLAY 'CHANGES LISTED: ' JRNT-QTDE
            DISPLAY 'OPERATORS: ' OPRT-QTDE
         END-IF.
         IF WS-BREAK-CT > ZEROS OR WS-BAD-CT > ZEROS
            MOVE 4 TO RETURN-CODE
         END-IF.
         DISPLAY 'END-PROGRAM: FHJRN0001'.
         STOP RUN.

        890-WRITE-RPT-LINE.
         MOVE WS-RPT-LINE TO RPT-REC.
         WRITE RPT-REC.
         IF NOT WS-STTS-RPT-OK
            MOVE 'WRITE RPT-FL' TO WS-ERR-CTX
            MOVE WS-STTS-RPT TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        891-WRITE-CNT-LINE.
         MOVE RPT-CNT-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.

        892-WRITE-AMT-LINE.
         MOVE RPT-AMT-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.

        893-WRITE-FILE-LINE.
         MOVE RPT-FILE-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.

        894-WRITE-PRINT-LINE.
         MOVE WS-RUN-DATE TO RPT-PR-DATE.
         MOVE WS-RUN-HHMMSS TO RPT-PR-TIME.
         MOVE RPT-PRINT-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.

        895-WRITE-BLANK-LINE.
         MOVE SPACES TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.

        900-ERROR-ABEND.
         DISPLAY 'FATAL I/O ERROR ON ' WS-ERR-CTX ' STATUS='
                 WS-ERR-STATUS.
         MOVE 16 TO RETURN-CODE.
         STOP RUN.
       END PROGRAM FHJRN0001.
