      ******************************************************************
      * Author: THIAGO ARCANJO
      * Date: 20261015
      * Purpose: BANK-STATEMENT RECONCILIATION. UNTIL NOW THE ONLY PROOF
      *          THAT A TRANSACTION REALLY SETTLED WAS SOMEONE TICKING
      *          THE BANK STATEMENT AGAINST A PRINTOUT OF log_out_<D>.
      *          THIS JOB LOADS THE BANK'S DAILY STATEMENT (FHBOOK20)
      *          AND MATCHES EVERY STATEMENT LINE TO ONE OF OUR OK OR
      *          APPRV TRANSACTIONS:
      *          - OUR SIDE IS THE NIGHT'S OUT-FL, PLUS ANY HISTORY
      *            RECORD DATED AFTER THE LAST STATEMENT RECONCILED
      *            THAT THIS JOB HAS NOT SEEN YET (A NIGHT THE
      *            RECONCILIATION DID NOT RUN), PLUS OUR TRANSACTIONS
      *            STILL OUTSTANDING FROM EARLIER STATEMENTS;
      *          - THE BANK SIDE IS THE STATEMENT'S LINES PLUS THE
      *            STATEMENT LINES STILL OUTSTANDING FROM EARLIER ONES;
      *          - A PAIR MUST MOVE THE MONEY THE SAME WAY, FOR THE
      *            SAME AMOUNT, WITH THE DATES NO FURTHER APART THAN
      *            THE DATE WINDOW. WHEN THE STATEMENT LINE CARRIES A
      *            REFERENCE AND ONE CANDIDATE HAS IT IN RC-DESC-B,
      *            THAT CANDIDATE WINS; OTHERWISE THE CLOSEST DATE DOES.
      *          WHAT IS LEFT UNMATCHED ON EITHER SIDE IS CARRIED
      *          FORWARD, WITH ITS AGE, ON THE OUTSTANDING-ITEMS FILE
      *          (FHBOOK21), OLD GENERATION IN AND NEW GENERATION OUT
      *          THE WAY FHSLD0001 CARRIES THE BALANCE MASTER. ITS
      *          CONTROL RECORD CARRIES OUR BOOK BALANCE FOR THE
      *          ACCOUNT, MOVED BY EVERY TRANSACTION TAKEN ON.
      *          THE REPORT LISTS THE MATCHED PAIRS AND BOTH SIDES'
      *          OUTSTANDING ITEMS AND PROVES STATEMENT CLOSING BALANCE
      *          = BOOK BALANCE - OUR ITEMS NOT YET ON A STATEMENT +
      *          STATEMENT LINES NOT YET IN OUR BOOKS. ANY TIE-POINT
      *          THAT FAILS ENDS THE RUN WITH RETURN CODE 8, AND THE
      *          CONTROL LINE AT THE FOOT OF THE REPORT IS WHAT
      *          FHCTL0001 PUTS ON THE NIGHTLY CONTROL PAGE.
      *          A STATEMENT FOR THE WRONG DATE OR ACCOUNT, ONE NOT
      *          AFTER THE LAST ONE RECONCILED, OR ONE WITHOUT ITS
      *          HEADER OR TRAILER IS REFUSED WITH RETURN CODE 8 AND
      *          NOTHING WRITTEN.
      * Tectonics: cobc
      * Modification History:
      *  20261015 TA - INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. FHBNK0001.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
          SELECT STM-FL ASSIGN TO WS-STM-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-STM.
          SELECT OPTIONAL OUT-FL ASSIGN TO WS-OUT-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS.
          SELECT OPTIONAL HIS-FL ASSIGN TO WS-HIS-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-HIS.
          SELECT OPTIONAL BROO-FL ASSIGN TO WS-BROO-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-BROO.
          SELECT BRON-FL ASSIGN TO WS-BRON-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-BRON.
          SELECT RPT-FL ASSIGN TO WS-RPT-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-RPT.
       DATA DIVISION.
        FILE SECTION.
         COPY 'FHBOOK20.COB'.
         COPY 'FHBOOK03.COB'.

         FD  HIS-FL.
         01  HIS-REC                 PIC X(76).

         FD  BROO-FL.
         01  BROO-REC                PIC X(135).

         FD  BRON-FL.
         01  BRON-REC                PIC X(135).

         FD  RPT-FL.
         01  RPT-REC                 PIC X(132).

        WORKING-STORAGE SECTION.
         77  WS-ARG-NUM              PIC 9(02)   VALUE 1.
         77  WS-STM-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-OUT-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-HIS-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-LIVE-HIS-FL-NAME     PIC X(60)   VALUE SPACES.
         77  WS-ARC-HIS-FL-NAME      PIC X(60)   VALUE SPACES.
         77  WS-BROO-FL-NAME         PIC X(60)   VALUE SPACES.
         77  WS-BRON-FL-NAME         PIC X(60)   VALUE SPACES.
         77  WS-RPT-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-STMT-DATE-X          PIC X(08)   VALUE SPACES.
         77  WS-STMT-DATE            PIC 9(08)   VALUE ZEROS.
         77  WS-STMT-DN              PIC 9(07)   VALUE ZEROS.
         77  WS-WINDOW-X             PIC X(02)   VALUE SPACES.
         77  WS-WINDOW               PIC 9(02)   VALUE 3.

      * WHAT THE LAST RUN LEFT ON THE CONTROL RECORD. WITHOUT ONE
      * (THE FIRST STATEMENT EVER RECONCILED) THE BOOK BALANCE STARTS
      * AT THE STATEMENT'S OPENING BALANCE AND NO HISTORY IS SCANNED.
         77  WS-CTL-SW               PIC X(01)   VALUE 'N'.
             88  WS-HAVE-CTL               VALUE 'Y'.
         77  WS-LAST-DATE            PIC 9(08)   VALUE ZEROS.
         77  WS-LAST-DN              PIC 9(07)   VALUE ZEROS.
         77  WS-CTL-ACCOUNT          PIC X(12)   VALUE SPACES.
         77  WS-PRIOR-CLOSE          PIC S9(11)V99 VALUE ZEROS.
         77  WS-BOOK-BF              PIC S9(11)V99 VALUE ZEROS.
         77  WS-BOOK-BAL             PIC S9(11)V99 VALUE ZEROS.
         77  WS-BOOK-MOVE            PIC S9(11)V99 VALUE ZEROS.

      * THE STATEMENT AS READ.
         77  WS-HDR-SW               PIC X(01)   VALUE 'N'.
             88  WS-HDR-SEEN               VALUE 'Y'.
         77  WS-TRL-SW               PIC X(01)   VALUE 'N'.
             88  WS-TRL-SEEN               VALUE 'Y'.
         77  WS-ACCOUNT              PIC X(12)   VALUE SPACES.
         77  WS-HDR-DATE             PIC 9(08)   VALUE ZEROS.
         77  WS-OPEN-BAL             PIC S9(11)V99 VALUE ZEROS.
         77  WS-CLOSE-BAL            PIC S9(11)V99 VALUE ZEROS.
         77  WS-STM-NET              PIC S9(11)V99 VALUE ZEROS.
         77  WS-STM-FOOT             PIC S9(11)V99 VALUE ZEROS.
         77  WS-TRL-CT               PIC 9(07)   VALUE ZEROS.
         77  WS-LINE-CT              PIC 9(07)   VALUE ZEROS.
         77  WS-BAD-LINE-CT          PIC 9(07)   VALUE ZEROS.

         77  WS-CT-02                PIC 9(01)   VALUE ZEROS.
         77  WS-OLD-B-CT             PIC 9(05)   VALUE ZEROS.
         77  WS-OLD-S-CT             PIC 9(05)   VALUE ZEROS.
         77  WS-OLD-M-CT             PIC 9(05)   VALUE ZEROS.
         77  WS-OUT-READ-CT          PIC 9(07)   VALUE ZEROS.
         77  WS-OUT-NEW-CT           PIC 9(05)   VALUE ZEROS.
         77  WS-HIS-READ-CT          PIC 9(07)   VALUE ZEROS.
         77  WS-HIS-NEW-CT           PIC 9(05)   VALUE ZEROS.
         77  WS-KNOWN-CT             PIC 9(05)   VALUE ZEROS.
         77  WS-MATCH-CT             PIC 9(05)   VALUE ZEROS.
         77  WS-MATCH-REF-CT         PIC 9(05)   VALUE ZEROS.
         77  WS-OUT-B-CT             PIC 9(05)   VALUE ZEROS.
         77  WS-OUT-B-AMT            PIC S9(11)V99 VALUE ZEROS.
         77  WS-OUT-S-CT             PIC 9(05)   VALUE ZEROS.
         77  WS-OUT-S-AMT            PIC S9(11)V99 VALUE ZEROS.
         77  WS-NEW-M-CT             PIC 9(05)   VALUE ZEROS.
         77  WS-PROOF                PIC S9(11)V99 VALUE ZEROS.
         77  WS-ITEM-AMT             PIC S9(11)V99 VALUE ZEROS.
         77  WS-AGE-DAYS             PIC 9(05)   VALUE ZEROS.
         77  WS-FAIL-CT              PIC 9(03)   VALUE ZEROS.
         77  WS-ORIGIN               PIC X(01)   VALUE SPACE.

         77  WS-STTS                 PIC XX      VALUE '..'.
             88  WS-STTS-OK                VALUE '00' '05'.
             88  WS-STTS-EOF               VALUE '10'.
         77  WS-STTS-STM             PIC XX      VALUE '..'.
             88  WS-STTS-STM-OK            VALUE '00'.
             88  WS-STTS-STM-EOF           VALUE '10'.
         77  WS-STTS-HIS             PIC XX      VALUE '..'.
             88  WS-STTS-HIS-OK            VALUE '00' '05'.
             88  WS-STTS-HIS-EOF           VALUE '10'.
         77  WS-STTS-BROO            PIC XX      VALUE '..'.
             88  WS-STTS-BROO-OK           VALUE '00' '05'.
             88  WS-STTS-BROO-EOF          VALUE '10'.
         77  WS-STTS-BRON            PIC XX      VALUE '..'.
             88  WS-STTS-BRON-OK           VALUE '00'.
         77  WS-STTS-RPT             PIC XX      VALUE '..'.
             88  WS-STTS-RPT-OK            VALUE '00'.
         77  WS-ERR-CTX              PIC X(20)   VALUE SPACES.
         77  WS-ERR-STATUS           PIC XX      VALUE SPACES.

         77  WS-BX                   PIC 9(04)   VALUE ZEROS.
         77  WS-SX                   PIC 9(04)   VALUE ZEROS.
         77  WS-FOUND-IX             PIC 9(04)   VALUE ZEROS.
         77  WS-IMAGE                PIC X(76)   VALUE SPACES.

      * THE STATEMENT LINE BEING MATCHED AND THE BEST CANDIDATE SO FAR.
         77  WS-M-DIR                PIC X(01)   VALUE SPACE.
         77  WS-M-AMOUNT             PIC 9(11)V99 VALUE ZEROS.
         77  WS-M-DN                 PIC 9(07)   VALUE ZEROS.
         77  WS-M-REF                PIC X(16)   VALUE SPACES.
         77  WS-M-REF-LEN            PIC 9(02)   VALUE ZEROS.
         77  WS-REF-HITS             PIC 9(03)   VALUE ZEROS.
         77  WS-DIFF                 PIC S9(07)  VALUE ZEROS.
         77  WS-BEST-IX              PIC 9(04)   VALUE ZEROS.
         77  WS-BEST-DIFF            PIC S9(07)  VALUE ZEROS.
         77  WS-BEST-REF-SW          PIC X(01)   VALUE 'N'.
             88  WS-BEST-BY-REF            VALUE 'Y'.
         77  WS-CAND-REF-SW          PIC X(01)   VALUE 'N'.
             88  WS-CAND-BY-REF            VALUE 'Y'.

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

         01  WS-CUM-DAYS-X           PIC X(36)   VALUE
             '000031059090120151181212243273304334'.
         01  WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-X.
             05  WS-CUM-DAYS         PIC 9(03)   OCCURS 12 TIMES.

         COPY 'FHBOOK21.COB'.

         01  RPT-HDR-1.
             05  FILLER              PIC X(44)   VALUE
                 'BANK RECONCILIATION - FHBNK0001             '.
             05  FILLER              PIC X(16)   VALUE
                 'STATEMENT DATE: '.
             05  RPT-H1-DATE         PIC 9(08).
         01  RPT-HDR-2.
             05  FILLER              PIC X(09)   VALUE 'ACCOUNT: '.
             05  RPT-H2-ACCOUNT      PIC X(12).
             05  FILLER              PIC X(17)   VALUE
                 '   DATE WINDOW: '.
             05  RPT-H2-WINDOW       PIC Z9.
             05  FILLER              PIC X(05)   VALUE ' DAYS'.
         01  RPT-HDR-3.
             05  FILLER              PIC X(13)   VALUE 'STATEMENT:   '.
             05  RPT-H3-STMT         PIC X(60).
         01  RPT-HDR-4.
             05  FILLER              PIC X(13)   VALUE 'OUTSTANDING: '.
             05  RPT-H4-OUTS         PIC X(60).
         01  RPT-HEAD-LINE.
             05  RPT-H-TEXT          PIC X(70).

         01  RPT-PAIR-HEAD.
             05  FILLER              PIC X(50)   VALUE
                 'VALUE DT D/C        AMOUNT REFERENCE        | OUR '.
             05  FILLER              PIC X(47)   VALUE
                 'DATE   CATEGORY             TY SOURCE  BY  DAYS'.
         01  RPT-PAIR.
             05  RPT-P-VDATE         PIC 9(08).
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-P-DC            PIC X(01).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-P-AMT           PIC Z(10)9.99.
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-P-REF           PIC X(16).
             05  FILLER              PIC X(03)   VALUE ' | '.
             05  RPT-P-ODATE         PIC X(10).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-P-DESC          PIC X(20).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-P-TYPE          PIC X(02).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-P-SOURCE        PIC X(07).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-P-BY            PIC X(03).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-P-DAYS          PIC Z(03)9.

         01  RPT-STMT-HEAD.
             05  FILLER              PIC X(50)   VALUE
                 'VALUE DT D/C         AMOUNT REFERENCE        NARRA'.
             05  FILLER              PIC X(50)   VALUE
                 'TIVE                      FIRST SEEN   AGE       '.
         01  RPT-STMT.
             05  RPT-S-VDATE         PIC 9(08).
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-S-DC            PIC X(01).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-S-AMT           PIC Z(10)9.99.
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-S-REF           PIC X(16).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-S-NARR          PIC X(30).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-S-SEEN          PIC 9(08).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-S-AGE           PIC Z(04)9.

         01  RPT-BOOK-HEAD.
             05  FILLER              PIC X(50)   VALUE
                 'OUR DATE   CATEGORY             DESCRIPTION       '.
             05  FILLER              PIC X(50)   VALUE
                 '             TY D/C         AMOUNT FIRST SEEN   AG'.
             05  FILLER              PIC X(01)   VALUE 'E'.
         01  RPT-BOOK.
             05  RPT-B-DATE          PIC X(10).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-B-DESC-A        PIC X(20).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-B-DESC-B        PIC X(30).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-B-TYPE          PIC X(02).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-B-DC            PIC X(01).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-B-AMT           PIC Z(10)9.99.
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-B-SEEN          PIC 9(08).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-B-AGE           PIC Z(04)9.

         01  RPT-CNT-LINE.
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-C-LABEL         PIC X(50).
             05  RPT-C-CT            PIC Z(06)9.
         01  RPT-AMT-LINE.
             05  FILLER              PIC X(02)   VALUE SPACES.
             05  RPT-A-LABEL         PIC X(50).
             05  RPT-A-AMT           PIC -(11)9.99.
         01  RPT-TIE-CT-LINE.
             05  RPT-TC-LABEL        PIC X(52).
             05  RPT-TC-LEFT         PIC Z(14)9.
             05  FILLER              PIC X(04)   VALUE ' VS '.
             05  RPT-TC-RIGHT        PIC Z(14)9.
             05  FILLER              PIC X(03)   VALUE SPACES.
             05  RPT-TC-FLAG         PIC X(04).
         01  RPT-TIE-AMT-LINE.
             05  RPT-TA-LABEL        PIC X(52).
             05  RPT-TA-LEFT         PIC -(11)9.99.
             05  FILLER              PIC X(04)   VALUE ' VS '.
             05  RPT-TA-RIGHT        PIC -(11)9.99.
             05  FILLER              PIC X(03)   VALUE SPACES.
             05  RPT-TA-FLAG         PIC X(04).
         01  RPT-VERDICT.
             05  RPT-V-TEXT          PIC X(70).

      * THE ONE LINE FHCTL0001 READS OFF THIS REPORT FOR THE NIGHTLY
      * CONTROL PAGE. THE POSITIONS ARE FIXED; CHANGE BOTH TOGETHER.
         01  RPT-CTL-LINE.
             05  FILLER              PIC X(23)   VALUE
                 'RECONCILIATION CONTROL '.
             05  RPT-K-LINES         PIC 9(07).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-K-MATCHED       PIC 9(07).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-K-OUT-BOOK      PIC 9(07).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-K-OUT-STMT      PIC 9(07).
             05  FILLER              PIC X(01)   VALUE SPACES.
             05  RPT-K-VERDICT       PIC X(04).

      * OUR SIDE: ORIGIN O CARRIED OUTSTANDING, N FROM TONIGHT'S
      * OUT-FL, H FROM A HISTORY FILE, M CARRIED ALREADY-MATCHED (NEVER
      * A CANDIDATE, ONLY THERE TO BE RECOGNISED).
         01  TB-BOOK.
             05  BKT-QTDE            PIC 9(04)   VALUE ZEROS.
             05  BKT-TAB             OCCURS 3000 TIMES.
                 10  BKT-REC             PIC X(135).
                 10  BKT-ORIGIN          PIC X(01).
                 10  BKT-DN              PIC 9(07).
                 10  BKT-PAIR            PIC 9(04).

      * BANK SIDE: ORIGIN O CARRIED OUTSTANDING, N FROM THIS STATEMENT.
         01  TB-STMT.
             05  STT-QTDE            PIC 9(04)   VALUE ZEROS.
             05  STT-TAB             OCCURS 3000 TIMES.
                 10  STT-REC             PIC X(135).
                 10  STT-ORIGIN          PIC X(01).
                 10  STT-DN              PIC 9(07).
                 10  STT-PAIR            PIC 9(04).
                 10  STT-BY              PIC X(03).


       PROCEDURE DIVISION.
         000-MAIN.
         DISPLAY 'MAIN: FHBNK0001'.
         PERFORM 100-INIT.
         PERFORM 200-PROCESS.
         PERFORM 300-END.

        100-INIT.
         DISPLAY 'INIT: FHBNK0001'.

         MOVE 1 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-STMT-DATE-X FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-STMT-DATE-X
         END-ACCEPT.
         IF WS-STMT-DATE-X = SPACES OR WS-STMT-DATE-X NOT NUMERIC
            PERFORM 190-USAGE
         END-IF.
         MOVE WS-STMT-DATE-X TO WS-STMT-DATE.
         MOVE WS-STMT-DATE TO WS-DN-DATE.
         IF WS-DN-MM < 1 OR WS-DN-MM > 12 OR
            WS-DN-DD < 1 OR WS-DN-DD > 31
            PERFORM 190-USAGE
         END-IF.
         PERFORM 400-DAY-NUMBER.
         MOVE WS-DN-DAYS TO WS-STMT-DN.
         DISPLAY 'STATEMENT DATE: ' WS-STMT-DATE.

         MOVE 2 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-STM-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-STM-FL-NAME
         END-ACCEPT.
         IF WS-STM-FL-NAME = SPACES
            STRING 'bank_stmt_'   DELIMITED BY SIZE
                   WS-STMT-DATE-X DELIMITED BY SIZE
                   '.txt'         DELIMITED BY SIZE
                   INTO WS-STM-FL-NAME
            END-STRING
         END-IF.
         DISPLAY 'BANK STATEMENT: ' WS-STM-FL-NAME.

         MOVE 3 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-OUT-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-OUT-FL-NAME
         END-ACCEPT.
         IF WS-OUT-FL-NAME = SPACES
            STRING 'log_out_'     DELIMITED BY SIZE
                   WS-STMT-DATE-X DELIMITED BY SIZE
                   '.txt'         DELIMITED BY SIZE
                   INTO WS-OUT-FL-NAME
            END-STRING
         END-IF.
         DISPLAY 'OUT-FL: ' WS-OUT-FL-NAME.

         MOVE 4 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-LIVE-HIS-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-LIVE-HIS-FL-NAME
         END-ACCEPT.
         IF WS-LIVE-HIS-FL-NAME = SPACES
            MOVE 'log_history.txt' TO WS-LIVE-HIS-FL-NAME
         END-IF.
         DISPLAY 'HISTORY: ' WS-LIVE-HIS-FL-NAME.

         MOVE 5 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-BROO-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-BROO-FL-NAME
         END-ACCEPT.
         IF WS-BROO-FL-NAME = SPACES
            MOVE 'bank_outstanding.txt' TO WS-BROO-FL-NAME
         END-IF.
         DISPLAY 'OLD OUTSTANDING ITEMS: ' WS-BROO-FL-NAME.

         MOVE 6 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-BRON-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-BRON-FL-NAME
         END-ACCEPT.
         IF WS-BRON-FL-NAME = SPACES
            MOVE 'bank_outstanding_new.txt' TO WS-BRON-FL-NAME
         END-IF.
         DISPLAY 'NEW OUTSTANDING ITEMS: ' WS-BRON-FL-NAME.

         MOVE 7 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-RPT-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-RPT-FL-NAME
         END-ACCEPT.
         IF WS-RPT-FL-NAME = SPACES
            STRING 'bank_rec_'    DELIMITED BY SIZE
                   WS-STMT-DATE-X DELIMITED BY SIZE
                   '.txt'         DELIMITED BY SIZE
                   INTO WS-RPT-FL-NAME
            END-STRING
         END-IF.
         DISPLAY 'RECONCILIATION REPORT: ' WS-RPT-FL-NAME.

         MOVE 8 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-WINDOW-X FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-WINDOW-X
         END-ACCEPT.
         IF WS-WINDOW-X NOT = SPACES
            IF WS-WINDOW-X(2:1) = SPACE
               MOVE WS-WINDOW-X(1:1) TO WS-WINDOW-X(2:1)
               MOVE '0' TO WS-WINDOW-X(1:1)
            END-IF
            IF WS-WINDOW-X NOT NUMERIC
               PERFORM 190-USAGE
            END-IF
            MOVE WS-WINDOW-X TO WS-WINDOW
         END-IF.
         DISPLAY 'DATE WINDOW IN DAYS: ' WS-WINDOW.

        190-USAGE.
         DISPLAY 'USAGE: FHBNK0001 <YYYYMMDD> [STATEMENT] [OUT-FL]'
                 ' [HISTORY] [OLD OUTSTANDING] [NEW OUTSTANDING]'
                 ' [REPORT] [DATE WINDOW DAYS]'.
         MOVE 8 TO RETURN-CODE.
         STOP RUN.

        200-PROCESS.
         DISPLAY 'PROCESS: FHBNK0001'.
         PERFORM 201-LOAD-OUTSTANDING.
         PERFORM 205-LOAD-STATEMENT.
         PERFORM 208-CHECK-STATEMENT.
         PERFORM 210-TAKE-ON-OUT-FL.
         IF WS-HAVE-CTL
            PERFORM 215-TAKE-ON-HISTORY
         END-IF.
         COMPUTE WS-BOOK-BAL = WS-BOOK-BF + WS-BOOK-MOVE.
         PERFORM 220-MATCH-STATEMENT.
         PERFORM 230-WRITE-OUTSTANDING.
         PERFORM 240-WRITE-REPORT.

      * THE CONTROL RECORD COMES FIRST; EVERY OTHER RECORD IS AN ITEM
      * FOR ONE SIDE OR THE OTHER. ITEMS KEEP THE ORDER THEY WERE
      * CARRIED IN, OLDEST FIRST, SO THE OLDEST GETS THE FIRST CHANCE
      * TO MATCH.
        201-LOAD-OUTSTANDING.
         MOVE 1 TO WS-CT-02.
         OPEN INPUT BROO-FL.
         IF NOT WS-STTS-BROO-OK
            MOVE 'OPEN BROO-FL' TO WS-ERR-CTX
            MOVE WS-STTS-BROO TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         PERFORM 202-READ-OUTSTANDING-REC UNTIL WS-CT-02 = 0.
         CLOSE BROO-FL.
         IF WS-HAVE-CTL
            DISPLAY 'LAST STATEMENT RECONCILED: ' WS-LAST-DATE
         ELSE
            DISPLAY 'NO CONTROL RECORD - FIRST STATEMENT RECONCILED'
         END-IF.
         DISPLAY 'CARRIED - OURS: ' WS-OLD-B-CT ' BANK: ' WS-OLD-S-CT.

        202-READ-OUTSTANDING-REC.
         READ BROO-FL INTO BRO-REC
          AT END
           MOVE ZEROS TO WS-CT-02
          NOT AT END
           EVALUATE TRUE
             WHEN BRO-CONTROL
                SET WS-HAVE-CTL TO TRUE
                MOVE BRO-C-STMT-DATE TO WS-LAST-DATE
                MOVE BRO-C-ACCOUNT TO WS-CTL-ACCOUNT
                MOVE BRO-C-CLOSE-BAL TO WS-PRIOR-CLOSE
                IF BRO-C-CLOSE-SIGN = '-'
                   COMPUTE WS-PRIOR-CLOSE = ZEROS - WS-PRIOR-CLOSE
                END-IF
                MOVE BRO-C-BOOK-BAL TO WS-BOOK-BF
                IF BRO-C-BOOK-SIGN = '-'
                   COMPUTE WS-BOOK-BF = ZEROS - WS-BOOK-BF
                END-IF
                MOVE WS-LAST-DATE TO WS-DN-DATE
                PERFORM 400-DAY-NUMBER
                MOVE WS-DN-DAYS TO WS-LAST-DN
             WHEN BRO-BOOK
                MOVE 'O' TO WS-ORIGIN
                PERFORM 203-CARRY-BOOK-ITEM
                ADD 1 TO WS-OLD-B-CT
             WHEN BRO-MATCHED
                MOVE 'M' TO WS-ORIGIN
                PERFORM 203-CARRY-BOOK-ITEM
                ADD 1 TO WS-OLD-M-CT
             WHEN BRO-STMT
                PERFORM 204-CARRY-STMT-ITEM
                ADD 1 TO WS-OLD-S-CT
             WHEN OTHER
                DISPLAY 'WARNING: UNKNOWN OUTSTANDING RECORD DROPPED: '
                        BRO-REC(1:60)
           END-EVALUATE
         END-READ.
         IF NOT WS-STTS-BROO-OK AND NOT WS-STTS-BROO-EOF
            MOVE 'READ BROO-FL' TO WS-ERR-CTX
            MOVE WS-STTS-BROO TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        203-CARRY-BOOK-ITEM.
         PERFORM 209-CHECK-BOOK-ROOM.
         ADD 1 TO BKT-QTDE.
         MOVE BRO-REC TO BKT-REC(BKT-QTDE).
         MOVE WS-ORIGIN TO BKT-ORIGIN(BKT-QTDE).
         MOVE BRO-ITEM-DATE TO WS-DN-DATE.
         PERFORM 400-DAY-NUMBER.
         MOVE WS-DN-DAYS TO BKT-DN(BKT-QTDE).
         MOVE ZEROS TO BKT-PAIR(BKT-QTDE).

        204-CARRY-STMT-ITEM.
         PERFORM 212-CHECK-STMT-ROOM.
         ADD 1 TO STT-QTDE.
         MOVE BRO-REC TO STT-REC(STT-QTDE).
         MOVE 'O' TO STT-ORIGIN(STT-QTDE).
         MOVE BRO-ITEM-DATE TO WS-DN-DATE.
         PERFORM 400-DAY-NUMBER.
         MOVE WS-DN-DAYS TO STT-DN(STT-QTDE).
         MOVE ZEROS TO STT-PAIR(STT-QTDE).
         MOVE SPACES TO STT-BY(STT-QTDE).

        205-LOAD-STATEMENT.
         MOVE 1 TO WS-CT-02.
         OPEN INPUT STM-FL.
         IF NOT WS-STTS-STM-OK
            MOVE 'OPEN STM-FL' TO WS-ERR-CTX
            MOVE WS-STTS-STM TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         PERFORM 206-READ-STMT-REC UNTIL WS-CT-02 = 0.
         CLOSE STM-FL.
         DISPLAY 'STATEMENT LINES READ: ' WS-LINE-CT.

      * A DETAIL LINE THAT CANNOT BE READ IS LISTED AND LEFT OUT. IT
      * STILL BREAKS THE COUNT AND FOOTING TIES, SO IT CANNOT GO
      * UNNOTICED.
        206-READ-STMT-REC.
         READ STM-FL
          AT END
           MOVE ZEROS TO WS-CT-02
          NOT AT END
           EVALUATE TRUE
             WHEN STM-HEADER AND NOT WS-HDR-SEEN
              AND NOT WS-TRL-SEEN
                SET WS-HDR-SEEN TO TRUE
                MOVE STM-H-ACCOUNT TO WS-ACCOUNT
                MOVE STM-H-STMT-DATE TO WS-HDR-DATE
                MOVE STM-H-OPEN-BAL TO WS-OPEN-BAL
                IF STM-H-OPEN-SIGN = '-'
                   COMPUTE WS-OPEN-BAL = ZEROS - WS-OPEN-BAL
                END-IF
             WHEN STM-DETAIL AND WS-HDR-SEEN AND NOT WS-TRL-SEEN
                IF STM-D-VALUE-DATE NUMERIC AND
                   STM-D-AMOUNT NUMERIC AND
                   (STM-D-DEBIT OR STM-D-CREDIT)
                   PERFORM 207-ADD-STMT-LINE
                ELSE
                   ADD 1 TO WS-BAD-LINE-CT
                   DISPLAY 'UNREADABLE STATEMENT LINE: ' STM-REC
                END-IF
             WHEN STM-TRAILER AND WS-HDR-SEEN AND NOT WS-TRL-SEEN
                SET WS-TRL-SEEN TO TRUE
                MOVE STM-T-LINE-CT TO WS-TRL-CT
                MOVE STM-T-CLOSE-BAL TO WS-CLOSE-BAL
                IF STM-T-CLOSE-SIGN = '-'
                   COMPUTE WS-CLOSE-BAL = ZEROS - WS-CLOSE-BAL
                END-IF
             WHEN OTHER
                ADD 1 TO WS-BAD-LINE-CT
                DISPLAY 'UNREADABLE STATEMENT LINE: ' STM-REC
           END-EVALUATE
         END-READ.
         IF NOT WS-STTS-STM-OK AND NOT WS-STTS-STM-EOF
            MOVE 'READ STM-FL' TO WS-ERR-CTX
            MOVE WS-STTS-STM TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        207-ADD-STMT-LINE.
         PERFORM 212-CHECK-STMT-ROOM.
         ADD 1 TO WS-LINE-CT.
         MOVE SPACES TO BRO-REC.
         SET BRO-STMT TO TRUE.
         MOVE STM-D-VALUE-DATE TO BRO-ITEM-DATE.
         MOVE WS-STMT-DATE TO BRO-FIRST-SEEN.
         MOVE ZEROS TO BRO-AGE.
         MOVE STM-D-DC TO BRO-DIR.
         MOVE STM-D-AMOUNT TO BRO-AMOUNT.
         MOVE STM-D-REFERENCE TO BRO-REFERENCE.
         MOVE STM-D-NARRATIVE TO BRO-S-NARRATIVE.
         PERFORM 260-SIGNED-AMOUNT.
         ADD WS-ITEM-AMT TO WS-STM-NET.
         ADD 1 TO STT-QTDE.
         MOVE BRO-REC TO STT-REC(STT-QTDE).
         MOVE 'N' TO STT-ORIGIN(STT-QTDE).
         MOVE BRO-ITEM-DATE TO WS-DN-DATE.
         PERFORM 400-DAY-NUMBER.
         MOVE WS-DN-DAYS TO STT-DN(STT-QTDE).
         MOVE ZEROS TO STT-PAIR(STT-QTDE).
         MOVE SPACES TO STT-BY(STT-QTDE).

      * A STATEMENT THAT IS NOT THE NEXT ONE FOR THIS ACCOUNT IS NOT
      * RECONCILED AT ALL: NOTHING IS WRITTEN AND THE OUTSTANDING FILE
      * STAYS AS IT WAS, SO THE RIGHT STATEMENT CAN BE RUN INSTEAD.
        208-CHECK-STATEMENT.
         IF NOT WS-HDR-SEEN
            DISPLAY 'REFUSED: STATEMENT HAS NO HEADER LINE'
            MOVE 8 TO RETURN-CODE
            STOP RUN
         END-IF.
         IF NOT WS-TRL-SEEN
            DISPLAY 'REFUSED: STATEMENT HAS NO TRAILER LINE'
            MOVE 8 TO RETURN-CODE
            STOP RUN
         END-IF.
         IF WS-HDR-DATE NOT = WS-STMT-DATE
            DISPLAY 'REFUSED: STATEMENT IS DATED ' WS-HDR-DATE
                    ', NOT ' WS-STMT-DATE
            MOVE 8 TO RETURN-CODE
            STOP RUN
         END-IF.
         IF WS-HAVE-CTL
            IF WS-ACCOUNT NOT = WS-CTL-ACCOUNT
               DISPLAY 'REFUSED: STATEMENT IS FOR ACCOUNT ' WS-ACCOUNT
                       ', OUTSTANDING ITEMS ARE FOR ' WS-CTL-ACCOUNT
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            IF WS-STMT-DATE NOT > WS-LAST-DATE
               DISPLAY 'REFUSED: STATEMENT ' WS-STMT-DATE
                       ' IS NOT AFTER THE LAST ONE RECONCILED, '
                       WS-LAST-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
         ELSE
            MOVE WS-OPEN-BAL TO WS-BOOK-BF
         END-IF.

        209-CHECK-BOOK-ROOM.
         IF BKT-QTDE NOT < 3000
            DISPLAY 'FATAL: BOOK ITEM TABLE FULL AT 3000 ITEMS'
            MOVE 'BOOK TABLE' TO WS-ERR-CTX
            MOVE 'XX' TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

      * OUT-FL IS OPTIONAL: A STATEMENT CAN STILL BE RECONCILED ON A
      * DAY WITH NO TRANSACTIONS OF OUR OWN.
        210-TAKE-ON-OUT-FL.
         MOVE 1 TO WS-CT-02.
         OPEN INPUT OUT-FL.
         IF NOT WS-STTS-OK
            MOVE 'OPEN OUT-FL' TO WS-ERR-CTX
            MOVE WS-STTS TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         PERFORM 211-READ-OUT-REC UNTIL WS-CT-02 = 0.
         CLOSE OUT-FL.
         DISPLAY 'TAKEN ON FROM OUT-FL: ' WS-OUT-NEW-CT.

        211-READ-OUT-REC.
         READ OUT-FL
          AT END
           MOVE ZEROS TO WS-CT-02
          NOT AT END
           ADD 1 TO WS-OUT-READ-CT
           IF OUT-MARKER-OK OR OUT-MARKER-APPROVED
              MOVE OUT-REC(1:76) TO WS-IMAGE
              MOVE 'N' TO WS-ORIGIN
              PERFORM 250-ADD-BOOK-ITEM
           END-IF
         END-READ.
         IF NOT WS-STTS-OK AND NOT WS-STTS-EOF
            MOVE 'READ OUT-FL' TO WS-ERR-CTX
            MOVE WS-STTS TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        212-CHECK-STMT-ROOM.
         IF STT-QTDE NOT < 3000
            DISPLAY 'FATAL: STATEMENT ITEM TABLE FULL AT 3000 ITEMS'
            MOVE 'STMT TABLE' TO WS-ERR-CTX
            MOVE 'XX' TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

      * A HISTORY RECORD DATED AFTER THE LAST STATEMENT RECONCILED AND
      * NOT ALREADY KNOWN HERE BELONGS TO A NIGHT THIS JOB NEVER SAW.
      * THE LIVE FILE IS READ, AND THE MONTH ARCHIVE FHARC01.sh CUTS
      * FROM IT WHEN THE LAST STATEMENT FELL IN AN EARLIER MONTH - A
      * CLOSE MAY HAVE MOVED THOSE DAYS OUT OF THE LIVE FILE SINCE.
        215-TAKE-ON-HISTORY.
         MOVE WS-LIVE-HIS-FL-NAME TO WS-HIS-FL-NAME.
         PERFORM 216-SCAN-HISTORY-FILE.
         IF WS-LAST-DATE(1:6) < WS-STMT-DATE-X(1:6)
            STRING 'log_history_'   DELIMITED BY SIZE
                   WS-LAST-DATE(1:6) DELIMITED BY SIZE
                   '.txt'           DELIMITED BY SIZE
                   INTO WS-ARC-HIS-FL-NAME
            END-STRING
            MOVE WS-ARC-HIS-FL-NAME TO WS-HIS-FL-NAME
            PERFORM 216-SCAN-HISTORY-FILE
         END-IF.
         DISPLAY 'TAKEN ON FROM HISTORY: ' WS-HIS-NEW-CT.

        216-SCAN-HISTORY-FILE.
         MOVE 1 TO WS-CT-02.
         OPEN INPUT HIS-FL.
         IF NOT WS-STTS-HIS-OK
            MOVE 'OPEN HIS-FL' TO WS-ERR-CTX
            MOVE WS-STTS-HIS TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         DISPLAY 'SCANNING HISTORY: ' WS-HIS-FL-NAME.
         PERFORM 217-READ-HIS-REC UNTIL WS-CT-02 = 0.
         CLOSE HIS-FL.

        217-READ-HIS-REC.
         READ HIS-FL
          AT END
           MOVE ZEROS TO WS-CT-02
          NOT AT END
           ADD 1 TO WS-HIS-READ-CT
           MOVE HIS-REC TO BRO-DETAIL
           IF BRO-H-DT-Y NUMERIC AND BRO-H-DT-M NUMERIC AND
              BRO-H-DT-D NUMERIC
              MOVE BRO-H-DT-Y TO WS-DN-YYYY
              MOVE BRO-H-DT-M TO WS-DN-MM
              MOVE BRO-H-DT-D TO WS-DN-DD
              PERFORM 400-DAY-NUMBER
              IF WS-DN-DAYS > WS-LAST-DN AND
                 WS-DN-DAYS NOT > WS-STMT-DN
                 MOVE HIS-REC TO WS-IMAGE
                 MOVE 'H' TO WS-ORIGIN
                 PERFORM 250-ADD-BOOK-ITEM
              END-IF
           END-IF
         END-READ.
         IF NOT WS-STTS-HIS-OK AND NOT WS-STTS-HIS-EOF
            MOVE 'READ HIS-FL' TO WS-ERR-CTX
            MOVE WS-STTS-HIS TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

      * EACH STATEMENT LINE STILL UNMATCHED, CARRIED ONES FIRST, TAKES
      * THE BEST UNMATCHED TRANSACTION OF OURS THAT MOVES THE MONEY
      * THE SAME WAY FOR THE SAME AMOUNT INSIDE THE DATE WINDOW: ONE
      * CARRYING THE LINE'S REFERENCE IN RC-DESC-B BEFORE ONE THAT
      * DOES NOT, THEN THE CLOSEST DATE, THEN THE OLDEST ITEM.
        220-MATCH-STATEMENT.
         MOVE 1 TO WS-SX.
         PERFORM 221-MATCH-ONE-LINE UNTIL WS-SX > STT-QTDE.
         DISPLAY 'PAIRS MATCHED: ' WS-MATCH-CT
                 ' (ON REFERENCE: ' WS-MATCH-REF-CT ')'.

        221-MATCH-ONE-LINE.
         IF STT-PAIR(WS-SX) = ZEROS
            MOVE STT-REC(WS-SX) TO BRO-REC
            MOVE BRO-DIR TO WS-M-DIR
            MOVE BRO-AMOUNT TO WS-M-AMOUNT
            MOVE BRO-REFERENCE TO WS-M-REF
            MOVE STT-DN(WS-SX) TO WS-M-DN
            MOVE ZEROS TO WS-M-REF-LEN
            IF WS-M-REF NOT = SPACES
               MOVE 16 TO WS-M-REF-LEN
               PERFORM 224-TRIM-REFERENCE
                 UNTIL WS-M-REF(WS-M-REF-LEN:1) NOT = SPACE
            END-IF
            MOVE ZEROS TO WS-BEST-IX
            MOVE 'N' TO WS-BEST-REF-SW
            MOVE 9999999 TO WS-BEST-DIFF
            MOVE 1 TO WS-BX
            PERFORM 222-TRY-BOOK-ITEM UNTIL WS-BX > BKT-QTDE
            IF WS-BEST-IX > ZEROS
               MOVE WS-BEST-IX TO STT-PAIR(WS-SX)
               MOVE WS-SX TO BKT-PAIR(WS-BEST-IX)
               ADD 1 TO WS-MATCH-CT
               IF WS-BEST-BY-REF
                  MOVE 'REF' TO STT-BY(WS-SX)
                  ADD 1 TO WS-MATCH-REF-CT
               ELSE
                  MOVE 'AMT' TO STT-BY(WS-SX)
               END-IF
            END-IF
         END-IF.
         ADD 1 TO WS-SX.

        222-TRY-BOOK-ITEM.
         IF BKT-PAIR(WS-BX) = ZEROS AND BKT-ORIGIN(WS-BX) NOT = 'M'
            MOVE BKT-REC(WS-BX) TO BRO-REC
            IF BRO-DIR = WS-M-DIR AND BRO-AMOUNT = WS-M-AMOUNT
               COMPUTE WS-DIFF = BKT-DN(WS-BX) - WS-M-DN
               IF WS-DIFF < ZEROS
                  COMPUTE WS-DIFF = ZEROS - WS-DIFF
               END-IF
               IF WS-DIFF NOT > WS-WINDOW
                  PERFORM 223-WEIGH-CANDIDATE
               END-IF
            END-IF
         END-IF.
         ADD 1 TO WS-BX.

        223-WEIGH-CANDIDATE.
         MOVE 'N' TO WS-CAND-REF-SW.
         IF WS-M-REF-LEN > ZEROS
            MOVE ZEROS TO WS-REF-HITS
            INSPECT BRO-H-DESC-B TALLYING WS-REF-HITS
              FOR ALL WS-M-REF(1:WS-M-REF-LEN)
            IF WS-REF-HITS > ZEROS
               SET WS-CAND-BY-REF TO TRUE
            END-IF
         END-IF.
         IF (WS-CAND-BY-REF AND NOT WS-BEST-BY-REF) OR
            (WS-CAND-REF-SW = WS-BEST-REF-SW AND
             WS-DIFF < WS-BEST-DIFF)
            MOVE WS-BX TO WS-BEST-IX
            MOVE WS-DIFF TO WS-BEST-DIFF
            MOVE WS-CAND-REF-SW TO WS-BEST-REF-SW
         END-IF.

        224-TRIM-REFERENCE.
         SUBTRACT 1 FROM WS-M-REF-LEN.

      * THE NEW GENERATION: THE CONTROL RECORD, OUR ITEMS STILL
      * UNMATCHED, THE MATCHED ONES DATED AFTER THIS STATEMENT (SO
      * THE NEXT HISTORY SCAN KNOWS THEM), THEN THE STATEMENT LINES
      * STILL UNMATCHED. EVERY AGE IS RESTATED AS OF THIS STATEMENT.
        230-WRITE-OUTSTANDING.
         OPEN OUTPUT BRON-FL.
         IF NOT WS-STTS-BRON-OK
            MOVE 'OPEN BRON-FL' TO WS-ERR-CTX
            MOVE WS-STTS-BRON TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         MOVE 1 TO WS-BX.
         PERFORM 232-TOTAL-ONE-BOOK-ITEM UNTIL WS-BX > BKT-QTDE.
         MOVE 1 TO WS-SX.
         PERFORM 234-TOTAL-ONE-STMT-ITEM UNTIL WS-SX > STT-QTDE.
         COMPUTE WS-PROOF = WS-BOOK-BAL - WS-OUT-B-AMT + WS-OUT-S-AMT.
         MOVE SPACES TO BRO-REC.
         SET BRO-CONTROL TO TRUE.
         MOVE WS-STMT-DATE TO BRO-C-STMT-DATE.
         MOVE WS-ACCOUNT TO BRO-C-ACCOUNT.
         IF WS-CLOSE-BAL < ZEROS
            MOVE '-' TO BRO-C-CLOSE-SIGN
         ELSE
            MOVE '+' TO BRO-C-CLOSE-SIGN
         END-IF.
         MOVE WS-CLOSE-BAL TO BRO-C-CLOSE-BAL.
         IF WS-BOOK-BAL < ZEROS
            MOVE '-' TO BRO-C-BOOK-SIGN
         ELSE
            MOVE '+' TO BRO-C-BOOK-SIGN
         END-IF.
         MOVE WS-BOOK-BAL TO BRO-C-BOOK-BAL.
         PERFORM 239-WRITE-BRO-REC.
         MOVE 1 TO WS-BX.
         PERFORM 233-WRITE-ONE-BOOK-ITEM UNTIL WS-BX > BKT-QTDE.
         MOVE 1 TO WS-SX.
         PERFORM 235-WRITE-ONE-STMT-ITEM UNTIL WS-SX > STT-QTDE.
         CLOSE BRON-FL.
         DISPLAY 'NEW OUTSTANDING ITEMS WRITTEN TO ' WS-BRON-FL-NAME.

        232-TOTAL-ONE-BOOK-ITEM.
         IF BKT-PAIR(WS-BX) = ZEROS AND BKT-ORIGIN(WS-BX) NOT = 'M'
            MOVE BKT-REC(WS-BX) TO BRO-REC
            PERFORM 260-SIGNED-AMOUNT
            ADD 1 TO WS-OUT-B-CT
            ADD WS-ITEM-AMT TO WS-OUT-B-AMT
         END-IF.
         ADD 1 TO WS-BX.

        233-WRITE-ONE-BOOK-ITEM.
         MOVE BKT-REC(WS-BX) TO BRO-REC.
         EVALUATE TRUE
           WHEN BKT-ORIGIN(WS-BX) = 'M'
              IF BRO-ITEM-DATE > WS-STMT-DATE
                 PERFORM 239-WRITE-BRO-REC
                 ADD 1 TO WS-NEW-M-CT
              END-IF
           WHEN BKT-PAIR(WS-BX) > ZEROS
              IF BRO-ITEM-DATE > WS-STMT-DATE
                 SET BRO-MATCHED TO TRUE
                 PERFORM 239-WRITE-BRO-REC
                 ADD 1 TO WS-NEW-M-CT
              END-IF
           WHEN OTHER
              PERFORM 236-SET-AGE
              MOVE BRO-REC TO BKT-REC(WS-BX)
              PERFORM 239-WRITE-BRO-REC
         END-EVALUATE.
         ADD 1 TO WS-BX.

        234-TOTAL-ONE-STMT-ITEM.
         IF STT-PAIR(WS-SX) = ZEROS
            MOVE STT-REC(WS-SX) TO BRO-REC
            PERFORM 260-SIGNED-AMOUNT
            ADD 1 TO WS-OUT-S-CT
            ADD WS-ITEM-AMT TO WS-OUT-S-AMT
         END-IF.
         ADD 1 TO WS-SX.

        235-WRITE-ONE-STMT-ITEM.
         IF STT-PAIR(WS-SX) = ZEROS
            MOVE STT-REC(WS-SX) TO BRO-REC
            PERFORM 236-SET-AGE
            MOVE BRO-REC TO STT-REC(WS-SX)
            PERFORM 239-WRITE-BRO-REC
         END-IF.
         ADD 1 TO WS-SX.

      * AGE IN DAYS FROM THE ITEM'S OWN DATE TO THIS STATEMENT; AN ITEM
      * DATED AFTER THE STATEMENT IS AGE ZERO.
        236-SET-AGE.
         MOVE BRO-ITEM-DATE TO WS-DN-DATE.
         PERFORM 400-DAY-NUMBER.
         MOVE ZEROS TO WS-AGE-DAYS.
         IF WS-STMT-DN > WS-DN-DAYS
            COMPUTE WS-AGE-DAYS = WS-STMT-DN - WS-DN-DAYS
         END-IF.
         MOVE WS-AGE-DAYS TO BRO-AGE.

        239-WRITE-BRO-REC.
         WRITE BRON-REC FROM BRO-REC.
         IF NOT WS-STTS-BRON-OK
            MOVE 'WRITE BRON-FL' TO WS-ERR-CTX
            MOVE WS-STTS-BRON TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        240-WRITE-REPORT.
         OPEN OUTPUT RPT-FL.
         IF NOT WS-STTS-RPT-OK
            MOVE 'OPEN RPT-FL' TO WS-ERR-CTX
            MOVE WS-STTS-RPT TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         MOVE WS-STMT-DATE TO RPT-H1-DATE.
         MOVE RPT-HDR-1 TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE WS-ACCOUNT TO RPT-H2-ACCOUNT.
         MOVE WS-WINDOW TO RPT-H2-WINDOW.
         MOVE RPT-HDR-2 TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE WS-STM-FL-NAME TO RPT-H3-STMT.
         MOVE RPT-HDR-3 TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE WS-BRON-FL-NAME TO RPT-H4-OUTS.
         MOVE RPT-HDR-4 TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         PERFORM 895-WRITE-BLANK-LINE.

         MOVE 'MATCHED PAIRS' TO RPT-H-TEXT.
         MOVE RPT-HEAD-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE RPT-PAIR-HEAD TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 1 TO WS-SX.
         PERFORM 241-LIST-ONE-PAIR UNTIL WS-SX > STT-QTDE.
         PERFORM 895-WRITE-BLANK-LINE.

         MOVE 'STATEMENT LINES WITH NO TRANSACTION (OUTSTANDING)'
           TO RPT-H-TEXT.
         MOVE RPT-HEAD-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE RPT-STMT-HEAD TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 1 TO WS-SX.
         PERFORM 242-LIST-ONE-STMT-ITEM UNTIL WS-SX > STT-QTDE.
         PERFORM 895-WRITE-BLANK-LINE.

         MOVE 'TRANSACTIONS WITH NO STATEMENT LINE (OUTSTANDING)'
           TO RPT-H-TEXT.
         MOVE RPT-HEAD-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE RPT-BOOK-HEAD TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 1 TO WS-BX.
         PERFORM 243-LIST-ONE-BOOK-ITEM UNTIL WS-BX > BKT-QTDE.
         PERFORM 895-WRITE-BLANK-LINE.

         PERFORM 244-WRITE-TAKE-ON.
         PERFORM 895-WRITE-BLANK-LINE.
         PERFORM 245-WRITE-BALANCE-PROOF.
         PERFORM 895-WRITE-BLANK-LINE.
         PERFORM 246-WRITE-TIE-POINTS.
         PERFORM 895-WRITE-BLANK-LINE.
         IF WS-FAIL-CT = ZEROS
            MOVE 'RECONCILIATION VERDICT: TIED - ALL TIE-POINTS CLEAN'
              TO RPT-V-TEXT
            MOVE 'TIED' TO RPT-K-VERDICT
         ELSE
            MOVE 'RECONCILIATION VERDICT: NOT TIED - INVESTIGATE'
              TO RPT-V-TEXT
            MOVE 'FAIL' TO RPT-K-VERDICT
         END-IF.
         MOVE RPT-VERDICT TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE WS-LINE-CT TO RPT-K-LINES.
         MOVE WS-MATCH-CT TO RPT-K-MATCHED.
         MOVE WS-OUT-B-CT TO RPT-K-OUT-BOOK.
         MOVE WS-OUT-S-CT TO RPT-K-OUT-STMT.
         MOVE RPT-CTL-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         CLOSE RPT-FL.
         DISPLAY 'RECONCILIATION REPORT WRITTEN TO ' WS-RPT-FL-NAME.

        241-LIST-ONE-PAIR.
         IF STT-PAIR(WS-SX) > ZEROS
            MOVE STT-REC(WS-SX) TO BRO-REC
            MOVE BRO-ITEM-DATE TO RPT-P-VDATE
            MOVE BRO-DIR TO RPT-P-DC
            MOVE BRO-AMOUNT TO RPT-P-AMT
            MOVE BRO-REFERENCE TO RPT-P-REF
            MOVE STT-BY(WS-SX) TO RPT-P-BY
            MOVE STT-PAIR(WS-SX) TO WS-BX
            COMPUTE WS-DIFF = BKT-DN(WS-BX) - STT-DN(WS-SX)
            IF WS-DIFF < ZEROS
               COMPUTE WS-DIFF = ZEROS - WS-DIFF
            END-IF
            MOVE WS-DIFF TO RPT-P-DAYS
            EVALUATE BKT-ORIGIN(WS-BX)
              WHEN 'O'
                 MOVE 'CARRIED' TO RPT-P-SOURCE
              WHEN 'H'
                 MOVE 'HISTORY' TO RPT-P-SOURCE
              WHEN OTHER
                 MOVE 'TONIGHT' TO RPT-P-SOURCE
            END-EVALUATE
            MOVE BKT-REC(WS-BX) TO BRO-REC
            MOVE BRO-DETAIL(1:10) TO RPT-P-ODATE
            MOVE BRO-H-DESC-A TO RPT-P-DESC
            MOVE BRO-H-TYPE-CD TO RPT-P-TYPE
            MOVE RPT-PAIR TO WS-RPT-LINE
            PERFORM 890-WRITE-RPT-LINE
         END-IF.
         ADD 1 TO WS-SX.

        242-LIST-ONE-STMT-ITEM.
         IF STT-PAIR(WS-SX) = ZEROS
            MOVE STT-REC(WS-SX) TO BRO-REC
            MOVE BRO-ITEM-DATE TO RPT-S-VDATE
            MOVE BRO-DIR TO RPT-S-DC
            MOVE BRO-AMOUNT TO RPT-S-AMT
            MOVE BRO-REFERENCE TO RPT-S-REF
            MOVE BRO-S-NARRATIVE TO RPT-S-NARR
            MOVE BRO-FIRST-SEEN TO RPT-S-SEEN
            MOVE BRO-AGE TO RPT-S-AGE
            MOVE RPT-STMT TO WS-RPT-LINE
            PERFORM 890-WRITE-RPT-LINE
         END-IF.
         ADD 1 TO WS-SX.

        243-LIST-ONE-BOOK-ITEM.
         IF BKT-PAIR(WS-BX) = ZEROS AND BKT-ORIGIN(WS-BX) NOT = 'M'
            MOVE BKT-REC(WS-BX) TO BRO-REC
            MOVE BRO-DETAIL(1:10) TO RPT-B-DATE
            MOVE BRO-H-DESC-A TO RPT-B-DESC-A
            MOVE BRO-H-DESC-B TO RPT-B-DESC-B
            MOVE BRO-H-TYPE-CD TO RPT-B-TYPE
            MOVE BRO-DIR TO RPT-B-DC
            MOVE BRO-AMOUNT TO RPT-B-AMT
            MOVE BRO-FIRST-SEEN TO RPT-B-SEEN
            MOVE BRO-AGE TO RPT-B-AGE
            MOVE RPT-BOOK TO WS-RPT-LINE
            PERFORM 890-WRITE-RPT-LINE
         END-IF.
         ADD 1 TO WS-BX.

        244-WRITE-TAKE-ON.
         MOVE 'ITEMS TAKEN ON AND CARRIED' TO RPT-H-TEXT.
         MOVE RPT-HEAD-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 'OUR ITEMS CARRIED IN' TO RPT-C-LABEL.
         MOVE WS-OLD-B-CT TO RPT-C-CT.
         PERFORM 891-WRITE-CNT-LINE.
         MOVE 'STATEMENT LINES CARRIED IN' TO RPT-C-LABEL.
         MOVE WS-OLD-S-CT TO RPT-C-CT.
         PERFORM 891-WRITE-CNT-LINE.
         MOVE 'OUT-FL RECORDS READ' TO RPT-C-LABEL.
         MOVE WS-OUT-READ-CT TO RPT-C-CT.
         PERFORM 891-WRITE-CNT-LINE.
         MOVE '  OK/APPRV TRANSACTIONS TAKEN ON' TO RPT-C-LABEL.
         MOVE WS-OUT-NEW-CT TO RPT-C-CT.
         PERFORM 891-WRITE-CNT-LINE.
         MOVE 'HISTORY RECORDS READ' TO RPT-C-LABEL.
         MOVE WS-HIS-READ-CT TO RPT-C-CT.
         PERFORM 891-WRITE-CNT-LINE.
         MOVE '  DATED SINCE LAST STATEMENT, TAKEN ON' TO RPT-C-LABEL.
         MOVE WS-HIS-NEW-CT TO RPT-C-CT.
         PERFORM 891-WRITE-CNT-LINE.
         MOVE 'TRANSACTIONS ALREADY KNOWN, NOT TAKEN AGAIN'
           TO RPT-C-LABEL.
         MOVE WS-KNOWN-CT TO RPT-C-CT.
         PERFORM 891-WRITE-CNT-LINE.
         MOVE 'STATEMENT LINES READ' TO RPT-C-LABEL.
         MOVE WS-LINE-CT TO RPT-C-CT.
         PERFORM 891-WRITE-CNT-LINE.
         MOVE 'PAIRS MATCHED' TO RPT-C-LABEL.
         MOVE WS-MATCH-CT TO RPT-C-CT.
         PERFORM 891-WRITE-CNT-LINE.
         MOVE '  ON REFERENCE' TO RPT-C-LABEL.
         MOVE WS-MATCH-REF-CT TO RPT-C-CT.
         PERFORM 891-WRITE-CNT-LINE.
         MOVE 'OUR ITEMS OUTSTANDING' TO RPT-C-LABEL.
         MOVE WS-OUT-B-CT TO RPT-C-CT.
         PERFORM 891-WRITE-CNT-LINE.
         MOVE 'STATEMENT LINES OUTSTANDING' TO RPT-C-LABEL.
         MOVE WS-OUT-S-CT TO RPT-C-CT.
         PERFORM 891-WRITE-CNT-LINE.
         MOVE 'MATCHED ITEMS KEPT FOR LATER HISTORY SCANS'
           TO RPT-C-LABEL.
         MOVE WS-NEW-M-CT TO RPT-C-CT.
         PERFORM 891-WRITE-CNT-LINE.

        245-WRITE-BALANCE-PROOF.
         MOVE 'BALANCE PROOF' TO RPT-H-TEXT.
         MOVE RPT-HEAD-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         MOVE 'STATEMENT OPENING BALANCE' TO RPT-A-LABEL.
         MOVE WS-OPEN-BAL TO RPT-A-AMT.
         PERFORM 892-WRITE-AMT-LINE.
         MOVE 'STATEMENT ENTRIES, NET' TO RPT-A-LABEL.
         MOVE WS-STM-NET TO RPT-A-AMT.
         PERFORM 892-WRITE-AMT-LINE.
         MOVE 'STATEMENT CLOSING BALANCE' TO RPT-A-LABEL.
         MOVE WS-CLOSE-BAL TO RPT-A-AMT.
         PERFORM 892-WRITE-AMT-LINE.
         PERFORM 895-WRITE-BLANK-LINE.
         MOVE 'BOOK BALANCE BROUGHT FORWARD' TO RPT-A-LABEL.
         MOVE WS-BOOK-BF TO RPT-A-AMT.
         PERFORM 892-WRITE-AMT-LINE.
         MOVE 'OUR TRANSACTIONS TAKEN ON, NET' TO RPT-A-LABEL.
         MOVE WS-BOOK-MOVE TO RPT-A-AMT.
         PERFORM 892-WRITE-AMT-LINE.
         MOVE 'BOOK BALANCE' TO RPT-A-LABEL.
         MOVE WS-BOOK-BAL TO RPT-A-AMT.
         PERFORM 892-WRITE-AMT-LINE.
         MOVE 'LESS OUR ITEMS NOT YET ON A STATEMENT' TO RPT-A-LABEL.
         COMPUTE RPT-A-AMT = ZEROS - WS-OUT-B-AMT.
         PERFORM 892-WRITE-AMT-LINE.
         MOVE 'PLUS STATEMENT LINES NOT YET IN OUR BOOKS'
           TO RPT-A-LABEL.
         MOVE WS-OUT-S-AMT TO RPT-A-AMT.
         PERFORM 892-WRITE-AMT-LINE.
         MOVE 'BOOK BALANCE AS THE BANK SHOULD SHOW IT' TO RPT-A-LABEL.
         MOVE WS-PROOF TO RPT-A-AMT.
         PERFORM 892-WRITE-AMT-LINE.

      * THE STATEMENT MUST BE WHOLE (EVERY LINE READ, COUNT AND
      * FOOTING AGREE WITH ITS TRAILER), MUST FOLLOW ON FROM THE LAST
      * ONE RECONCILED, AND MUST CLOSE WHERE OUR BOOKS SAY IT SHOULD
      * ONCE BOTH SIDES' OUTSTANDING ITEMS ARE ALLOWED FOR.
        246-WRITE-TIE-POINTS.
         MOVE 'TIE-POINTS' TO RPT-H-TEXT.
         MOVE RPT-HEAD-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.

         MOVE 'STATEMENT LINES READ VS TRAILER COUNT' TO RPT-TC-LABEL.
         MOVE WS-LINE-CT TO RPT-TC-LEFT.
         MOVE WS-TRL-CT TO RPT-TC-RIGHT.
         IF WS-LINE-CT = WS-TRL-CT AND WS-BAD-LINE-CT = ZEROS
            MOVE 'PASS' TO RPT-TC-FLAG
         ELSE
            MOVE 'FAIL' TO RPT-TC-FLAG
            ADD 1 TO WS-FAIL-CT
         END-IF.
         MOVE RPT-TIE-CT-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         IF WS-BAD-LINE-CT > ZEROS
            MOVE '  UNREADABLE STATEMENT LINES LEFT OUT' TO RPT-C-LABEL
            MOVE WS-BAD-LINE-CT TO RPT-C-CT
            PERFORM 891-WRITE-CNT-LINE
         END-IF.

         COMPUTE WS-STM-FOOT = WS-OPEN-BAL + WS-STM-NET.
         MOVE 'OPENING + ENTRIES VS CLOSING BALANCE' TO RPT-TA-LABEL.
         MOVE WS-STM-FOOT TO RPT-TA-LEFT.
         MOVE WS-CLOSE-BAL TO RPT-TA-RIGHT.
         IF WS-STM-FOOT = WS-CLOSE-BAL
            MOVE 'PASS' TO RPT-TA-FLAG
         ELSE
            MOVE 'FAIL' TO RPT-TA-FLAG
            ADD 1 TO WS-FAIL-CT
         END-IF.
         MOVE RPT-TIE-AMT-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.

         IF WS-HAVE-CTL
            MOVE 'OPENING VS LAST STATEMENT CLOSING' TO RPT-TA-LABEL
            MOVE WS-OPEN-BAL TO RPT-TA-LEFT
            MOVE WS-PRIOR-CLOSE TO RPT-TA-RIGHT
            IF WS-OPEN-BAL = WS-PRIOR-CLOSE
               MOVE 'PASS' TO RPT-TA-FLAG
            ELSE
               MOVE 'FAIL' TO RPT-TA-FLAG
               ADD 1 TO WS-FAIL-CT
            END-IF
            MOVE RPT-TIE-AMT-LINE TO WS-RPT-LINE
            PERFORM 890-WRITE-RPT-LINE
         ELSE
            MOVE SPACES TO RPT-V-TEXT
            MOVE 'FIRST STATEMENT RECONCILED - BOOK STARTS AT OPENING'
              TO RPT-V-TEXT
            MOVE RPT-VERDICT TO WS-RPT-LINE
            PERFORM 890-WRITE-RPT-LINE
         END-IF.

         MOVE 'CLOSING VS BOOK - OURS OUT + BANK OUT'
           TO RPT-TA-LABEL.
         MOVE WS-CLOSE-BAL TO RPT-TA-LEFT.
         MOVE WS-PROOF TO RPT-TA-RIGHT.
         IF WS-CLOSE-BAL = WS-PROOF
            MOVE 'PASS' TO RPT-TA-FLAG
         ELSE
            MOVE 'FAIL' TO RPT-TA-FLAG
            ADD 1 TO WS-FAIL-CT
         END-IF.
         MOVE RPT-TIE-AMT-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.

      * ONE OF OUR OK OR APPRV TRANSACTIONS JOINS THE BOOK SIDE UNLESS
      * ITS IMAGE IS ALREADY THERE (CARRIED, MATCHED EARLIER, OR TAKEN
      * ON FROM THE OTHER SOURCE THIS RUN). IT MOVES THE BOOK BALANCE
      * THE WAY IT MOVES THE BANK ACCOUNT: A DEBIT TAKES MONEY OUT,
      * A CREDIT OR ADJUSTMENT PUTS IT IN, AND A REVERSAL DOES THE
      * OPPOSITE OF THE TYPE IT REVERSES.
        250-ADD-BOOK-ITEM.
         MOVE ZEROS TO WS-FOUND-IX.
         MOVE 1 TO WS-BX.
         PERFORM 251-SCAN-FOR-IMAGE
           UNTIL WS-BX > BKT-QTDE OR WS-FOUND-IX > ZEROS.
         IF WS-FOUND-IX > ZEROS
            ADD 1 TO WS-KNOWN-CT
         ELSE
            PERFORM 209-CHECK-BOOK-ROOM
            MOVE SPACES TO BRO-REC
            SET BRO-BOOK TO TRUE
            MOVE WS-IMAGE TO BRO-DETAIL
            COMPUTE BRO-ITEM-DATE = BRO-H-DT-Y * 10000
                                  + BRO-H-DT-M * 100 + BRO-H-DT-D
            MOVE WS-STMT-DATE TO BRO-FIRST-SEEN
            MOVE ZEROS TO BRO-AGE
            EVALUATE TRUE
              WHEN BRO-H-TYPE-CD = 'DB'
                 SET BRO-DIR-OUT TO TRUE
              WHEN BRO-H-TYPE-CD = 'RV' AND
                   BRO-H-DESC-B(1:2) NOT = 'DB'
                 SET BRO-DIR-OUT TO TRUE
              WHEN OTHER
                 SET BRO-DIR-IN TO TRUE
            END-EVALUATE
            MOVE BRO-H-AMOUNT TO WS-AMT-FIELD
            PERFORM 270-COMPUTE-AMOUNT
            MOVE WS-AMT-NUM TO BRO-AMOUNT
            PERFORM 260-SIGNED-AMOUNT
            ADD WS-ITEM-AMT TO WS-BOOK-MOVE
            ADD 1 TO BKT-QTDE
            MOVE BRO-REC TO BKT-REC(BKT-QTDE)
            MOVE WS-ORIGIN TO BKT-ORIGIN(BKT-QTDE)
            MOVE BRO-ITEM-DATE TO WS-DN-DATE
            PERFORM 400-DAY-NUMBER
            MOVE WS-DN-DAYS TO BKT-DN(BKT-QTDE)
            MOVE ZEROS TO BKT-PAIR(BKT-QTDE)
            IF WS-ORIGIN = 'H'
               ADD 1 TO WS-HIS-NEW-CT
            ELSE
               ADD 1 TO WS-OUT-NEW-CT
            END-IF
         END-IF.

        251-SCAN-FOR-IMAGE.
         IF BKT-REC(WS-BX)(60:76) = WS-IMAGE
            MOVE WS-BX TO WS-FOUND-IX
         ELSE
            ADD 1 TO WS-BX
         END-IF.

      * MONEY IN IS POSITIVE, MONEY OUT NEGATIVE, ON BOTH SIDES.
        260-SIGNED-AMOUNT.
         IF BRO-DIR-OUT
            COMPUTE WS-ITEM-AMT = ZEROS - BRO-AMOUNT
         ELSE
            MOVE BRO-AMOUNT TO WS-ITEM-AMT
         END-IF.

      * RC-AMOUNT IS THE SAME FREE-FORM X(10) FIELD EVERY PROGRAM IN
      * THE CHAIN PARSES, SO IT IS SCANNED DIGIT BY DIGIT THE SAME WAY
      * FHREI0001'S 215-COMPUTE-AMOUNT DOES.
        270-COMPUTE-AMOUNT.
         MOVE ZEROS TO WS-AMT-INT-NUM.
         MOVE ZEROS TO WS-AMT-DEC-NUM.
         MOVE ZEROS TO WS-AMT-DEC-DGTS.
         MOVE 'N' TO WS-AMT-DOT-SW.
         MOVE 1 TO WS-AMT-IX.
         PERFORM 271-SCAN-AMOUNT-DIGIT UNTIL WS-AMT-IX > 10.
         IF WS-AMT-DEC-DGTS = 1
            COMPUTE WS-AMT-DEC-NUM = WS-AMT-DEC-NUM * 10
         END-IF.
         COMPUTE WS-AMT-NUM =
                 WS-AMT-INT-NUM + (WS-AMT-DEC-NUM / 100).

        271-SCAN-AMOUNT-DIGIT.
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

        300-END.
         DISPLAY 'STATEMENT LINES: ' WS-LINE-CT.
         DISPLAY 'PAIRS MATCHED: ' WS-MATCH-CT.
         DISPLAY 'OUR ITEMS OUTSTANDING: ' WS-OUT-B-CT.
         DISPLAY 'STATEMENT LINES OUTSTANDING: ' WS-OUT-S-CT.
         DISPLAY 'TIE-POINTS FAILED: ' WS-FAIL-CT.
         IF WS-FAIL-CT > ZEROS
            MOVE 8 TO RETURN-CODE
         END-IF.
         DISPLAY 'END-PROGRAM: FHBNK0001'.
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

        891-WRITE-CNT-LINE.
         MOVE RPT-CNT-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.

        892-WRITE-AMT-LINE.
         MOVE RPT-AMT-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.

        895-WRITE-BLANK-LINE.
         MOVE SPACES TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.

        900-ERROR-ABEND.
         DISPLAY 'FATAL I/O ERROR ON ' WS-ERR-CTX ' STATUS='
                 WS-ERR-STATUS.
         MOVE 16 TO RETURN-CODE.
         STOP RUN.
       END PROGRAM FHBNK0001.
