      * Purpose: GENERAL-LEDGER EXTRACT OVER THE DAY'S OUT-FL. TAKES
      *          ONLY THE RECORDS FHDR0001 MARKED OK AND WRITES THE
      *          COMMA-DELIMITED INTERFACE FILE THE ACCOUNTING LOADER
      *          ACCEPTS: A HDR RECORD WITH THE EXTRACT DATE, TWO DTL
      *          RECORDS PER TRANSACTION - A BALANCED DEBIT AND CREDIT
      *          LEG POSTED TO THE ACCOUNTS AND COST CENTRE THE
      *          ACCOUNT-MAPPING MASTER (FHBOOK18) GIVES FOR ITS
      *          CATEGORY AND TYPE CODE - ONE ACT RECORD PER ACCOUNT
      *          WITH ITS LEG COUNT AND DEBIT AND CREDIT TOTALS, AND A
      *          TRL RECORD WITH THE TRANSACTION COUNT, THE HASH-TOTAL
      *          OF THE UNSIGNED AMOUNTS, THE LEG COUNT AND THE COUNT
      *          OF RECORDS HELD OUT UNMAPPED. AFTER WRITING, THE
      *          EXTRACT READS ITS OWN FILE BACK, RECOUNTS AND RE-ADDS
      *          THE LEGS PER ACCOUNT AND ABENDS IF THE TRAILERS DO
      *          NOT BALANCE, SO A SHORT OR MANGLED TRANSFER FILE CAN
      *          NEVER LEAVE THE SHOP LOOKING CLEAN.
      * Tectonics: cobc
      *                CONFIRMS SURFACES AFTER A DAY INSTEAD OF
      *                NEVER. THE LEDGER NAME IS ARGUMENT 4 WITH THE
      *                USUAL DEFAULT.
      *  20260924 TA - A REVERSAL (OUT-TYPE-CD 'RV') GOES OUT WITH THE
      *                DATE, DESCRIPTION AND AMOUNT OF THE LINE IT
      *                CANCELS, SIGNED THE OPPOSITE WAY TO THAT LINE,
      *                TYPE RV AND A SIXTH FIELD CARRYING THE ORIGINAL
      *                LINE'S TYPE CODE, SO THE LOADER CAN PAIR THE
      *                TWO. ORDINARY DTL RECORDS ARE UNCHANGED.
      *  20261015 TA - A DTL RECORD FOR A FOREIGN-CURRENCY TRANSACTION
      *                CARRIES THREE MORE FIELDS AFTER THE SIXTH
      *                (WHICH STAYS EMPTY UNLESS THE LINE IS A
      *                REVERSAL): THE CURRENCY CODE, THE ORIGINAL
      *                AMOUNT SIGNED LIKE THE BASE AMOUNT, AND THE RATE
      *                FHDR0001 CONVERTED AT. THE FOURTH FIELD AND THE
      *                HASH TOTAL STAY IN BASE CURRENCY; BASE-CURRENCY
      *                DTL RECORDS ARE UNCHANGED. GLE-REC WIDENED TO
      *                100 FOR THE LONGER LINE.
      *  20261015 TA - THE EXTRACT IS NOW A DOUBLE-ENTRY JOURNAL. EACH
      *                OK OR APPRV RECORD IS LOOKED UP ON THE ACCOUNT-
      *                MAPPING MASTER (ARGUMENT 5) BY CATEGORY AND TYPE
      *                CODE - A REVERSAL BY ITS ORIGINAL'S TYPE, WITH
      *                THE ACCOUNTS SWAPPED - AND GOES OUT AS A DEBIT
      *                LEG AND A CREDIT LEG. FIELDS 1 TO 9 KEEP THEIR
      *                MEANING EXCEPT THAT FIELD 4 IS NOW SIGNED BY
      *                LEG (DEBIT POSITIVE, CREDIT NEGATIVE) AND FIELDS
      *                6 TO 9 ARE ALWAYS PRESENT, EMPTY WHEN UNUSED;
      *                FIELDS 10 TO 12 ARE THE ACCOUNT, COST CENTRE AND
      *                D/C. ACT LINES BEFORE THE TRL CARRY THE CONTROL
      *                TOTALS PER ACCOUNT. A RECORD WITH NO ACTIVE,
      *                COMPLETE MAPPING IS HELD OUT WHOLE TO THE
      *                UNMAPPED FILE (ARGUMENT 6, OUT-FL LAYOUT) AND
      *                THE RUN ENDS RC 4; ONCE MAPPED, THAT FILE IS
      *                EXTRACTED ON ITS OWN AS ARGUMENT 1. GLE-REC
      *                WIDENED TO 120.
      *  20261015 TA - REVIEW FIX: AN EXTRACT WHOSE NAME IS ALREADY ON
      *                THE ACKNOWLEDGMENT LEDGER IS NOT WRITTEN OR SENT
      *                AGAIN. THE RUN STOPS RC 0 BEFORE IT OPENS ANY
      *                OUTPUT, SO A RERUN NEITHER OVERWRITES THE FILE
      *                THE LOADER HAS NOR ADDS A SECOND SENT LINE. THE
      *                HELD-OUT FILE GOES OUT UNDER ITS OWN NAME
      *                THROUGH FHGLR01.sh. THE MAPPING MASTER IS NOW
      *                OPTIONAL: WITHOUT ONE EVERY RECORD IS HELD OUT AS
      *                NO MAPPING MASTER AND THE RUN ENDS RC 4, INSTEAD
      *                OF ABENDING AND STOPPING THE NIGHT.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. FHGLE0001.
          SELECT OPTIONAL LED-FL ASSIGN TO WS-LED-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-LED.
          SELECT OPTIONAL ACM-FL ASSIGN TO WS-ACM-FL-NAME
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS ACM-KEY
          FILE STATUS IS WS-STTS-ACM.
          SELECT UNM-FL ASSIGN TO WS-UNM-FL-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STTS-UNM.
       DATA DIVISION.
        FILE SECTION.
         COPY 'FHBOOK03.COB'.
         COPY 'FHBOOK11.COB'.
         COPY 'FHBOOK18.COB'.

         FD  GLE-FL.
         01  GLE-REC                 PIC X(120).

         FD  UNM-FL.
         01  UNM-REC                 PIC X(113).

        WORKING-STORAGE SECTION.
         77  WS-ARG-NUM              PIC 9(02)   VALUE 1.
         77  WS-LED-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-STTS-LED             PIC XX      VALUE '..'.
             88  WS-STTS-LED-OK            VALUE '00' '05'.
             88  WS-STTS-LED-EOF           VALUE '10'.
         77  WS-LED-SEEN-SW          PIC X(01)   VALUE 'N'.
             88  WS-LED-SEEN               VALUE 'Y'.
         77  WS-ACM-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-STTS-ACM             PIC XX      VALUE '..'.
             88  WS-STTS-ACM-OK            VALUE '00'.
             88  WS-STTS-ACM-NOTFND        VALUE '23'.
             88  WS-STTS-ACM-MISSING       VALUE '05'.
         77  WS-ACM-MISSING-SW       PIC X(01)   VALUE 'N'.
             88  WS-ACM-MISSING            VALUE 'Y'.
         77  WS-UNM-FL-NAME          PIC X(60)   VALUE SPACES.
         77  WS-STTS-UNM             PIC XX      VALUE '..'.
             88  WS-STTS-UNM-OK            VALUE '00'.
         77  WS-ERR-CTX              PIC X(20)   VALUE SPACES.
         77  WS-ERR-STATUS           PIC XX      VALUE SPACES.
         77  WS-IN-OPEN-SW           PIC X(01)   VALUE 'N'.
             88  WS-IN-OPEN                VALUE 'Y'.
         77  WS-GLE-OPEN-SW          PIC X(01)   VALUE 'N'.
             88  WS-GLE-OPEN               VALUE 'Y'.
         77  WS-ACM-OPEN-SW          PIC X(01)   VALUE 'N'.
             88  WS-ACM-OPEN               VALUE 'Y'.
         77  WS-UNM-OPEN-SW          PIC X(01)   VALUE 'N'.
             88  WS-UNM-OPEN               VALUE 'Y'.

         77  WS-AMT-IX               PIC 9(02)   VALUE ZEROS.
         77  WS-AMT-CH               PIC X(01)   VALUE SPACE.
         77  WS-AMT-NUM              PIC 9(11)V99 VALUE ZEROS.
         77  WS-AMT-FIXED            PIC 9(07).99 VALUE ZEROS.
         77  WS-HASH-FIXED           PIC 9(11).99 VALUE ZEROS.
         77  WS-ORIG-FIXED           PIC 9(07).99 VALUE ZEROS.
         77  WS-FX-CT                PIC 9(07)   VALUE ZEROS.
         77  WS-TXN-AMT              PIC 9(11)V99 VALUE ZEROS.
         77  WS-LEG-AMT-TXT          PIC X(11)   VALUE SPACES.
         77  WS-LEG-ORIG-TXT         PIC X(11)   VALUE SPACES.
         77  WS-DR-FIXED             PIC 9(11).99 VALUE ZEROS.
         77  WS-CR-FIXED             PIC 9(11).99 VALUE ZEROS.

      * THE MAPPING FOUND FOR THE CURRENT RECORD, ALREADY TURNED ROUND
      * FOR A REVERSAL, AND THE LEG BEING WRITTEN FROM IT.
         77  WS-MAP-REASON           PIC X(20)   VALUE SPACES.
         77  WS-POST-DEBIT-ACCT      PIC X(10)   VALUE SPACES.
         77  WS-POST-CREDIT-ACCT     PIC X(10)   VALUE SPACES.
         77  WS-POST-COST-CENTRE     PIC X(06)   VALUE SPACES.
         77  WS-LEG-ACCT             PIC X(10)   VALUE SPACES.
         77  WS-LEG-SIDE             PIC X(01)   VALUE SPACE.
             88  WS-LEG-DEBIT              VALUE 'D'.
             88  WS-LEG-CREDIT             VALUE 'C'.
         77  WS-LEG-CT               PIC 9(07)   VALUE ZEROS.
         77  WS-UNM-CT               PIC 9(07)   VALUE ZEROS.
         77  WS-CHK-LEG-CT           PIC 9(07)   VALUE ZEROS.
         77  WS-CHK-CR-HASH          PIC 9(11)V99 VALUE ZEROS.
         77  WS-CHK-ACT-CT           PIC 9(05)   VALUE ZEROS.
         77  WS-ACT-BAD-CT           PIC 9(05)   VALUE ZEROS.
         77  WS-TRL-LEG-CT           PIC 9(07)   VALUE ZEROS.
         77  WS-TRL-UNM-CT           PIC 9(07)   VALUE ZEROS.

      * PER-ACCOUNT CONTROL TOTALS: WHAT WAS WRITTEN, WHAT THE
      * READBACK RE-ADDS FROM THE LEGS AND WHAT THE ACT LINE SAYS.
      * THE THREE MUST AGREE FOR EVERY ACCOUNT.
         01  ACTT-TABLE.
             05  ACTT-QTDE           PIC 9(03)   VALUE ZEROS.
             05  ACTT-TAB            OCCURS 300 TIMES.
                 10  ACTT-ACCT           PIC X(10).
                 10  ACTT-LEG-CT         PIC 9(05).
                 10  ACTT-DEBIT          PIC 9(11)V99.
                 10  ACTT-CREDIT         PIC 9(11)V99.
                 10  ACTT-CHK-LEG-CT     PIC 9(05).
                 10  ACTT-CHK-DEBIT      PIC 9(11)V99.
                 10  ACTT-CHK-CREDIT     PIC 9(11)V99.
                 10  ACTT-TRL-SW         PIC X(01).
                     88  ACTT-TRL-SEEN       VALUE 'Y'.
                 10  ACTT-TRL-LEG-CT     PIC 9(05).
                 10  ACTT-TRL-DEBIT      PIC 9(11)V99.
                 10  ACTT-TRL-CREDIT     PIC 9(11)V99.
         77  WS-AX                   PIC 9(03)   VALUE ZEROS.
         77  WS-FOUND-AX             PIC 9(03)   VALUE ZEROS.
         77  WS-FIND-ACCT            PIC X(10)   VALUE SPACES.

         77  WS-DESC-LEN             PIC 9(02)   VALUE ZEROS.
         77  WS-DESC-IX              PIC 9(02)   VALUE ZEROS.
         77  WS-DESC-CLEAN           PIC X(20)   VALUE SPACES.
         77  WS-SIGN-CH              PIC X(01)   VALUE SPACE.
         77  WS-GLE-PTR              PIC 9(03)   VALUE ZEROS.
         77  WS-REV-CT               PIC 9(07)   VALUE ZEROS.

         77  WS-UNS-F1               PIC X(04)   VALUE SPACES.
         77  WS-UNS-F2               PIC X(12)   VALUE SPACES.
         77  WS-UNS-F3               PIC X(22)   VALUE SPACES.
         77  WS-UNS-F4               PIC X(14)   VALUE SPACES.
         77  WS-UNS-F5               PIC X(04)   VALUE SPACES.
         77  WS-UNS-F6               PIC X(04)   VALUE SPACES.
         77  WS-UNS-F7               PIC X(04)   VALUE SPACES.
         77  WS-UNS-F8               PIC X(14)   VALUE SPACES.
         77  WS-UNS-F9               PIC X(14)   VALUE SPACES.
         77  WS-UNS-F10              PIC X(12)   VALUE SPACES.
         77  WS-UNS-F11              PIC X(08)   VALUE SPACES.
         77  WS-UNS-F12              PIC X(02)   VALUE SPACES.


       PROCEDURE DIVISION.
         000-MAIN.
         DISPLAY 'MAIN: FHGLE0001'.
         PERFORM 100-INIT.
         PERFORM 150-CHECK-LEDGER.
         PERFORM 200-PROCESS.
         PERFORM 250-BALANCE-EXTRACT.
         PERFORM 260-RECORD-ON-LEDGER.
         END-IF.
         DISPLAY 'ACKNOWLEDGMENT LEDGER: ' WS-LED-FL-NAME.

         MOVE 5 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-ACM-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-ACM-FL-NAME
         END-ACCEPT.
         IF WS-ACM-FL-NAME = SPACES
            MOVE 'acct_map.dat' TO WS-ACM-FL-NAME
         END-IF.
         DISPLAY 'ACCOUNT-MAPPING MASTER: ' WS-ACM-FL-NAME.

         MOVE 6 TO WS-ARG-NUM.
         DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
         ACCEPT WS-UNM-FL-NAME FROM ARGUMENT-VALUE
           ON EXCEPTION
            MOVE SPACES TO WS-UNM-FL-NAME
         END-ACCEPT.
         IF WS-UNM-FL-NAME = SPACES
            STRING 'gl_unmapped_' DELIMITED BY SIZE
                   WS-RUN-DATE    DELIMITED BY SIZE
                   '.txt'         DELIMITED BY SIZE
                   INTO WS-UNM-FL-NAME
            END-STRING
         END-IF.
         DISPLAY 'UNMAPPED ITEMS HELD OUT TO: ' WS-UNM-FL-NAME.

      * AN EXTRACT IS SENT ONCE. ITS NAME ON THE LEDGER - SENT OR
      * ALREADY ACKED - MEANS THE LOADER HAS IT, SO NOTHING IS WRITTEN
      * AND THE FILE ON DISK IS LEFT AS THE ONE THAT WENT.
        150-CHECK-LEDGER.
         MOVE 1 TO WS-CT-02.
         OPEN INPUT LED-FL.
         IF NOT WS-STTS-LED-OK
            MOVE 'OPEN LED-FL' TO WS-ERR-CTX
            MOVE WS-STTS-LED TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         PERFORM 151-READ-LED-REC UNTIL WS-CT-02 = 0.
         CLOSE LED-FL.
         IF WS-LED-SEEN
            DISPLAY 'ALREADY ON THE LEDGER, NOT WRITTEN OR SENT AGAIN: '
                    WS-GLE-FL-NAME
            DISPLAY 'END-PROGRAM: FHGLE0001'
            STOP RUN
         END-IF.

        151-READ-LED-REC.
         READ LED-FL
          AT END
           MOVE ZEROS TO WS-CT-02
          NOT AT END
           IF LED-EXTRACT-NAME = WS-GLE-FL-NAME
              SET WS-LED-SEEN TO TRUE
           END-IF
         END-READ.
         IF NOT WS-STTS-LED-OK AND NOT WS-STTS-LED-EOF
            MOVE 'READ LED-FL' TO WS-ERR-CTX
            MOVE WS-STTS-LED TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: FHGLE0001'.
         MOVE ZEROS TO WS-CT-01.
            PERFORM 900-ERROR-ABEND
         END-IF.
         SET WS-GLE-OPEN TO TRUE.
      * WITH NO MAPPING MASTER NOTHING CAN BE POSTED: EVERY RECORD IS
      * HELD OUT, THE EXTRACT GOES OUT EMPTY BUT BALANCED AND THE RUN
      * ENDS RC 4, SO THE NIGHT GOES ON AND THE HELD-OUT FILE IS SENT
      * ONCE THE MASTER IS IN PLACE.
         OPEN INPUT ACM-FL.
         IF WS-STTS-ACM-MISSING
            SET WS-ACM-MISSING TO TRUE
            DISPLAY 'WARNING: NO ACCOUNT-MAPPING MASTER, EVERY RECORD'
                    ' IS HELD OUT'
         ELSE
            IF NOT WS-STTS-ACM-OK
               MOVE 'OPEN ACM-FL' TO WS-ERR-CTX
               MOVE WS-STTS-ACM TO WS-ERR-STATUS
               PERFORM 900-ERROR-ABEND
            END-IF
         END-IF.
         SET WS-ACM-OPEN TO TRUE.
         OPEN OUTPUT UNM-FL.
         IF NOT WS-STTS-UNM-OK
            MOVE 'OPEN UNM-FL' TO WS-ERR-CTX
            MOVE WS-STTS-UNM TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         SET WS-UNM-OPEN TO TRUE.
         PERFORM 205-WRITE-HEADER-REC.
         PERFORM 202-READ-NEXT-REC UNTIL WS-CT-02 = 0.
         PERFORM 240-WRITE-TRAILER-REC.
         CLOSE OUT-FL.
         CLOSE GLE-FL.
         CLOSE ACM-FL.
         CLOSE UNM-FL.
         MOVE 'N' TO WS-ACM-OPEN-SW.
         MOVE 'N' TO WS-UNM-OPEN-SW.

        202-READ-NEXT-REC.
         READ OUT-FL
         END-STRING.
         PERFORM 890-WRITE-GLE-REC.

      * EVERY OK OR APPRV RECORD POSTS AS TWO LEGS OF THE SAME
      * AMOUNT: THE DEBIT LEG, SIGNED POSITIVE, TO THE MAPPING'S DEBIT
      * ACCOUNT AND THE CREDIT LEG, SIGNED NEGATIVE, TO ITS CREDIT
      * ACCOUNT, SO THE LEGS OF THE EXTRACT ALWAYS NET TO ZERO. A
      * REVERSAL POSTS THROUGH THE MAPPING OF THE TYPE IT CANCELS
      * WITH THE ACCOUNTS SWAPPED, UNDOING THE ORIGINAL ENTRY, AND
      * NAMES THAT TYPE IN FIELD SIX. A FOREIGN-CURRENCY LINE CARRIES
      * CURRENCY, ORIGINAL AMOUNT AND RATE IN FIELDS SEVEN TO NINE;
      * THE AMOUNT IN FIELD FOUR IS ALWAYS THE CONVERTED BASE-CURRENCY
      * VALUE. THE HASH TOTAL ADDS EACH TRANSACTION'S UNSIGNED AMOUNT
      * ONCE, SO IT EQUALS BOTH THE DEBIT AND THE CREDIT TOTAL. A
      * RECORD THE MASTER CANNOT POST IS HELD OUT WHOLE - NEVER ONE
      * LEG WITHOUT THE OTHER.
        210-EXTRACT-REC.
         IF OUT-MARKER-OK OR OUT-MARKER-APPROVED
            PERFORM 211-FIND-MAPPING
            IF WS-MAP-REASON NOT = SPACES
               PERFORM 213-HOLD-UNMAPPED
            ELSE
               PERFORM 214-POST-TRANSACTION
            END-IF
         ELSE
            ADD 1 TO WS-SKIP-CT
         END-IF.

        211-FIND-MAPPING.
         MOVE SPACES TO WS-MAP-REASON.
         IF WS-ACM-MISSING
            MOVE 'NO MAPPING MASTER' TO WS-MAP-REASON
         ELSE
            PERFORM 212-READ-MAPPING
         END-IF.

        212-READ-MAPPING.
         MOVE OUT-DESC-A TO ACM-NOME.
         IF OUT-TYPE-CD = 'RV'
            MOVE OUT-REV-ORIG-TYPE-CD TO ACM-TYPE-CD
         ELSE
            MOVE OUT-TYPE-CD TO ACM-TYPE-CD
         END-IF.
         READ ACM-FL.
         EVALUATE TRUE
           WHEN WS-STTS-ACM-NOTFND
              MOVE 'NO MAPPING' TO WS-MAP-REASON
           WHEN NOT WS-STTS-ACM-OK
              MOVE 'READ ACM-FL' TO WS-ERR-CTX
              MOVE WS-STTS-ACM TO WS-ERR-STATUS
              PERFORM 900-ERROR-ABEND
           WHEN ACM-INATIVA
              MOVE 'MAPPING INACTIVE' TO WS-MAP-REASON
           WHEN ACM-DEBIT-ACCT = SPACES OR ACM-CREDIT-ACCT = SPACES
              MOVE 'MAPPING INCOMPLETE' TO WS-MAP-REASON
           WHEN OUT-TYPE-CD = 'RV'
              MOVE ACM-CREDIT-ACCT TO WS-POST-DEBIT-ACCT
              MOVE ACM-DEBIT-ACCT TO WS-POST-CREDIT-ACCT
              MOVE ACM-COST-CENTRE TO WS-POST-COST-CENTRE
           WHEN OTHER
              MOVE ACM-DEBIT-ACCT TO WS-POST-DEBIT-ACCT
              MOVE ACM-CREDIT-ACCT TO WS-POST-CREDIT-ACCT
              MOVE ACM-COST-CENTRE TO WS-POST-COST-CENTRE
         END-EVALUATE.

      * THE HELD RECORD IS COPIED AS IT STANDS IN OUT-FL, SO ONCE THE
      * MAPPING IS ON THE MASTER THE FILE CAN BE EXTRACTED ON ITS OWN.
        213-HOLD-UNMAPPED.
         MOVE OUT-REC TO UNM-REC.
         WRITE UNM-REC.
         IF NOT WS-STTS-UNM-OK
            MOVE 'WRITE UNM-FL' TO WS-ERR-CTX
            MOVE WS-STTS-UNM TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         ADD 1 TO WS-UNM-CT.
         DISPLAY 'HELD OUT, ' WS-MAP-REASON ': ' OUT-DT-D '/'
                 OUT-DT-M '/' OUT-DT-Y ' ' OUT-DESC-A ' '
                 OUT-TYPE-CD ' ' OUT-AMOUNT.

        214-POST-TRANSACTION.
         ADD 1 TO WS-DTL-CT.
         MOVE OUT-AMOUNT TO WS-AMT-FIELD(1:10).
         MOVE SPACES TO WS-AMT-FIELD(11:4).
         PERFORM 215-COMPUTE-AMOUNT.
         MOVE WS-AMT-NUM TO WS-TXN-AMT.
         ADD WS-TXN-AMT TO WS-HASH-TOT.
         MOVE WS-TXN-AMT TO WS-AMT-FIXED.
         MOVE OUT-DESC-A TO WS-DESC-CLEAN.
         INSPECT WS-DESC-CLEAN REPLACING ALL ',' BY ' '.
         PERFORM 218-FIND-DESC-LEN.
         IF OUT-TYPE-CD = 'RV'
            ADD 1 TO WS-REV-CT
         END-IF.
         IF NOT OUT-CURR-BASE
            ADD 1 TO WS-FX-CT
            MOVE OUT-ORIG-AMOUNT TO WS-AMT-FIELD(1:10)
            MOVE SPACES TO WS-AMT-FIELD(11:4)
            PERFORM 215-COMPUTE-AMOUNT
            MOVE WS-AMT-NUM TO WS-ORIG-FIXED
         END-IF.
         SET WS-LEG-DEBIT TO TRUE.
         MOVE WS-POST-DEBIT-ACCT TO WS-LEG-ACCT.
         PERFORM 220-WRITE-JOURNAL-LEG.
         SET WS-LEG-CREDIT TO TRUE.
         MOVE WS-POST-CREDIT-ACCT TO WS-LEG-ACCT.
         PERFORM 220-WRITE-JOURNAL-LEG.

      * ONE LEG: DTL,DATE,DESC,AMOUNT,TYPE,ORIG-TYPE,CURRENCY,
      * ORIG-AMOUNT,RATE,ACCOUNT,COST-CENTRE,D|C. FIELDS SIX TO NINE
      * ARE ALWAYS THERE, EMPTY WHEN THEY DO NOT APPLY, SO THE
      * ACCOUNT IS FIELD TEN ON EVERY LINE. ACCOUNT AND COST-CENTRE
      * CODES CARRY NO EMBEDDED SPACES AND GO OUT TRIMMED.
        220-WRITE-JOURNAL-LEG.
         ADD 1 TO WS-LEG-CT.
         MOVE SPACES TO WS-LEG-AMT-TXT WS-LEG-ORIG-TXT.
         IF WS-LEG-CREDIT AND WS-TXN-AMT > ZEROS
            STRING '-'            DELIMITED BY SIZE
                   WS-AMT-FIXED   DELIMITED BY SIZE
                   INTO WS-LEG-AMT-TXT
            END-STRING
            STRING '-'            DELIMITED BY SIZE
                   WS-ORIG-FIXED  DELIMITED BY SIZE
                   INTO WS-LEG-ORIG-TXT
            END-STRING
         ELSE
            MOVE WS-AMT-FIXED TO WS-LEG-AMT-TXT
            MOVE WS-ORIG-FIXED TO WS-LEG-ORIG-TXT
         END-IF.
         MOVE SPACES TO GLE-REC.
         MOVE 1 TO WS-GLE-PTR.
         STRING 'DTL,'         DELIMITED BY SIZE
                OUT-DT-Y       DELIMITED BY SIZE
                '-'            DELIMITED BY SIZE
                OUT-DT-M       DELIMITED BY SIZE
                '-'            DELIMITED BY SIZE
                OUT-DT-D       DELIMITED BY SIZE
                ','            DELIMITED BY SIZE
                WS-DESC-CLEAN(1:WS-DESC-LEN) DELIMITED BY SIZE
                ','            DELIMITED BY SIZE
                WS-LEG-AMT-TXT DELIMITED BY SPACE
                ','            DELIMITED BY SIZE
                OUT-TYPE-CD    DELIMITED BY SIZE
                ','            DELIMITED BY SIZE
                INTO GLE-REC
                WITH POINTER WS-GLE-PTR
         END-STRING.
         IF OUT-TYPE-CD = 'RV'
            STRING OUT-REV-ORIG-TYPE-CD DELIMITED BY SIZE
                   INTO GLE-REC
                   WITH POINTER WS-GLE-PTR
            END-STRING
         END-IF.
         IF OUT-CURR-BASE
            STRING ',,,'          DELIMITED BY SIZE
                   INTO GLE-REC
                   WITH POINTER WS-GLE-PTR
            END-STRING
         ELSE
            STRING ','             DELIMITED BY SIZE
                   OUT-CURR-CD     DELIMITED BY SIZE
                   ','             DELIMITED BY SIZE
                   WS-LEG-ORIG-TXT DELIMITED BY SPACE
                   ','             DELIMITED BY SIZE
                   OUT-FX-RATE     DELIMITED BY SIZE
                   INTO GLE-REC
                   WITH POINTER WS-GLE-PTR
            END-STRING
         END-IF.
         STRING ','                DELIMITED BY SIZE
                WS-LEG-ACCT        DELIMITED BY SPACE
                ','                DELIMITED BY SIZE
                WS-POST-COST-CENTRE DELIMITED BY SPACE
                ','                DELIMITED BY SIZE
                WS-LEG-SIDE        DELIMITED BY SIZE
                INTO GLE-REC
                WITH POINTER WS-GLE-PTR
         END-STRING.
         PERFORM 890-WRITE-GLE-REC.
         MOVE WS-LEG-ACCT TO WS-FIND-ACCT.
         PERFORM 225-FIND-ACCOUNT.
         IF WS-FOUND-AX = ZEROS
            PERFORM 227-ADD-ACCOUNT
         END-IF.
         ADD 1 TO ACTT-LEG-CT(WS-FOUND-AX).
         IF WS-LEG-DEBIT
            ADD WS-TXN-AMT TO ACTT-DEBIT(WS-FOUND-AX)
         ELSE
            ADD WS-TXN-AMT TO ACTT-CREDIT(WS-FOUND-AX)
         END-IF.

        225-FIND-ACCOUNT.
         MOVE ZEROS TO WS-FOUND-AX.
         MOVE 1 TO WS-AX.
         PERFORM 226-SCAN-ACCOUNT
           UNTIL WS-AX > ACTT-QTDE OR WS-FOUND-AX > ZEROS.

        226-SCAN-ACCOUNT.
         IF ACTT-ACCT(WS-AX) = WS-FIND-ACCT
            MOVE WS-AX TO WS-FOUND-AX
         END-IF.
         ADD 1 TO WS-AX.

        227-ADD-ACCOUNT.
         IF ACTT-QTDE NOT < 300
            MOVE 'ACCOUNT TABLE FULL' TO WS-ERR-CTX
            MOVE SPACES TO WS-ERR-STATUS
            PERFORM 900-ERROR-ABEND
         END-IF.
         ADD 1 TO ACTT-QTDE.
         MOVE ACTT-QTDE TO WS-FOUND-AX.
         MOVE WS-LEG-ACCT TO ACTT-ACCT(WS-FOUND-AX).
         MOVE ZEROS TO ACTT-LEG-CT(WS-FOUND-AX).
         MOVE ZEROS TO ACTT-DEBIT(WS-FOUND-AX).
         MOVE ZEROS TO ACTT-CREDIT(WS-FOUND-AX).
         MOVE ZEROS TO ACTT-CHK-LEG-CT(WS-FOUND-AX).
         MOVE ZEROS TO ACTT-CHK-DEBIT(WS-FOUND-AX).
         MOVE ZEROS TO ACTT-CHK-CREDIT(WS-FOUND-AX).
         MOVE 'N' TO ACTT-TRL-SW(WS-FOUND-AX).
         MOVE ZEROS TO ACTT-TRL-LEG-CT(WS-FOUND-AX).
         MOVE ZEROS TO ACTT-TRL-DEBIT(WS-FOUND-AX).
         MOVE ZEROS TO ACTT-TRL-CREDIT(WS-FOUND-AX).

      * OUT-DESC-A IS SPACE-PADDED TO 20 AND FREE TEXT, SO THE WORK
      * COPY HAS ANY COMMAS BLANKED OUT FIRST - A COMMA IN THE
      * DESCRIPTION WOULD SHIFT EVERY FIELD THE LOADER (AND THE
         END-EVALUATE.
         ADD 1 TO WS-AMT-IX.

      * ONE ACT LINE PER ACCOUNT POSTED TO, IN THE ORDER THE ACCOUNTS
      * FIRST CAME UP: ACT,ACCOUNT,LEGS,DEBIT TOTAL,CREDIT TOTAL. THE
      * TRL LINE THEN GIVES TRANSACTIONS, HASH, LEGS AND THE COUNT
      * HELD OUT UNMAPPED, SO TRANSACTIONS + HELD = OK + APPRV.
        240-WRITE-TRAILER-REC.
         MOVE 1 TO WS-AX.
         PERFORM 241-WRITE-ACCOUNT-REC UNTIL WS-AX > ACTT-QTDE.
         MOVE WS-HASH-TOT TO WS-HASH-FIXED.
         MOVE SPACES TO GLE-REC.
         STRING 'TRL,'        DELIMITED BY SIZE
                WS-DTL-CT     DELIMITED BY SIZE
                ','           DELIMITED BY SIZE
                WS-HASH-FIXED DELIMITED BY SIZE
                ','           DELIMITED BY SIZE
                WS-LEG-CT     DELIMITED BY SIZE
                ','           DELIMITED BY SIZE
                WS-UNM-CT     DELIMITED BY SIZE
                INTO GLE-REC
         END-STRING.
         PERFORM 890-WRITE-GLE-REC.

        241-WRITE-ACCOUNT-REC.
         MOVE ACTT-DEBIT(WS-AX) TO WS-DR-FIXED.
         MOVE ACTT-CREDIT(WS-AX) TO WS-CR-FIXED.
         MOVE SPACES TO GLE-REC.
         STRING 'ACT,'             DELIMITED BY SIZE
                ACTT-ACCT(WS-AX)   DELIMITED BY SPACE
                ','                DELIMITED BY SIZE
                ACTT-LEG-CT(WS-AX) DELIMITED BY SIZE
                ','                DELIMITED BY SIZE
                WS-DR-FIXED        DELIMITED BY SIZE
                ','                DELIMITED BY SIZE
                WS-CR-FIXED        DELIMITED BY SIZE
                INTO GLE-REC
         END-STRING.
         PERFORM 890-WRITE-GLE-REC.
         ADD 1 TO WS-AX.

      * READ THE FINISHED EXTRACT BACK AND PROVE THE TRAILERS AGAINST
      * WHAT IS PHYSICALLY IN THE FILE - COUNT OF TRANSACTIONS (ONE
      * DEBIT LEG EACH), COUNT OF LEGS, HASH OF THE DEBIT LEGS EQUAL
      * TO THE HASH OF THE CREDIT LEGS, AND EACH ACCOUNT'S LEGS RE-
      * ADDED AGAINST ITS ACT LINE - BEFORE ANYONE SHIPS IT.
        250-BALANCE-EXTRACT.
         MOVE 1 TO WS-CT-02.
         OPEN INPUT GLE-FL.
         END-IF.
         PERFORM 251-READ-BACK-REC UNTIL WS-CT-02 = 0.
         CLOSE GLE-FL.
         MOVE 1 TO WS-AX.
         PERFORM 255-CHECK-ACCOUNT-TOTALS UNTIL WS-AX > ACTT-QTDE.
         IF WS-CHK-CT = WS-TRL-CT AND WS-CHK-HASH = WS-TRL-HASH
          AND WS-CHK-CT = WS-DTL-CT AND WS-CHK-HASH = WS-HASH-TOT
          AND WS-CHK-CR-HASH = WS-HASH-TOT
          AND WS-CHK-LEG-CT = WS-TRL-LEG-CT
          AND WS-CHK-LEG-CT = WS-LEG-CT
          AND WS-TRL-UNM-CT = WS-UNM-CT
          AND WS-CHK-ACT-CT = ACTT-QTDE AND WS-ACT-BAD-CT = ZEROS
            DISPLAY 'EXTRACT BALANCED: ' WS-CHK-CT ' TRANSACTIONS, '
                    WS-CHK-LEG-CT ' JOURNAL LEGS, ' WS-CHK-ACT-CT
                    ' ACCOUNTS'
         ELSE
            DISPLAY 'EXTRACT OUT OF BALANCE'
            DISPLAY '  WRITTEN  CT ' WS-DTL-CT ' HASH ' WS-HASH-TOT
                    ' LEGS ' WS-LEG-CT ' HELD ' WS-UNM-CT
            DISPLAY '  READBACK CT ' WS-CHK-CT ' HASH ' WS-CHK-HASH
                    ' LEGS ' WS-CHK-LEG-CT ' CR HASH ' WS-CHK-CR-HASH
            DISPLAY '  TRAILER  CT ' WS-TRL-CT ' HASH ' WS-TRL-HASH
                    ' LEGS ' WS-TRL-LEG-CT ' HELD ' WS-TRL-UNM-CT
            DISPLAY '  ACCOUNTS ' ACTT-QTDE ' ACT LINES '
                    WS-CHK-ACT-CT ' NOT AGREEING ' WS-ACT-BAD-CT
            MOVE 16 TO RETURN-CODE
            STOP RUN
         END-IF.
        252-CHECK-BACK-REC.
         EVALUATE GLE-REC(1:4)
           WHEN 'DTL,'
              PERFORM 253-CHECK-BACK-LEG
           WHEN 'ACT,'
              PERFORM 254-CHECK-BACK-ACCOUNT
           WHEN 'TRL,'
              MOVE SPACES TO WS-UNS-F1 WS-UNS-F2 WS-UNS-F4
                             WS-UNS-F10 WS-UNS-F11
              UNSTRING GLE-REC DELIMITED BY ','
                INTO WS-UNS-F1 WS-UNS-F2 WS-UNS-F4 WS-UNS-F10
                     WS-UNS-F11
              END-UNSTRING
              MOVE WS-UNS-F2(1:7) TO WS-TRL-CT
              MOVE WS-UNS-F10(1:7) TO WS-TRL-LEG-CT
              MOVE WS-UNS-F11(1:7) TO WS-TRL-UNM-CT
              MOVE WS-UNS-F4 TO WS-AMT-FIELD
              PERFORM 215-COMPUTE-AMOUNT
              MOVE WS-AMT-NUM TO WS-TRL-HASH
              CONTINUE
         END-EVALUATE.

      * A LEG NAMING AN ACCOUNT THE RUN NEVER POSTED TO CAN ONLY BE A
      * MANGLED LINE, AND COUNTS AGAINST THE BALANCE.
        253-CHECK-BACK-LEG.
         ADD 1 TO WS-CHK-LEG-CT.
         MOVE SPACES TO WS-UNS-F1 WS-UNS-F2 WS-UNS-F3 WS-UNS-F4
                        WS-UNS-F5 WS-UNS-F6 WS-UNS-F7 WS-UNS-F8
                        WS-UNS-F9 WS-UNS-F10 WS-UNS-F11 WS-UNS-F12.
         UNSTRING GLE-REC DELIMITED BY ','
           INTO WS-UNS-F1 WS-UNS-F2 WS-UNS-F3 WS-UNS-F4
                WS-UNS-F5 WS-UNS-F6 WS-UNS-F7 WS-UNS-F8
                WS-UNS-F9 WS-UNS-F10 WS-UNS-F11 WS-UNS-F12
         END-UNSTRING.
         MOVE WS-UNS-F4 TO WS-AMT-FIELD.
         PERFORM 215-COMPUTE-AMOUNT.
         MOVE WS-UNS-F10(1:10) TO WS-FIND-ACCT.
         PERFORM 225-FIND-ACCOUNT.
         IF WS-FOUND-AX = ZEROS
            ADD 1 TO WS-ACT-BAD-CT
         ELSE
            ADD 1 TO ACTT-CHK-LEG-CT(WS-FOUND-AX)
         END-IF.
         IF WS-UNS-F12(1:1) = 'D'
            ADD 1 TO WS-CHK-CT
            ADD WS-AMT-NUM TO WS-CHK-HASH
            IF WS-FOUND-AX > ZEROS
               ADD WS-AMT-NUM TO ACTT-CHK-DEBIT(WS-FOUND-AX)
            END-IF
         ELSE
            ADD WS-AMT-NUM TO WS-CHK-CR-HASH
            IF WS-FOUND-AX > ZEROS
               ADD WS-AMT-NUM TO ACTT-CHK-CREDIT(WS-FOUND-AX)
            END-IF
         END-IF.

        254-CHECK-BACK-ACCOUNT.
         ADD 1 TO WS-CHK-ACT-CT.
         MOVE SPACES TO WS-UNS-F1 WS-UNS-F10 WS-UNS-F2 WS-UNS-F4
                        WS-UNS-F8.
         UNSTRING GLE-REC DELIMITED BY ','
           INTO WS-UNS-F1 WS-UNS-F10 WS-UNS-F2 WS-UNS-F4 WS-UNS-F8
         END-UNSTRING.
         MOVE WS-UNS-F10(1:10) TO WS-FIND-ACCT.
         PERFORM 225-FIND-ACCOUNT.
         IF WS-FOUND-AX = ZEROS
            ADD 1 TO WS-ACT-BAD-CT
         ELSE
            SET ACTT-TRL-SEEN(WS-FOUND-AX) TO TRUE
            MOVE WS-UNS-F2(1:5) TO ACTT-TRL-LEG-CT(WS-FOUND-AX)
            MOVE WS-UNS-F4 TO WS-AMT-FIELD
            PERFORM 215-COMPUTE-AMOUNT
            MOVE WS-AMT-NUM TO ACTT-TRL-DEBIT(WS-FOUND-AX)
            MOVE WS-UNS-F8 TO WS-AMT-FIELD
            PERFORM 215-COMPUTE-AMOUNT
            MOVE WS-AMT-NUM TO ACTT-TRL-CREDIT(WS-FOUND-AX)
         END-IF.

        255-CHECK-ACCOUNT-TOTALS.
         IF NOT ACTT-TRL-SEEN(WS-AX)
          OR ACTT-CHK-LEG-CT(WS-AX) NOT = ACTT-LEG-CT(WS-AX)
          OR ACTT-TRL-LEG-CT(WS-AX) NOT = ACTT-LEG-CT(WS-AX)
          OR ACTT-CHK-DEBIT(WS-AX) NOT = ACTT-DEBIT(WS-AX)
          OR ACTT-TRL-DEBIT(WS-AX) NOT = ACTT-DEBIT(WS-AX)
          OR ACTT-CHK-CREDIT(WS-AX) NOT = ACTT-CREDIT(WS-AX)
          OR ACTT-TRL-CREDIT(WS-AX) NOT = ACTT-CREDIT(WS-AX)
            ADD 1 TO WS-ACT-BAD-CT
            DISPLAY '  ACCOUNT ' ACTT-ACCT(WS-AX) ' DOES NOT AGREE'
         END-IF.
         ADD 1 TO WS-AX.

      * ONLY A BALANCED EXTRACT REACHES THIS POINT (250 STOPS THE RUN
      * OTHERWISE), SO THE LEDGER ONLY EVER CARRIES EXTRACTS THAT
      * REALLY LEFT THE SHOP. SENT TURNS INTO ACKED WHEN FHACK0001

        300-END.
         DISPLAY 'RECORDS READ: ' WS-CT-01.
         DISPLAY 'TRANSACTIONS EXTRACTED: ' WS-DTL-CT.
         DISPLAY 'JOURNAL LEGS WRITTEN: ' WS-LEG-CT.
         DISPLAY 'ACCOUNTS POSTED TO: ' ACTT-QTDE.
         IF WS-REV-CT > ZEROS
            DISPLAY 'OF WHICH REVERSALS: ' WS-REV-CT
         END-IF.
         IF WS-FX-CT > ZEROS
            DISPLAY 'OF WHICH FOREIGN CURRENCY: ' WS-FX-CT
         END-IF.
         DISPLAY 'ERROR-MARKED RECORDS SKIPPED: ' WS-SKIP-CT.
         DISPLAY 'UNMAPPED RECORDS HELD OUT: ' WS-UNM-CT.
         IF WS-UNM-CT > ZEROS
            DISPLAY 'WARNING: UNMAPPED RECORDS ARE ON '
                    WS-UNM-FL-NAME
            MOVE 4 TO RETURN-CODE
         END-IF.
         DISPLAY 'END-PROGRAM: FHGLE0001'.
         STOP RUN.

         IF WS-GLE-OPEN
            CLOSE GLE-FL
         END-IF.
         IF WS-ACM-OPEN
            CLOSE ACM-FL
         END-IF.
         IF WS-UNM-OPEN
            CLOSE UNM-FL
         END-IF.
         MOVE 16 TO RETURN-CODE.
         STOP RUN.
       END PROGRAM FHGLE0001.
