      *                CONSTRUCTION. A CATEGORY-TABLE OVERFLOW NOW
      *                ALSO ENDS WITH RETURN CODE 8 INSTEAD OF LETTING
      *                A SILENTLY SHORTENED REPORT LOOK CLEAN.
      *  20260924 TA - A REVERSAL (RC-TYPE-CD 'RV', SEE FHBOOK01) IS
      *                DATED AND CATEGORISED LIKE THE ORIGINAL IT
      *                CANCELS, SO IT NETS THAT ORIGINAL BACK OUT OF
      *                THE SAME WEEK AND MONTH: ONE ENTRY AND ITS
      *                AMOUNT COME OFF THE CATEGORY. THE GRAND-TOTAL
      *                PAGE SHOWS THE REVERSALS NETTED AND THE TIE
      *                CHECK ALLOWS FOR THEM; A REVERSAL WITH NOTHING
      *                LEFT TO NET IN ITS WEEK IS COUNTED AND SHOWN,
      *                NOT FORCED BELOW ZERO.
      *  20261015 TA - THE SUSPENSE LINE CARRIES THE HISTORY IMAGE UP
      *                TO THE BRANCH ONLY (79 BYTES), AS BEFORE THE
      *                CURRENCY FIELDS WERE ADDED TO FHBOOK01, SO THE
      *                REASON STARTS IN COLUMN 81 AGAIN AND IS NO LONGER
      *                CUT SHORT. FHSUS0001 TAKES THE LISTING ONTO THE
      *                SUSPENSE LEDGER.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. FHMES0001.
         77  WS-SUSP-SW              PIC X(01)   VALUE 'N'.
             88  WS-REC-SUSPENSE           VALUE 'Y'.
         77  WS-TALLY-NOME           PIC X(20)   VALUE SPACES.
         77  WS-REV-CT               PIC 9(07)   VALUE ZEROS.
         77  WS-REV-UNNET-CT         PIC 9(07)   VALUE ZEROS.

         77  WS-AMT-IX               PIC 9(02)   VALUE ZEROS.
         77  WS-AMT-CH               PIC X(01)   VALUE SPACE.
             05  FILLER              PIC X(22)   VALUE
                 '  OUT-OF-MONTH RECS:  '.
             05  RPT-G8-CT           PIC Z(08)9.
         01  RPT-GRAND-9.
             05  FILLER              PIC X(22)   VALUE
                 '  REVERSALS NETTED:   '.
             05  RPT-G9-CT           PIC Z(08)9.
         01  RPT-GRAND-10.
             05  FILLER              PIC X(22)   VALUE
                 '  REVERSALS UNNETTED: '.
             05  RPT-G10-CT          PIC Z(08)9.

         COPY 'FHBOOK09.COB'.

            MOVE 'MERGED TO UNUSABLE CATEGORY' TO WS-SUSP-REASON
         END-IF.

      * THE HISTORY IS BASE-CURRENCY ONLY, SO NOTHING PAST THE BRANCH
      * IS CARRIED AND THE REASON ALWAYS STARTS IN COLUMN 81, WHERE
      * FHSUS0001 READS IT.
        218-WRITE-SUSPENSE-REC.
         ADD 1 TO WS-SUSP-CT.
         MOVE SPACES TO SUSP-REC.
         STRING RC-REGISTRO-LOG(1:79) DELIMITED BY SIZE
                ' '             DELIMITED BY SIZE
                WS-SUSP-REASON  DELIMITED BY SIZE
                INTO SUSP-REC
         PERFORM 220-FIND-OR-ADD-CAT.
         IF NOT WS-CAT-OVERFLOW
            PERFORM 215-COMPUTE-AMOUNT
            IF RC-TYPE-ESTORNO
               PERFORM 222-NET-REVERSAL
            ELSE
               ADD 1 TO CAT-WK-TOT(WS-CT-07 WS-WEEK-NO)
               ADD 1 TO CAT-MO-TOT(WS-CT-07)
               ADD WS-CAT-AMOUNT TO CAT-WK-AMT(WS-CT-07 WS-WEEK-NO)
               ADD WS-CAT-AMOUNT TO CAT-MO-AMT(WS-CT-07)
            END-IF
         END-IF.

      * A REVERSAL CARRIES ITS ORIGINAL'S DATE AND CATEGORY AND ONLY
      * POSTS AFTER THE ORIGINAL IS IN HISTORY, SO THE ORIGINAL HAS
      * ALREADY BEEN TALLIED INTO THE SAME WEEK. IF THE WEEK CANNOT
      * ABSORB IT (ORIGINAL DROPPED BY FHDUP0001, OR A HISTORY FILE
      * THAT DOES NOT START AT THE MONTH) IT IS COUNTED, NOT NETTED -
      * THE TOTALS ARE UNSIGNED AND MUST NOT WRAP.
        222-NET-REVERSAL.
         IF CAT-WK-TOT(WS-CT-07 WS-WEEK-NO) > ZEROS AND
            CAT-WK-AMT(WS-CT-07 WS-WEEK-NO) NOT < WS-CAT-AMOUNT
            ADD 1 TO WS-REV-CT
            SUBTRACT 1 FROM CAT-WK-TOT(WS-CT-07 WS-WEEK-NO)
            SUBTRACT 1 FROM CAT-MO-TOT(WS-CT-07)
            SUBTRACT WS-CAT-AMOUNT
              FROM CAT-WK-AMT(WS-CT-07 WS-WEEK-NO)
            SUBTRACT WS-CAT-AMOUNT FROM CAT-MO-AMT(WS-CT-07)
         ELSE
            ADD 1 TO WS-REV-UNNET-CT
            DISPLAY 'WARNING: REVERSAL WITH NOTHING TO NET IN ITS'
                    ' WEEK: ' RC-DESC-A ' ' RC-DT-D '/' RC-DT-M '/'
                    RC-DT-Y ' AMOUNT ' RC-AMOUNT
         END-IF.

      * RC-AMOUNT IS A FREE-FORM X(10) FIELD ("200.00" OR "20000" ARE
            DISPLAY 'RECORDS OUTSIDE REPORT MONTH, NOT TALLIED: '
                    WS-OTHER-MO-CT
         END-IF.
         IF WS-REV-CT > ZEROS
            DISPLAY 'REVERSALS NETTED OUT: ' WS-REV-CT
         END-IF.
         IF WS-REV-UNNET-CT > ZEROS
            DISPLAY 'REVERSALS WITH NOTHING TO NET: ' WS-REV-UNNET-CT
         END-IF.
         PERFORM 301-PRINT-REPORT.
         PERFORM 310-WRITE-REPORT-FILE.
         PERFORM 330-WRITE-TOTALS-FILE.
            MOVE RPT-GRAND-8 TO WS-RPT-LINE
            PERFORM 320-WRITE-RPT-LINE
         END-IF.
         IF WS-REV-CT > ZEROS
            MOVE WS-REV-CT TO RPT-G9-CT
            MOVE RPT-GRAND-9 TO WS-RPT-LINE
            PERFORM 320-WRITE-RPT-LINE
         END-IF.
         IF WS-REV-UNNET-CT > ZEROS
            MOVE WS-REV-UNNET-CT TO RPT-G10-CT
            MOVE RPT-GRAND-10 TO WS-RPT-LINE
            PERFORM 320-WRITE-RPT-LINE
         END-IF.
      * A NETTED REVERSAL IS ONE RECORD READ THAT TOOK ONE ENTRY BACK
      * OFF THE CATEGORY COUNT, SO IT ACCOUNTS FOR TWO.
         COMPUTE WS-TIE-CT =
                 WS-GRAND-CT + WS-SUSP-CT + WS-OTHER-MO-CT
               + (2 * WS-REV-CT) + WS-REV-UNNET-CT.
         IF WS-TIE-CT = WS-CT-01
            MOVE '  TIE CHECK: CATEGORY COUNT TIES TO RECORDS READ'
              TO RPT-G7-TEXT
