      *                THE MASTER, SO A HISTORY ASSEMBLED WITHOUT
      *                THEM LEFT THE OPENING-BALANCE WIND-BACK OFF BY
      *                EXACTLY THOSE AMOUNTS.
      *  20260924 TA - A REVERSAL (RC-TYPE-CD 'RV') MOVES THE RUNNING
      *                BALANCE THE OPPOSITE WAY TO THE ORIGINAL TYPE
      *                IN ITS RC-REV-REF (FHBOOK01), THE SAME AS
      *                FHSLD0001 POSTS IT, AND IS TOTALLED ON ITS OWN
      *                REVERSALS LINE INSTEAD OF WITH THE ADJUSTMENTS.
      *  20261015 TA - A CATEGORY CAN NOW HAVE ONE MASTER RECORD PER
      *                CURRENCY (SEE FHBOOK07); THEIR BASE-CURRENCY
      *                BALANCES ARE ADDED INTO ONE TABLE ENTRY PER
      *                CATEGORY AS THEY LOAD. BAL-FL-REC IS WIDENED TO
      *                THE 71-BYTE RECORD.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. FHINQ0001.
             05  REQ-TO              PIC 9(08).

         FD  BAL-FL.
         01  BAL-FL-REC              PIC X(71).

         FD  RPT-FL.
         01  RPT-REC                 PIC X(132).
         77  WS-DB-AMT               PIC 9(11)V99 VALUE ZEROS.
         77  WS-CR-AMT               PIC 9(11)V99 VALUE ZEROS.
         77  WS-AJ-AMT               PIC 9(11)V99 VALUE ZEROS.
         77  WS-RV-CT                PIC 9(07)   VALUE ZEROS.
         77  WS-RV-AMT               PIC 9(11)V99 VALUE ZEROS.
         77  WS-RPT-LINE             PIC X(132)  VALUE SPACES.

         COPY 'FHBOOK07.COB'.
          AT END
           MOVE ZEROS TO WS-CT-02
          NOT AT END
           MOVE ZEROS TO WS-FOUND-IX
           MOVE 1 TO WS-BX
           PERFORM 122-SCAN-LOADED-BAL
             UNTIL WS-BX > BALT-QTDE OR WS-FOUND-IX > ZEROS
           IF WS-FOUND-IX = ZEROS AND BALT-QTDE < 500
              ADD 1 TO BALT-QTDE
              MOVE BALT-QTDE TO WS-FOUND-IX
              MOVE BAL-NOME TO BALT-NOME(BALT-QTDE)
              MOVE ZEROS TO BALT-AMT(BALT-QTDE)
           END-IF
           IF WS-FOUND-IX > ZEROS
              IF BAL-SIGN = '-'
                 SUBTRACT BAL-AMOUNT FROM BALT-AMT(WS-FOUND-IX)
              ELSE
                 ADD BAL-AMOUNT TO BALT-AMT(WS-FOUND-IX)
              END-IF
           ELSE
              DISPLAY 'WARNING: BALANCE TABLE FULL, ENTRY DROPPED'
            PERFORM 900-ERROR-ABEND
         END-IF.

      * A FOREIGN-CURRENCY RECORD ADDS INTO THE ENTRY ITS CATEGORY'S
      * BASE-CURRENCY RECORD ALREADY OPENED.
        122-SCAN-LOADED-BAL.
         IF BALT-NOME(WS-BX) = BAL-NOME
            MOVE WS-BX TO WS-FOUND-IX
         ELSE
            ADD 1 TO WS-BX
         END-IF.

        200-PROCESS.
         DISPLAY 'PROCESS: FHINQ0001'.
         OPEN OUTPUT RPT-FL.
         MOVE ZEROS TO MTCH-QTDE.
         MOVE ZEROS TO WS-NET-AFTER.
         MOVE ZEROS TO WS-OVFL-CT.
         MOVE ZEROS TO WS-DB-CT WS-CR-CT WS-AJ-CT WS-RV-CT.
         MOVE ZEROS TO WS-DB-AMT WS-CR-AMT WS-AJ-AMT WS-RV-AMT.
         PERFORM 230-SCAN-HISTORY.
         PERFORM 250-WRITE-QUERY-SECTION.

                    (RC-DT-Y * 10000) + (RC-DT-M * 100) + RC-DT-D
            MOVE RC-AMOUNT TO WS-AMT-FIELD
            PERFORM 215-COMPUTE-AMOUNT
            EVALUATE TRUE
              WHEN RC-TYPE-CD = 'DB'
                 COMPUTE WS-MOVE-AMT = ZEROS - WS-AMT-NUM
              WHEN RC-TYPE-ESTORNO AND RC-REV-ORIG-TYPE-CD = 'DB'
                 MOVE WS-AMT-NUM TO WS-MOVE-AMT
              WHEN RC-TYPE-ESTORNO
                 COMPUTE WS-MOVE-AMT = ZEROS - WS-AMT-NUM
              WHEN OTHER
                 MOVE WS-AMT-NUM TO WS-MOVE-AMT
            END-EVALUATE
            IF WS-REC-DATE >= REQ-FROM
               ADD WS-MOVE-AMT TO WS-NET-AFTER
            END-IF
           WHEN 'CR'
              ADD 1 TO WS-CR-CT
              ADD MTCH-AMT(WS-MX) TO WS-CR-AMT
           WHEN 'RV'
              ADD 1 TO WS-RV-CT
              IF MTCH-AMT(WS-MX) < ZEROS
                 SUBTRACT MTCH-AMT(WS-MX) FROM WS-RV-AMT
              ELSE
                 ADD MTCH-AMT(WS-MX) TO WS-RV-AMT
              END-IF
           WHEN OTHER
              ADD 1 TO WS-AJ-CT
              ADD MTCH-AMT(WS-MX) TO WS-AJ-AMT
         MOVE WS-AJ-AMT TO RPT-T-AMT.
         MOVE RPT-TOT-LINE TO WS-RPT-LINE.
         PERFORM 890-WRITE-RPT-LINE.
         IF WS-RV-CT > ZEROS
            MOVE 'REVERSALS    ' TO RPT-T-LABEL
            MOVE WS-RV-CT TO RPT-T-CT
            MOVE WS-RV-AMT TO RPT-T-AMT
            MOVE RPT-TOT-LINE TO WS-RPT-LINE
            PERFORM 890-WRITE-RPT-LINE
         END-IF.

        890-WRITE-RPT-LINE.
         MOVE WS-RPT-LINE TO RPT-REC.
