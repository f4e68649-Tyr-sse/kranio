      * Tectonics: cobc
      * Modification History:
      *  20260903 TA - INITIAL VERSION.
      *  20260924 TA - A REVERSAL (RC-TYPE-CD 'RV') IS RE-DERIVED WITH
      *                THE OPPOSITE SIGN OF THE ORIGINAL TYPE IN ITS
      *                RC-REV-REF (FHBOOK01), MATCHING WHAT FHSLD0001
      *                NOW POSTS, SO REVERSALS DO NOT SHOW AS DRIFT.
      *  20261015 TA - A CATEGORY CAN NOW HAVE ONE MASTER RECORD PER
      *                CURRENCY (SEE FHBOOK07). THEIR BASE-CURRENCY
      *                BALANCES ARE ADDED TOGETHER INTO THE CATEGORY'S
      *                MASTER FIGURE, WHICH IS WHAT THE HISTORY (HELD
      *                IN BASE CURRENCY) RE-DERIVES. BAL-FL-REC IS
      *                WIDENED TO THE 71-BYTE RECORD.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. FHAUD0001.
         COPY 'FHBOOK01.COB'.

         FD  BAL-FL.
         01  BAL-FL-REC              PIC X(71).

         FD  RPT-FL.
         01  RPT-REC                 PIC X(132).
           PERFORM 220-FIND-OR-ADD-CAT
           SET AUDT-ON-MASTER(WS-FOUND-IX) TO TRUE
           IF BAL-SIGN = '-'
              SUBTRACT BAL-AMOUNT FROM AUDT-MASTER(WS-FOUND-IX)
           ELSE
              ADD BAL-AMOUNT TO AUDT-MASTER(WS-FOUND-IX)
           END-IF
         END-READ.
         IF NOT WS-STTS-BAL-OK AND NOT WS-STTS-BAL-EOF

      * CR ADDS, DB SUBTRACTS, AJ ADDS - THE SAME SIGN CONVENTION
      * FHSLD0001 POSTS INTO THE MASTER EVERY NIGHT, SO A CLEAN
      * MASTER MUST COME OUT IDENTICAL TO THIS SUM. A REVERSAL TAKES
      * THE OPPOSITE SIGN OF THE ORIGINAL IT CANCELS.
        210-POST-DERIVED.
         MOVE RC-DESC-A TO WS-LOOK-NOME.
         PERFORM 220-FIND-OR-ADD-CAT.
         SET AUDT-ON-HIST(WS-FOUND-IX) TO TRUE.
         MOVE RC-AMOUNT TO WS-AMT-FIELD.
         PERFORM 215-COMPUTE-AMOUNT.
         EVALUATE TRUE
           WHEN RC-TYPE-CD = 'DB'
              SUBTRACT WS-AMT-NUM FROM AUDT-DERIVED(WS-FOUND-IX)
           WHEN RC-TYPE-ESTORNO AND RC-REV-ORIG-TYPE-CD = 'DB'
              ADD WS-AMT-NUM TO AUDT-DERIVED(WS-FOUND-IX)
           WHEN RC-TYPE-ESTORNO
              SUBTRACT WS-AMT-NUM FROM AUDT-DERIVED(WS-FOUND-IX)
           WHEN OTHER
              ADD WS-AMT-NUM TO AUDT-DERIVED(WS-FOUND-IX)
         END-EVALUATE.

        220-FIND-OR-ADD-CAT.
         MOVE ZEROS TO WS-FOUND-IX.
