      *                ALREADY NETTED THE NIGHT THEY WERE HELD. BEFORE
      *                THIS, EVERY SINGLE DIVERT HARD-STOPPED TWO
      *                NIGHTS' CHAINS.
      *  20260924 TA - REVERSALS (OUT-TYPE-CD 'RV') GET THEIR OWN LINE
      *                AND JOIN THE NET WITH THE OPPOSITE SIGN OF THE
      *                ORIGINAL THEY CANCEL (OUT-REV-REF, FHBOOK03),
      *                INSTEAD OF FALLING INTO THE UNKNOWN-TYPE COUNT.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. FHBAL0001.
         77  WS-CR-CT                PIC 9(07)   VALUE ZEROS.
         77  WS-AJ-CT                PIC 9(07)   VALUE ZEROS.
         77  WS-OTH-CT               PIC 9(07)   VALUE ZEROS.
         77  WS-RV-CT                PIC 9(07)   VALUE ZEROS.
         77  WS-RV-NET               PIC S9(09)V99 VALUE ZEROS.
         77  WS-DB-AMT               PIC 9(09)V99 VALUE ZEROS.
         77  WS-CR-AMT               PIC 9(09)V99 VALUE ZEROS.
         77  WS-AJ-AMT               PIC 9(09)V99 VALUE ZEROS.
                WHEN OUT-TYPE-CD = 'AJ'
                   ADD 1 TO WS-AJ-CT
                   ADD WS-AMT-NUM TO WS-AJ-AMT
                WHEN OUT-TYPE-CD = 'RV'
                   ADD 1 TO WS-RV-CT
                   IF OUT-REV-ORIG-TYPE-CD = 'DB'
                      ADD WS-AMT-NUM TO WS-RV-NET
                   ELSE
                      SUBTRACT WS-AMT-NUM FROM WS-RV-NET
                   END-IF
                WHEN OTHER
                   ADD 1 TO WS-OTH-CT
                   DISPLAY 'WARNING: UNKNOWN TYPE CODE "' OUT-TYPE-CD
         STOP RUN.

      * THE NET POSITION TREATS DEBITS AS MONEY OUT AND CREDITS AS
      * MONEY IN, WITH ADJUSTMENTS ADDED ON TOP AND REVERSALS UNDOING
      * THEIR ORIGINAL'S SIGN, SO A CLEAN DAY NETS TO ZERO WITHIN THE
      * TOLERANCE.
        301-PRINT-TRIAL-BALANCE.
         DISPLAY '===== DAILY TRIAL BALANCE ====='.
         DISPLAY 'RECORDS READ: ' WS-CT-01.
         DISPLAY 'CREDITS     COUNT ' WS-CR-CT ' AMOUNT ' WS-AMT-ED.
         MOVE WS-AJ-AMT TO WS-AMT-ED.
         DISPLAY 'ADJUSTMENTS COUNT ' WS-AJ-CT ' AMOUNT ' WS-AMT-ED.
         IF WS-RV-CT > ZEROS
            MOVE WS-RV-NET TO WS-NET-ED
            DISPLAY 'REVERSALS   COUNT ' WS-RV-CT ' NET ' WS-NET-ED
         END-IF.
         IF WS-OTH-CT > ZEROS
            DISPLAY 'UNKNOWN TYPE COUNT ' WS-OTH-CT
         END-IF.
                    WS-RLS-CT ' NET ' WS-NET-ED
         END-IF.
         COMPUTE WS-NET-AMT =
                 WS-CR-AMT - WS-DB-AMT + WS-AJ-AMT + WS-RV-NET
               + WS-HELD-NET.
         MOVE WS-NET-AMT TO WS-NET-ED.
         DISPLAY 'NET POSITION (CR - DB + AJ + RV + HELD): '
                 WS-NET-ED.
         IF WS-NET-AMT < ZEROS
            COMPUTE WS-ABS-NET = ZEROS - WS-NET-AMT
         ELSE
