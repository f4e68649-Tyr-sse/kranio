      * Tectonics: cobc
      * Modification History:
      *  20260903 TA - INITIAL VERSION.
      *  20261015 TA - THE GL EXTRACT LINE GREW TO 100 BYTES FOR THE
      *                FOREIGN-CURRENCY FIELDS (SEE FHGLE0001). GLE-REC,
      *                THE KEPT DTL LINE AND THE LINE-LENGTH SCAN ARE
      *                WIDENED TO MATCH, AND THE RE-SUBMISSION RECORD
      *                TO 130 FOR THE LINE PLUS THE REASON CODE.
      *  20261015 TA - THE EXTRACT IS NOW A TWO-LEG JOURNAL (SEE
      *                FHGLE0001): EACH LEG IS ITS OWN DTL LINE, SIGNED
      *                BY SIDE, AND THE LOADER ANSWERS EACH ONE, SO THE
      *                MATCH ON DATE/DESCRIPTION/AMOUNT/TYPE STANDS AS
      *                IT WAS. THE ACT CONTROL LINES ARE NOT DETAILS
      *                AND ARE PASSED OVER LIKE HDR AND TRL. THE LINE
      *                GREW TO 120 FOR THE ACCOUNT FIELDS; GLE-REC, THE
      *                KEPT DTL LINE AND THE SCAN ARE WIDENED TO 120
      *                AND THE RE-SUBMISSION RECORD TO 150. TWO
      *                LINES PER TRANSACTION, SO THE DTL TABLE NOW
      *                HOLDS 999 LINES.
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. FHACK0001.
         COPY 'FHBOOK11.COB'.

         FD  GLE-FL.
         01  GLE-REC                 PIC X(120).

         FD  ACK-FL.
         01  ACK-REC                 PIC X(100).

         FD  RSB-FL.
         01  RSB-REC                 PIC X(150).

         FD  LEDN-FL.
         01  LEDN-REC                PIC X(85).

         77  WS-DX                   PIC 9(03)   VALUE ZEROS.
         77  WS-LX                   PIC 9(03)   VALUE ZEROS.
         77  WS-LINE-IX              PIC 9(03)   VALUE ZEROS.
         77  WS-LINE-LEN             PIC 9(03)   VALUE ZEROS.
         77  WS-FOUND-IX             PIC 9(03)   VALUE ZEROS.
         77  WS-DUP-SW               PIC X(01)   VALUE 'N'.
             88  WS-SAW-MATCHED            VALUE 'Y'.

         01  TB-DETAIL.
             05  DTLT-QTDE           PIC 9(03)   VALUE ZEROS.
             05  DTLT-TAB            OCCURS 999 TIMES.
                 10  DTLT-LINE           PIC X(120).
                 10  DTLT-DATE           PIC X(12).
                 10  DTLT-DESC           PIC X(22).
                 10  DTLT-AMT            PIC X(14).
           MOVE ZEROS TO WS-CT-02
          NOT AT END
           IF GLE-REC(1:4) = 'DTL,'
              IF DTLT-QTDE < 999
                 ADD 1 TO DTLT-QTDE
                 MOVE GLE-REC TO DTLT-LINE(DTLT-QTDE)
                 MOVE SPACES TO WS-ACK-TAG WS-ACK-DATE WS-ACK-DESC
        215-WRITE-RESUBMIT-REC.
         MOVE 1 TO WS-LINE-LEN.
         MOVE 1 TO WS-LINE-IX.
         PERFORM 216-SCAN-LINE-CHAR UNTIL WS-LINE-IX > 120.
         MOVE SPACES TO RSB-REC.
         STRING DTLT-LINE(WS-FOUND-IX)(1:WS-LINE-LEN)
                               DELIMITED BY SIZE
