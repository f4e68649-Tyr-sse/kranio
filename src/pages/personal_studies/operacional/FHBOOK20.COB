      ******************************************************************
      * Copybook: FHBOOK20.COB
      * Purpose: RECORD LAYOUT FOR THE BANK'S DAILY STATEMENT FILE
      *          (bank_stmt_<YYYYMMDD>.txt) READ BY FHBNK0001. ONE
      *          HEADER LINE (H) WITH THE ACCOUNT, THE STATEMENT DATE
      *          AND THE OPENING BALANCE, ONE DETAIL LINE (D) PER ENTRY
      *          THE BANK POSTED, AND ONE TRAILER LINE (T) WITH THE
      *          DETAIL COUNT AND THE CLOSING BALANCE. D IS MONEY OUT
      *          OF THE ACCOUNT, C IS MONEY IN; AMOUNTS ARE IN BASE
      *          CURRENCY WITH TWO IMPLIED DECIMALS AND BALANCES CARRY
      *          THEIR OWN SIGN BYTE ('-' OVERDRAWN). THE REFERENCE IS
      *          WHAT THE BANK ECHOES BACK FROM THE PAYMENT (CHEQUE
      *          NUMBER, TRANSFER ID); WHEN WE PUT THE SAME REFERENCE
      *          IN RC-DESC-B, FHBNK0001 MATCHES ON IT FIRST.
      * Modification History:
      *  20261015 TA - INITIAL VERSION.
      ******************************************************************
       FD  STM-FL.
       01  STM-REC.
           05  STM-REC-TYPE        PIC X(01).
               88  STM-HEADER           VALUE 'H'.
               88  STM-DETAIL           VALUE 'D'.
               88  STM-TRAILER          VALUE 'T'.
           05  STM-SEP1            PIC X(01).
           05  STM-BODY            PIC X(78).
           05  STM-HDR REDEFINES STM-BODY.
               10  STM-H-ACCOUNT       PIC X(12).
               10  STM-H-SEP1          PIC X(01).
               10  STM-H-STMT-DATE     PIC 9(08).
               10  STM-H-SEP2          PIC X(01).
               10  STM-H-OPEN-SIGN     PIC X(01).
               10  STM-H-OPEN-BAL      PIC 9(11)V99.
               10  FILLER              PIC X(42).
           05  STM-DTL REDEFINES STM-BODY.
               10  STM-D-VALUE-DATE    PIC 9(08).
               10  STM-D-SEP1          PIC X(01).
               10  STM-D-DC            PIC X(01).
                   88  STM-D-DEBIT          VALUE 'D'.
                   88  STM-D-CREDIT         VALUE 'C'.
               10  STM-D-SEP2          PIC X(01).
               10  STM-D-AMOUNT        PIC 9(11)V99.
               10  STM-D-SEP3          PIC X(01).
               10  STM-D-REFERENCE     PIC X(16).
               10  STM-D-SEP4          PIC X(01).
               10  STM-D-NARRATIVE     PIC X(30).
               10  FILLER              PIC X(06).
           05  STM-TRL REDEFINES STM-BODY.
               10  STM-T-LINE-CT       PIC 9(07).
               10  STM-T-SEP1          PIC X(01).
               10  STM-T-CLOSE-SIGN    PIC X(01).
               10  STM-T-CLOSE-BAL     PIC 9(11)V99.
               10  FILLER              PIC X(56).
