004200 05  LOG-RULES-TRIGGERED     PIC X(50).
004300 05  LOG-TRANS-AMOUNT        PIC 9(8)V99.
004400 05  LOG-MERCHANT-ID         PIC 9(8).
004410 05  LOG-TRANS-TYPE          PIC X(10).
004500 05  LOG-FILLER              PIC X(266).
004600
004700* FRAUD LOG HISTORY, KEYED ON DECISION DATE PLUS TRANSACTION
004800* ID SO THE DAILY APPEND IS RERUN SAFE AND THE MONTH-END
006100 05  AH-RULES-TRIGGERED      PIC X(50).
006200 05  AH-TRANS-AMOUNT         PIC 9(8)V99.
006300 05  AH-MERCHANT-ID          PIC 9(8).
006400 05  AH-TRANS-TYPE           PIC X(8).
006500
006600 FD  RUN-CONTROL-FILE
006700     RECORDING MODE IS F
014800     MOVE LOG-RULES-TRIGGERED TO AH-RULES-TRIGGERED
014900     MOVE LOG-TRANS-AMOUNT TO AH-TRANS-AMOUNT
015000     MOVE LOG-MERCHANT-ID TO AH-MERCHANT-ID
015100     MOVE LOG-TRANS-TYPE TO AH-TRANS-TYPE
015200     WRITE FRAUD-HIST-RECORD
015300         INVALID KEY
015400             ADD 1 TO WS-DUPLICATES-SKIPPED
