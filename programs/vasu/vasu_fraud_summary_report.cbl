003200 05  LOG-RULES-TRIGGERED     PIC X(50).
003300 05  LOG-TRANS-AMOUNT        PIC 9(8)V99.
003380 05  LOG-MERCHANT-ID         PIC 9(8).
003390 05  LOG-TRANS-TYPE          PIC X(10).
003400 05  LOG-FILLER              PIC X(266).
003500
003501
003502 FD  RUN-CONTROL-FILE
004800 01  WS-APPROVED-AMOUNT      PIC 9(10)V99 VALUE ZERO.
004900 01  WS-DECLINED-COUNT       PIC 9(7) VALUE ZERO.
005000 01  WS-DECLINED-AMOUNT      PIC 9(10)V99 VALUE ZERO.
005006
005012* Debit and credit totals - purchases and cash advances are
005018* scored debits; refunds, payments and matched reversals are
005024* posted credits and are not scored
005030 01  WS-DEBIT-COUNT          PIC 9(7) VALUE ZERO.
005036 01  WS-DEBIT-AMOUNT         PIC 9(10)V99 VALUE ZERO.
005042 01  WS-POSTED-COUNT         PIC 9(7) VALUE ZERO.
005048 01  WS-POSTED-AMOUNT        PIC 9(10)V99 VALUE ZERO.
005054 01  WS-REVERSED-COUNT       PIC 9(7) VALUE ZERO.
005060 01  WS-REVERSED-AMOUNT      PIC 9(10)V99 VALUE ZERO.
005066 01  WS-CREDIT-COUNT         PIC 9(7) VALUE ZERO.
005072 01  WS-CREDIT-AMOUNT        PIC 9(10)V99 VALUE ZERO.
005078 01  WS-EXCEPTION-COUNT      PIC 9(7) VALUE ZERO.
005084 01  WS-EXCEPTION-AMOUNT     PIC 9(10)V99 VALUE ZERO.
005085
005086* Account declines made ahead of scoring - not fraud
005087 01  WS-BLOCKED-COUNT        PIC 9(7) VALUE ZERO.
005088 01  WS-BLOCKED-AMOUNT       PIC 9(10)V99 VALUE ZERO.
005089 01  WS-OVERLIMIT-COUNT      PIC 9(7) VALUE ZERO.
005090 01  WS-OVERLIMIT-AMOUNT     PIC 9(10)V99 VALUE ZERO.
005091 01  WS-NOCARD-COUNT         PIC 9(7) VALUE ZERO.
005092 01  WS-NOCARD-AMOUNT        PIC 9(10)V99 VALUE ZERO.
005100
005200* Risk band totals
005300 01  WS-HIGH-BAND-COUNT      PIC 9(7) VALUE ZERO.
005800* Rule trigger totals
005900 01  WS-RULE-COUNTS.
006000     05  WS-RULE-COUNT-TBL   PIC 9(7) VALUE ZERO
006100         OCCURS 12 TIMES.
006200 01  WS-RULE-INDEX           PIC 9(2) VALUE 1.
006300 01  WS-RULE-CODE            PIC 9(2).
006400 01  WS-RULE-MATCH-COUNT     PIC 9(3).
008900 3000-PROCESS-LOG-RECORDS SECTION.
009000 3000-PROCESS-START.
009050     ADD 1 TO WS-RUN-READS
009060     IF LOG-DECISION = 'POSTED' OR LOG-DECISION = 'REVERSED'
009070         OR LOG-DECISION = 'EXCEPTION'
009080         PERFORM 3150-TALLY-CREDIT
009090     ELSE
009100         IF LOG-DECISION = 'BLOCKED' OR LOG-DECISION = 'OVERLIMIT'
009110             OR LOG-DECISION = 'NOCARD'
009120             PERFORM 3160-TALLY-ACCOUNT-DECLINE
009130         ELSE
009140             PERFORM 3100-TALLY-DECISION
009150             PERFORM 3200-TALLY-RISK-BAND
009160             PERFORM 3300-TALLY-RULES
009170         END-IF
009180     END-IF
009400
009500     READ FRAUD-LOG
009600     END-READ.
009700
009800 3100-TALLY-DECISION SECTION.
009900 3100-TALLY-DECISION-START.
009910     ADD 1 TO WS-DEBIT-COUNT
009920     ADD LOG-TRANS-AMOUNT TO WS-DEBIT-AMOUNT
010000     IF LOG-DECISION = 'APPROVED'
010100         ADD 1 TO WS-APPROVED-COUNT
010200         ADD LOG-TRANS-AMOUNT TO WS-APPROVED-AMOUNT
010500         ADD LOG-TRANS-AMOUNT TO WS-DECLINED-AMOUNT
010600     END-IF.
010700
010705 3150-TALLY-CREDIT SECTION.
010710 3150-TALLY-CREDIT-START.
010715     EVALUATE LOG-DECISION
010720         WHEN 'POSTED'
010725             ADD 1 TO WS-POSTED-COUNT
010730             ADD LOG-TRANS-AMOUNT TO WS-POSTED-AMOUNT
010735             ADD 1 TO WS-CREDIT-COUNT
010740             ADD LOG-TRANS-AMOUNT TO WS-CREDIT-AMOUNT
010745         WHEN 'REVERSED'
010750             ADD 1 TO WS-REVERSED-COUNT
010755             ADD LOG-TRANS-AMOUNT TO WS-REVERSED-AMOUNT
010760             ADD 1 TO WS-CREDIT-COUNT
010765             ADD LOG-TRANS-AMOUNT TO WS-CREDIT-AMOUNT
010770         WHEN OTHER
010775             ADD 1 TO WS-EXCEPTION-COUNT
010780             ADD LOG-TRANS-AMOUNT TO WS-EXCEPTION-AMOUNT
010785     END-EVALUATE.
010791
010797 3160-TALLY-ACCOUNT-DECLINE SECTION.
010803 3160-TALLY-ACCOUNT-START.
010809     ADD 1 TO WS-DEBIT-COUNT
010815     ADD LOG-TRANS-AMOUNT TO WS-DEBIT-AMOUNT
010821     EVALUATE LOG-DECISION
010827         WHEN 'BLOCKED'
010833             ADD 1 TO WS-BLOCKED-COUNT
010839             ADD LOG-TRANS-AMOUNT TO WS-BLOCKED-AMOUNT
010845         WHEN 'OVERLIMIT'
010851             ADD 1 TO WS-OVERLIMIT-COUNT
010857             ADD LOG-TRANS-AMOUNT TO WS-OVERLIMIT-AMOUNT
010863         WHEN OTHER
010869             ADD 1 TO WS-NOCARD-COUNT
010875             ADD LOG-TRANS-AMOUNT TO WS-NOCARD-AMOUNT
010881     END-EVALUATE.
010887
010893 3200-TALLY-RISK-BAND SECTION.
010900 3200-TALLY-RISK-BAND-START.
011000     IF LOG-RISK-SCORE >= HIGH-RISK-THRESHOLD
011100         ADD 1 TO WS-HIGH-BAND-COUNT
012500 3300-TALLY-RULES-START.
012600     MOVE 1 TO WS-RULE-INDEX
012700     PERFORM 3310-TALLY-ONE-RULE
012750         UNTIL WS-RULE-INDEX > 12.
012800
012900 3310-TALLY-ONE-RULE SECTION.
013000 3310-TALLY-ONE-RULE-START.
014800     DISPLAY 'DECLINED COUNT:  ' WS-DECLINED-COUNT
014900     MOVE WS-DECLINED-AMOUNT TO WS-DISPLAY-AMOUNT
015000     DISPLAY 'DECLINED AMOUNT: ' WS-DISPLAY-AMOUNT
015007
015014     DISPLAY ' '
015021     DISPLAY 'ACCOUNT DECLINE SUMMARY'
015028     DISPLAY '------------------------'
015035     DISPLAY 'BLOCKED CARD COUNT:       ' WS-BLOCKED-COUNT
015042     MOVE WS-BLOCKED-AMOUNT TO WS-DISPLAY-AMOUNT
015049     DISPLAY 'BLOCKED CARD AMOUNT:      ' WS-DISPLAY-AMOUNT
015056     DISPLAY 'OVER LIMIT COUNT:         ' WS-OVERLIMIT-COUNT
015063     MOVE WS-OVERLIMIT-AMOUNT TO WS-DISPLAY-AMOUNT
015070     DISPLAY 'OVER LIMIT AMOUNT:        ' WS-DISPLAY-AMOUNT
015077     DISPLAY 'UNKNOWN CARD COUNT:       ' WS-NOCARD-COUNT
015084     MOVE WS-NOCARD-AMOUNT TO WS-DISPLAY-AMOUNT
015091     DISPLAY 'UNKNOWN CARD AMOUNT:      ' WS-DISPLAY-AMOUNT
015098
015105     DISPLAY ' '
015110     DISPLAY 'DEBIT AND CREDIT SUMMARY'
015115     DISPLAY '-------------------------'
015120     DISPLAY 'DEBIT COUNT:              ' WS-DEBIT-COUNT
015125     MOVE WS-DEBIT-AMOUNT TO WS-DISPLAY-AMOUNT
015130     DISPLAY 'DEBIT AMOUNT:             ' WS-DISPLAY-AMOUNT
015135     DISPLAY 'CREDITS POSTED COUNT:     ' WS-POSTED-COUNT
015140     MOVE WS-POSTED-AMOUNT TO WS-DISPLAY-AMOUNT
015145     DISPLAY 'CREDITS POSTED AMOUNT:    ' WS-DISPLAY-AMOUNT
015150     DISPLAY 'REVERSALS COUNT:          ' WS-REVERSED-COUNT
015155     MOVE WS-REVERSED-AMOUNT TO WS-DISPLAY-AMOUNT
015160     DISPLAY 'REVERSALS AMOUNT:         ' WS-DISPLAY-AMOUNT
015165     DISPLAY 'CREDIT COUNT:             ' WS-CREDIT-COUNT
015170     MOVE WS-CREDIT-AMOUNT TO WS-DISPLAY-AMOUNT
015175     DISPLAY 'CREDIT AMOUNT:            ' WS-DISPLAY-AMOUNT
015180     DISPLAY 'POSTING EXCEPTIONS COUNT: ' WS-EXCEPTION-COUNT
015185     MOVE WS-EXCEPTION-AMOUNT TO WS-DISPLAY-AMOUNT
015190     DISPLAY 'POSTING EXCEPTIONS AMOUNT:' WS-DISPLAY-AMOUNT
015195
015200     DISPLAY ' '
015300     DISPLAY 'RISK BAND SUMMARY'
015400     DISPLAY '------------------'
016200     DISPLAY '---------------------'
016300     MOVE 1 TO WS-RULE-INDEX
016400     PERFORM 4100-PRINT-ONE-RULE
016450         UNTIL WS-RULE-INDEX > 12.
016500
016600 4100-PRINT-ONE-RULE SECTION.
016700 4100-PRINT-ONE-RULE-START.
