006900 05  LOG-RULES-TRIGGERED     PIC X(50).
007000 05  LOG-TRANS-AMOUNT        PIC 9(8)V99.
007080 05  LOG-MERCHANT-ID         PIC 9(8).
007090 05  LOG-TRANS-TYPE          PIC X(10).
007095 05  LOG-ORIG-TRANS-DATE     PIC 9(8).
007100 05  LOG-FILLER              PIC X(258).
007200
007300 FD  CUSTOMER-FILE
007400     RECORDING MODE IS F
010600 05  CKPT-APPROVED-COUNT     PIC 9(05).
010700 05  CKPT-DECLINED-COUNT     PIC 9(05).
010800 05  CKPT-STATUS-FLAG        PIC X(01).
010810 05  CKPT-CREDIT-COUNT       PIC 9(05).
010820 05  CKPT-EXCEPTION-COUNT    PIC 9(05).
010830 05  CKPT-BLOCKED-COUNT      PIC 9(05).
010840 05  CKPT-OVERLIMIT-COUNT    PIC 9(05).
010850 05  CKPT-NOCARD-COUNT       PIC 9(05).
010900 05  CKPT-FILLER             PIC X(01).
011000
011001
011002 FD  RUN-CONTROL-FILE
011700 01  WS-VELO-STATUS          PIC XX.
011800 01  WS-CKPT-STATUS          PIC XX.
011900
012000* Transaction stream totals.  Refunds, payments and reversals
012010* are credits; every other transaction type is a debit.
012100 01  WS-TRAN-COUNT           PIC 9(7) VALUE ZERO.
012200 01  WS-TRAN-AMOUNT          PIC 9(12)V99 VALUE ZERO.
012210 01  WS-TRAN-DEBIT-AMOUNT    PIC 9(12)V99 VALUE ZERO.
012220 01  WS-TRAN-CREDIT-AMOUNT   PIC 9(12)V99 VALUE ZERO.
012300
012400* Fraud log stream totals
012500 01  WS-LOG-APPROVED-COUNT   PIC 9(7) VALUE ZERO.
012700 01  WS-LOG-COUNT            PIC 9(7) VALUE ZERO.
012800 01  WS-LOG-APPROVED-AMOUNT  PIC 9(12)V99 VALUE ZERO.
012900 01  WS-LOG-AMOUNT           PIC 9(12)V99 VALUE ZERO.
012910 01  WS-LOG-CREDIT-COUNT     PIC 9(7) VALUE ZERO.
012920 01  WS-LOG-EXCEPTION-COUNT  PIC 9(7) VALUE ZERO.
012930 01  WS-LOG-DEBIT-AMOUNT     PIC 9(12)V99 VALUE ZERO.
012940 01  WS-LOG-CREDIT-AMOUNT    PIC 9(12)V99 VALUE ZERO.
012950 01  WS-LOG-POSTED-AMOUNT    PIC 9(12)V99 VALUE ZERO.
012960 01  WS-LOG-REVERSED-AMOUNT  PIC 9(12)V99 VALUE ZERO.
012962* Reversals of a debit made the same day - only these come
012963* back out of VELOFILE
012964 01  WS-LOG-VELO-REV-AMOUNT  PIC 9(12)V99 VALUE ZERO.
012966* Account declines made ahead of scoring
012972 01  WS-LOG-BLOCKED-COUNT    PIC 9(7) VALUE ZERO.
012978 01  WS-LOG-OVERLIMIT-COUNT  PIC 9(7) VALUE ZERO.
012984 01  WS-LOG-NOCARD-COUNT     PIC 9(7) VALUE ZERO.
012990 01  WS-LOG-ACCT-DECL-AMOUNT PIC 9(12)V99 VALUE ZERO.
013000
013100* Customer and velocity stream totals.  Credit posted and the
013120* velocity roll-up only balance against the day's activity when
013140* CUSTFILE and VELOFILE are cycled at start of day.
013200 01  WS-CREDIT-POSTED        PIC 9(12)V99 VALUE ZERO.
013210 01  WS-CREDIT-BALANCE       PIC 9(12)V99 VALUE ZERO.
013300 01  WS-VELO-AMOUNT          PIC 9(12)V99 VALUE ZERO.
013400
013500* Reconciliation results
017600 2100-TALLY-TRANS-START.
017700     ADD 1 TO WS-TRAN-COUNT
017800     ADD TRANS-AMOUNT TO WS-TRAN-AMOUNT
017810     IF TRANS-TYPE = 'REFUND' OR TRANS-TYPE = 'PAYMENT'
017820         OR TRANS-TYPE = 'REVERSAL'
017830         ADD TRANS-AMOUNT TO WS-TRAN-CREDIT-AMOUNT
017840     ELSE
017850         ADD TRANS-AMOUNT TO WS-TRAN-DEBIT-AMOUNT
017860     END-IF
017900     READ TRANSACTION-FILE
018000     END-READ.
018100
019200 3100-TALLY-LOG-START.
019300     ADD 1 TO WS-LOG-COUNT
019400     ADD LOG-TRANS-AMOUNT TO WS-LOG-AMOUNT
019410     EVALUATE LOG-DECISION
019420         WHEN 'APPROVED'
019430             ADD 1 TO WS-LOG-APPROVED-COUNT
019440             ADD LOG-TRANS-AMOUNT TO WS-LOG-APPROVED-AMOUNT
019450             ADD LOG-TRANS-AMOUNT TO WS-LOG-DEBIT-AMOUNT
019460         WHEN 'POSTED'
019470             ADD 1 TO WS-LOG-CREDIT-COUNT
019480             ADD LOG-TRANS-AMOUNT TO WS-LOG-POSTED-AMOUNT
019490             ADD LOG-TRANS-AMOUNT TO WS-LOG-CREDIT-AMOUNT
019500         WHEN 'REVERSED'
019510             ADD 1 TO WS-LOG-CREDIT-COUNT
019520             ADD LOG-TRANS-AMOUNT TO WS-LOG-REVERSED-AMOUNT
019530             ADD LOG-TRANS-AMOUNT TO WS-LOG-CREDIT-AMOUNT
019532             IF LOG-ORIG-TRANS-DATE NUMERIC
019534                 AND LOG-ORIG-TRANS-DATE = LOG-TIMESTAMP(1:8)
019536                 ADD LOG-TRANS-AMOUNT TO WS-LOG-VELO-REV-AMOUNT
019538             END-IF
019540         WHEN 'EXCEPTION'
019550             ADD 1 TO WS-LOG-EXCEPTION-COUNT
019551             ADD LOG-TRANS-AMOUNT TO WS-LOG-CREDIT-AMOUNT
019552         WHEN 'BLOCKED'
019553             ADD 1 TO WS-LOG-BLOCKED-COUNT
019554             ADD LOG-TRANS-AMOUNT TO WS-LOG-ACCT-DECL-AMOUNT
019555             ADD LOG-TRANS-AMOUNT TO WS-LOG-DEBIT-AMOUNT
019556         WHEN 'OVERLIMIT'
019557             ADD 1 TO WS-LOG-OVERLIMIT-COUNT
019558             ADD LOG-TRANS-AMOUNT TO WS-LOG-ACCT-DECL-AMOUNT
019559             ADD LOG-TRANS-AMOUNT TO WS-LOG-DEBIT-AMOUNT
019560         WHEN 'NOCARD'
019561             ADD 1 TO WS-LOG-NOCARD-COUNT
019562             ADD LOG-TRANS-AMOUNT TO WS-LOG-ACCT-DECL-AMOUNT
019563             ADD LOG-TRANS-AMOUNT TO WS-LOG-DEBIT-AMOUNT
019570         WHEN OTHER
019580             ADD 1 TO WS-LOG-DECLINED-COUNT
019590             ADD LOG-TRANS-AMOUNT TO WS-LOG-DEBIT-AMOUNT
019600     END-EVALUATE
020100     READ FRAUD-LOG
020200     END-READ.
020300
021200
021300 4100-TALLY-ONE-CUSTOMER SECTION.
021400 4100-TALLY-CUST-START.
021410* A CARD RETIRED BY REISSUE STILL CARRIES ITS LAST BALANCES, BUT
021420* THE ACCOUNT NOW LIVES ON THE REPLACEMENT CARD AND IS COUNTED
021430* THERE.
021440     IF CUST-BLOCK-STATUS NOT = 'R'
021500         IF CUST-CREDIT-LIMIT > CUST-AVAILABLE-CREDIT
021600             COMPUTE WS-CREDIT-POSTED = WS-CREDIT-POSTED
021700                 + CUST-CREDIT-LIMIT - CUST-AVAILABLE-CREDIT
021800         END-IF
021810         IF CUST-AVAILABLE-CREDIT > CUST-CREDIT-LIMIT
021820             COMPUTE WS-CREDIT-BALANCE = WS-CREDIT-BALANCE
021830                 + CUST-AVAILABLE-CREDIT - CUST-CREDIT-LIMIT
021840         END-IF
021850     END-IF
021900     READ CUSTOMER-FILE
022000     END-READ.
022100
023940         DISPLAY 'CHKPTFILE OPEN FAILED, STATUS ' WS-CKPT-STATUS
023950         MOVE ZERO TO CKPT-APPROVED-COUNT
023960         MOVE ZERO TO CKPT-DECLINED-COUNT
023963         MOVE ZERO TO CKPT-CREDIT-COUNT
023966         MOVE ZERO TO CKPT-EXCEPTION-COUNT
023967         MOVE ZERO TO CKPT-BLOCKED-COUNT
023968         MOVE ZERO TO CKPT-OVERLIMIT-COUNT
023969         MOVE ZERO TO CKPT-NOCARD-COUNT
023970         MOVE 'N' TO CKPT-STATUS-FLAG
023980         GO TO 6000-READ-CKPT-CHECK
023985     END-IF
024300             DISPLAY 'NO CHECKPOINT RECORD FOUND'
024400             MOVE ZERO TO CKPT-APPROVED-COUNT
024500             MOVE ZERO TO CKPT-DECLINED-COUNT
024510             MOVE ZERO TO CKPT-CREDIT-COUNT
024520             MOVE ZERO TO CKPT-EXCEPTION-COUNT
024530             MOVE ZERO TO CKPT-BLOCKED-COUNT
024540             MOVE ZERO TO CKPT-OVERLIMIT-COUNT
024550             MOVE ZERO TO CKPT-NOCARD-COUNT
024600             MOVE 'N' TO CKPT-STATUS-FLAG
024700     END-READ
024800     CLOSE CHECKPOINT-FILE.
027100     DISPLAY 'CKPT APPROVED COUNT: ' CKPT-APPROVED-COUNT
027200     DISPLAY 'LOG DECLINED COUNT:  ' WS-LOG-DECLINED-COUNT
027300     DISPLAY 'CKPT DECLINED COUNT: ' CKPT-DECLINED-COUNT
027310     DISPLAY 'LOG CREDIT COUNT:    ' WS-LOG-CREDIT-COUNT
027320     DISPLAY 'CKPT CREDIT COUNT:   ' CKPT-CREDIT-COUNT
027330     DISPLAY 'LOG EXCEPTION COUNT: ' WS-LOG-EXCEPTION-COUNT
027340     DISPLAY 'CKPT EXCEPTION COUNT:' CKPT-EXCEPTION-COUNT
027348     DISPLAY 'LOG BLOCKED COUNT:   ' WS-LOG-BLOCKED-COUNT
027356     DISPLAY 'CKPT BLOCKED COUNT:  ' CKPT-BLOCKED-COUNT
027364     DISPLAY 'LOG OVERLIMIT COUNT: ' WS-LOG-OVERLIMIT-COUNT
027372     DISPLAY 'CKPT OVERLIMIT COUNT:' CKPT-OVERLIMIT-COUNT
027380     DISPLAY 'LOG NOCARD COUNT:    ' WS-LOG-NOCARD-COUNT
027388     DISPLAY 'CKPT NOCARD COUNT:   ' CKPT-NOCARD-COUNT
027400     IF WS-LOG-APPROVED-COUNT = CKPT-APPROVED-COUNT
027500         AND WS-LOG-DECLINED-COUNT = CKPT-DECLINED-COUNT
027510         AND WS-LOG-CREDIT-COUNT = CKPT-CREDIT-COUNT
027520         AND WS-LOG-EXCEPTION-COUNT = CKPT-EXCEPTION-COUNT
027530         AND WS-LOG-BLOCKED-COUNT = CKPT-BLOCKED-COUNT
027540         AND WS-LOG-OVERLIMIT-COUNT = CKPT-OVERLIMIT-COUNT
027550         AND WS-LOG-NOCARD-COUNT = CKPT-NOCARD-COUNT
027600         DISPLAY '  CHECKPOINT IN BALANCE'
027700     ELSE
027800         DISPLAY '  *** CHECKPOINT OUT OF BALANCE ***'
027900         MOVE 'Y' TO WS-OUT-OF-BALANCE
028000     END-IF
028100
028200     MOVE WS-TRAN-DEBIT-AMOUNT TO WS-COMPARE-A
028300     MOVE WS-LOG-DEBIT-AMOUNT TO WS-COMPARE-B
028400     MOVE WS-COMPARE-A TO WS-DISPLAY-AMOUNT
028500     DISPLAY 'TRANSACTION DEBITS:  ' WS-DISPLAY-AMOUNT
028600     MOVE WS-COMPARE-B TO WS-DISPLAY-AMOUNT
028700     DISPLAY 'LOGGED DEBITS:       ' WS-DISPLAY-AMOUNT
028800     IF WS-COMPARE-A = WS-COMPARE-B
028900         DISPLAY '  DEBIT AMOUNT IN BALANCE'
029000     ELSE
029100         DISPLAY '  *** DEBIT AMOUNT OUT OF BALANCE ***'
029200         MOVE 'Y' TO WS-OUT-OF-BALANCE
029300     END-IF
029307
029314     MOVE WS-TRAN-CREDIT-AMOUNT TO WS-COMPARE-A
029321     MOVE WS-LOG-CREDIT-AMOUNT TO WS-COMPARE-B
029328     MOVE WS-COMPARE-A TO WS-DISPLAY-AMOUNT
029335     DISPLAY 'TRANSACTION CREDITS: ' WS-DISPLAY-AMOUNT
029342     MOVE WS-COMPARE-B TO WS-DISPLAY-AMOUNT
029349     DISPLAY 'LOGGED CREDITS:      ' WS-DISPLAY-AMOUNT
029356     IF WS-COMPARE-A = WS-COMPARE-B
029363         DISPLAY '  CREDIT AMOUNT IN BALANCE'
029370     ELSE
029377         DISPLAY '  *** CREDIT AMOUNT OUT OF BALANCE ***'
029384         MOVE 'Y' TO WS-OUT-OF-BALANCE
029391     END-IF
029400
029410* Approved debits less credits restored by refunds, payments
029420* and reversals must equal the net drawdown on CUSTFILE
029430     COMPUTE WS-COMPARE-A = WS-LOG-APPROVED-AMOUNT
029440         + WS-CREDIT-BALANCE
029450     COMPUTE WS-COMPARE-B = WS-CREDIT-POSTED
029460         + WS-LOG-POSTED-AMOUNT + WS-LOG-REVERSED-AMOUNT
029470     MOVE WS-LOG-APPROVED-AMOUNT TO WS-DISPLAY-AMOUNT
029800     DISPLAY 'LOG APPROVED AMOUNT: ' WS-DISPLAY-AMOUNT
029810     MOVE WS-LOG-POSTED-AMOUNT TO WS-DISPLAY-AMOUNT
029820     DISPLAY 'LOG CREDITS POSTED:  ' WS-DISPLAY-AMOUNT
029830     MOVE WS-LOG-REVERSED-AMOUNT TO WS-DISPLAY-AMOUNT
029840     DISPLAY 'LOG REVERSALS:       ' WS-DISPLAY-AMOUNT
029850     MOVE WS-CREDIT-POSTED TO WS-DISPLAY-AMOUNT
030000     DISPLAY 'CREDIT POSTED:       ' WS-DISPLAY-AMOUNT
030010     MOVE WS-CREDIT-BALANCE TO WS-DISPLAY-AMOUNT
030020     DISPLAY 'CREDIT BALANCES:     ' WS-DISPLAY-AMOUNT
030100     IF WS-COMPARE-A = WS-COMPARE-B
030200         DISPLAY '  CREDIT IN BALANCE'
030300     ELSE
030500         MOVE 'Y' TO WS-OUT-OF-BALANCE
030600     END-IF
030700
030710* Credits never reach velocity; a matched reversal of a debit
030720* made the same day backs it out again, one of an earlier
030725* day does not, and account declines are stopped before
030727* velocity is touched
030730     COMPUTE WS-COMPARE-A = WS-TRAN-DEBIT-AMOUNT
030740         - WS-LOG-VELO-REV-AMOUNT - WS-LOG-ACCT-DECL-AMOUNT
030900     MOVE WS-VELO-AMOUNT TO WS-COMPARE-B
031000     MOVE WS-COMPARE-A TO WS-DISPLAY-AMOUNT
031010     DISPLAY 'NET DEBIT AMOUNT:    ' WS-DISPLAY-AMOUNT
031200     MOVE WS-COMPARE-B TO WS-DISPLAY-AMOUNT
031300     DISPLAY 'VELOCITY AMOUNT:     ' WS-DISPLAY-AMOUNT
031400     IF WS-COMPARE-A = WS-COMPARE-B
