005100 05  AH-RULES-TRIGGERED      PIC X(50).
005200 05  AH-TRANS-AMOUNT         PIC 9(8)V99.
005300 05  AH-MERCHANT-ID          PIC 9(8).
005400 05  AH-TRANS-TYPE           PIC X(8).
005500
005600 FD  RUN-CONTROL-FILE
005700     RECORDING MODE IS F
008600* Rule trigger counts by day
008700 01  WS-DAY-RULE-TOTALS.
008800 05  WS-DAY-RULE-ROW OCCURS 31 TIMES.
008900 10  WS-DAY-RULE-COUNT       PIC 9(5) OCCURS 12 TIMES.
009000
009100* Monthly rule totals
009200 01  WS-MONTH-RULE-TOTALS.
009300 05  WS-MONTH-RULE-COUNT     PIC 9(7) OCCURS 12 TIMES.
009400
009500* Declined amount by merchant, found or added by linear scan
009600 01  WS-MERCH-MAX            PIC 9(3) VALUE 100.
019900         GO TO 3100-TALLY-HIST-NEXT
020000     END-IF
020100
020110* CREDITS AND REVERSALS ARE POSTED, NOT SCORED, AND ACCOUNT
020120* DECLINES STOP AHEAD OF SCORING, SO THEY STAY OUT OF THE
020125* DECISION AND RULE TRENDS
020130     IF AH-DECISION = 'POSTED' OR AH-DECISION = 'REVERSED'
020140         OR AH-DECISION = 'EXCEPTION'
020143         OR AH-DECISION = 'BLOCKED' OR AH-DECISION = 'OVERLIMIT'
020146         OR AH-DECISION = 'NOCARD'
020150         GO TO 3100-TALLY-HIST-NEXT
020160     END-IF
020170
020200     IF AH-DECISION = 'APPROVED'
020300         ADD 1 TO WS-DAY-APPR-COUNT(WS-DAY-SUB)
020400         ADD AH-TRANS-AMOUNT TO WS-DAY-APPR-AMOUNT(WS-DAY-SUB)
021000
021100     MOVE 1 TO WS-RULE-SUB
021200     PERFORM 3400-TALLY-ONE-RULE
021300         UNTIL WS-RULE-SUB > 12.
021400
021500 3100-TALLY-HIST-NEXT.
021600     PERFORM 3200-READ-NEXT-HIST.
029200     DISPLAY '-------------------'
029300     MOVE 1 TO WS-RULE-SUB
029400     PERFORM 4300-PRINT-MONTH-RULE
029500         UNTIL WS-RULE-SUB > 12
029600
029700     DISPLAY ' '
029800     DISPLAY 'TOP MERCHANTS BY DECLINED AMOUNT'
032100 4200-PRINT-DAY-RULES-START.
032200     MOVE 1 TO WS-RULE-SUB
032300     PERFORM 4210-PRINT-ONE-DAY-RULE
032400         UNTIL WS-RULE-SUB > 12
032500     ADD 1 TO WS-DAY-SUB.
032600
032700 4210-PRINT-ONE-DAY-RULE SECTION.
