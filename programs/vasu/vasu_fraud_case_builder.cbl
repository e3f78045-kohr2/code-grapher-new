003700 05  LOG-RULES-TRIGGERED     PIC X(50).
003800 05  LOG-TRANS-AMOUNT        PIC 9(8)V99.
003880 05  LOG-MERCHANT-ID         PIC 9(8).
003890 05  LOG-TRANS-TYPE          PIC X(10).
003900 05  LOG-FILLER              PIC X(266).
004000
004100 FD  FRAUD-CASE-FILE
004200     RECORDING MODE IS F
007200 01  WS-PRIOR-TRANS-ID       PIC 9(12) VALUE ZERO.
007300 01  WS-CASES-OPENED         PIC 9(5) VALUE ZERO.
007400 01  WS-RECORDS-READ         PIC 9(7) VALUE ZERO.
007410
007420* Account declines are not fraud and open no case
007430 01  WS-BLOCKED-SKIPPED      PIC 9(5) VALUE ZERO.
007440 01  WS-OVERLIMIT-SKIPPED    PIC 9(5) VALUE ZERO.
007450 01  WS-NOCARD-SKIPPED       PIC 9(5) VALUE ZERO.
007500
007501
007502* Run control
008700
008800     DISPLAY 'LOG RECORDS READ: ' WS-RECORDS-READ
008900     DISPLAY 'CASES OPENED:     ' WS-CASES-OPENED
008910     DISPLAY 'BLOCKED CARD DECLINES, NO CASE: ' WS-BLOCKED-SKIPPED
008920     DISPLAY 'OVER LIMIT DECLINES, NO CASE:   '
008930         WS-OVERLIMIT-SKIPPED
008940     DISPLAY 'UNKNOWN CARD DECLINES, NO CASE: ' WS-NOCARD-SKIPPED
009000
009100     STOP RUN.
009200
012600         AND LOG-TRANS-ID > WS-PRIOR-TRANS-ID
012700         PERFORM 3100-OPEN-NEW-CASE
012800     END-IF
012808
012816     IF LOG-TRANS-ID > WS-PRIOR-TRANS-ID
012824         EVALUATE LOG-DECISION
012832             WHEN 'BLOCKED'
012840                 ADD 1 TO WS-BLOCKED-SKIPPED
012848             WHEN 'OVERLIMIT'
012856                 ADD 1 TO WS-OVERLIMIT-SKIPPED
012864             WHEN 'NOCARD'
012872                 ADD 1 TO WS-NOCARD-SKIPPED
012880         END-EVALUATE
012888     END-IF
012900
013000     IF LOG-TRANS-ID > WS-HIGH-TRANS-ID
013100         MOVE LOG-TRANS-ID TO WS-HIGH-TRANS-ID
