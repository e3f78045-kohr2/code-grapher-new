003700 05  LOG-RULES-TRIGGERED     PIC X(50).
003800 05  LOG-TRANS-AMOUNT        PIC 9(8)V99.
003900 05  LOG-MERCHANT-ID         PIC 9(8).
003910 05  LOG-TRANS-TYPE          PIC X(10).
004000 05  LOG-FILLER              PIC X(266).
004100
004200 FD  MERCHANT-FILE
004300     RECORDING MODE IS F
011000 3000-AGGREGATE-START.
011100     ADD 1 TO WS-LOG-RECORDS-READ
011200
011210* ONLY SCORED DECISIONS COUNT TOWARDS A MERCHANT'S ACTIVITY.
011220* POSTINGS, REVERSALS, EXCEPTIONS AND ACCOUNT DECLINES ARE LOGGED
011230* TOO BUT SAY NOTHING ABOUT THE MERCHANT'S FRAUD RISK.
011300     IF LOG-MERCHANT-ID NUMERIC AND LOG-MERCHANT-ID > ZERO
011350         AND (LOG-DECISION = 'APPROVED'
011360             OR LOG-DECISION = 'DECLINED')
011400         PERFORM 3100-TALLY-MERCHANT
011500     END-IF
011600
