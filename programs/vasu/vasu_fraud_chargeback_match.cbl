002700     RECORD KEY IS CASE-NUMBER
002800 FILE STATUS IS WS-CASE-STATUS.
002900
002910     SELECT CARD-XREF-FILE ASSIGN TO 'CARDXREF'
002920     ORGANIZATION IS INDEXED
002930     ACCESS MODE IS DYNAMIC
002940     RECORD KEY IS XR-OLD-CARD-NUMBER
002950 FILE STATUS IS WS-XREF-STATUS.
002960
003000     SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
003100     ORGANIZATION IS INDEXED
003200     ACCESS MODE IS DYNAMIC
005800 05  LOG-RULES-TRIGGERED     PIC X(50).
005900 05  LOG-TRANS-AMOUNT        PIC 9(8)V99.
006000 05  LOG-MERCHANT-ID         PIC 9(8).
006010 05  LOG-TRANS-TYPE          PIC X(10).
006100 05  LOG-FILLER              PIC X(266).
006200
006300 FD  FRAUD-CASE-FILE
006400     RECORDING MODE IS F
007500 05  CASE-ANALYST-ID         PIC X(8).
007600 05  CASE-OPEN-DATE          PIC 9(8).
007700 05  CASE-CLOSE-DATE         PIC 9(8).
007710* CARD THE CASE WAS RAISED ON, KEPT WHEN THE CASE IS MOVED TO
007720* A REISSUED CARD
007730 05  CASE-ORIG-CARD-NUMBER   PIC 9(16).
007800 05  CASE-FILLER             PIC X(44).
007900 01  CASE-CONTROL-RECORD.
008000 05  CTL-CASE-KEY            PIC 9(8).
008100 05  CTL-LAST-CASE-NUMBER    PIC 9(8).
008200 05  CTL-LAST-TRANS-ID       PIC 9(12).
008300 05  CTL-FILLER              PIC X(172).
008400
008410* CARD CROSS REFERENCE WRITTEN BY FRAUD-CARD-REISSUE, KEYED BY
008420* THE REPLACED CARD NUMBER
008430 FD  CARD-XREF-FILE
008440     RECORDING MODE IS F
008450 RECORD CONTAINS 100 CHARACTERS.
008460 01  CARD-XREF-RECORD.
008470 05  XR-OLD-CARD-NUMBER      PIC 9(16).
008480 05  XR-NEW-CARD-NUMBER      PIC 9(16).
008490 05  XR-REISSUE-DATE         PIC 9(8).
008491 05  XR-REASON-CODE          PIC X(2).
008492 05  XR-OPERATOR-ID          PIC X(8).
008493 05  XR-CASES-MOVED          PIC 9(3).
008494 05  XR-HIST-DAYS-MOVED      PIC 9(5).
008495 05  XR-FILLER               PIC X(42).
008496
008500 FD  RUN-CONTROL-FILE
008600     RECORDING MODE IS F
008700 RECORD CONTAINS 100 CHARACTERS.
010000 01  WS-CHBK-STATUS          PIC XX.
010100 01  WS-FRAUD-STATUS         PIC XX.
010200 01  WS-CASE-STATUS          PIC XX.
010210 01  WS-XREF-STATUS          PIC XX.
010220
010230* A chargeback on a replaced card opens its case against the
010240* card now in use, following the cross reference link by link
010250 01  WS-XREF-OPEN            PIC X VALUE 'N'.
010260 01  WS-XREF-DONE            PIC X VALUE 'N'.
010270 01  WS-XREF-LINKS           PIC 9(2) VALUE ZERO.
010280 01  WS-CASE-CARD            PIC 9(16).
010300
010400* Fraud log held in storage so each chargeback can be matched
010500* by transaction id and card number
012500 01  WS-MISS-AMOUNT          PIC 9(12)V99 VALUE ZERO.
012600 01  WS-CAUGHT-COUNT         PIC 9(5) VALUE ZERO.
012700 01  WS-CASES-OPENED         PIC 9(5) VALUE ZERO.
012710 01  WS-CASES-REISSUED       PIC 9(5) VALUE ZERO.
012800
012900* Rule breakdown across the missed (approved) items
013000 01  WS-MISS-RULE-COUNTS.
013100 05  WS-MISS-RULE-TBL        PIC 9(5) VALUE ZERO
013200     OCCURS 12 TIMES.
013300 01  WS-MISS-NO-RULES        PIC 9(5) VALUE ZERO.
013400 01  WS-RULE-INDEX           PIC 9(2) VALUE 1.
013500 01  WS-RULE-CODE            PIC 9(2).
020800         DISPLAY 'CHRGBACK OPEN FAILED, STATUS ' WS-CHBK-STATUS
020900         PERFORM 9900-ABEND-RUN
021000     END-IF
021010     OPEN INPUT CARD-XREF-FILE
021020     IF WS-XREF-STATUS = '00'
021030         MOVE 'Y' TO WS-XREF-OPEN
021040     ELSE
021050         DISPLAY 'CARDXREF NOT AVAILABLE, STATUS '
021060             WS-XREF-STATUS
021070     END-IF
021100     READ CHARGEBACK-FILE
021200     END-READ.
021300
029400     MOVE 'N' TO WS-RULES-FIRED
029500     MOVE 1 TO WS-RULE-INDEX
029600     PERFORM 3260-TALLY-ONE-RULE
029700         UNTIL WS-RULE-INDEX > 12
029800     IF WS-RULES-FIRED = 'N'
029900         ADD 1 TO WS-MISS-NO-RULES
030000     END-IF.
031600     ADD 1 TO WS-NEXT-CASE-NUMBER
031700     MOVE WS-NEXT-CASE-NUMBER TO CASE-NUMBER
031800     MOVE CB-TRANS-ID TO CASE-TRANS-ID
031850     PERFORM 3350-FOLLOW-CARD-XREF
031900     MOVE WS-CASE-CARD TO CASE-CARD-NUMBER
032000     MOVE WS-LT-RISK-SCORE(WS-MATCH-INDEX) TO CASE-RISK-SCORE
032100     MOVE CB-AMOUNT TO CASE-TRANS-AMOUNT
032200     MOVE WS-LT-TIMESTAMP(WS-MATCH-INDEX)
032700     MOVE CB-DATE TO CASE-OPEN-DATE
032800     MOVE ZERO TO CASE-CLOSE-DATE
032900     MOVE SPACES TO CASE-FILLER
032910     IF WS-CASE-CARD = CB-CARD-NUMBER
032920         MOVE ZERO TO CASE-ORIG-CARD-NUMBER
032930     ELSE
032940         MOVE CB-CARD-NUMBER TO CASE-ORIG-CARD-NUMBER
032950     END-IF
033000     WRITE FRAUD-CASE-RECORD
033100         INVALID KEY
033200             DISPLAY 'DUPLICATE CASE NUMBER: ' CASE-NUMBER
033300         NOT INVALID KEY
033400             ADD 1 TO WS-CASES-OPENED
033410             IF WS-CASE-CARD NOT = CB-CARD-NUMBER
033420                 ADD 1 TO WS-CASES-REISSUED
033430                 DISPLAY 'CASE ' CASE-NUMBER ' CARD '
033440                     CB-CARD-NUMBER ' REISSUED AS '
033450                     WS-CASE-CARD
033460             END-IF
033500     END-WRITE.
033503
033506 3350-FOLLOW-CARD-XREF SECTION.
033509 3350-FOLLOW-XREF-START.
033512     MOVE CB-CARD-NUMBER TO WS-CASE-CARD
033515     IF WS-XREF-OPEN = 'N'
033518         GO TO 3350-FOLLOW-XREF-EXIT
033521     END-IF
033524     MOVE 'N' TO WS-XREF-DONE
033527     MOVE ZERO TO WS-XREF-LINKS
033530     PERFORM 3360-FOLLOW-ONE-LINK
033533         UNTIL WS-XREF-DONE = 'Y'
033536         OR WS-XREF-LINKS > 9.
033539
033542 3350-FOLLOW-XREF-EXIT.
033545     EXIT.
033548
033551 3360-FOLLOW-ONE-LINK SECTION.
033554 3360-FOLLOW-LINK-START.
033557     MOVE WS-CASE-CARD TO XR-OLD-CARD-NUMBER
033560     READ CARD-XREF-FILE
033563         INVALID KEY
033566             MOVE 'Y' TO WS-XREF-DONE
033569         NOT INVALID KEY
033572             MOVE XR-NEW-CARD-NUMBER TO WS-CASE-CARD
033575             ADD 1 TO WS-XREF-LINKS
033578     END-READ.
033600
033700 4000-PRINT-MISS-REPORT SECTION.
033800 4000-PRINT-START.
035200     DISPLAY '---------------------------'
035300     MOVE 1 TO WS-RULE-INDEX
035400     PERFORM 4100-PRINT-ONE-RULE
035500         UNTIL WS-RULE-INDEX > 12
035600     DISPLAY 'NO RULES FIRED: ' WS-MISS-NO-RULES.
035700
035800 4100-PRINT-ONE-RULE SECTION.
037100
037200     CLOSE CHARGEBACK-FILE
037300     CLOSE FRAUD-CASE-FILE
037310     IF WS-XREF-OPEN = 'Y'
037320         CLOSE CARD-XREF-FILE
037330     END-IF
037400
037500     MOVE WS-CHBK-READ TO WS-RUN-READS
037600     MOVE WS-CASES-OPENED TO WS-RUN-WRITES
037700     PERFORM 9200-END-RUN-CONTROL
037800
037900     DISPLAY 'CASES OPENED: ' WS-CASES-OPENED
037910     DISPLAY 'CASES ON REISSUED CARDS: ' WS-CASES-REISSUED
038000     DISPLAY 'CHARGEBACK MATCH COMPLETE'.
038100
038200 9000-START-RUN-CONTROL SECTION.
