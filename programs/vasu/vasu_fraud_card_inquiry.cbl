000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FRAUD-CARD-INQUIRY.
000300 AUTHOR. FRAUD-DETECTION-TEAM.
000400 DATE-WRITTEN. 2026-10-15.
000500 DATE-COMPILED.
000600
000700 ENVIRONMENT DIVISION.
000800 CONFIGURATION SECTION.
000900 SOURCE-COMPUTER. IBM-Z15.
001000 OBJECT-COMPUTER. IBM-Z15.
001100
001200 INPUT-OUTPUT SECTION.
001300 FILE-CONTROL.
001400     SELECT INQUIRY-FILE ASSIGN TO 'INQREQ'
001500     ORGANIZATION IS SEQUENTIAL
001600     ACCESS MODE IS SEQUENTIAL
001700 FILE STATUS IS WS-INQ-STATUS.
001800
001900     SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
002000     ORGANIZATION IS INDEXED
002100     ACCESS MODE IS DYNAMIC
002200     RECORD KEY IS CUST-CARD-NUMBER
002300 FILE STATUS IS WS-CUST-STATUS.
002400
002500     SELECT CARD-XREF-FILE ASSIGN TO 'CARDXREF'
002600     ORGANIZATION IS INDEXED
002700     ACCESS MODE IS DYNAMIC
002800     RECORD KEY IS XR-OLD-CARD-NUMBER
002900 FILE STATUS IS WS-XREF-STATUS.
003000
003100     SELECT AUDIT-FILE ASSIGN TO 'CUSTAUDT'
003200     ORGANIZATION IS SEQUENTIAL
003300     ACCESS MODE IS SEQUENTIAL
003400 FILE STATUS IS WS-AUDIT-STATUS.
003500
003600     SELECT FRAUD-HIST-FILE ASSIGN TO 'FRAUDHIST'
003700     ORGANIZATION IS INDEXED
003800     ACCESS MODE IS DYNAMIC
003900     RECORD KEY IS AH-KEY
004000 FILE STATUS IS WS-HIST-STATUS.
004100
004200     SELECT VELO-HIST-FILE ASSIGN TO 'VELOHIST'
004300     ORGANIZATION IS INDEXED
004400     ACCESS MODE IS DYNAMIC
004500     RECORD KEY IS VH-KEY
004600 FILE STATUS IS WS-VHIST-STATUS.
004700
004800     SELECT FRAUD-CASE-FILE ASSIGN TO 'FRAUDCASE'
004900     ORGANIZATION IS INDEXED
005000     ACCESS MODE IS DYNAMIC
005100     RECORD KEY IS CASE-NUMBER
005200 FILE STATUS IS WS-CASE-STATUS.
005300
005400     SELECT CASE-HIST-FILE ASSIGN TO 'CASEHIST'
005500     ORGANIZATION IS INDEXED
005600     ACCESS MODE IS DYNAMIC
005700     RECORD KEY IS CH-KEY
005800 FILE STATUS IS WS-CHIST-STATUS.
005900
006000     SELECT CHARGEBACK-FILE ASSIGN TO 'CHRGBACK'
006100     ORGANIZATION IS SEQUENTIAL
006200     ACCESS MODE IS SEQUENTIAL
006300 FILE STATUS IS WS-CHBK-STATUS.
006400
006500     SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
006600     ORGANIZATION IS INDEXED
006700     ACCESS MODE IS DYNAMIC
006800     RECORD KEY IS RC-PROGRAM-ID
006900 FILE STATUS IS WS-RUNCTL-STATUS.
007000 DATA DIVISION.
007100 FILE SECTION.
007200
007300* ONE CARD PER REQUEST WITH THE PERIOD TO REPORT. A ZERO FROM
007400* DATE TAKES ALL HISTORY, A ZERO TO DATE RUNS TO THE RUN DATE.
007500 FD  INQUIRY-FILE
007600     RECORDING MODE IS F
007700 RECORD CONTAINS 80 CHARACTERS.
007800 01  INQUIRY-RECORD.
007900 05  IQ-CARD-NUMBER          PIC X(16).
008000 05  IQ-FROM-DATE            PIC 9(8).
008100 05  IQ-TO-DATE              PIC 9(8).
008200 05  IQ-REQUESTED-BY         PIC X(8).
008300 05  IQ-FILLER               PIC X(40).
008400
008500 FD  CUSTOMER-FILE
008600     RECORDING MODE IS F
008700 RECORD CONTAINS 300 CHARACTERS.
008800 01  CUSTOMER-RECORD.
008900 05  CUST-CARD-NUMBER        PIC 9(16).
009000 05  CUST-NAME               PIC X(30).
009100 05  CUST-ADDRESS            PIC X(50).
009200 05  CUST-PHONE              PIC X(15).
009300 05  CUST-EMAIL              PIC X(40).
009400 05  CUST-CREDIT-LIMIT       PIC 9(8)V99.
009500 05  CUST-AVAILABLE-CREDIT   PIC 9(8)V99.
009600 05  CUST-LAST-TRANS-DATE    PIC 9(8).
009700 05  CUST-AVG-MONTHLY-SPEND  PIC 9(8)V99.
009800 05  CUST-FRAUD-FLAG         PIC X.
009900 05  CUST-RISK-SCORE         PIC 9(3).
010000 05  CUST-BLOCK-STATUS       PIC X.
010100 05  CUST-BLOCK-DATE         PIC 9(8).
010200 05  CUST-UNBLOCK-DATE       PIC 9(8).
010300 05  CUST-FILLER             PIC X(83).
010400
010500* CARD CROSS REFERENCE WRITTEN BY FRAUD-CARD-REISSUE, KEYED BY
010600* THE REPLACED CARD NUMBER
010700 FD  CARD-XREF-FILE
010800     RECORDING MODE IS F
010900 RECORD CONTAINS 100 CHARACTERS.
011000 01  CARD-XREF-RECORD.
011100 05  XR-OLD-CARD-NUMBER      PIC 9(16).
011200 05  XR-NEW-CARD-NUMBER      PIC 9(16).
011300 05  XR-REISSUE-DATE         PIC 9(8).
011400 05  XR-REASON-CODE          PIC X(2).
011500 05  XR-OPERATOR-ID          PIC X(8).
011600 05  XR-CASES-MOVED          PIC 9(3).
011700 05  XR-HIST-DAYS-MOVED      PIC 9(5).
011800 05  XR-FILLER               PIC X(42).
011900
012000 FD  AUDIT-FILE
012100     RECORDING MODE IS F
012200 RECORD CONTAINS 640 CHARACTERS.
012300 01  AUDIT-RECORD.
012400 05  AUD-TIMESTAMP           PIC 9(14).
012500 05  AUD-ACTION              PIC X(1).
012600 05  AUD-BEFORE-IMAGE        PIC X(300).
012700 05  AUD-AFTER-IMAGE         PIC X(300).
012800 05  AUD-FILLER              PIC X(25).
012900
013000 FD  FRAUD-HIST-FILE
013100     RECORDING MODE IS F
013200 RECORD CONTAINS 140 CHARACTERS.
013300 01  FRAUD-HIST-RECORD.
013400 05  AH-KEY.
013500 10  AH-DATE                 PIC 9(8).
013600 10  AH-TRANS-ID             PIC 9(12).
013700 05  AH-CARD-NUMBER          PIC 9(16).
013800 05  AH-RISK-SCORE           PIC 9(4).
013900 05  AH-DECISION             PIC X(10).
014000 05  AH-TIMESTAMP            PIC 9(14).
014100 05  AH-RULES-TRIGGERED      PIC X(50).
014200 05  AH-TRANS-AMOUNT         PIC 9(8)V99.
014300 05  AH-MERCHANT-ID          PIC 9(8).
014400 05  AH-TRANS-TYPE           PIC X(8).
014500
014600 FD  VELO-HIST-FILE
014700     RECORDING MODE IS F
014800 RECORD CONTAINS 400 CHARACTERS.
014900 01  VELO-HIST-RECORD.
015000 05  VH-KEY.
015100 10  VH-CARD-NUMBER          PIC 9(16).
015200 10  VH-DATE                 PIC 9(8).
015300 05  VH-HOUR-BUCKET OCCURS 24 TIMES.
015400 10  VH-HOUR-COUNT           PIC 9(3).
015500 10  VH-HOUR-AMOUNT          PIC 9(8)V99.
015600 05  VH-DAY-COUNT            PIC 9(5).
015700 05  VH-DAY-AMOUNT           PIC 9(10)V99.
015800 05  VH-FILLER               PIC X(47).
015900
016000 FD  FRAUD-CASE-FILE
016100     RECORDING MODE IS F
016200 RECORD CONTAINS 200 CHARACTERS.
016300 01  FRAUD-CASE-RECORD.
016400 05  CASE-NUMBER             PIC 9(8).
016500 05  CASE-TRANS-ID           PIC 9(12).
016600 05  CASE-CARD-NUMBER        PIC 9(16).
016700 05  CASE-RISK-SCORE         PIC 9(4).
016800 05  CASE-TRANS-AMOUNT       PIC 9(8)V99.
016900 05  CASE-TRANS-TIMESTAMP    PIC 9(14).
017000 05  CASE-RULES-TRIGGERED    PIC X(50).
017100 05  CASE-STATUS-CODE        PIC X(2).
017200 05  CASE-ANALYST-ID         PIC X(8).
017300 05  CASE-OPEN-DATE          PIC 9(8).
017400 05  CASE-CLOSE-DATE         PIC 9(8).
017500* CARD THE CASE WAS RAISED ON, KEPT WHEN THE CASE IS MOVED TO
017600* A REISSUED CARD
017700 05  CASE-ORIG-CARD-NUMBER   PIC 9(16).
017800 05  CASE-FILLER             PIC X(44).
017900
018000* CASE STATUS HISTORY - ONE RECORD PER DISPOSITION APPLIED,
018100* IN ACTION DATE ORDER WITHIN CASE
018200 FD  CASE-HIST-FILE
018300     RECORDING MODE IS F
018400 RECORD CONTAINS 80 CHARACTERS.
018500 01  CASE-HIST-RECORD.
018600 05  CH-KEY.
018700 10  CH-CASE-NUMBER          PIC 9(8).
018800 10  CH-ACTION-DATE          PIC 9(8).
018900 10  CH-RUN-STAMP            PIC 9(14).
019000 10  CH-SEQUENCE             PIC 9(5).
019100 05  CH-OLD-STATUS           PIC X(2).
019200 05  CH-NEW-STATUS           PIC X(2).
019300 05  CH-ANALYST-ID           PIC X(8).
019350 05  CH-CASE-TYPE            PIC X.
019400 05  CH-FILLER               PIC X(32).
019500
019600 FD  CHARGEBACK-FILE
019700     RECORDING MODE IS F
019800 RECORD CONTAINS 80 CHARACTERS.
019900 01  CHARGEBACK-RECORD.
020000 05  CB-CARD-NUMBER          PIC 9(16).
020100 05  CB-TRANS-ID             PIC 9(12).
020200 05  CB-REASON-CODE          PIC X(4).
020300 05  CB-AMOUNT               PIC 9(8)V99.
020400 05  CB-DATE                 PIC 9(8).
020500 05  CB-FILLER               PIC X(30).
020600
020700 FD  RUN-CONTROL-FILE
020800     RECORDING MODE IS F
020900 RECORD CONTAINS 100 CHARACTERS.
021000 01  RUN-CONTROL-RECORD.
021100 05  RC-PROGRAM-ID           PIC X(30).
021200 05  RC-START-TIMESTAMP      PIC 9(14).
021300 05  RC-END-TIMESTAMP        PIC 9(14).
021400 05  RC-RECORDS-READ         PIC 9(7).
021500 05  RC-RECORDS-WRITTEN      PIC 9(7).
021600 05  RC-COMPLETION-CODE      PIC 9(2).
021700 05  RC-RUN-STATUS           PIC X(1).
021800 05  RC-FILLER               PIC X(25).
021900 WORKING-STORAGE SECTION.
022000
022100* File status variables
022200 01  WS-INQ-STATUS           PIC XX.
022300 01  WS-CUST-STATUS          PIC XX.
022400 01  WS-XREF-STATUS          PIC XX.
022500 01  WS-AUDIT-STATUS         PIC XX.
022600 01  WS-HIST-STATUS          PIC XX.
022700 01  WS-VHIST-STATUS         PIC XX.
022800 01  WS-CASE-STATUS          PIC XX.
022900 01  WS-CHIST-STATUS         PIC XX.
023000 01  WS-CHBK-STATUS          PIC XX.
023100
023200* Optional keyed files - a packet section is marked not
023300* available when its file cannot be opened
023400 01  WS-XREF-OPEN            PIC X VALUE 'N'.
023500 01  WS-HIST-OPEN            PIC X VALUE 'N'.
023600 01  WS-VHIST-OPEN           PIC X VALUE 'N'.
023700 01  WS-CASE-OPEN            PIC X VALUE 'N'.
023800 01  WS-CHIST-OPEN           PIC X VALUE 'N'.
023900
024000* Request being worked
024100 01  WS-ERROR-REASON         PIC X(30).
024200 01  WS-REQ-CARD             PIC 9(16).
024300 01  WS-FROM-DATE            PIC 9(8).
024400 01  WS-TO-DATE              PIC 9(8).
024500 01  WS-SCAN-DONE            PIC X VALUE 'N'.
024600 01  WS-FOUND                PIC X VALUE 'N'.
024700
024800* Every number the customer has held on this line - the
024900* requested card, the cards it replaced and the cards that
025000* replaced it - oldest first, from the cross reference
025100 01  WS-CHAIN-MAX            PIC 9(2) VALUE 10.
025200 01  WS-CHAIN-COUNT          PIC 9(2) VALUE ZERO.
025300 01  WS-CHAIN-SUB            PIC 9(2) VALUE ZERO.
025400 01  WS-CHAIN-TBL.
025500 05  WS-CHAIN-ENTRY OCCURS 10 TIMES.
025600 10  WS-CHAIN-CARD           PIC 9(16).
025700 10  WS-CHAIN-REISSUE-DATE   PIC 9(8).
025800 10  WS-CHAIN-REASON         PIC X(2).
025900 01  WS-ROOT-CARD            PIC 9(16).
026000 01  WS-XREF-LINKS           PIC 9(2) VALUE ZERO.
026100 01  WS-XREF-DONE            PIC X VALUE 'N'.
026200 01  WS-CHECK-CARD           PIC 9(16).
026300 01  WS-CHAIN-HIT            PIC X VALUE 'N'.
026310* First velocity day printed for the card in the chain
026320 01  WS-VELO-FROM-DATE       PIC 9(8).
026400
026500* Cases printed in this packet, so each chargeback can show
026600* the case it was matched to
026700 01  WS-CASE-TBL-MAX         PIC 9(3) VALUE 200.
026800 01  WS-CASE-COUNT           PIC 9(3) VALUE ZERO.
026900 01  WS-CASE-SUB             PIC 9(3) VALUE ZERO.
027000 01  WS-CASE-TBL.
027100 05  WS-CASE-ENTRY OCCURS 200 TIMES.
027200 10  WS-CT-CASE-NUMBER       PIC 9(8).
027300 10  WS-CT-TRANS-ID          PIC 9(12).
027400 01  WS-CASE-TBL-WARNED      PIC X VALUE 'N'.
027500 01  WS-MATCH-CASE           PIC 9(8) VALUE ZERO.
027600
027700* Customer images carried on the audit trail
027800 01  WS-AUDIT-DATE           PIC 9(8).
027900 01  WS-AUDIT-BEFORE.
028000 05  WS-AB-CARD-NUMBER       PIC X(16).
028100 05  WS-AB-CARD-NUMERIC REDEFINES WS-AB-CARD-NUMBER
028200                             PIC 9(16).
028300 05  FILLER                  PIC X(135).
028400 05  WS-AB-CREDIT-LIMIT      PIC 9(8)V99.
028500 05  FILLER                  PIC X(18).
028600 05  WS-AB-AVG-SPEND         PIC 9(8)V99.
028700 05  FILLER                  PIC X(1).
028800 05  WS-AB-RISK-SCORE        PIC 9(3).
028900 05  WS-AB-BLOCK-STATUS      PIC X(1).
029000 05  FILLER                  PIC X(106).
029100 01  WS-AUDIT-AFTER.
029200 05  WS-AA-CARD-NUMBER       PIC X(16).
029300 05  WS-AA-CARD-NUMERIC REDEFINES WS-AA-CARD-NUMBER
029400                             PIC 9(16).
029500 05  FILLER                  PIC X(135).
029600 05  WS-AA-CREDIT-LIMIT      PIC 9(8)V99.
029700 05  FILLER                  PIC X(18).
029800 05  WS-AA-AVG-SPEND         PIC 9(8)V99.
029900 05  FILLER                  PIC X(1).
030000 05  WS-AA-RISK-SCORE        PIC 9(3).
030100 05  WS-AA-BLOCK-STATUS      PIC X(1).
030200 05  FILLER                  PIC X(106).
030300 01  WS-AUDIT-ACTION-TEXT    PIC X(16).
030400
030500* Card masking - only the last four digits are printed
030600 01  WS-MASK-INPUT           PIC 9(16).
030700 01  WS-MASK-INPUT-X REDEFINES WS-MASK-INPUT
030800                             PIC X(16).
030900 01  WS-MASKED-CARD          PIC X(16).
031000 01  WS-MASKED-CARD-2        PIC X(16).
031100
031200* Velocity hour buckets
031300 01  WS-HOUR-SUB             PIC 9(2) VALUE ZERO.
031400 01  WS-HOUR-LABEL           PIC 9(2) VALUE ZERO.
031500
031600* Packet section counts
031700 01  WS-PACKET-COUNTS.
031800 05  WS-PK-AUDIT             PIC 9(5) VALUE ZERO.
031900 05  WS-PK-TRANS             PIC 9(5) VALUE ZERO.
032000 05  WS-PK-TRANS-AMOUNT      PIC 9(10)V99 VALUE ZERO.
032100 05  WS-PK-VELO-DAYS         PIC 9(5) VALUE ZERO.
032200 05  WS-PK-CASES             PIC 9(5) VALUE ZERO.
032300 05  WS-PK-CHARGEBACKS       PIC 9(5) VALUE ZERO.
032400 05  WS-PK-CHBK-AMOUNT       PIC 9(10)V99 VALUE ZERO.
032500
032600* Run totals
032700 01  WS-REQUESTS-READ        PIC 9(5) VALUE ZERO.
032800 01  WS-PACKETS-PRINTED      PIC 9(5) VALUE ZERO.
032900 01  WS-REQUESTS-REJECTED    PIC 9(5) VALUE ZERO.
033000
033100* Display fields
033200 01  WS-DISPLAY-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99.
033300 01  WS-DISPLAY-OLD          PIC ZZ,ZZZ,ZZ9.99.
033400 01  WS-DISPLAY-NEW          PIC ZZ,ZZZ,ZZ9.99.
033500 01  WS-STATUS-TEXT          PIC X(16).
033600
033700* Run control
033800 01  WS-RUNCTL-STATUS        PIC XX.
033900 01  WS-RUN-PROGRAM-ID       PIC X(30) VALUE
034000     'FRAUD-CARD-INQUIRY'.
034100 01  WS-RUNCTL-FOUND         PIC X VALUE 'N'.
034200 01  WS-ABEND-CODE           PIC 9(2) VALUE ZERO.
034300 01  WS-RUN-READS            PIC 9(7) VALUE ZERO.
034400 01  WS-RUN-WRITES           PIC 9(7) VALUE ZERO.
034500 01  WS-RUN-STAMP.
034600 05  WS-STAMP-DATE           PIC 9(8).
034700 05  WS-STAMP-TIME           PIC 9(6).
034800 01  WS-ACCEPT-TIME.
034900 05  WS-ACCEPT-HHMMSS        PIC 9(6).
035000 05  WS-ACCEPT-HUND          PIC 9(2).
035100 PROCEDURE DIVISION.
035200
035300 1000-MAIN-PROCESSING SECTION.
035400 1000-MAIN-START.
035500     DISPLAY 'CARD INVESTIGATION INQUIRY'
035600     DISPLAY '=========================='
035700
035800     PERFORM 9000-START-RUN-CONTROL
035900     PERFORM 2000-INITIALIZE-INQUIRY
036000     PERFORM 3000-PROCESS-ONE-REQUEST
036100         UNTIL WS-INQ-STATUS = '10'
036200     PERFORM 5000-FINALIZE-INQUIRY
036300
036400     STOP RUN.
036500
036600 2000-INITIALIZE-INQUIRY SECTION.
036700 2000-INIT-START.
036800     OPEN INPUT INQUIRY-FILE
036900     IF WS-INQ-STATUS NOT = '00'
037000         DISPLAY 'NO INQUIRY FILE, STATUS ' WS-INQ-STATUS
037100         MOVE '10' TO WS-INQ-STATUS
037200     END-IF
037300     OPEN INPUT CUSTOMER-FILE
037400     IF WS-CUST-STATUS NOT = '00'
037500         DISPLAY 'CUSTFILE OPEN FAILED, STATUS ' WS-CUST-STATUS
037600         PERFORM 9900-ABEND-RUN
037700     END-IF
037800
037900     OPEN INPUT CARD-XREF-FILE
038000     IF WS-XREF-STATUS = '00'
038100         MOVE 'Y' TO WS-XREF-OPEN
038200     ELSE
038300         DISPLAY 'CARDXREF NOT AVAILABLE, STATUS '
038400             WS-XREF-STATUS
038500     END-IF
038600     OPEN INPUT FRAUD-HIST-FILE
038700     IF WS-HIST-STATUS = '00'
038800         MOVE 'Y' TO WS-HIST-OPEN
038900     ELSE
039000         DISPLAY 'FRAUDHIST NOT AVAILABLE, STATUS '
039100             WS-HIST-STATUS
039200     END-IF
039300     OPEN INPUT VELO-HIST-FILE
039400     IF WS-VHIST-STATUS = '00'
039500         MOVE 'Y' TO WS-VHIST-OPEN
039600     ELSE
039700         DISPLAY 'VELOHIST NOT AVAILABLE, STATUS '
039800             WS-VHIST-STATUS
039900     END-IF
040000     OPEN INPUT FRAUD-CASE-FILE
040100     IF WS-CASE-STATUS = '00'
040200         MOVE 'Y' TO WS-CASE-OPEN
040300     ELSE
040400         DISPLAY 'FRAUDCASE NOT AVAILABLE, STATUS '
040500             WS-CASE-STATUS
040600     END-IF
040700     OPEN INPUT CASE-HIST-FILE
040800     IF WS-CHIST-STATUS = '00'
040900         MOVE 'Y' TO WS-CHIST-OPEN
041000     ELSE
041100         DISPLAY 'CASEHIST NOT AVAILABLE, STATUS '
041200             WS-CHIST-STATUS
041300     END-IF
041400
041500     IF WS-INQ-STATUS = '00'
041600         READ INQUIRY-FILE
041700         END-READ
041800     END-IF.
041900
042000 3000-PROCESS-ONE-REQUEST SECTION.
042100 3000-PROCESS-START.
042200     ADD 1 TO WS-REQUESTS-READ
042300     PERFORM 3100-VALIDATE-REQUEST
042400
042500     IF WS-ERROR-REASON = SPACES
042600         PERFORM 3200-BUILD-CARD-CHAIN
042700         PERFORM 4000-PRINT-PACKET
042800         ADD 1 TO WS-PACKETS-PRINTED
042900     ELSE
043000         ADD 1 TO WS-REQUESTS-REJECTED
043100         MOVE ALL '*' TO WS-MASKED-CARD
043200         MOVE IQ-CARD-NUMBER(13:4) TO WS-MASKED-CARD(13:4)
043300         DISPLAY 'REJECTED: ' WS-MASKED-CARD
043400             ' - ' WS-ERROR-REASON
043500     END-IF
043600
043700     READ INQUIRY-FILE
043800     END-READ.
043900
044000 3100-VALIDATE-REQUEST SECTION.
044100 3100-VALIDATE-START.
044200     MOVE SPACES TO WS-ERROR-REASON
044300
044400     IF IQ-CARD-NUMBER NOT NUMERIC
044500         MOVE 'CARD NUMBER NOT NUMERIC' TO WS-ERROR-REASON
044600         GO TO 3100-VALIDATE-EXIT
044700     END-IF
044800     MOVE IQ-CARD-NUMBER TO WS-REQ-CARD
044900     IF WS-REQ-CARD = ZERO
045000         MOVE 'CARD NUMBER IS ZERO' TO WS-ERROR-REASON
045100         GO TO 3100-VALIDATE-EXIT
045200     END-IF
045300     IF IQ-FROM-DATE NOT NUMERIC
045400         OR IQ-TO-DATE NOT NUMERIC
045500         MOVE 'PERIOD DATES NOT NUMERIC' TO WS-ERROR-REASON
045600         GO TO 3100-VALIDATE-EXIT
045700     END-IF
045800     MOVE IQ-FROM-DATE TO WS-FROM-DATE
045900     IF IQ-TO-DATE = ZERO
046000         MOVE WS-STAMP-DATE TO WS-TO-DATE
046100     ELSE
046200         MOVE IQ-TO-DATE TO WS-TO-DATE
046300     END-IF
046400     IF WS-FROM-DATE > WS-TO-DATE
046500         MOVE 'FROM DATE AFTER TO DATE' TO WS-ERROR-REASON
046600     END-IF.
046700
046800 3100-VALIDATE-EXIT.
046900     EXIT.
047000
047100* WALK BACK TO THE FIRST CARD ON THE LINE (THE CROSS REFERENCE
047200* IS KEYED BY OLD CARD, SO EACH STEP BACK IS A SCAN OF IT),
047300* THEN FORWARD BY KEY TO THE CARD NOW IN USE
047400 3200-BUILD-CARD-CHAIN SECTION.
047500 3200-BUILD-CHAIN-START.
047600     MOVE WS-REQ-CARD TO WS-ROOT-CARD
047700     MOVE 1 TO WS-CHAIN-COUNT
047800     MOVE WS-REQ-CARD TO WS-CHAIN-CARD(1)
047900     MOVE ZERO TO WS-CHAIN-REISSUE-DATE(1)
048000     MOVE SPACES TO WS-CHAIN-REASON(1)
048100     IF WS-XREF-OPEN = 'N'
048200         GO TO 3200-BUILD-CHAIN-EXIT
048300     END-IF
048400
048500     MOVE 'N' TO WS-XREF-DONE
048600     MOVE ZERO TO WS-XREF-LINKS
048700     PERFORM 3210-FIND-PREDECESSOR
048800         UNTIL WS-XREF-DONE = 'Y'
048900         OR WS-XREF-LINKS >= WS-CHAIN-MAX
049000
049100     MOVE WS-ROOT-CARD TO WS-CHAIN-CARD(1)
049200     MOVE 'N' TO WS-XREF-DONE
049300     PERFORM 3230-FOLLOW-SUCCESSOR
049400         UNTIL WS-XREF-DONE = 'Y'
049500         OR WS-CHAIN-COUNT >= WS-CHAIN-MAX.
049600
049700 3200-BUILD-CHAIN-EXIT.
049800     EXIT.
049900
050000 3210-FIND-PREDECESSOR SECTION.
050100 3210-FIND-PRED-START.
050200     MOVE 'N' TO WS-FOUND
050300     MOVE 'N' TO WS-SCAN-DONE
050400     MOVE ZERO TO XR-OLD-CARD-NUMBER
050500     START CARD-XREF-FILE KEY > XR-OLD-CARD-NUMBER
050600         INVALID KEY
050700             MOVE 'Y' TO WS-SCAN-DONE
050800     END-START
050900     PERFORM 3220-SCAN-ONE-XREF
051000         UNTIL WS-SCAN-DONE = 'Y'
051100         OR WS-FOUND = 'Y'
051200     IF WS-FOUND = 'Y'
051300         MOVE XR-OLD-CARD-NUMBER TO WS-ROOT-CARD
051400         ADD 1 TO WS-XREF-LINKS
051500     ELSE
051600         MOVE 'Y' TO WS-XREF-DONE
051700     END-IF.
051800
051900 3220-SCAN-ONE-XREF SECTION.
052000 3220-SCAN-XREF-START.
052100     READ CARD-XREF-FILE NEXT
052200         AT END
052300             MOVE 'Y' TO WS-SCAN-DONE
052400     END-READ
052500     IF WS-SCAN-DONE = 'N'
052600         AND XR-NEW-CARD-NUMBER = WS-ROOT-CARD
052700         MOVE 'Y' TO WS-FOUND
052800     END-IF.
052900
053000 3230-FOLLOW-SUCCESSOR SECTION.
053100 3230-FOLLOW-SUCC-START.
053200     MOVE WS-CHAIN-CARD(WS-CHAIN-COUNT) TO XR-OLD-CARD-NUMBER
053300     READ CARD-XREF-FILE
053400         INVALID KEY
053500             MOVE 'Y' TO WS-XREF-DONE
053600             GO TO 3230-FOLLOW-SUCC-EXIT
053700     END-READ
053800     MOVE XR-REISSUE-DATE TO
053900         WS-CHAIN-REISSUE-DATE(WS-CHAIN-COUNT)
054000     MOVE XR-REASON-CODE TO WS-CHAIN-REASON(WS-CHAIN-COUNT)
054100     ADD 1 TO WS-CHAIN-COUNT
054200     MOVE XR-NEW-CARD-NUMBER TO WS-CHAIN-CARD(WS-CHAIN-COUNT)
054300     MOVE ZERO TO WS-CHAIN-REISSUE-DATE(WS-CHAIN-COUNT)
054400     MOVE SPACES TO WS-CHAIN-REASON(WS-CHAIN-COUNT).
054500
054600 3230-FOLLOW-SUCC-EXIT.
054700     EXIT.
054800
054900* SETS WS-CHAIN-HIT WHEN WS-CHECK-CARD IS ONE OF THE LINE'S
055000* CARD NUMBERS
055100 3300-CHECK-CHAIN-CARD SECTION.
055200 3300-CHECK-CHAIN-START.
055300     MOVE 'N' TO WS-CHAIN-HIT
055400     MOVE 1 TO WS-CHAIN-SUB
055500     PERFORM 3310-CHECK-ONE-CHAIN-ENTRY
055600         UNTIL WS-CHAIN-HIT = 'Y'
055700         OR WS-CHAIN-SUB > WS-CHAIN-COUNT.
055800
055900 3310-CHECK-ONE-CHAIN-ENTRY SECTION.
056000 3310-CHECK-ENTRY-START.
056100     IF WS-CHAIN-CARD(WS-CHAIN-SUB) = WS-CHECK-CARD
056200         MOVE 'Y' TO WS-CHAIN-HIT
056300     ELSE
056400         ADD 1 TO WS-CHAIN-SUB
056500     END-IF.
056600
056700 4000-PRINT-PACKET SECTION.
056800 4000-PRINT-PACKET-START.
056900     INITIALIZE WS-PACKET-COUNTS
057000     MOVE ZERO TO WS-CASE-COUNT
057100     MOVE 'N' TO WS-CASE-TBL-WARNED
057200     MOVE WS-REQ-CARD TO WS-MASK-INPUT
057300     PERFORM 8000-MASK-CARD
057400
057500     DISPLAY ' '
057600     DISPLAY '****************************************'
057700         '********************************'
057800     DISPLAY 'CARD INVESTIGATION PACKET  CARD '
057900         WS-MASKED-CARD
058000     DISPLAY 'PERIOD ' WS-FROM-DATE ' TO ' WS-TO-DATE
058100         '  REQUESTED BY ' IQ-REQUESTED-BY
058200         '  RUN DATE ' WS-STAMP-DATE
058300     DISPLAY '****************************************'
058400         '********************************'
058500     IF WS-CHAIN-COUNT > 1
058600         DISPLAY 'CARD NUMBERS HELD ON THIS LINE: '
058700             WS-CHAIN-COUNT
058800     END-IF
058900
059000     PERFORM 4100-PRINT-CUSTOMER-MASTER
059100     PERFORM 4200-PRINT-AUDIT-HISTORY
059200     PERFORM 4300-PRINT-TRANSACTIONS
059300     PERFORM 4400-PRINT-VELOCITY
059400     PERFORM 4500-PRINT-CASES
059500     PERFORM 4600-PRINT-CHARGEBACKS
059600
059700     MOVE WS-REQ-CARD TO WS-MASK-INPUT
059800     PERFORM 8000-MASK-CARD
059900     DISPLAY ' '
060000     DISPLAY 'END OF PACKET  CARD ' WS-MASKED-CARD
060100     DISPLAY '  AUDIT ENTRIES:    ' WS-PK-AUDIT
060200     MOVE WS-PK-TRANS-AMOUNT TO WS-DISPLAY-AMOUNT
060300     DISPLAY '  TRANSACTIONS:     ' WS-PK-TRANS
060400         '  AMOUNT ' WS-DISPLAY-AMOUNT
060500     DISPLAY '  VELOCITY DAYS:    ' WS-PK-VELO-DAYS
060600     DISPLAY '  CASES:            ' WS-PK-CASES
060700     MOVE WS-PK-CHBK-AMOUNT TO WS-DISPLAY-AMOUNT
060800     DISPLAY '  CHARGEBACKS:      ' WS-PK-CHARGEBACKS
060900         '  AMOUNT ' WS-DISPLAY-AMOUNT.
061000
061100* THE MASTER AS IT STANDS FOR EVERY CARD ON THE LINE
061200 4100-PRINT-CUSTOMER-MASTER SECTION.
061300 4100-PRINT-MASTER-START.
061400     DISPLAY ' '
061500     DISPLAY 'CUSTOMER MASTER'
061600     DISPLAY '---------------'
061700     MOVE 1 TO WS-CHAIN-SUB
061800     PERFORM 4110-PRINT-ONE-MASTER
061900         UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT.
062000
062100 4110-PRINT-ONE-MASTER SECTION.
062200 4110-PRINT-ONE-MASTER-START.
062300     MOVE WS-CHAIN-CARD(WS-CHAIN-SUB) TO WS-MASK-INPUT
062400     PERFORM 8000-MASK-CARD
062500     MOVE WS-CHAIN-CARD(WS-CHAIN-SUB) TO CUST-CARD-NUMBER
062600     READ CUSTOMER-FILE
062700         INVALID KEY
062800             DISPLAY 'CARD ' WS-MASKED-CARD
062900                 '  NOT ON CUSTOMER MASTER'
063000             GO TO 4110-PRINT-ONE-MASTER-NEXT
063100     END-READ
063200
063300     EVALUATE CUST-BLOCK-STATUS
063400         WHEN 'B'
063500             MOVE 'BLOCKED' TO WS-STATUS-TEXT
063600         WHEN 'U'
063700             MOVE 'UNBLOCKED' TO WS-STATUS-TEXT
063800         WHEN 'R'
063900             MOVE 'REPLACED' TO WS-STATUS-TEXT
064000         WHEN OTHER
064100             MOVE 'ACTIVE' TO WS-STATUS-TEXT
064200     END-EVALUATE
064300     DISPLAY 'CARD ' WS-MASKED-CARD '  STATUS ' WS-STATUS-TEXT
064400     DISPLAY '  NAME     ' CUST-NAME
064500     DISPLAY '  ADDRESS  ' CUST-ADDRESS
064600     DISPLAY '  PHONE    ' CUST-PHONE '  EMAIL ' CUST-EMAIL
064700     MOVE CUST-CREDIT-LIMIT TO WS-DISPLAY-OLD
064800     MOVE CUST-AVAILABLE-CREDIT TO WS-DISPLAY-NEW
064900     DISPLAY '  LIMIT    ' WS-DISPLAY-OLD
065000         '  AVAILABLE ' WS-DISPLAY-NEW
065100     MOVE CUST-AVG-MONTHLY-SPEND TO WS-DISPLAY-OLD
065200     DISPLAY '  AVG MONTHLY SPEND ' WS-DISPLAY-OLD
065300         '  LAST TRANS ' CUST-LAST-TRANS-DATE
065400     DISPLAY '  FRAUD FLAG ' CUST-FRAUD-FLAG
065500         '  RISK SCORE ' CUST-RISK-SCORE
065600         '  BLOCKED ' CUST-BLOCK-DATE
065700         '  UNBLOCKED ' CUST-UNBLOCK-DATE.
065800
065900 4110-PRINT-ONE-MASTER-NEXT.
066000     IF WS-CHAIN-SUB < WS-CHAIN-COUNT
066100         MOVE WS-CHAIN-CARD(WS-CHAIN-SUB + 1) TO WS-MASK-INPUT
066200         PERFORM 8000-MASK-CARD
066300         DISPLAY '  REPLACED BY ' WS-MASKED-CARD
066400             ' ON ' WS-CHAIN-REISSUE-DATE(WS-CHAIN-SUB)
066500             '  REASON ' WS-CHAIN-REASON(WS-CHAIN-SUB)
066600     END-IF
066700     ADD 1 TO WS-CHAIN-SUB.
066800
066900* MAINTENANCE (A/C/D), UNBLOCK (U), BASELINE REFRESH (S) AND
067000* REISSUE (R) ENTRIES FOR ANY CARD ON THE LINE
067100 4200-PRINT-AUDIT-HISTORY SECTION.
067200 4200-PRINT-AUDIT-START.
067300     DISPLAY ' '
067400     DISPLAY 'MAINTENANCE AND BLOCK HISTORY'
067500     DISPLAY '-----------------------------'
067600     OPEN INPUT AUDIT-FILE
067700     IF WS-AUDIT-STATUS NOT = '00'
067800         DISPLAY 'CUSTAUDT NOT AVAILABLE, STATUS '
067900             WS-AUDIT-STATUS
068000         GO TO 4200-PRINT-AUDIT-EXIT
068100     END-IF
068200     MOVE 'N' TO WS-SCAN-DONE
068300     PERFORM 4210-PRINT-ONE-AUDIT
068400         UNTIL WS-SCAN-DONE = 'Y'
068500     CLOSE AUDIT-FILE
068600     IF WS-PK-AUDIT = ZERO
068700         DISPLAY 'NO AUDIT ENTRIES IN PERIOD'
068800     END-IF.
068900
069000 4200-PRINT-AUDIT-EXIT.
069100     EXIT.
069200
069300 4210-PRINT-ONE-AUDIT SECTION.
069400 4210-PRINT-ONE-AUDIT-START.
069500     READ AUDIT-FILE
069600         AT END
069700             MOVE 'Y' TO WS-SCAN-DONE
069800             GO TO 4210-PRINT-ONE-AUDIT-EXIT
069900     END-READ
070000     MOVE AUD-TIMESTAMP(1:8) TO WS-AUDIT-DATE
070100     IF WS-AUDIT-DATE < WS-FROM-DATE
070200         OR WS-AUDIT-DATE > WS-TO-DATE
070300         GO TO 4210-PRINT-ONE-AUDIT-EXIT
070400     END-IF
070500     MOVE AUD-BEFORE-IMAGE TO WS-AUDIT-BEFORE
070600     MOVE AUD-AFTER-IMAGE TO WS-AUDIT-AFTER
070700
070800     MOVE 'N' TO WS-CHAIN-HIT
070900     IF WS-AB-CARD-NUMBER NUMERIC
071000         MOVE WS-AB-CARD-NUMERIC TO WS-CHECK-CARD
071100         PERFORM 3300-CHECK-CHAIN-CARD
071200     END-IF
071300     IF WS-CHAIN-HIT = 'N'
071400         AND WS-AA-CARD-NUMBER NUMERIC
071500         MOVE WS-AA-CARD-NUMERIC TO WS-CHECK-CARD
071600         PERFORM 3300-CHECK-CHAIN-CARD
071700     END-IF
071800     IF WS-CHAIN-HIT = 'N'
071900         GO TO 4210-PRINT-ONE-AUDIT-EXIT
072000     END-IF
072100
072200     ADD 1 TO WS-PK-AUDIT
072300     EVALUATE AUD-ACTION
072400         WHEN 'A'
072500             MOVE 'ADDED' TO WS-AUDIT-ACTION-TEXT
072600         WHEN 'C'
072700             MOVE 'CHANGED' TO WS-AUDIT-ACTION-TEXT
072800         WHEN 'D'
072900             MOVE 'DELETED' TO WS-AUDIT-ACTION-TEXT
073000         WHEN 'S'
073100             MOVE 'BASELINE REFRESH' TO WS-AUDIT-ACTION-TEXT
073200         WHEN 'R'
073300             MOVE 'CARD REISSUE' TO WS-AUDIT-ACTION-TEXT
073400         WHEN 'U'
073500             MOVE 'UNBLOCKED' TO WS-AUDIT-ACTION-TEXT
073600         WHEN OTHER
073700             MOVE 'ACTION ' TO WS-AUDIT-ACTION-TEXT
073800             MOVE AUD-ACTION TO WS-AUDIT-ACTION-TEXT(8:1)
073900     END-EVALUATE
074000     IF WS-AA-CARD-NUMBER NUMERIC
074100         MOVE WS-AA-CARD-NUMERIC TO WS-MASK-INPUT
074200     ELSE
074300         MOVE WS-AB-CARD-NUMERIC TO WS-MASK-INPUT
074400     END-IF
074500     PERFORM 8000-MASK-CARD
074600     DISPLAY AUD-TIMESTAMP ' ' WS-AUDIT-ACTION-TEXT
074700         ' CARD ' WS-MASKED-CARD
074800
074900* AN ADD HAS NO BEFORE IMAGE AND A DELETE NO AFTER IMAGE
075000     IF WS-AB-CARD-NUMBER NOT NUMERIC
075100         AND WS-AA-CARD-NUMBER NUMERIC
075200         MOVE WS-AA-CREDIT-LIMIT TO WS-DISPLAY-NEW
075300         MOVE WS-AA-AVG-SPEND TO WS-DISPLAY-OLD
075400         DISPLAY '  LIMIT ' WS-DISPLAY-NEW
075500             '  AVG SPEND ' WS-DISPLAY-OLD
075600     END-IF
075700     IF WS-AB-CARD-NUMBER NUMERIC
075800         AND WS-AA-CARD-NUMBER NUMERIC
075900         MOVE WS-AB-CREDIT-LIMIT TO WS-DISPLAY-OLD
076000         MOVE WS-AA-CREDIT-LIMIT TO WS-DISPLAY-NEW
076100         DISPLAY '  LIMIT     ' WS-DISPLAY-OLD
076200             ' TO ' WS-DISPLAY-NEW
076300         MOVE WS-AB-AVG-SPEND TO WS-DISPLAY-OLD
076400         MOVE WS-AA-AVG-SPEND TO WS-DISPLAY-NEW
076500         DISPLAY '  AVG SPEND ' WS-DISPLAY-OLD
076600             ' TO ' WS-DISPLAY-NEW
076700         DISPLAY '  BLOCK STATUS ''' WS-AB-BLOCK-STATUS
076800             ''' TO ''' WS-AA-BLOCK-STATUS
076900             '''  RISK SCORE ' WS-AB-RISK-SCORE
077000             ' TO ' WS-AA-RISK-SCORE
077100     END-IF
077200     IF WS-AB-CARD-NUMBER NUMERIC
077300         AND WS-AA-CARD-NUMBER NUMERIC
077400         AND WS-AB-CARD-NUMERIC NOT = WS-AA-CARD-NUMERIC
077500         MOVE WS-AB-CARD-NUMERIC TO WS-MASK-INPUT
077600         PERFORM 8000-MASK-CARD
077700         MOVE WS-MASKED-CARD TO WS-MASKED-CARD-2
077800         MOVE WS-AA-CARD-NUMERIC TO WS-MASK-INPUT
077900         PERFORM 8000-MASK-CARD
078000         DISPLAY '  CARD ' WS-MASKED-CARD-2
078100             ' REISSUED AS ' WS-MASKED-CARD
078200     END-IF.
078300
078400 4210-PRINT-ONE-AUDIT-EXIT.
078500     EXIT.
078600
078700* FRAUDHIST IS KEYED BY DATE, SO THE PERIOD IS READ ONCE AND
078800* THE LINE'S CARDS PICKED OUT
078900 4300-PRINT-TRANSACTIONS SECTION.
079000 4300-PRINT-TRANS-START.
079100     DISPLAY ' '
079200     DISPLAY 'SCORED TRANSACTIONS'
079300     DISPLAY '-------------------'
079400     IF WS-HIST-OPEN = 'N'
079500         DISPLAY 'FRAUDHIST NOT AVAILABLE'
079600         GO TO 4300-PRINT-TRANS-EXIT
079700     END-IF
079800     MOVE WS-FROM-DATE TO AH-DATE
079900     MOVE ZERO TO AH-TRANS-ID
080000     MOVE 'N' TO WS-SCAN-DONE
080100     START FRAUD-HIST-FILE KEY NOT < AH-KEY
080200         INVALID KEY
080300             MOVE 'Y' TO WS-SCAN-DONE
080400     END-START
080500     PERFORM 4310-PRINT-ONE-TRANS
080600         UNTIL WS-SCAN-DONE = 'Y'
080700     IF WS-PK-TRANS = ZERO
080800         DISPLAY 'NO SCORED TRANSACTIONS IN PERIOD'
080900     END-IF.
081000
081100 4300-PRINT-TRANS-EXIT.
081200     EXIT.
081300
081400 4310-PRINT-ONE-TRANS SECTION.
081500 4310-PRINT-ONE-TRANS-START.
081600     READ FRAUD-HIST-FILE NEXT
081700         AT END
081800             MOVE 'Y' TO WS-SCAN-DONE
081900             GO TO 4310-PRINT-ONE-TRANS-EXIT
082000     END-READ
082100     IF AH-DATE > WS-TO-DATE
082200         MOVE 'Y' TO WS-SCAN-DONE
082300         GO TO 4310-PRINT-ONE-TRANS-EXIT
082400     END-IF
082500     MOVE AH-CARD-NUMBER TO WS-CHECK-CARD
082600     PERFORM 3300-CHECK-CHAIN-CARD
082700     IF WS-CHAIN-HIT = 'N'
082800         GO TO 4310-PRINT-ONE-TRANS-EXIT
082900     END-IF
083000
083100     ADD 1 TO WS-PK-TRANS
083200     ADD AH-TRANS-AMOUNT TO WS-PK-TRANS-AMOUNT
083300     MOVE AH-CARD-NUMBER TO WS-MASK-INPUT
083400     PERFORM 8000-MASK-CARD
083500     MOVE AH-TRANS-AMOUNT TO WS-DISPLAY-AMOUNT
083600     DISPLAY AH-TIMESTAMP ' TRANS ' AH-TRANS-ID
083700         ' CARD ' WS-MASKED-CARD
083800     DISPLAY '  ' AH-TRANS-TYPE ' ' WS-DISPLAY-AMOUNT
083900         '  MERCHANT ' AH-MERCHANT-ID
084000         '  SCORE ' AH-RISK-SCORE ' ' AH-DECISION
084100     IF AH-RULES-TRIGGERED NOT = SPACES
084200         DISPLAY '  RULES FIRED: ' AH-RULES-TRIGGERED
084300     END-IF.
084400
084500 4310-PRINT-ONE-TRANS-EXIT.
084600     EXIT.
084700
084800* DAILY TOTALS WITH THE HOURS THAT SAW ACTIVITY
084900 4400-PRINT-VELOCITY SECTION.
085000 4400-PRINT-VELOCITY-START.
085100     DISPLAY ' '
085200     DISPLAY 'DAILY AND HOURLY VELOCITY'
085300     DISPLAY '-------------------------'
085400     IF WS-VHIST-OPEN = 'N'
085500         DISPLAY 'VELOHIST NOT AVAILABLE'
085600         GO TO 4400-PRINT-VELOCITY-EXIT
085700     END-IF
085800     MOVE 1 TO WS-CHAIN-SUB
085900     PERFORM 4410-PRINT-CARD-VELOCITY
086000         UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT
086100     IF WS-PK-VELO-DAYS = ZERO
086200         DISPLAY 'NO VELOCITY HISTORY IN PERIOD'
086300     END-IF.
086400
086500 4400-PRINT-VELOCITY-EXIT.
086600     EXIT.
086700
086710* A REISSUE COPIES THE OLD CARD'S HISTORY ROWS TO THE NEW CARD,
086720* SO EACH CARD IN THE CHAIN SHOWS ONLY THE DAYS IT WAS IN USE -
086730* FROM THE REISSUE THAT BROUGHT IT IN UP TO (NOT INCLUDING) THE
086740* REISSUE THAT REPLACED IT. EACH DAY IS THEN PRINTED ONCE.
086800 4410-PRINT-CARD-VELOCITY SECTION.
086900 4410-PRINT-CARD-VELO-START.
087000     MOVE WS-CHAIN-CARD(WS-CHAIN-SUB) TO VH-CARD-NUMBER
087010     MOVE WS-FROM-DATE TO WS-VELO-FROM-DATE
087020     IF WS-CHAIN-SUB > 1
087030         IF WS-CHAIN-REISSUE-DATE(WS-CHAIN-SUB - 1)
087040             > WS-VELO-FROM-DATE
087050             MOVE WS-CHAIN-REISSUE-DATE(WS-CHAIN-SUB - 1)
087060                 TO WS-VELO-FROM-DATE
087070         END-IF
087080     END-IF
087100     MOVE WS-VELO-FROM-DATE TO VH-DATE
087200     MOVE 'N' TO WS-SCAN-DONE
087300     START VELO-HIST-FILE KEY NOT < VH-KEY
087400         INVALID KEY
087500             MOVE 'Y' TO WS-SCAN-DONE
087600     END-START
087700     PERFORM 4420-PRINT-ONE-DAY
087800         UNTIL WS-SCAN-DONE = 'Y'
087900     ADD 1 TO WS-CHAIN-SUB.
088000
088100 4420-PRINT-ONE-DAY SECTION.
088200 4420-PRINT-ONE-DAY-START.
088300     READ VELO-HIST-FILE NEXT
088400         AT END
088500             MOVE 'Y' TO WS-SCAN-DONE
088600             GO TO 4420-PRINT-ONE-DAY-EXIT
088700     END-READ
088800     IF VH-CARD-NUMBER NOT = WS-CHAIN-CARD(WS-CHAIN-SUB)
088900         OR VH-DATE > WS-TO-DATE
089000         MOVE 'Y' TO WS-SCAN-DONE
089100         GO TO 4420-PRINT-ONE-DAY-EXIT
089200     END-IF
089210     IF WS-CHAIN-SUB < WS-CHAIN-COUNT
089220         AND WS-CHAIN-REISSUE-DATE(WS-CHAIN-SUB) > ZERO
089230         AND VH-DATE NOT < WS-CHAIN-REISSUE-DATE(WS-CHAIN-SUB)
089240         MOVE 'Y' TO WS-SCAN-DONE
089250         GO TO 4420-PRINT-ONE-DAY-EXIT
089260     END-IF
089300
089400     ADD 1 TO WS-PK-VELO-DAYS
089500     MOVE VH-CARD-NUMBER TO WS-MASK-INPUT
089600     PERFORM 8000-MASK-CARD
089700     MOVE VH-DAY-AMOUNT TO WS-DISPLAY-AMOUNT
089800     DISPLAY VH-DATE ' CARD ' WS-MASKED-CARD
089900         '  TRANS ' VH-DAY-COUNT '  AMOUNT ' WS-DISPLAY-AMOUNT
090000     MOVE 1 TO WS-HOUR-SUB
090100     PERFORM 4430-PRINT-ONE-HOUR
090200         UNTIL WS-HOUR-SUB > 24.
090300
090400 4420-PRINT-ONE-DAY-EXIT.
090500     EXIT.
090600
090700 4430-PRINT-ONE-HOUR SECTION.
090800 4430-PRINT-ONE-HOUR-START.
090900     IF VH-HOUR-COUNT(WS-HOUR-SUB) > ZERO
091000         COMPUTE WS-HOUR-LABEL = WS-HOUR-SUB - 1
091100         MOVE VH-HOUR-AMOUNT(WS-HOUR-SUB) TO WS-DISPLAY-OLD
091200         DISPLAY '  HOUR ' WS-HOUR-LABEL
091300             '  TRANS ' VH-HOUR-COUNT(WS-HOUR-SUB)
091400             '  AMOUNT ' WS-DISPLAY-OLD
091500     END-IF
091600     ADD 1 TO WS-HOUR-SUB.
091700
091800* EVERY CASE RAISED ON OR MOVED TO A CARD ON THE LINE, WHATEVER
091900* ITS DATE, WITH THE DISPOSITIONS APPLIED TO IT
092000 4500-PRINT-CASES SECTION.
092100 4500-PRINT-CASES-START.
092200     DISPLAY ' '
092300     DISPLAY 'FRAUD CASES'
092400     DISPLAY '-----------'
092500     IF WS-CASE-OPEN = 'N'
092600         DISPLAY 'FRAUDCASE NOT AVAILABLE'
092700         GO TO 4500-PRINT-CASES-EXIT
092800     END-IF
092900     MOVE 'N' TO WS-SCAN-DONE
093000     MOVE ZERO TO CASE-NUMBER
093100     START FRAUD-CASE-FILE KEY > CASE-NUMBER
093200         INVALID KEY
093300             MOVE 'Y' TO WS-SCAN-DONE
093400     END-START
093500     PERFORM 4510-PRINT-ONE-CASE
093600         UNTIL WS-SCAN-DONE = 'Y'
093700     IF WS-PK-CASES = ZERO
093800         DISPLAY 'NO FRAUD CASES ON FILE'
093900     END-IF.
094000
094100 4500-PRINT-CASES-EXIT.
094200     EXIT.
094300
094400 4510-PRINT-ONE-CASE SECTION.
094500 4510-PRINT-ONE-CASE-START.
094600     READ FRAUD-CASE-FILE NEXT
094700         AT END
094800             MOVE 'Y' TO WS-SCAN-DONE
094900             GO TO 4510-PRINT-ONE-CASE-EXIT
095000     END-READ
095100     MOVE CASE-CARD-NUMBER TO WS-CHECK-CARD
095200     PERFORM 3300-CHECK-CHAIN-CARD
095300     IF WS-CHAIN-HIT = 'N'
095400         AND CASE-ORIG-CARD-NUMBER NUMERIC
095500         AND CASE-ORIG-CARD-NUMBER > ZERO
095600         MOVE CASE-ORIG-CARD-NUMBER TO WS-CHECK-CARD
095700         PERFORM 3300-CHECK-CHAIN-CARD
095800     END-IF
095900     IF WS-CHAIN-HIT = 'N'
096000         GO TO 4510-PRINT-ONE-CASE-EXIT
096100     END-IF
096200
096300     ADD 1 TO WS-PK-CASES
096400     IF WS-CASE-COUNT < WS-CASE-TBL-MAX
096500         ADD 1 TO WS-CASE-COUNT
096600         MOVE CASE-NUMBER TO WS-CT-CASE-NUMBER(WS-CASE-COUNT)
096700         MOVE CASE-TRANS-ID TO WS-CT-TRANS-ID(WS-CASE-COUNT)
096800     ELSE
096900         IF WS-CASE-TBL-WARNED = 'N'
097000             DISPLAY 'CASE TABLE FULL AT ' WS-CASE-TBL-MAX
097100                 ' - CHARGEBACK CASE LINKS INCOMPLETE'
097200             MOVE 'Y' TO WS-CASE-TBL-WARNED
097300         END-IF
097400     END-IF
097500
097600     EVALUATE CASE-STATUS-CODE
097700         WHEN 'NW'
097800             MOVE 'NEW' TO WS-STATUS-TEXT
097900         WHEN 'IR'
098000             MOVE 'IN REVIEW' TO WS-STATUS-TEXT
098100         WHEN 'CF'
098200             MOVE 'CONFIRMED FRAUD' TO WS-STATUS-TEXT
098300         WHEN 'FP'
098400             MOVE 'FALSE POSITIVE' TO WS-STATUS-TEXT
098500         WHEN OTHER
098600             MOVE SPACES TO WS-STATUS-TEXT
098700     END-EVALUATE
098800     MOVE CASE-CARD-NUMBER TO WS-MASK-INPUT
098900     PERFORM 8000-MASK-CARD
099000     MOVE CASE-TRANS-AMOUNT TO WS-DISPLAY-AMOUNT
099100     DISPLAY 'CASE ' CASE-NUMBER ' TRANS ' CASE-TRANS-ID
099200         ' CARD ' WS-MASKED-CARD
099300     DISPLAY '  STATUS ' CASE-STATUS-CODE ' ' WS-STATUS-TEXT
099400         '  ANALYST ' CASE-ANALYST-ID
099500         '  SCORE ' CASE-RISK-SCORE
099600     DISPLAY '  AMOUNT ' WS-DISPLAY-AMOUNT
099700         '  TRANS TIME ' CASE-TRANS-TIMESTAMP
099800     IF CASE-RULES-TRIGGERED NOT = SPACES
099900         DISPLAY '  RULES FIRED: ' CASE-RULES-TRIGGERED
100000     END-IF
100100     IF CASE-ORIG-CARD-NUMBER NUMERIC
100200         AND CASE-ORIG-CARD-NUMBER > ZERO
100300         MOVE CASE-ORIG-CARD-NUMBER TO WS-MASK-INPUT
100400         PERFORM 8000-MASK-CARD
100500         DISPLAY '  RAISED ON REPLACED CARD ' WS-MASKED-CARD
100600     END-IF
100700     DISPLAY '  ' CASE-OPEN-DATE ' OPENED NW'
100800     PERFORM 4520-PRINT-CASE-HISTORY
100900     IF CASE-CLOSE-DATE > ZERO
101000         DISPLAY '  ' CASE-CLOSE-DATE ' CLOSED '
101100             CASE-STATUS-CODE
101200     END-IF.
101300
101400 4510-PRINT-ONE-CASE-EXIT.
101500     EXIT.
101600
101700 4520-PRINT-CASE-HISTORY SECTION.
101800 4520-PRINT-HISTORY-START.
101900     IF WS-CHIST-OPEN = 'N'
102000         GO TO 4520-PRINT-HISTORY-EXIT
102100     END-IF
102200     MOVE CASE-NUMBER TO CH-CASE-NUMBER
102300     MOVE ZERO TO CH-ACTION-DATE
102400     MOVE ZERO TO CH-RUN-STAMP
102500     MOVE ZERO TO CH-SEQUENCE
102600     MOVE 'N' TO WS-FOUND
102700     START CASE-HIST-FILE KEY NOT < CH-KEY
102800         INVALID KEY
102900             MOVE 'Y' TO WS-FOUND
103000     END-START
103100     PERFORM 4530-PRINT-ONE-DISPOSITION
103200         UNTIL WS-FOUND = 'Y'.
103300
103400 4520-PRINT-HISTORY-EXIT.
103500     EXIT.
103600
103700 4530-PRINT-ONE-DISPOSITION SECTION.
103800 4530-PRINT-DISP-START.
103900     READ CASE-HIST-FILE NEXT
104000         AT END
104100             MOVE 'Y' TO WS-FOUND
104200             GO TO 4530-PRINT-DISP-EXIT
104300     END-READ
104400     IF CH-CASE-NUMBER NOT = CASE-NUMBER
104500         MOVE 'Y' TO WS-FOUND
104600         GO TO 4530-PRINT-DISP-EXIT
104700     END-IF
104710* CLAIM CASES SHARE THE HISTORY FILE AND MAY REUSE THE NUMBER
104720     IF CH-CASE-TYPE = 'C'
104730         GO TO 4530-PRINT-DISP-EXIT
104740     END-IF
104800     DISPLAY '  ' CH-ACTION-DATE ' ' CH-OLD-STATUS
104900         ' TO ' CH-NEW-STATUS '  ANALYST ' CH-ANALYST-ID.
105000
105100 4530-PRINT-DISP-EXIT.
105200     EXIT.
105300
105400* CHARGEBACKS DATED IN THE PERIOD, WITH THE CASE OPENED FOR
105500* THEM BY FRAUD-CHARGEBACK-MATCH WHERE THERE IS ONE
105600 4600-PRINT-CHARGEBACKS SECTION.
105700 4600-PRINT-CHBK-START.
105800     DISPLAY ' '
105900     DISPLAY 'CHARGEBACKS'
106000     DISPLAY '-----------'
106100     OPEN INPUT CHARGEBACK-FILE
106200     IF WS-CHBK-STATUS NOT = '00'
106300         DISPLAY 'CHRGBACK NOT AVAILABLE, STATUS '
106400             WS-CHBK-STATUS
106500         GO TO 4600-PRINT-CHBK-EXIT
106600     END-IF
106700     MOVE 'N' TO WS-SCAN-DONE
106800     PERFORM 4610-PRINT-ONE-CHARGEBACK
106900         UNTIL WS-SCAN-DONE = 'Y'
107000     CLOSE CHARGEBACK-FILE
107100     IF WS-PK-CHARGEBACKS = ZERO
107200         DISPLAY 'NO CHARGEBACKS IN PERIOD'
107300     END-IF.
107400
107500 4600-PRINT-CHBK-EXIT.
107600     EXIT.
107700
107800 4610-PRINT-ONE-CHARGEBACK SECTION.
107900 4610-PRINT-ONE-CHBK-START.
108000     READ CHARGEBACK-FILE
108100         AT END
108200             MOVE 'Y' TO WS-SCAN-DONE
108300             GO TO 4610-PRINT-ONE-CHBK-EXIT
108400     END-READ
108500     IF CB-DATE < WS-FROM-DATE OR CB-DATE > WS-TO-DATE
108600         GO TO 4610-PRINT-ONE-CHBK-EXIT
108700     END-IF
108800     MOVE CB-CARD-NUMBER TO WS-CHECK-CARD
108900     PERFORM 3300-CHECK-CHAIN-CARD
109000     IF WS-CHAIN-HIT = 'N'
109100         GO TO 4610-PRINT-ONE-CHBK-EXIT
109200     END-IF
109300
109400     ADD 1 TO WS-PK-CHARGEBACKS
109500     ADD CB-AMOUNT TO WS-PK-CHBK-AMOUNT
109600     MOVE CB-CARD-NUMBER TO WS-MASK-INPUT
109700     PERFORM 8000-MASK-CARD
109800     MOVE CB-AMOUNT TO WS-DISPLAY-AMOUNT
109900     PERFORM 4620-FIND-CHARGEBACK-CASE
110000     DISPLAY CB-DATE ' TRANS ' CB-TRANS-ID
110100         ' CARD ' WS-MASKED-CARD
110200     IF WS-MATCH-CASE > ZERO
110300         DISPLAY '  REASON ' CB-REASON-CODE
110400             '  AMOUNT ' WS-DISPLAY-AMOUNT
110500             '  CASE ' WS-MATCH-CASE
110600     ELSE
110700         DISPLAY '  REASON ' CB-REASON-CODE
110800             '  AMOUNT ' WS-DISPLAY-AMOUNT
110900             '  NO CASE'
111000     END-IF.
111100
111200 4610-PRINT-ONE-CHBK-EXIT.
111300     EXIT.
111400
111500 4620-FIND-CHARGEBACK-CASE SECTION.
111600 4620-FIND-CASE-START.
111700     MOVE ZERO TO WS-MATCH-CASE
111800     MOVE 1 TO WS-CASE-SUB
111900     PERFORM 4630-CHECK-ONE-CASE-ENTRY
112000         UNTIL WS-MATCH-CASE > ZERO
112100         OR WS-CASE-SUB > WS-CASE-COUNT.
112200
112300 4630-CHECK-ONE-CASE-ENTRY SECTION.
112400 4630-CHECK-CASE-START.
112500     IF WS-CT-TRANS-ID(WS-CASE-SUB) = CB-TRANS-ID
112600         MOVE WS-CT-CASE-NUMBER(WS-CASE-SUB) TO WS-MATCH-CASE
112700     ELSE
112800         ADD 1 TO WS-CASE-SUB
112900     END-IF.
113000
113100 5000-FINALIZE-INQUIRY SECTION.
113200 5000-FINALIZE-START.
113300     CLOSE INQUIRY-FILE
113400     CLOSE CUSTOMER-FILE
113500     IF WS-XREF-OPEN = 'Y'
113600         CLOSE CARD-XREF-FILE
113700     END-IF
113800     IF WS-HIST-OPEN = 'Y'
113900         CLOSE FRAUD-HIST-FILE
114000     END-IF
114100     IF WS-VHIST-OPEN = 'Y'
114200         CLOSE VELO-HIST-FILE
114300     END-IF
114400     IF WS-CASE-OPEN = 'Y'
114500         CLOSE FRAUD-CASE-FILE
114600     END-IF
114700     IF WS-CHIST-OPEN = 'Y'
114800         CLOSE CASE-HIST-FILE
114900     END-IF
115000
115100     MOVE WS-REQUESTS-READ TO WS-RUN-READS
115200     MOVE WS-PACKETS-PRINTED TO WS-RUN-WRITES
115300     PERFORM 9200-END-RUN-CONTROL
115400
115500     DISPLAY ' '
115600     DISPLAY 'REQUESTS READ:      ' WS-REQUESTS-READ
115700     DISPLAY 'PACKETS PRINTED:    ' WS-PACKETS-PRINTED
115800     DISPLAY 'REQUESTS REJECTED:  ' WS-REQUESTS-REJECTED
115900     DISPLAY 'CARD INQUIRY COMPLETE'.
116000
116100* LEAVES WS-MASK-INPUT AS ASTERISKS BAR THE LAST FOUR DIGITS
116200* IN WS-MASKED-CARD
116300 8000-MASK-CARD SECTION.
116400 8000-MASK-CARD-START.
116500     MOVE ALL '*' TO WS-MASKED-CARD
116600     MOVE WS-MASK-INPUT-X(13:4) TO WS-MASKED-CARD(13:4).
116700
116800 9000-START-RUN-CONTROL SECTION.
116900 9000-START-RUN-START.
117000     OPEN I-O RUN-CONTROL-FILE
117100     IF WS-RUNCTL-STATUS = '35'
117200         OPEN OUTPUT RUN-CONTROL-FILE
117300         CLOSE RUN-CONTROL-FILE
117400         OPEN I-O RUN-CONTROL-FILE
117500     END-IF
117600     IF WS-RUNCTL-STATUS NOT = '00'
117700         DISPLAY 'RUNCTL OPEN FAILED, STATUS ' WS-RUNCTL-STATUS
117800         MOVE 16 TO RETURN-CODE
117900         STOP RUN
118000     END-IF
118100     PERFORM 9100-GET-TIMESTAMP
118200     MOVE WS-RUN-PROGRAM-ID TO RC-PROGRAM-ID
118300     MOVE 'N' TO WS-RUNCTL-FOUND
118400     READ RUN-CONTROL-FILE
118500         INVALID KEY
118600             CONTINUE
118700         NOT INVALID KEY
118800             MOVE 'Y' TO WS-RUNCTL-FOUND
118900     END-READ
119000     MOVE WS-RUN-PROGRAM-ID TO RC-PROGRAM-ID
119100     MOVE WS-RUN-STAMP TO RC-START-TIMESTAMP
119200     MOVE ZERO TO RC-END-TIMESTAMP
119300     MOVE ZERO TO RC-RECORDS-READ
119400     MOVE ZERO TO RC-RECORDS-WRITTEN
119500     MOVE ZERO TO RC-COMPLETION-CODE
119600     MOVE 'R' TO RC-RUN-STATUS
119700     MOVE SPACES TO RC-FILLER
119800     IF WS-RUNCTL-FOUND = 'Y'
119900         REWRITE RUN-CONTROL-RECORD
120000     ELSE
120100         WRITE RUN-CONTROL-RECORD
120200     END-IF.
120300
120400 9100-GET-TIMESTAMP SECTION.
120500 9100-GET-TIMESTAMP-START.
120600     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
120700     ACCEPT WS-ACCEPT-TIME FROM TIME
120800     MOVE WS-ACCEPT-HHMMSS TO WS-STAMP-TIME.
120900
121000 9200-END-RUN-CONTROL SECTION.
121100 9200-END-RUN-START.
121200     PERFORM 9100-GET-TIMESTAMP
121300     MOVE WS-RUN-STAMP TO RC-END-TIMESTAMP
121400     MOVE WS-RUN-READS TO RC-RECORDS-READ
121500     MOVE WS-RUN-WRITES TO RC-RECORDS-WRITTEN
121600     MOVE WS-ABEND-CODE TO RC-COMPLETION-CODE
121700     IF WS-ABEND-CODE = ZERO
121800         MOVE 'C' TO RC-RUN-STATUS
121900     ELSE
122000         MOVE 'A' TO RC-RUN-STATUS
122100     END-IF
122200     REWRITE RUN-CONTROL-RECORD
122300     CLOSE RUN-CONTROL-FILE.
122400
122500 9900-ABEND-RUN SECTION.
122600 9900-ABEND-START.
122700     IF WS-ABEND-CODE = ZERO
122800         MOVE 16 TO WS-ABEND-CODE
122900     END-IF
123000     PERFORM 9200-END-RUN-CONTROL
123100     MOVE WS-ABEND-CODE TO RETURN-CODE
123200     DISPLAY 'RUN ABENDED, CODE ' WS-ABEND-CODE
123300     STOP RUN.
123400
123500 END PROGRAM FRAUD-CARD-INQUIRY.
