000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FRAUD-CARD-REISSUE.
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
001400     SELECT REISSUE-FILE ASSIGN TO 'REISSIN'
001500     ORGANIZATION IS SEQUENTIAL
001600     ACCESS MODE IS SEQUENTIAL
001700 FILE STATUS IS WS-REISS-STATUS.
001800
001900     SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
002000     ORGANIZATION IS INDEXED
002100     ACCESS MODE IS DYNAMIC
002200     RECORD KEY IS CUST-CARD-NUMBER
002300 FILE STATUS IS WS-CUST-STATUS.
002400
002500     SELECT VELOCITY-FILE ASSIGN TO 'VELOFILE'
002600     ORGANIZATION IS INDEXED
002700     ACCESS MODE IS DYNAMIC
002800     RECORD KEY IS VELO-CARD-NUMBER
002900 FILE STATUS IS WS-VELO-STATUS.
003000
003100     SELECT VELO-HIST-FILE ASSIGN TO 'VELOHIST'
003200     ORGANIZATION IS INDEXED
003300     ACCESS MODE IS DYNAMIC
003400     RECORD KEY IS VH-KEY
003500 FILE STATUS IS WS-VHIST-STATUS.
003600
003700     SELECT CARD-LOCATION-FILE ASSIGN TO 'CARDLOC'
003800     ORGANIZATION IS INDEXED
003900     ACCESS MODE IS DYNAMIC
004000     RECORD KEY IS CL-CARD-NUMBER
004100 FILE STATUS IS WS-CARDLOC-STATUS.
004200
004300     SELECT FRAUD-CASE-FILE ASSIGN TO 'FRAUDCASE'
004400     ORGANIZATION IS INDEXED
004500     ACCESS MODE IS DYNAMIC
004600     RECORD KEY IS CASE-NUMBER
004700 FILE STATUS IS WS-CASE-STATUS.
004800
004900     SELECT AT-RISK-FILE ASSIGN TO 'ATRISK'
005000     ORGANIZATION IS INDEXED
005100     ACCESS MODE IS DYNAMIC
005200     RECORD KEY IS AR-CARD-NUMBER
005300 FILE STATUS IS WS-ATRISK-STATUS.
005400
005500     SELECT HOT-CARD-FILE ASSIGN TO 'HOTCARD'
005600     ORGANIZATION IS SEQUENTIAL
005700     ACCESS MODE IS SEQUENTIAL
005800 FILE STATUS IS WS-HOT-STATUS.
005900
006000     SELECT CARD-XREF-FILE ASSIGN TO 'CARDXREF'
006100     ORGANIZATION IS INDEXED
006200     ACCESS MODE IS DYNAMIC
006300     RECORD KEY IS XR-OLD-CARD-NUMBER
006400 FILE STATUS IS WS-XREF-STATUS.
006500
006600     SELECT AUDIT-FILE ASSIGN TO 'CUSTAUDT'
006700     ORGANIZATION IS SEQUENTIAL
006800     ACCESS MODE IS SEQUENTIAL
006900 FILE STATUS IS WS-AUDIT-STATUS.
007000
007100     SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
007200     ORGANIZATION IS INDEXED
007300     ACCESS MODE IS DYNAMIC
007400     RECORD KEY IS RC-PROGRAM-ID
007500 FILE STATUS IS WS-RUNCTL-STATUS.
007600 DATA DIVISION.
007700 FILE SECTION.
007800
007900* ONE OLD/NEW CARD PAIR PER RECORD. A ZERO REISSUE DATE TAKES
008000* THE RUN DATE. THE REASON CODE IS CARRIED TO THE CROSS
008100* REFERENCE (CF CONFIRMED FRAUD, AR AT-RISK, LS LOST/STOLEN,
008200* OT OTHER).
008300 FD  REISSUE-FILE
008400     RECORDING MODE IS F
008500 RECORD CONTAINS 80 CHARACTERS.
008600 01  REISSUE-RECORD.
008700 05  RI-OLD-CARD-NUMBER      PIC X(16).
008800 05  RI-NEW-CARD-NUMBER      PIC X(16).
008900 05  RI-REISSUE-DATE         PIC 9(8).
009000 05  RI-REASON-CODE          PIC X(2).
009100 05  RI-OPERATOR-ID          PIC X(8).
009200 05  RI-FILLER               PIC X(30).
009300
009400 FD  CUSTOMER-FILE
009500     RECORDING MODE IS F
009600 RECORD CONTAINS 300 CHARACTERS.
009700 01  CUSTOMER-RECORD.
009800 05  CUST-CARD-NUMBER        PIC 9(16).
009900 05  CUST-NAME               PIC X(30).
010000 05  CUST-ADDRESS            PIC X(50).
010100 05  CUST-PHONE              PIC X(15).
010200 05  CUST-EMAIL              PIC X(40).
010300 05  CUST-CREDIT-LIMIT       PIC 9(8)V99.
010400 05  CUST-AVAILABLE-CREDIT   PIC 9(8)V99.
010500 05  CUST-LAST-TRANS-DATE    PIC 9(8).
010600 05  CUST-AVG-MONTHLY-SPEND  PIC 9(8)V99.
010700 05  CUST-FRAUD-FLAG         PIC X.
010800 05  CUST-RISK-SCORE         PIC 9(3).
010900 05  CUST-BLOCK-STATUS       PIC X.
011000 05  CUST-BLOCK-DATE         PIC 9(8).
011100 05  CUST-UNBLOCK-DATE       PIC 9(8).
011200 05  CUST-FILLER             PIC X(83).
011300
011400 FD  VELOCITY-FILE
011500     RECORDING MODE IS F
011600 RECORD CONTAINS 100 CHARACTERS.
011700 01  VELOCITY-RECORD.
011800 05  VELO-CARD-NUMBER        PIC 9(16).
011900 05  VELO-TRANS-COUNT        PIC 9(3).
012000 05  VELO-TOTAL-AMOUNT       PIC 9(8)V99.
012100 05  VELO-LAST-TRANS-DATE    PIC 9(8).
012200 05  VELO-FILLER             PIC X(50).
012300
012400 FD  VELO-HIST-FILE
012500     RECORDING MODE IS F
012600 RECORD CONTAINS 400 CHARACTERS.
012700 01  VELO-HIST-RECORD.
012800 05  VH-KEY.
012900 10  VH-CARD-NUMBER          PIC 9(16).
013000 10  VH-DATE                 PIC 9(8).
013100 05  VH-HOUR-BUCKET OCCURS 24 TIMES.
013200 10  VH-HOUR-COUNT           PIC 9(3).
013300 10  VH-HOUR-AMOUNT          PIC 9(8)V99.
013400 05  VH-DAY-COUNT            PIC 9(5).
013500 05  VH-DAY-AMOUNT           PIC 9(10)V99.
013600 05  VH-FILLER               PIC X(47).
013700
013800* LAST TWO RESOLVED LOCATIONS SEEN FOR EACH CARD
013900 FD  CARD-LOCATION-FILE
014000     RECORDING MODE IS F
014100 RECORD CONTAINS 200 CHARACTERS.
014200 01  CARD-LOCATION-RECORD.
014300 05  CL-CARD-NUMBER          PIC 9(16).
014400 05  CL-LOCATION-DATA        PIC X(184).
014500
014600 FD  FRAUD-CASE-FILE
014700     RECORDING MODE IS F
014800 RECORD CONTAINS 200 CHARACTERS.
014900 01  FRAUD-CASE-RECORD.
015000 05  CASE-NUMBER             PIC 9(8).
015100 05  CASE-TRANS-ID           PIC 9(12).
015200 05  CASE-CARD-NUMBER        PIC 9(16).
015300 05  CASE-RISK-SCORE         PIC 9(4).
015400 05  CASE-TRANS-AMOUNT       PIC 9(8)V99.
015500 05  CASE-TRANS-TIMESTAMP    PIC 9(14).
015600 05  CASE-RULES-TRIGGERED    PIC X(50).
015700 05  CASE-STATUS-CODE        PIC X(2).
015800 05  CASE-ANALYST-ID         PIC X(8).
015900 05  CASE-OPEN-DATE          PIC 9(8).
016000 05  CASE-CLOSE-DATE         PIC 9(8).
016050* CARD THE CASE WAS RAISED ON, KEPT WHEN THE CASE IS MOVED TO
016060* A REISSUED CARD
016070 05  CASE-ORIG-CARD-NUMBER   PIC 9(16).
016100 05  CASE-FILLER             PIC X(44).
016200
016300* AT-RISK CARD WATCH LIST, BUILT BY FRAUD-CPP-ANALYSIS FROM
016400* MERCHANTS SUSPECTED OF A COMPROMISE. STATUS A IS WATCHED UP
016500* TO THE EXPIRY DATE, R MEANS THE CARD HAS BEEN REISSUED.
016600 FD  AT-RISK-FILE
016700     RECORDING MODE IS F
016800 RECORD CONTAINS 100 CHARACTERS.
016900 01  AT-RISK-RECORD.
017000 05  AR-CARD-NUMBER          PIC 9(16).
017100 05  AR-WATCH-STATUS         PIC X(1).
017200 05  AR-MERCHANT-ID          PIC 9(8).
017300 05  AR-MERCHANT-COUNT       PIC 9(3).
017400 05  AR-EXPOSED-DATE         PIC 9(8).
017500 05  AR-LISTED-DATE          PIC 9(8).
017600 05  AR-LAST-LISTED-DATE     PIC 9(8).
017700 05  AR-EXPIRY-DATE          PIC 9(8).
017800 05  AR-REISSUE-DATE         PIC 9(8).
017900 05  AR-FILLER               PIC X(32).
018000
018100* A REPLACED CARD GOES OUT WITH BLOCK REASON RP
018200 FD  HOT-CARD-FILE
018300     RECORDING MODE IS F
018400 RECORD CONTAINS 60 CHARACTERS.
018500 01  HOT-CARD-RECORD.
018600 05  HOT-CARD-NUMBER         PIC 9(16).
018700 05  HOT-BLOCK-REASON        PIC X(2).
018800 05  HOT-EFFECTIVE-TS        PIC 9(14).
018900 05  HOT-TRANS-ID            PIC 9(12).
019000 05  HOT-FILLER              PIC X(16).
019100
019200* CARD CROSS REFERENCE - ONE RECORD PER REPLACED CARD, KEYED
019300* BY THE OLD NUMBER, SO CHARGEBACKS AND INQUIRIES ARRIVING ON
019400* A RETIRED NUMBER CAN BE FOLLOWED TO THE CARD NOW IN USE. A
019500* CARD REPLACED MORE THAN ONCE IS FOLLOWED LINK BY LINK.
019600 FD  CARD-XREF-FILE
019700     RECORDING MODE IS F
019800 RECORD CONTAINS 100 CHARACTERS.
019900 01  CARD-XREF-RECORD.
020000 05  XR-OLD-CARD-NUMBER      PIC 9(16).
020100 05  XR-NEW-CARD-NUMBER      PIC 9(16).
020200 05  XR-REISSUE-DATE         PIC 9(8).
020300 05  XR-REASON-CODE          PIC X(2).
020400 05  XR-OPERATOR-ID          PIC X(8).
020500 05  XR-CASES-MOVED          PIC 9(3).
020600 05  XR-HIST-DAYS-MOVED      PIC 9(5).
020700 05  XR-FILLER               PIC X(42).
020800
020900 FD  AUDIT-FILE
021000     RECORDING MODE IS F
021100 RECORD CONTAINS 640 CHARACTERS.
021200 01  AUDIT-RECORD.
021300 05  AUD-TIMESTAMP           PIC 9(14).
021400 05  AUD-ACTION              PIC X(1).
021500 05  AUD-BEFORE-IMAGE        PIC X(300).
021600 05  AUD-AFTER-IMAGE         PIC X(300).
021700 05  AUD-FILLER              PIC X(25).
021800
021900 FD  RUN-CONTROL-FILE
022000     RECORDING MODE IS F
022100 RECORD CONTAINS 100 CHARACTERS.
022200 01  RUN-CONTROL-RECORD.
022300 05  RC-PROGRAM-ID           PIC X(30).
022400 05  RC-START-TIMESTAMP      PIC 9(14).
022500 05  RC-END-TIMESTAMP        PIC 9(14).
022600 05  RC-RECORDS-READ         PIC 9(7).
022700 05  RC-RECORDS-WRITTEN      PIC 9(7).
022800 05  RC-COMPLETION-CODE      PIC 9(2).
022900 05  RC-RUN-STATUS           PIC X(1).
023000 05  RC-FILLER               PIC X(25).
023100 WORKING-STORAGE SECTION.
023200
023300* File status variables
023400 01  WS-REISS-STATUS         PIC XX.
023500 01  WS-CUST-STATUS          PIC XX.
023600 01  WS-VELO-STATUS          PIC XX.
023700 01  WS-VHIST-STATUS         PIC XX.
023800 01  WS-CARDLOC-STATUS       PIC XX.
023900 01  WS-CASE-STATUS          PIC XX.
024000 01  WS-ATRISK-STATUS        PIC XX.
024100 01  WS-HOT-STATUS           PIC XX.
024200 01  WS-XREF-STATUS          PIC XX.
024300 01  WS-AUDIT-STATUS         PIC XX.
024400
024500* Optional files - carried over only when present
024600 01  WS-VELO-OPEN            PIC X VALUE 'N'.
024700 01  WS-VHIST-OPEN           PIC X VALUE 'N'.
024800 01  WS-CARDLOC-OPEN         PIC X VALUE 'N'.
024900 01  WS-CASE-OPEN            PIC X VALUE 'N'.
025000 01  WS-ATRISK-OPEN          PIC X VALUE 'N'.
025100
025200* Working variables
025300 01  WS-ERROR-REASON         PIC X(30).
025400 01  WS-OLD-CARD             PIC 9(16).
025500 01  WS-NEW-CARD             PIC 9(16).
025600 01  WS-REISSUE-DATE         PIC 9(8).
025700 01  WS-OLD-IMAGE            PIC X(300).
025800 01  WS-SCAN-DONE            PIC X VALUE 'N'.
025900 01  WS-RESUME-KEY.
026000 05  WS-RESUME-CARD          PIC 9(16).
026100 05  WS-RESUME-DATE          PIC 9(8).
026200 01  WS-PAIR-CASES           PIC 9(3) VALUE ZERO.
026300 01  WS-PAIR-HIST-DAYS       PIC 9(5) VALUE ZERO.
026400
026500 01  WS-REISSUE-COUNTS.
026600 05  WS-PAIRS-READ           PIC 9(5) VALUE ZERO.
026700 05  WS-PAIRS-REISSUED       PIC 9(5) VALUE ZERO.
026800 05  WS-PAIRS-REJECTED       PIC 9(5) VALUE ZERO.
026900 05  WS-VELO-CARRIED         PIC 9(5) VALUE ZERO.
027000 05  WS-HIST-DAYS-CARRIED    PIC 9(7) VALUE ZERO.
027100 05  WS-LOCATIONS-CARRIED    PIC 9(5) VALUE ZERO.
027200 05  WS-CASES-REPOINTED      PIC 9(5) VALUE ZERO.
027300 05  WS-WATCH-CLOSED         PIC 9(5) VALUE ZERO.
027400 05  WS-HOT-CARDS-WRITTEN    PIC 9(5) VALUE ZERO.
027500
027600* Run control
027700 01  WS-RUNCTL-STATUS        PIC XX.
027800 01  WS-RUN-PROGRAM-ID       PIC X(30) VALUE
027900     'FRAUD-CARD-REISSUE'.
028000 01  WS-RUNCTL-FOUND         PIC X VALUE 'N'.
028100 01  WS-ABEND-CODE           PIC 9(2) VALUE ZERO.
028200 01  WS-RUN-READS            PIC 9(7) VALUE ZERO.
028300 01  WS-RUN-WRITES           PIC 9(7) VALUE ZERO.
028400 01  WS-RUN-STAMP.
028500 05  WS-STAMP-DATE           PIC 9(8).
028600 05  WS-STAMP-TIME           PIC 9(6).
028700 01  WS-ACCEPT-TIME.
028800 05  WS-ACCEPT-HHMMSS        PIC 9(6).
028900 05  WS-ACCEPT-HUND          PIC 9(2).
029000 PROCEDURE DIVISION.
029100
029200 1000-MAIN-PROCESSING SECTION.
029300 1000-MAIN-START.
029400     DISPLAY 'FRAUD CARD REISSUE'
029500     DISPLAY '=================='
029600
029700     PERFORM 9000-START-RUN-CONTROL
029800     PERFORM 2000-INITIALIZE-REISSUE
029900     PERFORM 3000-PROCESS-ONE-PAIR
030000         UNTIL WS-REISS-STATUS = '10'
030100     PERFORM 4000-FINALIZE-REISSUE
030200
030300     STOP RUN.
030400
030500 2000-INITIALIZE-REISSUE SECTION.
030600 2000-INIT-START.
030700     OPEN INPUT REISSUE-FILE
030800     IF WS-REISS-STATUS NOT = '00'
030900         DISPLAY 'NO REISSUE FILE, STATUS ' WS-REISS-STATUS
031000         MOVE '10' TO WS-REISS-STATUS
031100     END-IF
031200     OPEN I-O CUSTOMER-FILE
031300     IF WS-CUST-STATUS NOT = '00'
031400         DISPLAY 'CUSTFILE OPEN FAILED, STATUS ' WS-CUST-STATUS
031500         PERFORM 9900-ABEND-RUN
031600     END-IF
031700
031800     OPEN I-O VELOCITY-FILE
031900     IF WS-VELO-STATUS = '00'
032000         MOVE 'Y' TO WS-VELO-OPEN
032100     ELSE
032200         DISPLAY 'VELOFILE NOT AVAILABLE, STATUS '
032300             WS-VELO-STATUS
032400     END-IF
032500     OPEN I-O VELO-HIST-FILE
032600     IF WS-VHIST-STATUS = '00'
032700         MOVE 'Y' TO WS-VHIST-OPEN
032800     ELSE
032900         DISPLAY 'VELOHIST NOT AVAILABLE, STATUS '
033000             WS-VHIST-STATUS
033100     END-IF
033200     OPEN I-O CARD-LOCATION-FILE
033300     IF WS-CARDLOC-STATUS = '00'
033400         MOVE 'Y' TO WS-CARDLOC-OPEN
033500     ELSE
033600         DISPLAY 'CARDLOC NOT AVAILABLE, STATUS '
033700             WS-CARDLOC-STATUS
033800     END-IF
033900     OPEN I-O FRAUD-CASE-FILE
034000     IF WS-CASE-STATUS = '00'
034100         MOVE 'Y' TO WS-CASE-OPEN
034200     ELSE
034300         DISPLAY 'FRAUDCASE NOT AVAILABLE, STATUS '
034400             WS-CASE-STATUS
034500         DISPLAY 'OPEN CASES WILL NOT BE MOVED THIS RUN'
034600     END-IF
034700     OPEN I-O AT-RISK-FILE
034800     IF WS-ATRISK-STATUS = '00'
034900         MOVE 'Y' TO WS-ATRISK-OPEN
035000     ELSE
035100         DISPLAY 'ATRISK NOT AVAILABLE, STATUS '
035200             WS-ATRISK-STATUS
035300     END-IF
035400
035500* HOTCARD IS EXTENDED SO THE REPLACED CARDS GO OUT WITH THE
035600* CYCLE'S OTHER BLOCKS
035700     OPEN EXTEND HOT-CARD-FILE
035800     IF WS-HOT-STATUS = '35'
035900         OPEN OUTPUT HOT-CARD-FILE
036000     END-IF
036100     IF WS-HOT-STATUS NOT = '00'
036200         DISPLAY 'HOTCARD OPEN FAILED, STATUS ' WS-HOT-STATUS
036300         PERFORM 9900-ABEND-RUN
036400     END-IF
036500     OPEN I-O CARD-XREF-FILE
036600     IF WS-XREF-STATUS = '35'
036700         OPEN OUTPUT CARD-XREF-FILE
036800         CLOSE CARD-XREF-FILE
036900         OPEN I-O CARD-XREF-FILE
037000     END-IF
037100     IF WS-XREF-STATUS NOT = '00'
037200         DISPLAY 'CARDXREF OPEN FAILED, STATUS ' WS-XREF-STATUS
037300         PERFORM 9900-ABEND-RUN
037400     END-IF
037500     OPEN OUTPUT AUDIT-FILE
037600     IF WS-AUDIT-STATUS NOT = '00'
037700         DISPLAY 'CUSTAUDT OPEN FAILED, STATUS ' WS-AUDIT-STATUS
037800         PERFORM 9900-ABEND-RUN
037900     END-IF
038000
038100     IF WS-REISS-STATUS = '00'
038200         READ REISSUE-FILE
038300         END-READ
038400     END-IF.
038500
038600 3000-PROCESS-ONE-PAIR SECTION.
038700 3000-PROCESS-START.
038800     ADD 1 TO WS-PAIRS-READ
038900     PERFORM 3100-VALIDATE-PAIR
039000
039100     IF WS-ERROR-REASON = SPACES
039200         PERFORM 3200-REISSUE-CUSTOMER
039300         PERFORM 3300-CARRY-VELOCITY
039400         PERFORM 3400-CARRY-VELO-HISTORY
039500         PERFORM 3500-CARRY-LOCATION
039600         PERFORM 3600-REPOINT-OPEN-CASES
039700         PERFORM 3700-CLOSE-WATCH-ENTRY
039800         PERFORM 3800-WRITE-HOT-CARD
039900         PERFORM 3900-WRITE-CROSS-REFERENCE
040000         ADD 1 TO WS-PAIRS-REISSUED
040100         DISPLAY 'REISSUED: ' WS-OLD-CARD ' TO ' WS-NEW-CARD
040200             ' CASES ' WS-PAIR-CASES
040300             ' HIST DAYS ' WS-PAIR-HIST-DAYS
040400     ELSE
040500         ADD 1 TO WS-PAIRS-REJECTED
040600         DISPLAY 'REJECTED: ' RI-OLD-CARD-NUMBER ' '
040700             RI-NEW-CARD-NUMBER ' - ' WS-ERROR-REASON
040800     END-IF
040900
041000     READ REISSUE-FILE
041100     END-READ.
041200
041300* THE OLD CARD MUST BE ON FILE AND NOT ALREADY REPLACED; THE
041400* NEW NUMBER MUST NOT BE ON FILE IN ANY STATUS
041500 3100-VALIDATE-PAIR SECTION.
041600 3100-VALIDATE-START.
041700     MOVE SPACES TO WS-ERROR-REASON
041800     MOVE ZERO TO WS-PAIR-CASES
041900     MOVE ZERO TO WS-PAIR-HIST-DAYS
042000
042100     IF RI-OLD-CARD-NUMBER NOT NUMERIC
042200         OR RI-NEW-CARD-NUMBER NOT NUMERIC
042300         MOVE 'CARD NUMBER NOT NUMERIC' TO WS-ERROR-REASON
042400         GO TO 3100-VALIDATE-EXIT
042500     END-IF
042600     MOVE RI-OLD-CARD-NUMBER TO WS-OLD-CARD
042700     MOVE RI-NEW-CARD-NUMBER TO WS-NEW-CARD
042800     IF WS-OLD-CARD = ZERO OR WS-NEW-CARD = ZERO
042900         MOVE 'CARD NUMBER IS ZERO' TO WS-ERROR-REASON
043000         GO TO 3100-VALIDATE-EXIT
043100     END-IF
043200     IF WS-OLD-CARD = WS-NEW-CARD
043300         MOVE 'OLD AND NEW CARD THE SAME' TO WS-ERROR-REASON
043400         GO TO 3100-VALIDATE-EXIT
043500     END-IF
043600     IF RI-REASON-CODE = SPACES
043700         MOVE 'REISSUE REASON MISSING' TO WS-ERROR-REASON
043800         GO TO 3100-VALIDATE-EXIT
043900     END-IF
044000     IF RI-REISSUE-DATE NOT NUMERIC
044100         MOVE 'REISSUE DATE NOT NUMERIC' TO WS-ERROR-REASON
044200         GO TO 3100-VALIDATE-EXIT
044300     END-IF
044400     IF RI-REISSUE-DATE = ZERO
044500         MOVE WS-STAMP-DATE TO WS-REISSUE-DATE
044600     ELSE
044700         MOVE RI-REISSUE-DATE TO WS-REISSUE-DATE
044800     END-IF
044900
045000     MOVE WS-NEW-CARD TO CUST-CARD-NUMBER
045100     READ CUSTOMER-FILE
045200         INVALID KEY
045300             CONTINUE
045400         NOT INVALID KEY
045500             MOVE 'NEW CARD ALREADY ON FILE' TO WS-ERROR-REASON
045600     END-READ
045700     IF WS-ERROR-REASON NOT = SPACES
045800         GO TO 3100-VALIDATE-EXIT
045900     END-IF
046000
046100     MOVE WS-OLD-CARD TO CUST-CARD-NUMBER
046200     READ CUSTOMER-FILE
046300         INVALID KEY
046400             MOVE 'OLD CARD NOT ON FILE' TO WS-ERROR-REASON
046500         NOT INVALID KEY
046600             MOVE CUSTOMER-RECORD TO WS-OLD-IMAGE
046700     END-READ
046800     IF WS-ERROR-REASON NOT = SPACES
046900         GO TO 3100-VALIDATE-EXIT
047000     END-IF
047100     IF CUST-BLOCK-STATUS = 'R'
047200         MOVE 'OLD CARD ALREADY REPLACED' TO WS-ERROR-REASON
047300     END-IF.
047400
047500 3100-VALIDATE-EXIT.
047600     EXIT.
047700
047800* THE OLD CARD IS RETIRED WITH STATUS R, WHICH THE SCORING
047900* ENGINE DECLINES AND FRAUD-CARD-UNBLOCK WILL NOT LIFT. THE NEW
048000* CARD TAKES OVER THE LINE, BALANCES, SPEND BASELINE AND RISK
048100* PROFILE AS THEY STAND, WITH NO BLOCK OF ITS OWN.
048200 3200-REISSUE-CUSTOMER SECTION.
048300 3200-REISSUE-START.
048400     MOVE 'R' TO CUST-BLOCK-STATUS
048500     MOVE WS-REISSUE-DATE TO CUST-BLOCK-DATE
048600     REWRITE CUSTOMER-RECORD
048700     IF WS-CUST-STATUS NOT = '00'
048800         DISPLAY 'CUSTFILE REWRITE FAILED, STATUS '
048900             WS-CUST-STATUS
049000         PERFORM 9900-ABEND-RUN
049100     END-IF
049200     PERFORM 3250-WRITE-AUDIT-RECORD
049300
049400     MOVE WS-OLD-IMAGE TO CUSTOMER-RECORD
049500     MOVE WS-NEW-CARD TO CUST-CARD-NUMBER
049600     MOVE SPACE TO CUST-BLOCK-STATUS
049700     MOVE ZERO TO CUST-BLOCK-DATE
049800     MOVE ZERO TO CUST-UNBLOCK-DATE
049900     WRITE CUSTOMER-RECORD
050000     IF WS-CUST-STATUS NOT = '00'
050100         DISPLAY 'CUSTFILE WRITE FAILED, STATUS '
050200             WS-CUST-STATUS
050300         PERFORM 9900-ABEND-RUN
050400     END-IF
050500     PERFORM 3250-WRITE-AUDIT-RECORD.
050600
050700* BOTH AUDIT RECORDS CARRY THE OLD CARD'S IMAGE AS THE BEFORE
050800* IMAGE, SO THE NEW CARD'S RECORD SHOWS WHERE IT CAME FROM
050900 3250-WRITE-AUDIT-RECORD SECTION.
051000 3250-WRITE-AUDIT-START.
051100     MOVE WS-STAMP-DATE TO AUD-TIMESTAMP(1:8)
051200     MOVE WS-STAMP-TIME TO AUD-TIMESTAMP(9:6)
051300     MOVE 'R' TO AUD-ACTION
051400     MOVE WS-OLD-IMAGE TO AUD-BEFORE-IMAGE
051500     MOVE CUSTOMER-RECORD TO AUD-AFTER-IMAGE
051600     MOVE SPACES TO AUD-FILLER
051700     WRITE AUDIT-RECORD
051800     IF WS-AUDIT-STATUS NOT = '00'
051900         DISPLAY 'CUSTAUDT WRITE FAILED, STATUS '
052000             WS-AUDIT-STATUS
052100         PERFORM 9900-ABEND-RUN
052200     END-IF.
052300
052400* TODAY'S VELOCITY COUNTERS FOLLOW THE CUSTOMER TO THE NEW CARD
052500* AND THE OLD CARD'S ROW IS REMOVED, SO THE DAY'S SPEND IS HELD
052550* ONCE. INQUIRIES WORK FROM VELOHIST, WHICH KEEPS BOTH CARDS.
052600 3300-CARRY-VELOCITY SECTION.
052700 3300-CARRY-VELOCITY-START.
052800     IF WS-VELO-OPEN = 'N'
052900         GO TO 3300-CARRY-VELOCITY-EXIT
053000     END-IF
053100     MOVE WS-OLD-CARD TO VELO-CARD-NUMBER
053200     READ VELOCITY-FILE
053300         INVALID KEY
053400             GO TO 3300-CARRY-VELOCITY-EXIT
053500     END-READ
053600     MOVE WS-NEW-CARD TO VELO-CARD-NUMBER
053700     WRITE VELOCITY-RECORD
053800     IF WS-VELO-STATUS NOT = '00'
053900         DISPLAY 'VELOFILE WRITE FAILED, STATUS '
054000             WS-VELO-STATUS ' CARD ' WS-NEW-CARD
054100         GO TO 3300-CARRY-VELOCITY-EXIT
054200     END-IF
054210     ADD 1 TO WS-VELO-CARRIED
054220     MOVE WS-OLD-CARD TO VELO-CARD-NUMBER
054230     DELETE VELOCITY-FILE
054240     IF WS-VELO-STATUS NOT = '00'
054250         DISPLAY 'VELOFILE DELETE FAILED, STATUS '
054260             WS-VELO-STATUS ' CARD ' WS-OLD-CARD
054270     END-IF.
054400
054500 3300-CARRY-VELOCITY-EXIT.
054600     EXIT.
054700
054800* EVERY DAILY/HOURLY HISTORY RECORD OF THE OLD CARD IS COPIED
054900* UNDER THE NEW NUMBER. THE BROWSE IS RESTARTED AFTER EACH
055000* WRITE FROM THE LAST OLD-CARD KEY READ.
055100 3400-CARRY-VELO-HISTORY SECTION.
055200 3400-CARRY-HISTORY-START.
055300     IF WS-VHIST-OPEN = 'N'
055400         GO TO 3400-CARRY-HISTORY-EXIT
055500     END-IF
055600     MOVE WS-OLD-CARD TO WS-RESUME-CARD
055700     MOVE ZERO TO WS-RESUME-DATE
055800     MOVE WS-RESUME-KEY TO VH-KEY
055900     MOVE 'N' TO WS-SCAN-DONE
056000     START VELO-HIST-FILE KEY NOT < VH-KEY
056100         INVALID KEY
056200             MOVE 'Y' TO WS-SCAN-DONE
056300     END-START
056400     PERFORM 3410-CARRY-ONE-DAY
056500         UNTIL WS-SCAN-DONE = 'Y'.
056600
056700 3400-CARRY-HISTORY-EXIT.
056800     EXIT.
056900
057000 3410-CARRY-ONE-DAY SECTION.
057100 3410-CARRY-DAY-START.
057200     READ VELO-HIST-FILE NEXT
057300         AT END
057400             MOVE 'Y' TO WS-SCAN-DONE
057500             GO TO 3410-CARRY-DAY-EXIT
057600     END-READ
057700     IF VH-CARD-NUMBER NOT = WS-OLD-CARD
057800         MOVE 'Y' TO WS-SCAN-DONE
057900         GO TO 3410-CARRY-DAY-EXIT
058000     END-IF
058100     MOVE VH-KEY TO WS-RESUME-KEY
058200     MOVE WS-NEW-CARD TO VH-CARD-NUMBER
058300     WRITE VELO-HIST-RECORD
058400     IF WS-VHIST-STATUS = '00'
058500         ADD 1 TO WS-PAIR-HIST-DAYS
058600         ADD 1 TO WS-HIST-DAYS-CARRIED
058700     ELSE
058800         DISPLAY 'VELOHIST WRITE FAILED, STATUS '
058900             WS-VHIST-STATUS ' CARD ' WS-NEW-CARD
059000             ' DATE ' VH-DATE
059100     END-IF
059200     MOVE WS-RESUME-KEY TO VH-KEY
059300     START VELO-HIST-FILE KEY > VH-KEY
059400         INVALID KEY
059500             MOVE 'Y' TO WS-SCAN-DONE
059600     END-START.
059700
059800 3410-CARRY-DAY-EXIT.
059900     EXIT.
060000
060100* THE LAST-SEEN LOCATIONS GO WITH THE CUSTOMER SO THE TRAVEL
060200* RULE KEEPS ITS REFERENCE POINT ON THE NEW CARD
060300 3500-CARRY-LOCATION SECTION.
060400 3500-CARRY-LOCATION-START.
060500     IF WS-CARDLOC-OPEN = 'N'
060600         GO TO 3500-CARRY-LOCATION-EXIT
060700     END-IF
060800     MOVE WS-OLD-CARD TO CL-CARD-NUMBER
060900     READ CARD-LOCATION-FILE
061000         INVALID KEY
061100             GO TO 3500-CARRY-LOCATION-EXIT
061200     END-READ
061300     MOVE WS-NEW-CARD TO CL-CARD-NUMBER
061400     WRITE CARD-LOCATION-RECORD
061500     IF WS-CARDLOC-STATUS = '00'
061600         ADD 1 TO WS-LOCATIONS-CARRIED
061700     ELSE
061800         DISPLAY 'CARDLOC WRITE FAILED, STATUS '
061900             WS-CARDLOC-STATUS ' CARD ' WS-NEW-CARD
062000     END-IF.
062100
062200 3500-CARRY-LOCATION-EXIT.
062300     EXIT.
062400
062500* OPEN (NW OR IR) CASES ON THE OLD CARD ARE MOVED TO THE NEW
062600* CARD SO A LATER FALSE-POSITIVE DISPOSITION RESTORES THE CARD
062700* IN USE. CLOSED CASES STAY WITH THE OLD NUMBER. THE CASE FILE
062800* IS KEYED BY CASE NUMBER, SO THIS IS A FULL SCAN PER PAIR.
062900 3600-REPOINT-OPEN-CASES SECTION.
063000 3600-REPOINT-START.
063100     IF WS-CASE-OPEN = 'N'
063200         GO TO 3600-REPOINT-EXIT
063300     END-IF
063400     MOVE 'N' TO WS-SCAN-DONE
063500     MOVE ZERO TO CASE-NUMBER
063600     START FRAUD-CASE-FILE KEY > CASE-NUMBER
063700         INVALID KEY
063800             MOVE 'Y' TO WS-SCAN-DONE
063900     END-START
064000     PERFORM 3610-REPOINT-ONE-CASE
064100         UNTIL WS-SCAN-DONE = 'Y'.
064200
064300 3600-REPOINT-EXIT.
064400     EXIT.
064500
064600 3610-REPOINT-ONE-CASE SECTION.
064700 3610-REPOINT-CASE-START.
064800     READ FRAUD-CASE-FILE NEXT
064900         AT END
065000             MOVE 'Y' TO WS-SCAN-DONE
065100     END-READ
065200     IF WS-SCAN-DONE = 'N'
065300         AND CASE-CARD-NUMBER = WS-OLD-CARD
065400         AND (CASE-STATUS-CODE = 'NW'
065500         OR CASE-STATUS-CODE = 'IR')
065550         IF CASE-ORIG-CARD-NUMBER NUMERIC
065560             AND CASE-ORIG-CARD-NUMBER > ZERO
065570             CONTINUE
065580         ELSE
065590             MOVE CASE-CARD-NUMBER TO CASE-ORIG-CARD-NUMBER
065595         END-IF
065600         MOVE WS-NEW-CARD TO CASE-CARD-NUMBER
065700         REWRITE FRAUD-CASE-RECORD
065800         IF WS-CASE-STATUS NOT = '00'
065900             DISPLAY 'FRAUDCASE REWRITE FAILED, STATUS '
066000                 WS-CASE-STATUS
066100             PERFORM 9900-ABEND-RUN
066200         END-IF
066300         ADD 1 TO WS-PAIR-CASES
066400         ADD 1 TO WS-CASES-REPOINTED
066500     END-IF.
066600
066700* A WATCHED CARD THAT HAS BEEN REISSUED COMES OFF THE WATCH
066800* LIST, WHICH ENDS THE TEMPORARY COMPROMISE WEIGHT
066900 3700-CLOSE-WATCH-ENTRY SECTION.
067000 3700-CLOSE-WATCH-START.
067100     IF WS-ATRISK-OPEN = 'N'
067200         GO TO 3700-CLOSE-WATCH-EXIT
067300     END-IF
067400     MOVE WS-OLD-CARD TO AR-CARD-NUMBER
067500     READ AT-RISK-FILE
067600         INVALID KEY
067700             GO TO 3700-CLOSE-WATCH-EXIT
067800     END-READ
067900     IF AR-WATCH-STATUS = 'R'
068000         GO TO 3700-CLOSE-WATCH-EXIT
068100     END-IF
068200     MOVE 'R' TO AR-WATCH-STATUS
068300     MOVE WS-REISSUE-DATE TO AR-REISSUE-DATE
068400     REWRITE AT-RISK-RECORD
068500     IF WS-ATRISK-STATUS NOT = '00'
068600         DISPLAY 'ATRISK REWRITE FAILED, STATUS '
068700             WS-ATRISK-STATUS
068800         PERFORM 9900-ABEND-RUN
068900     END-IF
069000     ADD 1 TO WS-WATCH-CLOSED.
069100
069200 3700-CLOSE-WATCH-EXIT.
069300     EXIT.
069400
069500 3800-WRITE-HOT-CARD SECTION.
069600 3800-WRITE-HOT-CARD-START.
069700     MOVE WS-OLD-CARD TO HOT-CARD-NUMBER
069800     MOVE 'RP' TO HOT-BLOCK-REASON
069900     MOVE WS-REISSUE-DATE TO HOT-EFFECTIVE-TS(1:8)
070000     MOVE WS-STAMP-TIME TO HOT-EFFECTIVE-TS(9:6)
070100     MOVE ZERO TO HOT-TRANS-ID
070200     MOVE SPACES TO HOT-FILLER
070300     WRITE HOT-CARD-RECORD
070400     IF WS-HOT-STATUS NOT = '00'
070500         DISPLAY 'HOTCARD WRITE FAILED, STATUS '
070600             WS-HOT-STATUS
070700         PERFORM 9900-ABEND-RUN
070800     END-IF
070900     ADD 1 TO WS-HOT-CARDS-WRITTEN.
071000
071100 3900-WRITE-CROSS-REFERENCE SECTION.
071200 3900-WRITE-XREF-START.
071300     MOVE WS-OLD-CARD TO XR-OLD-CARD-NUMBER
071400     MOVE WS-NEW-CARD TO XR-NEW-CARD-NUMBER
071500     MOVE WS-REISSUE-DATE TO XR-REISSUE-DATE
071600     MOVE RI-REASON-CODE TO XR-REASON-CODE
071700     MOVE RI-OPERATOR-ID TO XR-OPERATOR-ID
071800     MOVE WS-PAIR-CASES TO XR-CASES-MOVED
071900     MOVE WS-PAIR-HIST-DAYS TO XR-HIST-DAYS-MOVED
072000     MOVE SPACES TO XR-FILLER
072100     WRITE CARD-XREF-RECORD
072200     IF WS-XREF-STATUS NOT = '00'
072300         DISPLAY 'CARDXREF WRITE FAILED, STATUS '
072400             WS-XREF-STATUS
072500         PERFORM 9900-ABEND-RUN
072600     END-IF.
072700
072800 4000-FINALIZE-REISSUE SECTION.
072900 4000-FINALIZE-START.
073000     CLOSE REISSUE-FILE
073100     CLOSE CUSTOMER-FILE
073200     IF WS-VELO-OPEN = 'Y'
073300         CLOSE VELOCITY-FILE
073400     END-IF
073500     IF WS-VHIST-OPEN = 'Y'
073600         CLOSE VELO-HIST-FILE
073700     END-IF
073800     IF WS-CARDLOC-OPEN = 'Y'
073900         CLOSE CARD-LOCATION-FILE
074000     END-IF
074100     IF WS-CASE-OPEN = 'Y'
074200         CLOSE FRAUD-CASE-FILE
074300     END-IF
074400     IF WS-ATRISK-OPEN = 'Y'
074500         CLOSE AT-RISK-FILE
074600     END-IF
074700     CLOSE HOT-CARD-FILE
074800     CLOSE CARD-XREF-FILE
074900     CLOSE AUDIT-FILE
075000
075100     MOVE WS-PAIRS-READ TO WS-RUN-READS
075200     MOVE WS-PAIRS-REISSUED TO WS-RUN-WRITES
075300     PERFORM 9200-END-RUN-CONTROL
075400
075500     DISPLAY 'PAIRS READ:           ' WS-PAIRS-READ
075600     DISPLAY 'CARDS REISSUED:       ' WS-PAIRS-REISSUED
075700     DISPLAY 'PAIRS REJECTED:       ' WS-PAIRS-REJECTED
075800     DISPLAY 'VELOCITY CARRIED:     ' WS-VELO-CARRIED
075900     DISPLAY 'HISTORY DAYS CARRIED: ' WS-HIST-DAYS-CARRIED
076000     DISPLAY 'LOCATIONS CARRIED:    ' WS-LOCATIONS-CARRIED
076100     DISPLAY 'CASES RE-POINTED:     ' WS-CASES-REPOINTED
076200     DISPLAY 'WATCH ENTRIES CLOSED: ' WS-WATCH-CLOSED
076300     DISPLAY 'HOT CARDS WRITTEN:    ' WS-HOT-CARDS-WRITTEN
076400     DISPLAY 'CARD REISSUE COMPLETE'.
076500
076600 9000-START-RUN-CONTROL SECTION.
076700 9000-START-RUN-START.
076800     OPEN I-O RUN-CONTROL-FILE
076900     IF WS-RUNCTL-STATUS = '35'
077000         OPEN OUTPUT RUN-CONTROL-FILE
077100         CLOSE RUN-CONTROL-FILE
077200         OPEN I-O RUN-CONTROL-FILE
077300     END-IF
077400     IF WS-RUNCTL-STATUS NOT = '00'
077500         DISPLAY 'RUNCTL OPEN FAILED, STATUS ' WS-RUNCTL-STATUS
077600         MOVE 16 TO RETURN-CODE
077700         STOP RUN
077800     END-IF
077900     PERFORM 9100-GET-TIMESTAMP
078000     MOVE WS-RUN-PROGRAM-ID TO RC-PROGRAM-ID
078100     MOVE 'N' TO WS-RUNCTL-FOUND
078200     READ RUN-CONTROL-FILE
078300         INVALID KEY
078400             CONTINUE
078500         NOT INVALID KEY
078600             MOVE 'Y' TO WS-RUNCTL-FOUND
078700     END-READ
078800     MOVE WS-RUN-PROGRAM-ID TO RC-PROGRAM-ID
078900     MOVE WS-RUN-STAMP TO RC-START-TIMESTAMP
079000     MOVE ZERO TO RC-END-TIMESTAMP
079100     MOVE ZERO TO RC-RECORDS-READ
079200     MOVE ZERO TO RC-RECORDS-WRITTEN
079300     MOVE ZERO TO RC-COMPLETION-CODE
079400     MOVE 'R' TO RC-RUN-STATUS
079500     MOVE SPACES TO RC-FILLER
079600     IF WS-RUNCTL-FOUND = 'Y'
079700         REWRITE RUN-CONTROL-RECORD
079800     ELSE
079900         WRITE RUN-CONTROL-RECORD
080000     END-IF.
080100
080200 9100-GET-TIMESTAMP SECTION.
080300 9100-GET-TIMESTAMP-START.
080400     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
080500     ACCEPT WS-ACCEPT-TIME FROM TIME
080600     MOVE WS-ACCEPT-HHMMSS TO WS-STAMP-TIME.
080700
080800 9200-END-RUN-CONTROL SECTION.
080900 9200-END-RUN-START.
081000     PERFORM 9100-GET-TIMESTAMP
081100     MOVE WS-RUN-STAMP TO RC-END-TIMESTAMP
081200     MOVE WS-RUN-READS TO RC-RECORDS-READ
081300     MOVE WS-RUN-WRITES TO RC-RECORDS-WRITTEN
081400     MOVE WS-ABEND-CODE TO RC-COMPLETION-CODE
081500     IF WS-ABEND-CODE = ZERO
081600         MOVE 'C' TO RC-RUN-STATUS
081700     ELSE
081800         MOVE 'A' TO RC-RUN-STATUS
081900     END-IF
082000     REWRITE RUN-CONTROL-RECORD
082100     CLOSE RUN-CONTROL-FILE.
082200
082300 9900-ABEND-RUN SECTION.
082400 9900-ABEND-START.
082500     IF WS-ABEND-CODE = ZERO
082600         MOVE 16 TO WS-ABEND-CODE
082700     END-IF
082800     PERFORM 9200-END-RUN-CONTROL
082900     MOVE WS-ABEND-CODE TO RETURN-CODE
083000     DISPLAY 'RUN ABENDED, CODE ' WS-ABEND-CODE
083100     STOP RUN.
083200
083300 END PROGRAM FRAUD-CARD-REISSUE.
