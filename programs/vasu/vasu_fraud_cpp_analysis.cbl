000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FRAUD-CPP-ANALYSIS.
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
001400     SELECT PARM-CARD-FILE ASSIGN TO 'CPPPARM'
001500     ORGANIZATION IS SEQUENTIAL
001600     ACCESS MODE IS SEQUENTIAL
001700 FILE STATUS IS WS-PARM-STATUS.
001800
001900     SELECT FRAUD-CASE-FILE ASSIGN TO 'FRAUDCASE'
002000     ORGANIZATION IS INDEXED
002100     ACCESS MODE IS DYNAMIC
002200     RECORD KEY IS CASE-NUMBER
002300 FILE STATUS IS WS-CASE-STATUS.
002400
002500     SELECT CHARGEBACK-FILE ASSIGN TO 'CHRGBACK'
002600     ORGANIZATION IS SEQUENTIAL
002700     ACCESS MODE IS SEQUENTIAL
002800 FILE STATUS IS WS-CHBK-STATUS.
002900
003000     SELECT FRAUD-HIST-FILE ASSIGN TO 'FRAUDHIST'
003100     ORGANIZATION IS INDEXED
003200     ACCESS MODE IS DYNAMIC
003300     RECORD KEY IS AH-KEY
003400 FILE STATUS IS WS-HIST-STATUS.
003500
003600     SELECT CPP-WORK-FILE ASSIGN TO 'CPPWORK'
003700     ORGANIZATION IS INDEXED
003800     ACCESS MODE IS DYNAMIC
003900     RECORD KEY IS MW-KEY
004000 FILE STATUS IS WS-WORK-STATUS.
004100
004200     SELECT AT-RISK-FILE ASSIGN TO 'ATRISK'
004300     ORGANIZATION IS INDEXED
004400     ACCESS MODE IS DYNAMIC
004500     RECORD KEY IS AR-CARD-NUMBER
004600 FILE STATUS IS WS-ATRISK-STATUS.
004700
004800     SELECT AT-RISK-EXTRACT ASSIGN TO 'ATRISKX'
004900     ORGANIZATION IS SEQUENTIAL
005000     ACCESS MODE IS SEQUENTIAL
005100 FILE STATUS IS WS-EXTRACT-STATUS.
005200
005300     SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
005400     ORGANIZATION IS INDEXED
005500     ACCESS MODE IS DYNAMIC
005600     RECORD KEY IS RC-PROGRAM-ID
005700 FILE STATUS IS WS-RUNCTL-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000
006100* PARAMETER CARD - RUN DATE, DAYS BACK FROM THE RUN DATE THAT
006200* CONFIRMED FRAUD AND CHARGEBACKS ARE TAKEN FROM, DAYS OF
006300* APPROVED ACTIVITY LOOKED AT BEFORE EACH CARD'S FRAUD DATE,
006400* MINIMUM COMPROMISED CARDS AND MINIMUM PERCENT OF THE
006500* MERCHANT'S CARD VOLUME FOR A SUSPECTED COMPROMISE, DAYS THE
006600* EXPOSURE WINDOW RUNS PAST THE LAST COMPROMISED CARD'S VISIT,
006700* AND DAYS AN AT-RISK CARD STAYS ON THE ENGINE WATCH LIST
006800 FD  PARM-CARD-FILE
006900     RECORDING MODE IS F
007000 RECORD CONTAINS 80 CHARACTERS.
007100 01  PARM-CARD-RECORD.
007200 05  PARM-RUN-DATE           PIC 9(8).
007300 05  PARM-FRAUD-DAYS         PIC 9(3).
007400 05  PARM-LOOKBACK-DAYS      PIC 9(3).
007500 05  PARM-MIN-CARDS          PIC 9(3).
007600 05  PARM-MIN-PCT            PIC 9(3)V99.
007700 05  PARM-EXPOSURE-DAYS      PIC 9(3).
007800 05  PARM-WATCH-DAYS         PIC 9(3).
007900 05  PARM-FILLER             PIC X(52).
008000
008100 FD  FRAUD-CASE-FILE
008200     RECORDING MODE IS F
008300 RECORD CONTAINS 200 CHARACTERS.
008400 01  FRAUD-CASE-RECORD.
008500 05  CASE-NUMBER             PIC 9(8).
008600 05  CASE-TRANS-ID           PIC 9(12).
008700 05  CASE-CARD-NUMBER        PIC 9(16).
008800 05  CASE-RISK-SCORE         PIC 9(4).
008900 05  CASE-TRANS-AMOUNT       PIC 9(8)V99.
009000 05  CASE-TRANS-TIMESTAMP    PIC 9(14).
009100 05  CASE-RULES-TRIGGERED    PIC X(50).
009200 05  CASE-STATUS-CODE        PIC X(2).
009300 05  CASE-ANALYST-ID         PIC X(8).
009400 05  CASE-OPEN-DATE          PIC 9(8).
009500 05  CASE-CLOSE-DATE         PIC 9(8).
009550* CARD THE CASE WAS RAISED ON, KEPT WHEN THE CASE IS MOVED TO
009560* A REISSUED CARD
009570 05  CASE-ORIG-CARD-NUMBER   PIC 9(16).
009600 05  CASE-FILLER             PIC X(44).
009700
009800 FD  CHARGEBACK-FILE
009900     RECORDING MODE IS F
010000 RECORD CONTAINS 80 CHARACTERS.
010100 01  CHARGEBACK-RECORD.
010200 05  CB-CARD-NUMBER          PIC 9(16).
010300 05  CB-TRANS-ID             PIC 9(12).
010400 05  CB-REASON-CODE          PIC X(4).
010500 05  CB-AMOUNT               PIC 9(8)V99.
010600 05  CB-DATE                 PIC 9(8).
010700 05  CB-FILLER               PIC X(30).
010800
010900 FD  FRAUD-HIST-FILE
011000     RECORDING MODE IS F
011100 RECORD CONTAINS 140 CHARACTERS.
011200 01  FRAUD-HIST-RECORD.
011300 05  AH-KEY.
011400 10  AH-DATE                 PIC 9(8).
011500 10  AH-TRANS-ID             PIC 9(12).
011600 05  AH-CARD-NUMBER          PIC 9(16).
011700 05  AH-RISK-SCORE           PIC 9(4).
011800 05  AH-DECISION             PIC X(10).
011900 05  AH-TIMESTAMP            PIC 9(14).
012000 05  AH-RULES-TRIGGERED      PIC X(50).
012100 05  AH-TRANS-AMOUNT         PIC 9(8)V99.
012200 05  AH-MERCHANT-ID          PIC 9(8).
012300 05  AH-TRANS-TYPE           PIC X(8).
012400
012500* ONE RECORD PER MERCHANT AND CARD SEEN IN THE ANALYSIS PERIOD,
012600* REBUILT EVERY RUN. MERCHANT-MAJOR KEY GIVES THE MERCHANT
012700* CONTROL BREAK WHEN THE FILE IS READ BACK IN KEY ORDER.
012800 FD  CPP-WORK-FILE
012900     RECORDING MODE IS F
013000 RECORD CONTAINS 60 CHARACTERS.
013100 01  CPP-WORK-RECORD.
013200 05  MW-KEY.
013300 10  MW-MERCHANT-ID          PIC 9(8).
013400 10  MW-CARD-NUMBER          PIC 9(16).
013500 05  MW-TRANS-COUNT          PIC 9(5).
013600 05  MW-COMPROMISED-FLAG     PIC X(1).
013700 05  MW-COMP-FIRST-DATE      PIC 9(8).
013800 05  MW-COMP-LAST-DATE       PIC 9(8).
013900 05  MW-AT-RISK-FLAG         PIC X(1).
014000 05  MW-FILLER               PIC X(13).
014100
014200* AT-RISK WATCH LIST, READ BY THE SCORING ENGINE (RULE 12).
014300* WATCH STATUS A IS ACTIVE UNTIL THE EXPIRY DATE, R MEANS THE
014400* CARD HAS BEEN REISSUED AND IS NO LONGER WATCHED.
014500 FD  AT-RISK-FILE
014600     RECORDING MODE IS F
014700 RECORD CONTAINS 100 CHARACTERS.
014800 01  AT-RISK-RECORD.
014900 05  AR-CARD-NUMBER          PIC 9(16).
015000 05  AR-WATCH-STATUS         PIC X(1).
015100 05  AR-MERCHANT-ID          PIC 9(8).
015200 05  AR-MERCHANT-COUNT       PIC 9(3).
015300 05  AR-EXPOSED-DATE         PIC 9(8).
015400 05  AR-LISTED-DATE          PIC 9(8).
015500 05  AR-LAST-LISTED-DATE     PIC 9(8).
015600 05  AR-EXPIRY-DATE          PIC 9(8).
015700 05  AR-REISSUE-DATE         PIC 9(8).
015800 05  AR-FILLER               PIC X(32).
015900
016000* AT-RISK EXTRACT FOR PROACTIVE REISSUE - ONE RECORD PER CARD
016100* AND SUSPECTED MERCHANT LISTED BY THIS RUN
016200 FD  AT-RISK-EXTRACT
016300     RECORDING MODE IS F
016400 RECORD CONTAINS 80 CHARACTERS.
016500 01  AT-RISK-EXTRACT-RECORD.
016600 05  AX-CARD-NUMBER          PIC 9(16).
016700 05  AX-MERCHANT-ID          PIC 9(8).
016800 05  AX-EXPOSED-DATE         PIC 9(8).
016900 05  AX-LISTED-DATE          PIC 9(8).
017000 05  AX-EXPIRY-DATE          PIC 9(8).
017100 05  AX-COMPROMISED-CARDS    PIC 9(5).
017200 05  AX-FILLER               PIC X(27).
017300
017400 FD  RUN-CONTROL-FILE
017500     RECORDING MODE IS F
017600 RECORD CONTAINS 100 CHARACTERS.
017700 01  RUN-CONTROL-RECORD.
017800 05  RC-PROGRAM-ID           PIC X(30).
017900 05  RC-START-TIMESTAMP      PIC 9(14).
018000 05  RC-END-TIMESTAMP        PIC 9(14).
018100 05  RC-RECORDS-READ         PIC 9(7).
018200 05  RC-RECORDS-WRITTEN      PIC 9(7).
018300 05  RC-COMPLETION-CODE      PIC 9(2).
018400 05  RC-RUN-STATUS           PIC X(1).
018500 05  RC-FILLER               PIC X(25).
018600 WORKING-STORAGE SECTION.
018700
018800* File status variables
018900 01  WS-PARM-STATUS          PIC XX.
019000 01  WS-CASE-STATUS          PIC XX.
019100 01  WS-CHBK-STATUS          PIC XX.
019200 01  WS-HIST-STATUS          PIC XX.
019300 01  WS-WORK-STATUS          PIC XX.
019400 01  WS-ATRISK-STATUS        PIC XX.
019500 01  WS-EXTRACT-STATUS       PIC XX.
019600
019700* Analysis parameters
019800 01  WS-RUN-DATE             PIC 9(8) VALUE ZERO.
019900 01  WS-FRAUD-DAYS           PIC 9(3) VALUE ZERO.
020000 01  WS-LOOKBACK-DAYS        PIC 9(3) VALUE ZERO.
020100 01  WS-MIN-CARDS            PIC 9(3) VALUE ZERO.
020200 01  WS-MIN-PCT              PIC 9(3)V99 VALUE ZERO.
020300 01  WS-EXPOSURE-DAYS        PIC 9(3) VALUE ZERO.
020400 01  WS-WATCH-DAYS           PIC 9(3) VALUE ZERO.
020500
020600* Derived dates. The fraud window runs from WS-FRAUD-FROM-DATE
020700* to the run date; the analysis period starts at the earliest
020800* look-back date of any compromised card.
020900 01  WS-FRAUD-FROM-DATE      PIC 9(8) VALUE ZERO.
021000 01  WS-PERIOD-START-DATE    PIC 9(8) VALUE ZERO.
021100 01  WS-EXPOSURE-START-DATE  PIC 9(8) VALUE ZERO.
021200 01  WS-EXPIRY-DATE          PIC 9(8) VALUE ZERO.
021300 01  WS-FRAUD-DATE           PIC 9(8) VALUE ZERO.
021400 01  WS-FRAUD-TRANS-ID       PIC 9(12) VALUE ZERO.
021500 01  WS-FRAUD-SOURCE         PIC X(2) VALUE SPACES.
021600 01  WS-HIST-DONE            PIC X VALUE 'N'.
021700 01  WS-WORK-DONE            PIC X VALUE 'N'.
021800 01  WS-CASE-DONE            PIC X VALUE 'N'.
021900
022000* Date back-up and advance work fields, carrying through month
022100* and year boundaries as in the case aging cutoffs
022200 01  WS-CALC-DATE.
022300 05  WS-CALC-YEAR            PIC 9(4).
022400 05  WS-CALC-MONTH           PIC 9(2).
022500 05  WS-CALC-DAY             PIC 9(2).
022600 01  WS-CALC-DAYS            PIC 9(3) VALUE ZERO.
022700 01  WS-CALC-WORK            PIC S9(4) COMP.
022800 01  WS-MONTH-DAYS-TABLE.
022900 05  FILLER                  PIC X(24)
023000     VALUE '312831303130313130313031'.
023100 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
023200 05  WS-DAYS-IN-MONTH        PIC 9(2) OCCURS 12 TIMES.
023300
023400* Compromised cards for the fraud window, one entry per card
023500* holding its earliest fraud date
023600 01  WS-COMP-TABLE-MAX       PIC 9(5) VALUE 5000.
023700 01  WS-COMP-COUNT           PIC 9(5) VALUE ZERO.
023800 01  WS-COMP-ENTRY-TBL.
023900 05  WS-COMP-ENTRY OCCURS 5000 TIMES.
024000 10  WS-CT-CARD-NUMBER       PIC 9(16).
024100 10  WS-CT-FRAUD-DATE        PIC 9(8).
024200 10  WS-CT-LOOKBACK-DATE     PIC 9(8).
024300 10  WS-CT-FRAUD-TRANS-ID    PIC 9(12).
024400 10  WS-CT-SOURCE            PIC X(2).
024500 01  WS-SEARCH-CARD          PIC 9(16) VALUE ZERO.
024600 01  WS-COMP-INDEX           PIC 9(5) VALUE ZERO.
024700 01  WS-COMP-MATCH           PIC 9(5) VALUE ZERO.
024800 01  WS-COMP-FOUND           PIC X VALUE 'N'.
024900 01  WS-COMP-USE             PIC X VALUE 'N'.
025000 01  WS-COMP-FULL-WARNED     PIC X VALUE 'N'.
025100
025200* Merchant accumulators for the control break
025300 01  WS-CUR-MERCHANT-ID      PIC 9(8) VALUE ZERO.
025400 01  WS-MERCH-CARDS          PIC 9(7) VALUE ZERO.
025500 01  WS-MERCH-COMP-CARDS     PIC 9(5) VALUE ZERO.
025600 01  WS-MERCH-TRANS          PIC 9(7) VALUE ZERO.
025700 01  WS-MERCH-COMP-FIRST     PIC 9(8) VALUE ZERO.
025800 01  WS-MERCH-COMP-LAST      PIC 9(8) VALUE ZERO.
025900 01  WS-MERCH-PCT            PIC 9(3)V99 VALUE ZERO.
026000
026100* Suspected-compromise merchants, ranked at print time
026200 01  WS-SUSP-TABLE-MAX       PIC 9(3) VALUE 500.
026300 01  WS-SUSP-COUNT           PIC 9(3) VALUE ZERO.
026400 01  WS-SUSP-ENTRY-TBL.
026500 05  WS-SUSP-ENTRY OCCURS 500 TIMES.
026600 10  WS-ST-MERCHANT-ID       PIC 9(8).
026700 10  WS-ST-CARDS             PIC 9(7).
026800 10  WS-ST-COMP-CARDS        PIC 9(5).
026900 10  WS-ST-TRANS             PIC 9(7).
027000 10  WS-ST-PCT               PIC 9(3)V99.
027100 10  WS-ST-EXPOSURE-START    PIC 9(8).
027200 10  WS-ST-EXPOSURE-END      PIC 9(8).
027300 10  WS-ST-AT-RISK-CARDS     PIC 9(7).
027400 10  WS-ST-PRINTED           PIC X(1).
027500 01  WS-SUSP-INDEX           PIC 9(3) VALUE ZERO.
027600 01  WS-SUSP-MATCH           PIC 9(3) VALUE ZERO.
027700 01  WS-SUSP-FOUND           PIC X VALUE 'N'.
027800 01  WS-SUSP-FULL-WARNED     PIC X VALUE 'N'.
027900 01  WS-RANK                 PIC 9(3) VALUE ZERO.
028000 01  WS-BEST-INDEX           PIC 9(3) VALUE ZERO.
028100
028200* Analysis totals
028300 01  WS-CASES-READ           PIC 9(7) VALUE ZERO.
028400 01  WS-CASES-USED           PIC 9(7) VALUE ZERO.
028500 01  WS-CHBK-READ            PIC 9(7) VALUE ZERO.
028600 01  WS-CHBK-USED            PIC 9(7) VALUE ZERO.
028700 01  WS-HIST-READ            PIC 9(7) VALUE ZERO.
028800 01  WS-HIST-USED            PIC 9(7) VALUE ZERO.
028900 01  WS-COMP-VISITS          PIC 9(7) VALUE ZERO.
029000 01  WS-MERCHANTS-SEEN       PIC 9(7) VALUE ZERO.
029100 01  WS-AT-RISK-LISTED       PIC 9(7) VALUE ZERO.
029200 01  WS-AT-RISK-NEW          PIC 9(7) VALUE ZERO.
029300 01  WS-AT-RISK-RENEWED      PIC 9(7) VALUE ZERO.
029400 01  WS-AT-RISK-REISSUED     PIC 9(7) VALUE ZERO.
029500 01  WS-EXTRACT-WRITTEN      PIC 9(7) VALUE ZERO.
029600 01  WS-DISPLAY-PCT          PIC ZZ9.99.
029700
029800* Run control
029900 01  WS-RUNCTL-STATUS        PIC XX.
030000 01  WS-RUN-PROGRAM-ID       PIC X(30) VALUE
030100     'FRAUD-CPP-ANALYSIS'.
030200 01  WS-RUNCTL-FOUND         PIC X VALUE 'N'.
030300 01  WS-ABEND-CODE           PIC 9(2) VALUE ZERO.
030400 01  WS-RUN-READS            PIC 9(7) VALUE ZERO.
030500 01  WS-RUN-WRITES           PIC 9(7) VALUE ZERO.
030600 01  WS-RUN-STAMP.
030700 05  WS-STAMP-DATE           PIC 9(8).
030800 05  WS-STAMP-TIME           PIC 9(6).
030900 01  WS-ACCEPT-TIME.
031000 05  WS-ACCEPT-HHMMSS        PIC 9(6).
031100 05  WS-ACCEPT-HUND          PIC 9(2).
031200 PROCEDURE DIVISION.
031300
031400 1000-MAIN-PROCESSING SECTION.
031500 1000-MAIN-START.
031600     DISPLAY 'COMMON POINT OF PURCHASE ANALYSIS'
031700     DISPLAY '================================='
031800
031900     PERFORM 9000-START-RUN-CONTROL
032000     PERFORM 2000-INITIALIZE-ANALYSIS
032100     PERFORM 3000-COLLECT-COMPROMISED
032200     IF WS-COMP-COUNT > ZERO
032300         PERFORM 4000-SCAN-LOOKBACK
032400         PERFORM 5000-RANK-MERCHANTS
032500         IF WS-SUSP-COUNT > ZERO
032600             PERFORM 6000-LIST-AT-RISK-CARDS
032700         END-IF
032800     END-IF
032900     PERFORM 7000-PRINT-COMPROMISE-REPORT
033000     PERFORM 8000-FINALIZE-ANALYSIS
033100
033200     STOP RUN.
033300
033400 2000-INITIALIZE-ANALYSIS SECTION.
033500 2000-INIT-START.
033600     OPEN INPUT PARM-CARD-FILE
033700     IF WS-PARM-STATUS NOT = '00'
033800         DISPLAY 'CPPPARM OPEN FAILED, STATUS ' WS-PARM-STATUS
033900         MOVE 8 TO WS-ABEND-CODE
034000         PERFORM 9900-ABEND-RUN
034100     END-IF
034200     READ PARM-CARD-FILE
034300     END-READ
034400     IF WS-PARM-STATUS NOT = '00'
034500         OR PARM-RUN-DATE NOT NUMERIC
034600         OR PARM-RUN-DATE = ZERO
034700         OR PARM-FRAUD-DAYS NOT NUMERIC
034800         OR PARM-FRAUD-DAYS = ZERO
034900         OR PARM-LOOKBACK-DAYS NOT NUMERIC
035000         OR PARM-LOOKBACK-DAYS = ZERO
035100         OR PARM-MIN-CARDS NOT NUMERIC
035200         OR PARM-MIN-CARDS = ZERO
035300         OR PARM-MIN-PCT NOT NUMERIC
035400         OR PARM-MIN-PCT > 100
035500         OR PARM-EXPOSURE-DAYS NOT NUMERIC
035600         OR PARM-WATCH-DAYS NOT NUMERIC
035700         OR PARM-WATCH-DAYS = ZERO
035800         DISPLAY 'INVALID OR MISSING CPP PARAMETER CARD'
035900         MOVE 8 TO WS-ABEND-CODE
036000         PERFORM 9900-ABEND-RUN
036100     END-IF
036200     MOVE PARM-RUN-DATE TO WS-RUN-DATE
036300     MOVE PARM-FRAUD-DAYS TO WS-FRAUD-DAYS
036400     MOVE PARM-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
036500     MOVE PARM-MIN-CARDS TO WS-MIN-CARDS
036600     MOVE PARM-MIN-PCT TO WS-MIN-PCT
036700     MOVE PARM-EXPOSURE-DAYS TO WS-EXPOSURE-DAYS
036800     MOVE PARM-WATCH-DAYS TO WS-WATCH-DAYS
036900     CLOSE PARM-CARD-FILE
037000
037100     MOVE WS-RUN-DATE TO WS-CALC-DATE
037200     MOVE WS-FRAUD-DAYS TO WS-CALC-DAYS
037300     PERFORM 2100-BACK-UP-DATE
037400     MOVE WS-CALC-DATE TO WS-FRAUD-FROM-DATE
037500     MOVE WS-RUN-DATE TO WS-CALC-DATE
037600     MOVE WS-WATCH-DAYS TO WS-CALC-DAYS
037700     PERFORM 2200-ADVANCE-DATE
037800     MOVE WS-CALC-DATE TO WS-EXPIRY-DATE
037900     MOVE WS-MIN-PCT TO WS-DISPLAY-PCT
038000     DISPLAY 'RUN DATE ' WS-RUN-DATE
038100         ' FRAUD CONFIRMED FROM ' WS-FRAUD-FROM-DATE
038200     DISPLAY 'LOOK BACK ' WS-LOOKBACK-DAYS ' DAYS'
038300         ' MINIMUM ' WS-MIN-CARDS ' CARDS AND ' WS-DISPLAY-PCT
038400         ' PCT OF VOLUME'
038500     DISPLAY 'EXPOSURE RUNS ' WS-EXPOSURE-DAYS
038600         ' DAYS PAST LAST VISIT, WATCH UNTIL ' WS-EXPIRY-DATE
038700
038800     OPEN INPUT FRAUD-CASE-FILE
038900     IF WS-CASE-STATUS NOT = '00'
039000         DISPLAY 'FRAUDCASE OPEN FAILED, STATUS ' WS-CASE-STATUS
039100         PERFORM 9900-ABEND-RUN
039200     END-IF
039300     OPEN INPUT CHARGEBACK-FILE
039400     IF WS-CHBK-STATUS NOT = '00'
039500         DISPLAY 'CHRGBACK OPEN FAILED, STATUS ' WS-CHBK-STATUS
039600         PERFORM 9900-ABEND-RUN
039700     END-IF
039800     OPEN INPUT FRAUD-HIST-FILE
039900     IF WS-HIST-STATUS NOT = '00'
040000         DISPLAY 'FRAUDHIST OPEN FAILED, STATUS ' WS-HIST-STATUS
040100         PERFORM 9900-ABEND-RUN
040200     END-IF
040300     OPEN OUTPUT CPP-WORK-FILE
040400     CLOSE CPP-WORK-FILE
040500     OPEN I-O CPP-WORK-FILE
040600     IF WS-WORK-STATUS NOT = '00'
040700         DISPLAY 'CPPWORK OPEN FAILED, STATUS ' WS-WORK-STATUS
040800         PERFORM 9900-ABEND-RUN
040900     END-IF
041000     OPEN I-O AT-RISK-FILE
041100     IF WS-ATRISK-STATUS = '35'
041200         OPEN OUTPUT AT-RISK-FILE
041300         CLOSE AT-RISK-FILE
041400         OPEN I-O AT-RISK-FILE
041500     END-IF
041600     IF WS-ATRISK-STATUS NOT = '00'
041700         DISPLAY 'ATRISK OPEN FAILED, STATUS ' WS-ATRISK-STATUS
041800         PERFORM 9900-ABEND-RUN
041900     END-IF
042000     OPEN OUTPUT AT-RISK-EXTRACT
042100     IF WS-EXTRACT-STATUS NOT = '00'
042200         DISPLAY 'ATRISKX OPEN FAILED, STATUS ' WS-EXTRACT-STATUS
042300         PERFORM 9900-ABEND-RUN
042400     END-IF.
042500
042600* BACK WS-CALC-DATE UP BY WS-CALC-DAYS, BORROWING THROUGH
042700* MONTH AND YEAR BOUNDARIES AS NEEDED
042800 2100-BACK-UP-DATE SECTION.
042900 2100-BACK-UP-START.
043000     COMPUTE WS-CALC-WORK = WS-CALC-DAY - WS-CALC-DAYS
043100     PERFORM 2110-BORROW-ONE-MONTH
043200         UNTIL WS-CALC-WORK > ZERO
043300     MOVE WS-CALC-WORK TO WS-CALC-DAY.
043400
043500 2110-BORROW-ONE-MONTH SECTION.
043600 2110-BORROW-START.
043700     IF WS-CALC-MONTH = 1
043800         MOVE 12 TO WS-CALC-MONTH
043900         SUBTRACT 1 FROM WS-CALC-YEAR
044000     ELSE
044100         SUBTRACT 1 FROM WS-CALC-MONTH
044200     END-IF
044300     ADD WS-DAYS-IN-MONTH(WS-CALC-MONTH) TO WS-CALC-WORK.
044400
044500* MOVE WS-CALC-DATE FORWARD BY WS-CALC-DAYS, CARRYING INTO THE
044600* NEXT MONTH AND YEAR AS NEEDED
044700 2200-ADVANCE-DATE SECTION.
044800 2200-ADVANCE-START.
044900     COMPUTE WS-CALC-WORK = WS-CALC-DAY + WS-CALC-DAYS
045000     PERFORM 2210-CARRY-ONE-MONTH
045100         UNTIL WS-CALC-WORK NOT > WS-DAYS-IN-MONTH(WS-CALC-MONTH)
045200     MOVE WS-CALC-WORK TO WS-CALC-DAY.
045300
045400 2210-CARRY-ONE-MONTH SECTION.
045500 2210-CARRY-START.
045600     SUBTRACT WS-DAYS-IN-MONTH(WS-CALC-MONTH) FROM WS-CALC-WORK
045700     IF WS-CALC-MONTH = 12
045800         MOVE 1 TO WS-CALC-MONTH
045900         ADD 1 TO WS-CALC-YEAR
046000     ELSE
046100         ADD 1 TO WS-CALC-MONTH
046200     END-IF.
046300
046400* A CARD IS COMPROMISED IF A CASE ON IT WAS CONFIRMED FRAUD, OR
046500* A CHARGEBACK WAS RECEIVED ON IT, INSIDE THE FRAUD WINDOW. ITS
046600* FRAUD DATE IS THE DATE OF THE CASE TRANSACTION OR OF THE
046700* CHARGEBACK, WHICHEVER IS EARLIEST ACROSS ITS ITEMS.
046800 3000-COLLECT-COMPROMISED SECTION.
046900 3000-COLLECT-START.
047000     MOVE ZERO TO CASE-NUMBER
047100     START FRAUD-CASE-FILE KEY > CASE-NUMBER
047200         INVALID KEY
047300             MOVE 'Y' TO WS-CASE-DONE
047400     END-START
047500     IF WS-CASE-DONE = 'N'
047600         PERFORM 3150-READ-NEXT-CASE
047700         PERFORM 3100-CHECK-ONE-CASE
047800             UNTIL WS-CASE-DONE = 'Y'
047900     END-IF
048000
048100     READ CHARGEBACK-FILE
048200     END-READ
048300     PERFORM 3200-CHECK-ONE-CHARGEBACK
048400         UNTIL WS-CHBK-STATUS NOT = '00'
048500
048600     MOVE WS-RUN-DATE TO WS-PERIOD-START-DATE
048700     PERFORM 3500-SET-PERIOD-START
048800         VARYING WS-COMP-INDEX FROM 1 BY 1
048900         UNTIL WS-COMP-INDEX > WS-COMP-COUNT
049000     DISPLAY 'COMPROMISED CARDS:     ' WS-COMP-COUNT
049100     IF WS-COMP-COUNT > ZERO
049200         DISPLAY 'ANALYSIS PERIOD FROM   ' WS-PERIOD-START-DATE
049300     END-IF.
049400
049500 3100-CHECK-ONE-CASE SECTION.
049600 3100-CHECK-CASE-START.
049700     ADD 1 TO WS-CASES-READ
049800     IF CASE-STATUS-CODE = 'CF'
049900         AND CASE-CLOSE-DATE >= WS-FRAUD-FROM-DATE
050000         AND CASE-CLOSE-DATE <= WS-RUN-DATE
050100         ADD 1 TO WS-CASES-USED
050200         MOVE CASE-TRANS-TIMESTAMP(1:8) TO WS-FRAUD-DATE
050300         MOVE CASE-TRANS-ID TO WS-FRAUD-TRANS-ID
050400         MOVE 'CF' TO WS-FRAUD-SOURCE
050500         MOVE CASE-CARD-NUMBER TO WS-SEARCH-CARD
050510         IF CASE-ORIG-CARD-NUMBER NUMERIC
050520             AND CASE-ORIG-CARD-NUMBER > ZERO
050530             MOVE CASE-ORIG-CARD-NUMBER TO WS-SEARCH-CARD
050540         END-IF
050600         PERFORM 3300-ADD-COMPROMISED-CARD
050700     END-IF
050800     PERFORM 3150-READ-NEXT-CASE.
050900
051000 3150-READ-NEXT-CASE SECTION.
051100 3150-READ-CASE-START.
051200     READ FRAUD-CASE-FILE NEXT
051300         AT END
051400             MOVE 'Y' TO WS-CASE-DONE
051500     END-READ.
051600
051700 3200-CHECK-ONE-CHARGEBACK SECTION.
051800 3200-CHECK-CHBK-START.
051900     ADD 1 TO WS-CHBK-READ
052000     IF CB-DATE >= WS-FRAUD-FROM-DATE
052100         AND CB-DATE <= WS-RUN-DATE
052200         ADD 1 TO WS-CHBK-USED
052300         MOVE CB-DATE TO WS-FRAUD-DATE
052400         MOVE CB-TRANS-ID TO WS-FRAUD-TRANS-ID
052500         MOVE 'CB' TO WS-FRAUD-SOURCE
052600         MOVE CB-CARD-NUMBER TO WS-SEARCH-CARD
052700         PERFORM 3300-ADD-COMPROMISED-CARD
052800     END-IF
052900     READ CHARGEBACK-FILE
053000     END-READ.
053100
053200 3300-ADD-COMPROMISED-CARD SECTION.
053300 3300-ADD-COMP-START.
053400     PERFORM 3400-FIND-COMPROMISED-CARD
053500     IF WS-COMP-FOUND = 'Y'
053600         IF WS-FRAUD-DATE < WS-CT-FRAUD-DATE(WS-COMP-MATCH)
053700             MOVE WS-COMP-MATCH TO WS-COMP-INDEX
053800             PERFORM 3350-SET-FRAUD-DATE
053900         END-IF
054000         GO TO 3300-ADD-COMP-EXIT
054100     END-IF
054200     IF WS-COMP-COUNT >= WS-COMP-TABLE-MAX
054300         IF WS-COMP-FULL-WARNED = 'N'
054400             DISPLAY 'COMPROMISED CARD TABLE FULL - SOME CARDS'
054500                 ' NOT ANALYSED'
054600             MOVE 'Y' TO WS-COMP-FULL-WARNED
054700         END-IF
054800         GO TO 3300-ADD-COMP-EXIT
054900     END-IF
055000     ADD 1 TO WS-COMP-COUNT
055100     MOVE WS-COMP-COUNT TO WS-COMP-INDEX
055200     MOVE WS-SEARCH-CARD TO WS-CT-CARD-NUMBER(WS-COMP-INDEX)
055300     PERFORM 3350-SET-FRAUD-DATE.
055400
055500 3300-ADD-COMP-EXIT.
055600     EXIT.
055700
055800* LOOK-BACK RUNS FROM WS-LOOKBACK-DAYS BEFORE THE FRAUD DATE UP
055900* TO THE DAY BEFORE IT
056000 3350-SET-FRAUD-DATE SECTION.
056100 3350-SET-FRAUD-DATE-START.
056200     MOVE WS-FRAUD-DATE TO WS-CT-FRAUD-DATE(WS-COMP-INDEX)
056300     MOVE WS-FRAUD-TRANS-ID TO WS-CT-FRAUD-TRANS-ID(WS-COMP-INDEX)
056400     MOVE WS-FRAUD-SOURCE TO WS-CT-SOURCE(WS-COMP-INDEX)
056500     MOVE WS-FRAUD-DATE TO WS-CALC-DATE
056600     MOVE WS-LOOKBACK-DAYS TO WS-CALC-DAYS
056700     PERFORM 2100-BACK-UP-DATE
056800     MOVE WS-CALC-DATE TO WS-CT-LOOKBACK-DATE(WS-COMP-INDEX).
056900
057000* LOOK UP WS-SEARCH-CARD IN THE COMPROMISED CARD TABLE
057100 3400-FIND-COMPROMISED-CARD SECTION.
057200 3400-FIND-COMP-START.
057300     MOVE 'N' TO WS-COMP-FOUND
057400     MOVE ZERO TO WS-COMP-MATCH
057500     MOVE 1 TO WS-COMP-INDEX
057600     PERFORM 3410-CHECK-ONE-COMP-ENTRY
057700         UNTIL WS-COMP-FOUND = 'Y'
057800         OR WS-COMP-INDEX > WS-COMP-COUNT.
057900
058000 3410-CHECK-ONE-COMP-ENTRY SECTION.
058100 3410-CHECK-COMP-START.
058200     IF WS-CT-CARD-NUMBER(WS-COMP-INDEX) = WS-SEARCH-CARD
058300         MOVE 'Y' TO WS-COMP-FOUND
058400         MOVE WS-COMP-INDEX TO WS-COMP-MATCH
058500     ELSE
058600         ADD 1 TO WS-COMP-INDEX
058700     END-IF.
058800
058900 3500-SET-PERIOD-START SECTION.
059000 3500-SET-PERIOD-START-START.
059100     IF WS-CT-LOOKBACK-DATE(WS-COMP-INDEX) < WS-PERIOD-START-DATE
059200         MOVE WS-CT-LOOKBACK-DATE(WS-COMP-INDEX)
059300             TO WS-PERIOD-START-DATE
059400     END-IF.
059500
059600* READ APPROVED ACTIVITY FOR THE ANALYSIS PERIOD IN DATE ORDER
059700* AND BUILD ONE WORK RECORD PER MERCHANT AND CARD. A VISIT BY A
059800* COMPROMISED CARD INSIDE ITS OWN LOOK-BACK, OTHER THAN THE
059900* FRAUDULENT TRANSACTION ITSELF, MARKS THE CARD COMPROMISED AT
060000* THAT MERCHANT.
060100 4000-SCAN-LOOKBACK SECTION.
060200 4000-SCAN-START.
060300     MOVE 'N' TO WS-HIST-DONE
060400     MOVE WS-PERIOD-START-DATE TO AH-DATE
060500     MOVE ZERO TO AH-TRANS-ID
060600     START FRAUD-HIST-FILE KEY >= AH-KEY
060700         INVALID KEY
060800             MOVE 'Y' TO WS-HIST-DONE
060900     END-START
061000     IF WS-HIST-DONE = 'N'
061100         PERFORM 4900-READ-NEXT-HIST
061200         PERFORM 4100-RECORD-ONE-VISIT
061300             UNTIL WS-HIST-DONE = 'Y'
061400     END-IF.
061500
061600 4100-RECORD-ONE-VISIT SECTION.
061700 4100-RECORD-VISIT-START.
061800     ADD 1 TO WS-HIST-READ
061900     IF AH-DECISION NOT = 'APPROVED'
062000         OR AH-MERCHANT-ID = ZERO
062100         GO TO 4100-RECORD-VISIT-NEXT
062200     END-IF
062300     ADD 1 TO WS-HIST-USED
062400
062500     MOVE 'N' TO WS-COMP-USE
062600     MOVE AH-CARD-NUMBER TO WS-SEARCH-CARD
062700     PERFORM 3400-FIND-COMPROMISED-CARD
062800     IF WS-COMP-FOUND = 'Y'
062900         IF AH-DATE >= WS-CT-LOOKBACK-DATE(WS-COMP-MATCH)
063000             AND AH-DATE < WS-CT-FRAUD-DATE(WS-COMP-MATCH)
063100             AND AH-TRANS-ID NOT =
063200                 WS-CT-FRAUD-TRANS-ID(WS-COMP-MATCH)
063300             MOVE 'Y' TO WS-COMP-USE
063400             ADD 1 TO WS-COMP-VISITS
063500         END-IF
063600     END-IF
063700
063800     MOVE AH-MERCHANT-ID TO MW-MERCHANT-ID
063900     MOVE AH-CARD-NUMBER TO MW-CARD-NUMBER
064000     READ CPP-WORK-FILE
064100         INVALID KEY
064200             MOVE AH-MERCHANT-ID TO MW-MERCHANT-ID
064300             MOVE AH-CARD-NUMBER TO MW-CARD-NUMBER
064400             MOVE ZERO TO MW-TRANS-COUNT
064500             MOVE 'N' TO MW-COMPROMISED-FLAG
064600             MOVE ZERO TO MW-COMP-FIRST-DATE
064700             MOVE ZERO TO MW-COMP-LAST-DATE
064800             MOVE 'N' TO MW-AT-RISK-FLAG
064900             MOVE SPACES TO MW-FILLER
065000             WRITE CPP-WORK-RECORD
065100     END-READ
065200
065300     ADD 1 TO MW-TRANS-COUNT
065400     IF WS-COMP-USE = 'Y'
065500         IF MW-COMPROMISED-FLAG = 'N'
065600             MOVE 'Y' TO MW-COMPROMISED-FLAG
065700             MOVE AH-DATE TO MW-COMP-FIRST-DATE
065800         END-IF
065900         MOVE AH-DATE TO MW-COMP-LAST-DATE
066000     END-IF
066100     REWRITE CPP-WORK-RECORD
066200     IF WS-WORK-STATUS NOT = '00'
066300         DISPLAY 'CPPWORK REWRITE FAILED, STATUS '
066400             WS-WORK-STATUS
066500         PERFORM 9900-ABEND-RUN
066600     END-IF.
066700
066800 4100-RECORD-VISIT-NEXT.
066900     PERFORM 4900-READ-NEXT-HIST.
067000
067100 4900-READ-NEXT-HIST SECTION.
067200 4900-READ-HIST-START.
067300     READ FRAUD-HIST-FILE NEXT
067400         AT END
067500             MOVE 'Y' TO WS-HIST-DONE
067600     END-READ
067700     IF WS-HIST-DONE = 'N'
067800         AND AH-DATE > WS-RUN-DATE
067900         MOVE 'Y' TO WS-HIST-DONE
068000     END-IF.
068100
068200* WALK THE WORK FILE IN MERCHANT ORDER. AT EACH MERCHANT BREAK
068300* THE COMPROMISED CARD COUNT IS SET AGAINST ALL CARDS SEEN AT
068400* THE MERCHANT IN THE PERIOD.
068500 5000-RANK-MERCHANTS SECTION.
068600 5000-RANK-START.
068700     MOVE 'N' TO WS-WORK-DONE
068800     MOVE ZERO TO MW-MERCHANT-ID
068900     MOVE ZERO TO MW-CARD-NUMBER
069000     START CPP-WORK-FILE KEY >= MW-KEY
069100         INVALID KEY
069200             MOVE 'Y' TO WS-WORK-DONE
069300     END-START
069400     IF WS-WORK-DONE = 'N'
069500         PERFORM 5900-READ-NEXT-WORK
069600     END-IF
069700     IF WS-WORK-DONE = 'N'
069800         PERFORM 5200-START-MERCHANT
069900         PERFORM 5100-TALLY-ONE-CARD
070000             UNTIL WS-WORK-DONE = 'Y'
070100         PERFORM 5300-END-MERCHANT
070200     END-IF.
070300
070400 5100-TALLY-ONE-CARD SECTION.
070500 5100-TALLY-CARD-START.
070600     IF MW-MERCHANT-ID NOT = WS-CUR-MERCHANT-ID
070700         PERFORM 5300-END-MERCHANT
070800         PERFORM 5200-START-MERCHANT
070900     END-IF
071000     ADD 1 TO WS-MERCH-CARDS
071100     ADD MW-TRANS-COUNT TO WS-MERCH-TRANS
071200     IF MW-COMPROMISED-FLAG = 'Y'
071300         ADD 1 TO WS-MERCH-COMP-CARDS
071400         IF WS-MERCH-COMP-FIRST = ZERO
071500             OR MW-COMP-FIRST-DATE < WS-MERCH-COMP-FIRST
071600             MOVE MW-COMP-FIRST-DATE TO WS-MERCH-COMP-FIRST
071700         END-IF
071800         IF MW-COMP-LAST-DATE > WS-MERCH-COMP-LAST
071900             MOVE MW-COMP-LAST-DATE TO WS-MERCH-COMP-LAST
072000         END-IF
072100     END-IF
072200     PERFORM 5900-READ-NEXT-WORK.
072300
072400 5200-START-MERCHANT SECTION.
072500 5200-START-MERCHANT-START.
072600     MOVE MW-MERCHANT-ID TO WS-CUR-MERCHANT-ID
072700     ADD 1 TO WS-MERCHANTS-SEEN
072800     MOVE ZERO TO WS-MERCH-CARDS
072900     MOVE ZERO TO WS-MERCH-COMP-CARDS
073000     MOVE ZERO TO WS-MERCH-TRANS
073100     MOVE ZERO TO WS-MERCH-COMP-FIRST
073200     MOVE ZERO TO WS-MERCH-COMP-LAST.
073300
073400* THE EXPOSURE WINDOW OPENS AT THE FIRST COMPROMISED CARD'S
073500* VISIT AND CLOSES WS-EXPOSURE-DAYS AFTER THE LAST, BUT NOT
073600* PAST THE RUN DATE
073700 5300-END-MERCHANT SECTION.
073800 5300-END-MERCHANT-START.
073900     IF WS-MERCH-COMP-CARDS < WS-MIN-CARDS
074000         GO TO 5300-END-MERCHANT-EXIT
074100     END-IF
074200     COMPUTE WS-MERCH-PCT ROUNDED =
074300         WS-MERCH-COMP-CARDS * 100 / WS-MERCH-CARDS
074400     IF WS-MERCH-PCT < WS-MIN-PCT
074500         GO TO 5300-END-MERCHANT-EXIT
074600     END-IF
074700     IF WS-SUSP-COUNT >= WS-SUSP-TABLE-MAX
074800         IF WS-SUSP-FULL-WARNED = 'N'
074900             DISPLAY 'SUSPECT MERCHANT TABLE FULL, MERCHANT '
075000                 WS-CUR-MERCHANT-ID ' AND LATER NOT LISTED'
075100             MOVE 'Y' TO WS-SUSP-FULL-WARNED
075200         END-IF
075300         GO TO 5300-END-MERCHANT-EXIT
075400     END-IF
075500     ADD 1 TO WS-SUSP-COUNT
075600     MOVE WS-CUR-MERCHANT-ID TO WS-ST-MERCHANT-ID(WS-SUSP-COUNT)
075700     MOVE WS-MERCH-CARDS TO WS-ST-CARDS(WS-SUSP-COUNT)
075800     MOVE WS-MERCH-COMP-CARDS TO WS-ST-COMP-CARDS(WS-SUSP-COUNT)
075900     MOVE WS-MERCH-TRANS TO WS-ST-TRANS(WS-SUSP-COUNT)
076000     MOVE WS-MERCH-PCT TO WS-ST-PCT(WS-SUSP-COUNT)
076100     MOVE WS-MERCH-COMP-FIRST
076200         TO WS-ST-EXPOSURE-START(WS-SUSP-COUNT)
076300     MOVE WS-MERCH-COMP-LAST TO WS-CALC-DATE
076400     MOVE WS-EXPOSURE-DAYS TO WS-CALC-DAYS
076500     PERFORM 2200-ADVANCE-DATE
076600     IF WS-CALC-DATE > WS-RUN-DATE
076700         MOVE WS-RUN-DATE TO WS-CALC-DATE
076800     END-IF
076900     MOVE WS-CALC-DATE TO WS-ST-EXPOSURE-END(WS-SUSP-COUNT)
077000     MOVE ZERO TO WS-ST-AT-RISK-CARDS(WS-SUSP-COUNT)
077100     MOVE 'N' TO WS-ST-PRINTED(WS-SUSP-COUNT)
077200     IF WS-EXPOSURE-START-DATE = ZERO
077300         OR WS-MERCH-COMP-FIRST < WS-EXPOSURE-START-DATE
077400         MOVE WS-MERCH-COMP-FIRST TO WS-EXPOSURE-START-DATE
077500     END-IF.
077600
077700 5300-END-MERCHANT-EXIT.
077800     EXIT.
077900
078000 5900-READ-NEXT-WORK SECTION.
078100 5900-READ-WORK-START.
078200     READ CPP-WORK-FILE NEXT
078300         AT END
078400             MOVE 'Y' TO WS-WORK-DONE
078500     END-READ.
078600
078700* READ THE HISTORY AGAIN FROM THE EARLIEST EXPOSURE DATE. ANY
078800* CARD NOT ITSELF COMPROMISED THAT WAS APPROVED AT A SUSPECTED
078900* MERCHANT INSIDE THAT MERCHANT'S EXPOSURE WINDOW IS AT RISK.
079000 6000-LIST-AT-RISK-CARDS SECTION.
079100 6000-LIST-START.
079200     MOVE 'N' TO WS-HIST-DONE
079300     MOVE WS-EXPOSURE-START-DATE TO AH-DATE
079400     MOVE ZERO TO AH-TRANS-ID
079500     START FRAUD-HIST-FILE KEY >= AH-KEY
079600         INVALID KEY
079700             MOVE 'Y' TO WS-HIST-DONE
079800     END-START
079900     IF WS-HIST-DONE = 'N'
080000         PERFORM 4900-READ-NEXT-HIST
080100         PERFORM 6100-CHECK-ONE-EXPOSURE
080200             UNTIL WS-HIST-DONE = 'Y'
080300     END-IF.
080400
080500 6100-CHECK-ONE-EXPOSURE SECTION.
080600 6100-CHECK-EXPOSURE-START.
080700     IF AH-DECISION NOT = 'APPROVED'
080800         OR AH-MERCHANT-ID = ZERO
080900         GO TO 6100-CHECK-EXPOSURE-NEXT
081000     END-IF
081100     PERFORM 6200-FIND-SUSPECT-MERCHANT
081200     IF WS-SUSP-FOUND = 'N'
081300         GO TO 6100-CHECK-EXPOSURE-NEXT
081400     END-IF
081500     IF AH-DATE < WS-ST-EXPOSURE-START(WS-SUSP-MATCH)
081600         OR AH-DATE > WS-ST-EXPOSURE-END(WS-SUSP-MATCH)
081700         GO TO 6100-CHECK-EXPOSURE-NEXT
081800     END-IF
081900     MOVE AH-CARD-NUMBER TO WS-SEARCH-CARD
082000     PERFORM 3400-FIND-COMPROMISED-CARD
082100     IF WS-COMP-FOUND = 'Y'
082200         GO TO 6100-CHECK-EXPOSURE-NEXT
082300     END-IF
082400
082500* ONE LISTING PER CARD AND MERCHANT, HOWEVER MANY VISITS
082600     MOVE AH-MERCHANT-ID TO MW-MERCHANT-ID
082700     MOVE AH-CARD-NUMBER TO MW-CARD-NUMBER
082800     READ CPP-WORK-FILE
082900         INVALID KEY
083000             GO TO 6100-CHECK-EXPOSURE-NEXT
083100     END-READ
083200     IF MW-AT-RISK-FLAG = 'Y'
083300         GO TO 6100-CHECK-EXPOSURE-NEXT
083400     END-IF
083500     MOVE 'Y' TO MW-AT-RISK-FLAG
083600     REWRITE CPP-WORK-RECORD
083700     IF WS-WORK-STATUS NOT = '00'
083800         DISPLAY 'CPPWORK REWRITE FAILED, STATUS '
083900             WS-WORK-STATUS
084000         PERFORM 9900-ABEND-RUN
084100     END-IF
084200     PERFORM 6300-LIST-AT-RISK-CARD.
084300
084400 6100-CHECK-EXPOSURE-NEXT.
084500     PERFORM 4900-READ-NEXT-HIST.
084600
084700 6200-FIND-SUSPECT-MERCHANT SECTION.
084800 6200-FIND-SUSP-START.
084900     MOVE 'N' TO WS-SUSP-FOUND
085000     MOVE ZERO TO WS-SUSP-MATCH
085100     MOVE 1 TO WS-SUSP-INDEX
085200     PERFORM 6210-CHECK-ONE-SUSP-ENTRY
085300         UNTIL WS-SUSP-FOUND = 'Y'
085400         OR WS-SUSP-INDEX > WS-SUSP-COUNT.
085500
085600 6210-CHECK-ONE-SUSP-ENTRY SECTION.
085700 6210-CHECK-SUSP-START.
085800     IF WS-ST-MERCHANT-ID(WS-SUSP-INDEX) = AH-MERCHANT-ID
085900         MOVE 'Y' TO WS-SUSP-FOUND
086000         MOVE WS-SUSP-INDEX TO WS-SUSP-MATCH
086100     ELSE
086200         ADD 1 TO WS-SUSP-INDEX
086300     END-IF.
086400
086500* ADD OR RENEW THE CARD ON THE WATCH LIST AND WRITE IT TO THE
086600* EXTRACT. A CARD ALREADY REISSUED STAYS OFF THE WATCH LIST.
086700 6300-LIST-AT-RISK-CARD SECTION.
086800 6300-LIST-CARD-START.
086900     MOVE AH-CARD-NUMBER TO AR-CARD-NUMBER
087000     READ AT-RISK-FILE
087100         INVALID KEY
087200             MOVE AH-CARD-NUMBER TO AR-CARD-NUMBER
087300             MOVE 'A' TO AR-WATCH-STATUS
087400             MOVE AH-MERCHANT-ID TO AR-MERCHANT-ID
087500             MOVE 1 TO AR-MERCHANT-COUNT
087600             MOVE AH-DATE TO AR-EXPOSED-DATE
087700             MOVE WS-RUN-DATE TO AR-LISTED-DATE
087800             MOVE WS-RUN-DATE TO AR-LAST-LISTED-DATE
087900             MOVE WS-EXPIRY-DATE TO AR-EXPIRY-DATE
088000             MOVE ZERO TO AR-REISSUE-DATE
088100             MOVE SPACES TO AR-FILLER
088200             WRITE AT-RISK-RECORD
088300             IF WS-ATRISK-STATUS NOT = '00'
088400                 DISPLAY 'ATRISK WRITE FAILED, STATUS '
088500                     WS-ATRISK-STATUS
088600                 PERFORM 9900-ABEND-RUN
088700             END-IF
088800             ADD 1 TO WS-AT-RISK-NEW
088900             GO TO 6300-LIST-CARD-EXTRACT
089000     END-READ
089100
089200     IF AR-WATCH-STATUS = 'R'
089300         ADD 1 TO WS-AT-RISK-REISSUED
089400         GO TO 6300-LIST-CARD-EXIT
089500     END-IF
089600     IF AR-MERCHANT-ID NOT = AH-MERCHANT-ID
089700         ADD 1 TO AR-MERCHANT-COUNT
089800         MOVE AH-MERCHANT-ID TO AR-MERCHANT-ID
089900         MOVE AH-DATE TO AR-EXPOSED-DATE
090000     END-IF
090100     MOVE 'A' TO AR-WATCH-STATUS
090200     MOVE WS-RUN-DATE TO AR-LAST-LISTED-DATE
090300     IF WS-EXPIRY-DATE > AR-EXPIRY-DATE
090400         MOVE WS-EXPIRY-DATE TO AR-EXPIRY-DATE
090500     END-IF
090600     REWRITE AT-RISK-RECORD
090700     IF WS-ATRISK-STATUS NOT = '00'
090800         DISPLAY 'ATRISK REWRITE FAILED, STATUS ' WS-ATRISK-STATUS
090900         PERFORM 9900-ABEND-RUN
091000     END-IF
091100     ADD 1 TO WS-AT-RISK-RENEWED.
091200
091300 6300-LIST-CARD-EXTRACT.
091400     ADD 1 TO WS-AT-RISK-LISTED
091500     ADD 1 TO WS-ST-AT-RISK-CARDS(WS-SUSP-MATCH)
091600     MOVE AH-CARD-NUMBER TO AX-CARD-NUMBER
091700     MOVE AH-MERCHANT-ID TO AX-MERCHANT-ID
091800     MOVE AH-DATE TO AX-EXPOSED-DATE
091900     MOVE WS-RUN-DATE TO AX-LISTED-DATE
092000     MOVE AR-EXPIRY-DATE TO AX-EXPIRY-DATE
092100     MOVE WS-ST-COMP-CARDS(WS-SUSP-MATCH) TO AX-COMPROMISED-CARDS
092200     MOVE SPACES TO AX-FILLER
092300     WRITE AT-RISK-EXTRACT-RECORD
092400     IF WS-EXTRACT-STATUS NOT = '00'
092500         DISPLAY 'ATRISKX WRITE FAILED, STATUS ' WS-EXTRACT-STATUS
092600         PERFORM 9900-ABEND-RUN
092700     END-IF
092800     ADD 1 TO WS-EXTRACT-WRITTEN.
092900
093000 6300-LIST-CARD-EXIT.
093100     EXIT.
093200
093300* SUSPECTED-COMPROMISE REPORT, MOST COMPROMISED CARDS FIRST AND
093400* THE HIGHER SHARE OF VOLUME FIRST WITHIN THAT
093500 7000-PRINT-COMPROMISE-REPORT SECTION.
093600 7000-PRINT-START.
093700     DISPLAY ' '
093800     DISPLAY 'SUSPECTED MERCHANT COMPROMISE'
093900     DISPLAY '-----------------------------'
094000     IF WS-SUSP-COUNT = ZERO
094100         DISPLAY 'NONE'
094200     END-IF
094300     PERFORM 7100-PRINT-NEXT-MERCHANT
094400         VARYING WS-RANK FROM 1 BY 1
094500         UNTIL WS-RANK > WS-SUSP-COUNT.
094600
094700 7100-PRINT-NEXT-MERCHANT SECTION.
094800 7100-PRINT-NEXT-START.
094900     MOVE ZERO TO WS-BEST-INDEX
095000     PERFORM 7200-CHECK-ONE-RANK
095100         VARYING WS-SUSP-INDEX FROM 1 BY 1
095200         UNTIL WS-SUSP-INDEX > WS-SUSP-COUNT
095300     MOVE 'Y' TO WS-ST-PRINTED(WS-BEST-INDEX)
095400     MOVE WS-ST-PCT(WS-BEST-INDEX) TO WS-DISPLAY-PCT
095500     DISPLAY WS-RANK '. MERCHANT '
095600         WS-ST-MERCHANT-ID(WS-BEST-INDEX)
095700         ' COMPROMISED CARDS ' WS-ST-COMP-CARDS(WS-BEST-INDEX)
095800         ' OF ' WS-ST-CARDS(WS-BEST-INDEX)
095900         ' (' WS-DISPLAY-PCT ' PCT)'
096000     DISPLAY '     TRANSACTIONS ' WS-ST-TRANS(WS-BEST-INDEX)
096100         ' EXPOSURE ' WS-ST-EXPOSURE-START(WS-BEST-INDEX)
096200         ' TO ' WS-ST-EXPOSURE-END(WS-BEST-INDEX)
096300         ' AT-RISK CARDS ' WS-ST-AT-RISK-CARDS(WS-BEST-INDEX).
096400
096500 7200-CHECK-ONE-RANK SECTION.
096600 7200-CHECK-RANK-START.
096700     IF WS-ST-PRINTED(WS-SUSP-INDEX) = 'Y'
096800         GO TO 7200-CHECK-RANK-EXIT
096900     END-IF
097000     IF WS-BEST-INDEX = ZERO
097100         MOVE WS-SUSP-INDEX TO WS-BEST-INDEX
097200         GO TO 7200-CHECK-RANK-EXIT
097300     END-IF
097400     IF WS-ST-COMP-CARDS(WS-SUSP-INDEX) >
097500         WS-ST-COMP-CARDS(WS-BEST-INDEX)
097600         MOVE WS-SUSP-INDEX TO WS-BEST-INDEX
097700     ELSE
097800         IF WS-ST-COMP-CARDS(WS-SUSP-INDEX) =
097900             WS-ST-COMP-CARDS(WS-BEST-INDEX)
098000             AND WS-ST-PCT(WS-SUSP-INDEX) >
098100             WS-ST-PCT(WS-BEST-INDEX)
098200             MOVE WS-SUSP-INDEX TO WS-BEST-INDEX
098300         END-IF
098400     END-IF.
098500
098600 7200-CHECK-RANK-EXIT.
098700     EXIT.
098800
098900 8000-FINALIZE-ANALYSIS SECTION.
099000 8000-FINALIZE-START.
099100     CLOSE FRAUD-CASE-FILE
099200     CLOSE CHARGEBACK-FILE
099300     CLOSE FRAUD-HIST-FILE
099400     CLOSE CPP-WORK-FILE
099500     CLOSE AT-RISK-FILE
099600     CLOSE AT-RISK-EXTRACT
099700
099800     COMPUTE WS-RUN-READS =
099900         WS-CASES-READ + WS-CHBK-READ + WS-HIST-READ
100000     MOVE WS-EXTRACT-WRITTEN TO WS-RUN-WRITES
100100     PERFORM 9200-END-RUN-CONTROL
100200
100300     DISPLAY ' '
100400     DISPLAY 'CASES READ:             ' WS-CASES-READ
100500     DISPLAY 'CONFIRMED FRAUD CASES:  ' WS-CASES-USED
100600     DISPLAY 'CHARGEBACKS READ:       ' WS-CHBK-READ
100700     DISPLAY 'CHARGEBACKS IN WINDOW:  ' WS-CHBK-USED
100800     DISPLAY 'COMPROMISED CARDS:      ' WS-COMP-COUNT
100900     DISPLAY 'HISTORY RECORDS READ:   ' WS-HIST-READ
101000     DISPLAY 'APPROVED VISITS USED:   ' WS-HIST-USED
101100     DISPLAY 'COMPROMISED VISITS:     ' WS-COMP-VISITS
101200     DISPLAY 'MERCHANTS SEEN:         ' WS-MERCHANTS-SEEN
101300     DISPLAY 'SUSPECTED MERCHANTS:    ' WS-SUSP-COUNT
101400     DISPLAY 'AT-RISK LISTINGS:       ' WS-AT-RISK-LISTED
101500     DISPLAY 'NEW TO WATCH LIST:      ' WS-AT-RISK-NEW
101600     DISPLAY 'WATCH RENEWED:          ' WS-AT-RISK-RENEWED
101700     DISPLAY 'ALREADY REISSUED:       ' WS-AT-RISK-REISSUED
101800     DISPLAY 'CPP ANALYSIS COMPLETE'.
101900
102000 9000-START-RUN-CONTROL SECTION.
102100 9000-START-RUN-START.
102200     OPEN I-O RUN-CONTROL-FILE
102300     IF WS-RUNCTL-STATUS = '35'
102400         OPEN OUTPUT RUN-CONTROL-FILE
102500         CLOSE RUN-CONTROL-FILE
102600         OPEN I-O RUN-CONTROL-FILE
102700     END-IF
102800     IF WS-RUNCTL-STATUS NOT = '00'
102900         DISPLAY 'RUNCTL OPEN FAILED, STATUS ' WS-RUNCTL-STATUS
103000         MOVE 16 TO RETURN-CODE
103100         STOP RUN
103200     END-IF
103300     PERFORM 9100-GET-TIMESTAMP
103400     MOVE WS-RUN-PROGRAM-ID TO RC-PROGRAM-ID
103500     MOVE 'N' TO WS-RUNCTL-FOUND
103600     READ RUN-CONTROL-FILE
103700         INVALID KEY
103800             CONTINUE
103900         NOT INVALID KEY
104000             MOVE 'Y' TO WS-RUNCTL-FOUND
104100     END-READ
104200     MOVE WS-RUN-PROGRAM-ID TO RC-PROGRAM-ID
104300     MOVE WS-RUN-STAMP TO RC-START-TIMESTAMP
104400     MOVE ZERO TO RC-END-TIMESTAMP
104500     MOVE ZERO TO RC-RECORDS-READ
104600     MOVE ZERO TO RC-RECORDS-WRITTEN
104700     MOVE ZERO TO RC-COMPLETION-CODE
104800     MOVE 'R' TO RC-RUN-STATUS
104900     MOVE SPACES TO RC-FILLER
105000     IF WS-RUNCTL-FOUND = 'Y'
105100         REWRITE RUN-CONTROL-RECORD
105200     ELSE
105300         WRITE RUN-CONTROL-RECORD
105400     END-IF.
105500
105600 9100-GET-TIMESTAMP SECTION.
105700 9100-GET-TIMESTAMP-START.
105800     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
105900     ACCEPT WS-ACCEPT-TIME FROM TIME
106000     MOVE WS-ACCEPT-HHMMSS TO WS-STAMP-TIME.
106100
106200 9200-END-RUN-CONTROL SECTION.
106300 9200-END-RUN-START.
106400     PERFORM 9100-GET-TIMESTAMP
106500     MOVE WS-RUN-STAMP TO RC-END-TIMESTAMP
106600     MOVE WS-RUN-READS TO RC-RECORDS-READ
106700     MOVE WS-RUN-WRITES TO RC-RECORDS-WRITTEN
106800     MOVE WS-ABEND-CODE TO RC-COMPLETION-CODE
106900     IF WS-ABEND-CODE = ZERO
107000         MOVE 'C' TO RC-RUN-STATUS
107100     ELSE
107200         MOVE 'A' TO RC-RUN-STATUS
107300     END-IF
107400     REWRITE RUN-CONTROL-RECORD
107500     CLOSE RUN-CONTROL-FILE.
107600
107700 9900-ABEND-RUN SECTION.
107800 9900-ABEND-START.
107900     IF WS-ABEND-CODE = ZERO
108000         MOVE 16 TO WS-ABEND-CODE
108100     END-IF
108200     PERFORM 9200-END-RUN-CONTROL
108300     MOVE WS-ABEND-CODE TO RETURN-CODE
108400     DISPLAY 'RUN ABENDED, CODE ' WS-ABEND-CODE
108500     STOP RUN.
108600
108700 END PROGRAM FRAUD-CPP-ANALYSIS.
