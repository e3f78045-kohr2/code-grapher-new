000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FRAUD-BASELINE-REFRESH.
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
001400     SELECT PARM-CARD-FILE ASSIGN TO 'BASEPRM'
001500     ORGANIZATION IS SEQUENTIAL
001600     ACCESS MODE IS SEQUENTIAL
001700 FILE STATUS IS WS-PARM-STATUS.
001800
001900     SELECT FRAUD-HIST-FILE ASSIGN TO 'FRAUDHIST'
002000     ORGANIZATION IS INDEXED
002100     ACCESS MODE IS DYNAMIC
002200     RECORD KEY IS AH-KEY
002300 FILE STATUS IS WS-HIST-STATUS.
002400
002500     SELECT BASE-WORK-FILE ASSIGN TO 'BASEWORK'
002600     ORGANIZATION IS INDEXED
002700     ACCESS MODE IS DYNAMIC
002800     RECORD KEY IS BW-CARD-NUMBER
002900 FILE STATUS IS WS-WORK-STATUS.
003000
003100     SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
003200     ORGANIZATION IS INDEXED
003300     ACCESS MODE IS DYNAMIC
003400     RECORD KEY IS CUST-CARD-NUMBER
003500 FILE STATUS IS WS-CUST-STATUS.
003600
003700     SELECT AUDIT-FILE ASSIGN TO 'CUSTAUDT'
003800     ORGANIZATION IS SEQUENTIAL
003900     ACCESS MODE IS SEQUENTIAL
004000 FILE STATUS IS WS-AUDIT-STATUS.
004100
004200     SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
004300     ORGANIZATION IS INDEXED
004400     ACCESS MODE IS DYNAMIC
004500     RECORD KEY IS RC-PROGRAM-ID
004600 FILE STATUS IS WS-RUNCTL-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900
005000* PARAMETER CARD - MONTH-END RUN DATE, NUMBER OF CALENDAR
005100* MONTHS IN THE ROLLING WINDOW (ENDING WITH THE RUN MONTH),
005200* MINIMUM MONTHS OF HISTORY BEFORE A CARD IS REBASED, AND THE
005300* PERCENT MOVE THAT PUTS A CARD ON THE EXCEPTION REPORT
005400 FD  PARM-CARD-FILE
005500     RECORDING MODE IS F
005600 RECORD CONTAINS 80 CHARACTERS.
005700 01  PARM-CARD-RECORD.
005800 05  PARM-RUN-DATE           PIC 9(8).
005900 05  PARM-WINDOW-MONTHS      PIC 9(2).
006000 05  PARM-MIN-MONTHS         PIC 9(2).
006100 05  PARM-CHANGE-PCT         PIC 9(3).
006200 05  PARM-FILLER             PIC X(65).
006300
006400 FD  FRAUD-HIST-FILE
006500     RECORDING MODE IS F
006600 RECORD CONTAINS 140 CHARACTERS.
006700 01  FRAUD-HIST-RECORD.
006800 05  AH-KEY.
006900 10  AH-DATE                 PIC 9(8).
007000 10  AH-TRANS-ID             PIC 9(12).
007100 05  AH-CARD-NUMBER          PIC 9(16).
007200 05  AH-RISK-SCORE           PIC 9(4).
007300 05  AH-DECISION             PIC X(10).
007400 05  AH-TIMESTAMP            PIC 9(14).
007500 05  AH-RULES-TRIGGERED      PIC X(50).
007600 05  AH-TRANS-AMOUNT         PIC 9(8)V99.
007700 05  AH-MERCHANT-ID          PIC 9(8).
007800 05  AH-TRANS-TYPE           PIC X(8).
007900
008000* PER-CARD SPEND ACCUMULATORS FOR THE WINDOW, REBUILT EVERY RUN
008100 FD  BASE-WORK-FILE
008200     RECORDING MODE IS F
008300 RECORD CONTAINS 60 CHARACTERS.
008400 01  BASE-WORK-RECORD.
008500 05  BW-CARD-NUMBER          PIC 9(16).
008600 05  BW-SPEND-AMOUNT         PIC 9(10)V99.
008700 05  BW-REVERSED-AMOUNT      PIC 9(10)V99.
008800 05  BW-TRANS-COUNT          PIC 9(7).
008900 05  BW-FIRST-MONTH-NO       PIC 9(6).
009000 05  BW-FILLER               PIC X(7).
009100
009200 FD  CUSTOMER-FILE
009300     RECORDING MODE IS F
009400 RECORD CONTAINS 300 CHARACTERS.
009500 01  CUSTOMER-RECORD.
009600 05  CUST-CARD-NUMBER        PIC 9(16).
009700 05  CUST-NAME               PIC X(30).
009800 05  CUST-ADDRESS            PIC X(50).
009900 05  CUST-PHONE              PIC X(15).
010000 05  CUST-EMAIL              PIC X(40).
010100 05  CUST-CREDIT-LIMIT       PIC 9(8)V99.
010200 05  CUST-AVAILABLE-CREDIT   PIC 9(8)V99.
010300 05  CUST-LAST-TRANS-DATE    PIC 9(8).
010400 05  CUST-AVG-MONTHLY-SPEND  PIC 9(8)V99.
010500 05  CUST-FRAUD-FLAG         PIC X.
010600 05  CUST-RISK-SCORE         PIC 9(3).
010700 05  CUST-BLOCK-STATUS       PIC X.
010800 05  CUST-BLOCK-DATE         PIC 9(8).
010900 05  CUST-UNBLOCK-DATE       PIC 9(8).
011000 05  CUST-FILLER             PIC X(83).
011100
011200* CUSTOMER AUDIT TRAIL, SAME LAYOUT AS FRAUD-CUST-MAINT.
011300* BASELINE REFRESHES ARE WRITTEN WITH ACTION 'S'.
011400 FD  AUDIT-FILE
011500     RECORDING MODE IS F
011600 RECORD CONTAINS 640 CHARACTERS.
011700 01  AUDIT-RECORD.
011800 05  AUD-TIMESTAMP           PIC 9(14).
011900 05  AUD-ACTION              PIC X(1).
012000 05  AUD-BEFORE-IMAGE        PIC X(300).
012100 05  AUD-AFTER-IMAGE         PIC X(300).
012200 05  AUD-FILLER              PIC X(25).
012300
012400 FD  RUN-CONTROL-FILE
012500     RECORDING MODE IS F
012600 RECORD CONTAINS 100 CHARACTERS.
012700 01  RUN-CONTROL-RECORD.
012800 05  RC-PROGRAM-ID           PIC X(30).
012900 05  RC-START-TIMESTAMP      PIC 9(14).
013000 05  RC-END-TIMESTAMP        PIC 9(14).
013100 05  RC-RECORDS-READ         PIC 9(7).
013200 05  RC-RECORDS-WRITTEN      PIC 9(7).
013300 05  RC-COMPLETION-CODE      PIC 9(2).
013400 05  RC-RUN-STATUS           PIC X(1).
013500 05  RC-FILLER               PIC X(25).
013600 WORKING-STORAGE SECTION.
013700
013800* File status variables
013900 01  WS-PARM-STATUS          PIC XX.
014000 01  WS-HIST-STATUS          PIC XX.
014100 01  WS-WORK-STATUS          PIC XX.
014200 01  WS-CUST-STATUS          PIC XX.
014300 01  WS-AUDIT-STATUS         PIC XX.
014400
014500* Refresh parameters
014600 01  WS-RUN-DATE             PIC 9(8) VALUE ZERO.
014700 01  WS-WINDOW-MONTHS        PIC 9(2) VALUE ZERO.
014800 01  WS-MIN-MONTHS           PIC 9(2) VALUE ZERO.
014900 01  WS-CHANGE-PCT           PIC 9(3) VALUE ZERO.
015000
015100* Window bounds. Months are numbered YEAR * 12 + MONTH so a
015200* window can run back across a year end.
015300 01  WS-DATE-SPLIT.
015400 05  WS-SPLIT-YEAR           PIC 9(4).
015500 05  WS-SPLIT-MONTH          PIC 9(2).
015600 05  WS-SPLIT-DAY            PIC 9(2).
015700 01  WS-RUN-MONTH-NO         PIC 9(6) VALUE ZERO.
015800 01  WS-START-MONTH-NO       PIC 9(6) VALUE ZERO.
015900 01  WS-HIST-MONTH-NO        PIC 9(6) VALUE ZERO.
016000 01  WS-START-DATE           PIC 9(8) VALUE ZERO.
016100 01  WS-RUN-YYYYMM           PIC 9(6) VALUE ZERO.
016200 01  WS-WINDOW-DONE          PIC X VALUE 'N'.
016300 01  WS-WORK-DONE            PIC X VALUE 'N'.
016400
016500* Baseline work fields
016600 01  WS-HISTORY-MONTHS       PIC 9(3) VALUE ZERO.
016700 01  WS-NET-SPEND            PIC 9(10)V99 VALUE ZERO.
016800 01  WS-NEW-BASELINE         PIC 9(8)V99 VALUE ZERO.
016900 01  WS-OLD-BASELINE         PIC 9(8)V99 VALUE ZERO.
017000 01  WS-MOVE-PCT             PIC 9(11)V99 VALUE ZERO.
017100 01  WS-MOVE-DIRECTION       PIC X(4) VALUE SPACES.
017200 01  WS-BEFORE-IMAGE         PIC X(300).
017300
017400* Refresh totals
017500 01  WS-HIST-READ            PIC 9(7) VALUE ZERO.
017600 01  WS-HIST-USED            PIC 9(7) VALUE ZERO.
017700 01  WS-CARDS-SEEN           PIC 9(7) VALUE ZERO.
017800 01  WS-CARDS-UPDATED        PIC 9(7) VALUE ZERO.
017900 01  WS-CARDS-UNCHANGED      PIC 9(7) VALUE ZERO.
018000 01  WS-CARDS-SHORT          PIC 9(7) VALUE ZERO.
018100 01  WS-CARDS-NOT-ON-FILE    PIC 9(7) VALUE ZERO.
018200 01  WS-EXCEPTION-COUNT      PIC 9(7) VALUE ZERO.
018300 01  WS-DISPLAY-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99.
018400 01  WS-DISPLAY-OLD          PIC ZZ,ZZZ,ZZ9.99.
018500 01  WS-DISPLAY-NEW          PIC ZZ,ZZZ,ZZ9.99.
018600 01  WS-DISPLAY-PCT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
018700
018800* Run control
018900 01  WS-RUNCTL-STATUS        PIC XX.
019000 01  WS-RUN-PROGRAM-ID       PIC X(30) VALUE
019100     'FRAUD-BASELINE-REFRESH'.
019200 01  WS-RUNCTL-FOUND         PIC X VALUE 'N'.
019300 01  WS-ABEND-CODE           PIC 9(2) VALUE ZERO.
019400 01  WS-RUN-READS            PIC 9(7) VALUE ZERO.
019500 01  WS-RUN-WRITES           PIC 9(7) VALUE ZERO.
019600 01  WS-RUN-STAMP.
019700 05  WS-STAMP-DATE           PIC 9(8).
019800 05  WS-STAMP-TIME           PIC 9(6).
019900 01  WS-ACCEPT-TIME.
020000 05  WS-ACCEPT-HHMMSS        PIC 9(6).
020100 05  WS-ACCEPT-HUND          PIC 9(2).
020200 PROCEDURE DIVISION.
020300
020400 1000-MAIN-PROCESSING SECTION.
020500 1000-MAIN-START.
020600     DISPLAY 'FRAUD MONTH-END SPEND BASELINE REFRESH'
020700     DISPLAY '======================================'
020800
020900     PERFORM 9000-START-RUN-CONTROL
021000     PERFORM 2000-INITIALIZE-REFRESH
021100     PERFORM 3000-ACCUMULATE-WINDOW
021200     PERFORM 4000-REFRESH-BASELINES
021300     PERFORM 5000-FINALIZE-REFRESH
021400
021500     STOP RUN.
021600
021700 2000-INITIALIZE-REFRESH SECTION.
021800 2000-INIT-START.
021900     OPEN INPUT PARM-CARD-FILE
022000     IF WS-PARM-STATUS NOT = '00'
022100         DISPLAY 'BASEPRM OPEN FAILED, STATUS ' WS-PARM-STATUS
022200         MOVE 8 TO WS-ABEND-CODE
022300         PERFORM 9900-ABEND-RUN
022400     END-IF
022500     READ PARM-CARD-FILE
022600     END-READ
022700     IF WS-PARM-STATUS NOT = '00'
022800         OR PARM-RUN-DATE NOT NUMERIC
022900         OR PARM-RUN-DATE = ZERO
023000         OR PARM-WINDOW-MONTHS NOT NUMERIC
023100         OR PARM-WINDOW-MONTHS = ZERO
023200         OR PARM-WINDOW-MONTHS > 24
023300         OR PARM-MIN-MONTHS NOT NUMERIC
023400         OR PARM-MIN-MONTHS = ZERO
023500         OR PARM-MIN-MONTHS > PARM-WINDOW-MONTHS
023600         OR PARM-CHANGE-PCT NOT NUMERIC
023700         DISPLAY 'INVALID OR MISSING BASELINE PARAMETER CARD'
023800         MOVE 8 TO WS-ABEND-CODE
023900         PERFORM 9900-ABEND-RUN
024000     END-IF
024100     MOVE PARM-RUN-DATE TO WS-RUN-DATE
024200     MOVE PARM-WINDOW-MONTHS TO WS-WINDOW-MONTHS
024300     MOVE PARM-MIN-MONTHS TO WS-MIN-MONTHS
024400     MOVE PARM-CHANGE-PCT TO WS-CHANGE-PCT
024500     CLOSE PARM-CARD-FILE
024600
024700     MOVE WS-RUN-DATE TO WS-DATE-SPLIT
024800     MOVE WS-RUN-DATE(1:6) TO WS-RUN-YYYYMM
024900     COMPUTE WS-RUN-MONTH-NO = WS-SPLIT-YEAR * 12 + WS-SPLIT-MONTH
025000     COMPUTE WS-START-MONTH-NO =
025100         WS-RUN-MONTH-NO - WS-WINDOW-MONTHS + 1
025200     COMPUTE WS-SPLIT-YEAR = (WS-START-MONTH-NO - 1) / 12
025300     COMPUTE WS-SPLIT-MONTH =
025400         WS-START-MONTH-NO - WS-SPLIT-YEAR * 12
025500     MOVE 01 TO WS-SPLIT-DAY
025600     MOVE WS-DATE-SPLIT TO WS-START-DATE
025700     DISPLAY 'RUN DATE ' WS-RUN-DATE
025800         ' WINDOW ' WS-WINDOW-MONTHS ' MONTHS FROM ' WS-START-DATE
025900     DISPLAY 'MINIMUM HISTORY ' WS-MIN-MONTHS ' MONTHS'
026000         ' EXCEPTION AT ' WS-CHANGE-PCT ' PCT'
026100
026200     OPEN INPUT FRAUD-HIST-FILE
026300     IF WS-HIST-STATUS NOT = '00'
026400         DISPLAY 'FRAUDHIST OPEN FAILED, STATUS ' WS-HIST-STATUS
026500         PERFORM 9900-ABEND-RUN
026600     END-IF
026700     OPEN OUTPUT BASE-WORK-FILE
026800     CLOSE BASE-WORK-FILE
026900     OPEN I-O BASE-WORK-FILE
027000     IF WS-WORK-STATUS NOT = '00'
027100         DISPLAY 'BASEWORK OPEN FAILED, STATUS ' WS-WORK-STATUS
027200         PERFORM 9900-ABEND-RUN
027300     END-IF
027400     OPEN I-O CUSTOMER-FILE
027500     IF WS-CUST-STATUS NOT = '00'
027600         DISPLAY 'CUSTFILE OPEN FAILED, STATUS ' WS-CUST-STATUS
027700         PERFORM 9900-ABEND-RUN
027800     END-IF
027900     OPEN OUTPUT AUDIT-FILE
028000     IF WS-AUDIT-STATUS NOT = '00'
028100         DISPLAY 'CUSTAUDT OPEN FAILED, STATUS ' WS-AUDIT-STATUS
028200         PERFORM 9900-ABEND-RUN
028300     END-IF.
028400
028500* READ THE WINDOW IN KEY (DATE) ORDER AND ACCUMULATE APPROVED
028600* DEBIT SPEND BY CARD. MATCHED REVERSALS ARE NETTED OFF SO A
028700* BACKED-OUT PURCHASE DOES NOT RAISE THE BASELINE.
028800 3000-ACCUMULATE-WINDOW SECTION.
028900 3000-ACCUMULATE-START.
029000     MOVE WS-START-DATE TO AH-DATE
029100     MOVE ZERO TO AH-TRANS-ID
029200     START FRAUD-HIST-FILE KEY >= AH-KEY
029300         INVALID KEY
029400             MOVE 'Y' TO WS-WINDOW-DONE
029500     END-START
029600     IF WS-WINDOW-DONE = 'N'
029700         PERFORM 3200-READ-NEXT-HIST
029800         PERFORM 3100-ACCUMULATE-ONE-HIST
029900             UNTIL WS-WINDOW-DONE = 'Y'
030000     END-IF.
030100
030200 3100-ACCUMULATE-ONE-HIST SECTION.
030300 3100-ACCUMULATE-HIST-START.
030400     ADD 1 TO WS-HIST-READ
030500
030600* HISTORY ARCHIVED BEFORE TRANSACTION TYPES WERE CARRIED HAS A
030700* BLANK TYPE AND WAS ALL PURCHASES
030800     IF AH-DECISION = 'APPROVED'
030900         AND (AH-TRANS-TYPE = 'PURCHASE'
031000         OR AH-TRANS-TYPE = 'CASH-ADV'
031100         OR AH-TRANS-TYPE = SPACES)
031200         CONTINUE
031300     ELSE
031400         IF AH-DECISION NOT = 'REVERSED'
031500             GO TO 3100-ACCUMULATE-HIST-NEXT
031600         END-IF
031700     END-IF
031800     ADD 1 TO WS-HIST-USED
031900
032000     MOVE AH-DATE TO WS-DATE-SPLIT
032100     COMPUTE WS-HIST-MONTH-NO =
032200         WS-SPLIT-YEAR * 12 + WS-SPLIT-MONTH
032300     MOVE AH-CARD-NUMBER TO BW-CARD-NUMBER
032400     READ BASE-WORK-FILE
032500         INVALID KEY
032600             MOVE AH-CARD-NUMBER TO BW-CARD-NUMBER
032700             MOVE ZERO TO BW-SPEND-AMOUNT
032800             MOVE ZERO TO BW-REVERSED-AMOUNT
032900             MOVE ZERO TO BW-TRANS-COUNT
033000             MOVE WS-HIST-MONTH-NO TO BW-FIRST-MONTH-NO
033100             MOVE SPACES TO BW-FILLER
033200             WRITE BASE-WORK-RECORD
033300             ADD 1 TO WS-CARDS-SEEN
033400     END-READ
033500
033600     IF AH-DECISION = 'REVERSED'
033700         ADD AH-TRANS-AMOUNT TO BW-REVERSED-AMOUNT
033800     ELSE
033900         ADD AH-TRANS-AMOUNT TO BW-SPEND-AMOUNT
034000         ADD 1 TO BW-TRANS-COUNT
034100     END-IF
034200     IF WS-HIST-MONTH-NO < BW-FIRST-MONTH-NO
034300         MOVE WS-HIST-MONTH-NO TO BW-FIRST-MONTH-NO
034400     END-IF
034500     REWRITE BASE-WORK-RECORD
034600     IF WS-WORK-STATUS NOT = '00'
034700         DISPLAY 'BASEWORK REWRITE FAILED, STATUS '
034800             WS-WORK-STATUS
034900         PERFORM 9900-ABEND-RUN
035000     END-IF.
035100
035200 3100-ACCUMULATE-HIST-NEXT.
035300     PERFORM 3200-READ-NEXT-HIST.
035400
035500 3200-READ-NEXT-HIST SECTION.
035600 3200-READ-HIST-START.
035700     READ FRAUD-HIST-FILE NEXT
035800         AT END
035900             MOVE 'Y' TO WS-WINDOW-DONE
036000     END-READ
036100     IF WS-WINDOW-DONE = 'N'
036200         AND AH-DATE(1:6) > WS-RUN-YYYYMM
036300         MOVE 'Y' TO WS-WINDOW-DONE
036400     END-IF.
036500
036600* WALK THE ACCUMULATED CARDS IN CARD ORDER. THE AVERAGE IS TAKEN
036700* OVER THE MONTHS FROM THE CARD'S FIRST SPEND IN THE WINDOW TO
036800* THE RUN MONTH, SO A CARD OPENED PART WAY THROUGH THE WINDOW IS
036900* NOT DILUTED BY MONTHS IT DID NOT EXIST.
037000 4000-REFRESH-BASELINES SECTION.
037100 4000-REFRESH-START.
037200     DISPLAY ' '
037300     DISPLAY 'BASELINE MOVEMENT EXCEPTIONS'
037400     DISPLAY '----------------------------'
037500     MOVE ZERO TO BW-CARD-NUMBER
037600     START BASE-WORK-FILE KEY >= BW-CARD-NUMBER
037700         INVALID KEY
037800             MOVE 'Y' TO WS-WORK-DONE
037900     END-START
038000     IF WS-WORK-DONE = 'N'
038100         PERFORM 4900-READ-NEXT-WORK
038200         PERFORM 4100-REFRESH-ONE-CARD
038300             UNTIL WS-WORK-DONE = 'Y'
038400     END-IF
038500     IF WS-EXCEPTION-COUNT = ZERO
038600         DISPLAY 'NONE'
038700     END-IF.
038800
038900 4100-REFRESH-ONE-CARD SECTION.
039000 4100-REFRESH-CARD-START.
039100     COMPUTE WS-HISTORY-MONTHS =
039200         WS-RUN-MONTH-NO - BW-FIRST-MONTH-NO + 1
039300     IF WS-HISTORY-MONTHS < WS-MIN-MONTHS
039400         OR BW-TRANS-COUNT = ZERO
039500         ADD 1 TO WS-CARDS-SHORT
039600         GO TO 4100-REFRESH-CARD-NEXT
039700     END-IF
039800
039900     MOVE BW-CARD-NUMBER TO CUST-CARD-NUMBER
040000     READ CUSTOMER-FILE
040100         INVALID KEY
040200             ADD 1 TO WS-CARDS-NOT-ON-FILE
040300             GO TO 4100-REFRESH-CARD-NEXT
040400     END-READ
040500     MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
040600
040700     IF BW-REVERSED-AMOUNT < BW-SPEND-AMOUNT
040800         COMPUTE WS-NET-SPEND =
040900             BW-SPEND-AMOUNT - BW-REVERSED-AMOUNT
041000     ELSE
041100         MOVE ZERO TO WS-NET-SPEND
041200     END-IF
041300     COMPUTE WS-NEW-BASELINE ROUNDED =
041400         WS-NET-SPEND / WS-HISTORY-MONTHS
041500     MOVE CUST-AVG-MONTHLY-SPEND TO WS-OLD-BASELINE
041600     IF WS-NEW-BASELINE = WS-OLD-BASELINE
041700         ADD 1 TO WS-CARDS-UNCHANGED
041800         GO TO 4100-REFRESH-CARD-NEXT
041900     END-IF
042000
042100     MOVE WS-NEW-BASELINE TO CUST-AVG-MONTHLY-SPEND
042200     REWRITE CUSTOMER-RECORD
042300     IF WS-CUST-STATUS NOT = '00'
042400         DISPLAY 'CUSTFILE REWRITE FAILED, STATUS '
042500             WS-CUST-STATUS
042600         PERFORM 9900-ABEND-RUN
042700     END-IF
042800     PERFORM 4200-WRITE-AUDIT-RECORD
042900     ADD 1 TO WS-CARDS-UPDATED
043000
043100* A CARD WITH NO PRIOR BASELINE HAS NOTHING TO MOVE FROM
043200     IF WS-OLD-BASELINE > ZERO
043300         PERFORM 4300-CHECK-MOVEMENT
043400     END-IF.
043500
043600 4100-REFRESH-CARD-NEXT.
043700     PERFORM 4900-READ-NEXT-WORK.
043800
043900 4200-WRITE-AUDIT-RECORD SECTION.
044000 4200-WRITE-AUDIT-START.
044100     MOVE WS-STAMP-DATE TO AUD-TIMESTAMP(1:8)
044200     MOVE WS-STAMP-TIME TO AUD-TIMESTAMP(9:6)
044300     MOVE 'S' TO AUD-ACTION
044400     MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
044500     MOVE CUSTOMER-RECORD TO AUD-AFTER-IMAGE
044600     MOVE SPACES TO AUD-FILLER
044700     WRITE AUDIT-RECORD
044800     IF WS-AUDIT-STATUS NOT = '00'
044900         DISPLAY 'CUSTAUDT WRITE FAILED, STATUS '
045000             WS-AUDIT-STATUS
045100         PERFORM 9900-ABEND-RUN
045200     END-IF.
045300
045400* A SHARP MOVE IN EITHER DIRECTION IS REPORTED - A JUMP CAN
045500* MEAN AN ACCOUNT TAKEOVER HAS ALREADY BEEN SPENDING
045600 4300-CHECK-MOVEMENT SECTION.
045700 4300-CHECK-MOVEMENT-START.
045800     IF WS-NEW-BASELINE > WS-OLD-BASELINE
045900         MOVE 'UP' TO WS-MOVE-DIRECTION
046000         COMPUTE WS-MOVE-PCT ROUNDED =
046100             (WS-NEW-BASELINE - WS-OLD-BASELINE) * 100
046200             / WS-OLD-BASELINE
046300     ELSE
046400         MOVE 'DOWN' TO WS-MOVE-DIRECTION
046500         COMPUTE WS-MOVE-PCT ROUNDED =
046600             (WS-OLD-BASELINE - WS-NEW-BASELINE) * 100
046700             / WS-OLD-BASELINE
046800     END-IF
046900     IF WS-MOVE-PCT > WS-CHANGE-PCT
047000         ADD 1 TO WS-EXCEPTION-COUNT
047100         MOVE WS-OLD-BASELINE TO WS-DISPLAY-OLD
047200         MOVE WS-NEW-BASELINE TO WS-DISPLAY-NEW
047300         MOVE WS-MOVE-PCT TO WS-DISPLAY-PCT
047400         DISPLAY 'CARD ' CUST-CARD-NUMBER
047500             ' OLD ' WS-DISPLAY-OLD
047600             ' NEW ' WS-DISPLAY-NEW
047700             ' ' WS-MOVE-DIRECTION ' ' WS-DISPLAY-PCT ' PCT'
047800     END-IF.
047900
048000 4900-READ-NEXT-WORK SECTION.
048100 4900-READ-WORK-START.
048200     READ BASE-WORK-FILE NEXT
048300         AT END
048400             MOVE 'Y' TO WS-WORK-DONE
048500     END-READ.
048600
048700 5000-FINALIZE-REFRESH SECTION.
048800 5000-FINALIZE-START.
048900     CLOSE FRAUD-HIST-FILE
049000     CLOSE BASE-WORK-FILE
049100     CLOSE CUSTOMER-FILE
049200     CLOSE AUDIT-FILE
049300
049400     MOVE WS-HIST-READ TO WS-RUN-READS
049500     MOVE WS-CARDS-UPDATED TO WS-RUN-WRITES
049600     PERFORM 9200-END-RUN-CONTROL
049700
049800     DISPLAY ' '
049900     DISPLAY 'HISTORY RECORDS READ:   ' WS-HIST-READ
050000     DISPLAY 'HISTORY RECORDS USED:   ' WS-HIST-USED
050100     DISPLAY 'CARDS WITH ACTIVITY:    ' WS-CARDS-SEEN
050200     DISPLAY 'BASELINES UPDATED:      ' WS-CARDS-UPDATED
050300     DISPLAY 'BASELINES UNCHANGED:    ' WS-CARDS-UNCHANGED
050400     DISPLAY 'SHORT HISTORY SKIPPED:  ' WS-CARDS-SHORT
050500     DISPLAY 'CARDS NOT ON CUSTFILE:  ' WS-CARDS-NOT-ON-FILE
050600     DISPLAY 'MOVEMENT EXCEPTIONS:    ' WS-EXCEPTION-COUNT
050700     DISPLAY 'BASELINE REFRESH COMPLETE'.
050800
050900 9000-START-RUN-CONTROL SECTION.
051000 9000-START-RUN-START.
051100     OPEN I-O RUN-CONTROL-FILE
051200     IF WS-RUNCTL-STATUS = '35'
051300         OPEN OUTPUT RUN-CONTROL-FILE
051400         CLOSE RUN-CONTROL-FILE
051500         OPEN I-O RUN-CONTROL-FILE
051600     END-IF
051700     IF WS-RUNCTL-STATUS NOT = '00'
051800         DISPLAY 'RUNCTL OPEN FAILED, STATUS ' WS-RUNCTL-STATUS
051900         MOVE 16 TO RETURN-CODE
052000         STOP RUN
052100     END-IF
052200     PERFORM 9100-GET-TIMESTAMP
052300     MOVE WS-RUN-PROGRAM-ID TO RC-PROGRAM-ID
052400     MOVE 'N' TO WS-RUNCTL-FOUND
052500     READ RUN-CONTROL-FILE
052600         INVALID KEY
052700             CONTINUE
052800         NOT INVALID KEY
052900             MOVE 'Y' TO WS-RUNCTL-FOUND
053000     END-READ
053100     MOVE WS-RUN-PROGRAM-ID TO RC-PROGRAM-ID
053200     MOVE WS-RUN-STAMP TO RC-START-TIMESTAMP
053300     MOVE ZERO TO RC-END-TIMESTAMP
053400     MOVE ZERO TO RC-RECORDS-READ
053500     MOVE ZERO TO RC-RECORDS-WRITTEN
053600     MOVE ZERO TO RC-COMPLETION-CODE
053700     MOVE 'R' TO RC-RUN-STATUS
053800     MOVE SPACES TO RC-FILLER
053900     IF WS-RUNCTL-FOUND = 'Y'
054000         REWRITE RUN-CONTROL-RECORD
054100     ELSE
054200         WRITE RUN-CONTROL-RECORD
054300     END-IF.
054400
054500 9100-GET-TIMESTAMP SECTION.
054600 9100-GET-TIMESTAMP-START.
054700     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
054800     ACCEPT WS-ACCEPT-TIME FROM TIME
054900     MOVE WS-ACCEPT-HHMMSS TO WS-STAMP-TIME.
055000
055100 9200-END-RUN-CONTROL SECTION.
055200 9200-END-RUN-START.
055300     PERFORM 9100-GET-TIMESTAMP
055400     MOVE WS-RUN-STAMP TO RC-END-TIMESTAMP
055500     MOVE WS-RUN-READS TO RC-RECORDS-READ
055600     MOVE WS-RUN-WRITES TO RC-RECORDS-WRITTEN
055700     MOVE WS-ABEND-CODE TO RC-COMPLETION-CODE
055800     IF WS-ABEND-CODE = ZERO
055900         MOVE 'C' TO RC-RUN-STATUS
056000     ELSE
056100         MOVE 'A' TO RC-RUN-STATUS
056200     END-IF
056300     REWRITE RUN-CONTROL-RECORD
056400     CLOSE RUN-CONTROL-FILE.
056500
056600 9900-ABEND-RUN SECTION.
056700 9900-ABEND-START.
056800     IF WS-ABEND-CODE = ZERO
056900         MOVE 16 TO WS-ABEND-CODE
057000     END-IF
057100     PERFORM 9200-END-RUN-CONTROL
057200     MOVE WS-ABEND-CODE TO RETURN-CODE
057300     DISPLAY 'RUN ABENDED, CODE ' WS-ABEND-CODE
057400     STOP RUN.
057500
057600 END PROGRAM FRAUD-BASELINE-REFRESH.
