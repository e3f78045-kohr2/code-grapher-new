002800     RECORD KEY IS CUST-CARD-NUMBER
002900 FILE STATUS IS WS-CUST-STATUS.
003000
003001     SELECT CASE-HIST-FILE ASSIGN TO 'CASEHIST'
003002     ORGANIZATION IS INDEXED
003003     ACCESS MODE IS DYNAMIC
003004     RECORD KEY IS CH-KEY
003005 FILE STATUS IS WS-CHIST-STATUS.
003006
003007     SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
003008     ORGANIZATION IS INDEXED
003009     ACCESS MODE IS DYNAMIC
003010     RECORD KEY IS RC-PROGRAM-ID
003011 FILE STATUS IS WS-RUNCTL-STATUS.
003012
003013     SELECT CLAIM-CASE-FILE ASSIGN TO 'CLMCASE'
003014     ORGANIZATION IS INDEXED
003015     ACCESS MODE IS DYNAMIC
003016     RECORD KEY IS CCASE-NUMBER
003017 FILE STATUS IS WS-CCASE-STATUS.
003100 DATA DIVISION.
003200 FILE SECTION.
003300
003900 05  DISP-NEW-STATUS         PIC X(2).
004000 05  DISP-ANALYST-ID         PIC X(8).
004100 05  DISP-ACTION-DATE        PIC 9(8).
004150 05  DISP-CASE-TYPE          PIC X.
004200 05  DISP-FILLER             PIC X(53).
004300
004400 FD  FRAUD-CASE-FILE
004500     RECORDING MODE IS F
007560 05  CUST-UNBLOCK-DATE       PIC 9(8).
007600 05  CUST-FILLER             PIC X(83).
007700
007701* CASE STATUS HISTORY - ONE RECORD PER DISPOSITION APPLIED,
007702* IN ACTION DATE ORDER WITHIN CASE
007703 FD  CASE-HIST-FILE
007704     RECORDING MODE IS F
007705 RECORD CONTAINS 80 CHARACTERS.
007706 01  CASE-HIST-RECORD.
007707 05  CH-KEY.
007708 10  CH-CASE-NUMBER          PIC 9(8).
007709 10  CH-ACTION-DATE          PIC 9(8).
007710 10  CH-RUN-STAMP            PIC 9(14).
007711 10  CH-SEQUENCE             PIC 9(5).
007712 05  CH-OLD-STATUS           PIC X(2).
007713 05  CH-NEW-STATUS           PIC X(2).
007714 05  CH-ANALYST-ID           PIC X(8).
007715 05  CH-CASE-TYPE            PIC X.
007716 05  CH-FILLER               PIC X(32).
007717 FD  RUN-CONTROL-FILE
007718     RECORDING MODE IS F
007719 RECORD CONTAINS 100 CHARACTERS.
007720 01  RUN-CONTROL-RECORD.
007721 05  RC-PROGRAM-ID           PIC X(30).
007722 05  RC-START-TIMESTAMP      PIC 9(14).
007723 05  RC-END-TIMESTAMP        PIC 9(14).
007724 05  RC-RECORDS-READ         PIC 9(7).
007725 05  RC-RECORDS-WRITTEN      PIC 9(7).
007726 05  RC-COMPLETION-CODE      PIC 9(2).
007727 05  RC-RUN-STATUS           PIC X(1).
007728 05  RC-FILLER               PIC X(25).
007730
007732* INSURANCE CLAIM CASES OPENED BY CLAIM-PROC. DISPOSITIONS
007734* CARRYING CASE TYPE 'C' ARE APPLIED HERE, ALL OTHERS TO
007736* FRAUDCASE. RECORD ZERO IS THE CASE NUMBER CONTROL RECORD
007738 FD  CLAIM-CASE-FILE
007740     RECORDING MODE IS F
007742 RECORD CONTAINS 200 CHARACTERS.
007744 01  CLAIM-CASE-RECORD.
007746 05  CCASE-NUMBER            PIC 9(8).
007748 05  CCASE-CLAIM-NUMBER      PIC X(10).
007750 05  CCASE-POLICY-NUMBER     PIC X(10).
007752 05  CCASE-RISK-SCORE        PIC 9(4).
007754 05  CCASE-CLAIM-AMOUNT      PIC 9(8)V99.
007756 05  CCASE-RULES-TRIGGERED   PIC X(50).
007758 05  CCASE-STATUS-CODE       PIC X(2).
007760 05  CCASE-ANALYST-ID        PIC X(8).
007762 05  CCASE-OPEN-DATE         PIC 9(8).
007764 05  CCASE-CLOSE-DATE        PIC 9(8).
007766 05  CCASE-FILLER            PIC X(82).
007800 WORKING-STORAGE SECTION.
007900
008000* File status variables
008100 01  WS-DISP-STATUS          PIC XX.
008200 01  WS-CASE-STATUS          PIC XX.
008300 01  WS-CUST-STATUS          PIC XX.
008310 01  WS-CHIST-STATUS         PIC XX.
008320 01  WS-CCASE-STATUS         PIC XX.
008400
008500* Working variables
008600 01  WS-DISP-VALID           PIC X VALUE 'N'.
008800 01  WS-DISP-APPLIED         PIC 9(5) VALUE ZERO.
008900 01  WS-DISP-REJECTED        PIC 9(5) VALUE ZERO.
009000 01  WS-CUST-RESTORED        PIC 9(5) VALUE ZERO.
009010 01  WS-OLD-STATUS           PIC X(2).
009020 01  WS-CCASE-OPEN           PIC X VALUE 'N'.
009030 01  WS-CLAIM-APPLIED        PIC 9(5) VALUE ZERO.
009100
009101
009102* Run control
010500     DISPLAY 'DISPOSITIONS APPLIED:  ' WS-DISP-APPLIED
010600     DISPLAY 'DISPOSITIONS REJECTED: ' WS-DISP-REJECTED
010700     DISPLAY 'CUSTOMERS RESTORED:    ' WS-CUST-RESTORED
010750     DISPLAY 'CLAIM CASES UPDATED:   ' WS-CLAIM-APPLIED
010800
010900     STOP RUN.
011000
011540         DISPLAY 'CUSTFILE OPEN FAILED, STATUS ' WS-CUST-STATUS
011560         PERFORM 9900-ABEND-RUN
011580     END-IF
011582     OPEN I-O CASE-HIST-FILE
011584     IF WS-CHIST-STATUS = '35'
011586         OPEN OUTPUT CASE-HIST-FILE
011588         CLOSE CASE-HIST-FILE
011590         OPEN I-O CASE-HIST-FILE
011592     END-IF
011594     IF WS-CHIST-STATUS NOT = '00'
011596         DISPLAY 'CASEHIST OPEN FAILED, STATUS ' WS-CHIST-STATUS
011598         PERFORM 9900-ABEND-RUN
011599     END-IF
011600
011610* CLAIM CASES ARE WORKED ONLY WHERE CLAIM SCREENING HAS RUN
011620     OPEN I-O CLAIM-CASE-FILE
011630     IF WS-CCASE-STATUS = '00'
011640         MOVE 'Y' TO WS-CCASE-OPEN
011650     ELSE
011660         DISPLAY 'CLMCASE NOT AVAILABLE, STATUS ' WS-CCASE-STATUS
011670     END-IF
011680
011700     READ DISPOSITION-FILE
011800     END-READ.
011900
012300
012400     PERFORM 3100-VALIDATE-DISPOSITION
012500     IF WS-DISP-VALID = 'Y'
012550         IF DISP-CASE-TYPE = 'C'
012560             PERFORM 3400-APPLY-CLAIM-DISPOSITION
012570         ELSE
012600             PERFORM 3200-APPLY-DISPOSITION
012650         END-IF
012700     ELSE
012800         ADD 1 TO WS-DISP-REJECTED
012900     END-IF
014200             ' FOR CASE ' DISP-CASE-NUMBER
014300         GO TO 3100-VALIDATE-EXIT
014400     END-IF
014405
014410     IF DISP-CASE-TYPE NOT = SPACE AND DISP-CASE-TYPE NOT = 'C'
014415         DISPLAY 'INVALID CASE TYPE ' DISP-CASE-TYPE
014420             ' FOR CASE ' DISP-CASE-NUMBER
014425         GO TO 3100-VALIDATE-EXIT
014430     END-IF
014435
014440     IF DISP-CASE-TYPE = 'C'
014445         PERFORM 3150-VALIDATE-CLAIM-CASE
014450         GO TO 3100-VALIDATE-EXIT
014455     END-IF
014500
014600     MOVE DISP-CASE-NUMBER TO CASE-NUMBER
014700     READ FRAUD-CASE-FILE
015900
016000 3100-VALIDATE-EXIT.
016100     EXIT.
016105
016110 3150-VALIDATE-CLAIM-CASE SECTION.
016115 3150-VALIDATE-CLAIM-START.
016120     IF WS-CCASE-OPEN NOT = 'Y'
016125         DISPLAY 'NO CLAIM CASE FILE FOR CASE ' DISP-CASE-NUMBER
016130         GO TO 3150-VALIDATE-CLAIM-EXIT
016135     END-IF
016140
016145     IF DISP-CASE-NUMBER = ZERO
016150         DISPLAY 'CLAIM CASE NOT FOUND: ' DISP-CASE-NUMBER
016155         GO TO 3150-VALIDATE-CLAIM-EXIT
016160     END-IF
016165
016170     MOVE DISP-CASE-NUMBER TO CCASE-NUMBER
016172     READ CLAIM-CASE-FILE
016174         INVALID KEY
016176             DISPLAY 'CLAIM CASE NOT FOUND: ' DISP-CASE-NUMBER
016178             GO TO 3150-VALIDATE-CLAIM-EXIT
016180     END-READ
016182
016184     IF CCASE-STATUS-CODE = 'CF' OR CCASE-STATUS-CODE = 'FP'
016186         DISPLAY 'CLAIM CASE ALREADY CLOSED: ' DISP-CASE-NUMBER
016188         GO TO 3150-VALIDATE-CLAIM-EXIT
016190     END-IF
016192
016194     MOVE 'Y' TO WS-DISP-VALID.
016195
016196 3150-VALIDATE-CLAIM-EXIT.
016198     EXIT.
016200
016300 3200-APPLY-DISPOSITION SECTION.
016400 3200-APPLY-START.
016450     MOVE CASE-STATUS-CODE TO WS-OLD-STATUS
016500     MOVE DISP-NEW-STATUS TO CASE-STATUS-CODE
016600     MOVE DISP-ANALYST-ID TO CASE-ANALYST-ID
016700
017650             WS-CASE-STATUS
017660         PERFORM 9900-ABEND-RUN
017680     END-IF
017690     PERFORM 3250-WRITE-CASE-HISTORY
017700     ADD 1 TO WS-DISP-APPLIED.
017704
017708 3250-WRITE-CASE-HISTORY SECTION.
017712 3250-WRITE-HISTORY-START.
017716     MOVE DISP-CASE-NUMBER TO CH-CASE-NUMBER
017720     MOVE DISP-ACTION-DATE TO CH-ACTION-DATE
017724     MOVE WS-RUN-STAMP TO CH-RUN-STAMP
017728     MOVE WS-DISP-READ TO CH-SEQUENCE
017732     MOVE WS-OLD-STATUS TO CH-OLD-STATUS
017736     MOVE DISP-NEW-STATUS TO CH-NEW-STATUS
017740     MOVE DISP-ANALYST-ID TO CH-ANALYST-ID
017742     MOVE DISP-CASE-TYPE TO CH-CASE-TYPE
017744     MOVE SPACES TO CH-FILLER
017748     WRITE CASE-HIST-RECORD
017752     IF WS-CHIST-STATUS NOT = '00'
017756         DISPLAY 'CASEHIST WRITE FAILED, STATUS '
017760             WS-CHIST-STATUS
017764         PERFORM 9900-ABEND-RUN
017768     END-IF.
017800
017900 3300-RESTORE-CUSTOMER SECTION.
018000 3300-RESTORE-START.
018900             ADD 1 TO WS-CUST-RESTORED
019000     END-READ.
019100
019110* CLAIM CASES HAVE NO CARD TO RESTORE - A FALSE POSITIVE ONLY
019115* CLOSES THE CASE AND THE CLAIM IS RELEASED THROUGH APPROVAL
019120 3400-APPLY-CLAIM-DISPOSITION SECTION.
019125 3400-APPLY-CLAIM-START.
019130     MOVE CCASE-STATUS-CODE TO WS-OLD-STATUS
019135     MOVE DISP-NEW-STATUS TO CCASE-STATUS-CODE
019140     MOVE DISP-ANALYST-ID TO CCASE-ANALYST-ID
019145
019150     IF DISP-NEW-STATUS = 'CF' OR DISP-NEW-STATUS = 'FP'
019155         MOVE DISP-ACTION-DATE TO CCASE-CLOSE-DATE
019160     END-IF
019165
019170     REWRITE CLAIM-CASE-RECORD
019172     IF WS-CCASE-STATUS NOT = '00'
019174         DISPLAY 'CLMCASE REWRITE FAILED, STATUS '
019176             WS-CCASE-STATUS
019178         PERFORM 9900-ABEND-RUN
019180     END-IF
019182     PERFORM 3250-WRITE-CASE-HISTORY
019184     ADD 1 TO WS-DISP-APPLIED
019186     ADD 1 TO WS-CLAIM-APPLIED.
019190
019200 4000-FINALIZE-WORKFLOW SECTION.
019300 4000-FINALIZE-START.
019400     CLOSE DISPOSITION-FILE
019500     CLOSE FRAUD-CASE-FILE
019600     CLOSE CUSTOMER-FILE
019610     CLOSE CASE-HIST-FILE
019612     IF WS-CCASE-OPEN = 'Y'
019614         CLOSE CLAIM-CASE-FILE
019616     END-IF
019620
019640     MOVE WS-DISP-READ TO WS-RUN-READS
019660     MOVE WS-DISP-APPLIED TO WS-RUN-WRITES
