000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FRAUD-LOC-MAINT.
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
001400     SELECT LOC-TRANS-FILE ASSIGN TO 'LOCTRAN'
001500     ORGANIZATION IS SEQUENTIAL
001600     ACCESS MODE IS SEQUENTIAL
001700 FILE STATUS IS WS-TRANS-STATUS.
001800
001900     SELECT LOCATION-REF-FILE ASSIGN TO 'LOCREF'
002000     ORGANIZATION IS INDEXED
002100     ACCESS MODE IS DYNAMIC
002200     RECORD KEY IS LR-KEY
002300 FILE STATUS IS WS-LOCREF-STATUS.
002400
002500     SELECT AUDIT-FILE ASSIGN TO 'LOCAUDT'
002600     ORGANIZATION IS SEQUENTIAL
002700     ACCESS MODE IS SEQUENTIAL
002800 FILE STATUS IS WS-AUDIT-STATUS.
002900
003000     SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
003100     ORGANIZATION IS INDEXED
003200     ACCESS MODE IS DYNAMIC
003300     RECORD KEY IS RC-PROGRAM-ID
003400 FILE STATUS IS WS-RUNCTL-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700
003800* LT-REC-TYPE 'C' MAINTAINS A COUNTRY (LT-LOCATION-CODE HOLDS
003900* THE COUNTRY CODE), 'L' A TRANSACTION OR MERCHANT LOCATION.
004000 FD  LOC-TRANS-FILE
004100     RECORDING MODE IS F
004200 RECORD CONTAINS 100 CHARACTERS.
004300 01  LOC-TRANS-RECORD.
004400 05  LT-ACTION               PIC X(1).
004500 05  LT-REC-TYPE             PIC X(1).
004600 05  LT-LOCATION-CODE        PIC X(30).
004700 05  LT-COUNTRY-CODE         PIC X(3).
004800 05  LT-REGION-CODE          PIC X(3).
004900 05  LT-LATITUDE             PIC S9(2)V9(4)
005000         SIGN IS LEADING SEPARATE.
005100 05  LT-LONGITUDE            PIC S9(3)V9(4)
005200         SIGN IS LEADING SEPARATE.
005300 05  LT-HIGH-RISK-FLAG       PIC X(1).
005400 05  LT-FILLER               PIC X(46).
005500
005600* LOCATION REFERENCE FILE READ BY THE SCORING ENGINE AND THE
005700* SHADOW SCORE FOR THE IMPOSSIBLE TRAVEL RULE.
005800 FD  LOCATION-REF-FILE
005900     RECORDING MODE IS F
006000 RECORD CONTAINS 100 CHARACTERS.
006100 01  LOCATION-REF-RECORD.
006200 05  LR-KEY.
006300 10  LR-REC-TYPE             PIC X(1).
006400 10  LR-LOCATION-CODE        PIC X(30).
006500 05  LR-COUNTRY-CODE         PIC X(3).
006600 05  LR-REGION-CODE          PIC X(3).
006700 05  LR-LATITUDE             PIC S9(2)V9(4)
006800         SIGN IS LEADING SEPARATE.
006900 05  LR-LONGITUDE            PIC S9(3)V9(4)
007000         SIGN IS LEADING SEPARATE.
007100 05  LR-HIGH-RISK-FLAG       PIC X(1).
007200 05  LR-LAST-MAINT-DATE      PIC 9(8).
007300 05  LR-FILLER               PIC X(39).
007400
007500 FD  AUDIT-FILE
007600     RECORDING MODE IS F
007700 RECORD CONTAINS 250 CHARACTERS.
007800 01  AUDIT-RECORD.
007900 05  AUD-TIMESTAMP           PIC 9(14).
008000 05  AUD-ACTION              PIC X(1).
008100 05  AUD-BEFORE-IMAGE        PIC X(100).
008200 05  AUD-AFTER-IMAGE         PIC X(100).
008300 05  AUD-FILLER              PIC X(35).
008400
008500 FD  RUN-CONTROL-FILE
008600     RECORDING MODE IS F
008700 RECORD CONTAINS 100 CHARACTERS.
008800 01  RUN-CONTROL-RECORD.
008900 05  RC-PROGRAM-ID           PIC X(30).
009000 05  RC-START-TIMESTAMP      PIC 9(14).
009100 05  RC-END-TIMESTAMP        PIC 9(14).
009200 05  RC-RECORDS-READ         PIC 9(7).
009300 05  RC-RECORDS-WRITTEN      PIC 9(7).
009400 05  RC-COMPLETION-CODE      PIC 9(2).
009500 05  RC-RUN-STATUS           PIC X(1).
009600 05  RC-FILLER               PIC X(25).
009700 WORKING-STORAGE SECTION.
009800
009900* File status variables
010000 01  WS-TRANS-STATUS         PIC XX.
010100 01  WS-LOCREF-STATUS        PIC XX.
010200 01  WS-AUDIT-STATUS         PIC XX.
010300
010400* Working variables
010500 01  WS-ERROR-REASON         PIC X(30).
010600 01  WS-LOC-EXISTS           PIC X VALUE 'N'.
010700 01  WS-BEFORE-IMAGE         PIC X(100).
010800
010900 01  WS-MAINT-COUNTS.
011000 05  WS-TRANS-READ           PIC 9(5) VALUE ZERO.
011100 05  WS-LOCS-ADDED           PIC 9(5) VALUE ZERO.
011200 05  WS-LOCS-CHANGED         PIC 9(5) VALUE ZERO.
011300 05  WS-LOCS-DELETED         PIC 9(5) VALUE ZERO.
011400 05  WS-TRANS-REJECTED       PIC 9(5) VALUE ZERO.
011500
011600* Run control
011700 01  WS-RUNCTL-STATUS        PIC XX.
011800 01  WS-RUN-PROGRAM-ID       PIC X(30) VALUE
011900     'FRAUD-LOC-MAINT'.
012000 01  WS-RUNCTL-FOUND         PIC X VALUE 'N'.
012100 01  WS-ABEND-CODE           PIC 9(2) VALUE ZERO.
012200 01  WS-RUN-READS            PIC 9(7) VALUE ZERO.
012300 01  WS-RUN-WRITES           PIC 9(7) VALUE ZERO.
012400 01  WS-RUN-STAMP.
012500 05  WS-STAMP-DATE           PIC 9(8).
012600 05  WS-STAMP-TIME           PIC 9(6).
012700 01  WS-ACCEPT-TIME.
012800 05  WS-ACCEPT-HHMMSS        PIC 9(6).
012900 05  WS-ACCEPT-HUND          PIC 9(2).
013000 PROCEDURE DIVISION.
013100
013200 1000-MAIN-PROCESSING SECTION.
013300 1000-MAIN-START.
013400     DISPLAY 'FRAUD LOCATION REFERENCE MAINTENANCE'
013500     DISPLAY '===================================='
013600
013700     PERFORM 9000-START-RUN-CONTROL
013800     PERFORM 2000-INITIALIZE-MAINT
013900     PERFORM 3000-PROCESS-ONE-TRANS
014000         UNTIL WS-TRANS-STATUS = '10'
014100     PERFORM 4000-FINALIZE-MAINT
014200
014300     STOP RUN.
014400
014500 2000-INITIALIZE-MAINT SECTION.
014600 2000-INIT-START.
014700     OPEN INPUT LOC-TRANS-FILE
014800     IF WS-TRANS-STATUS NOT = '00'
014900         DISPLAY 'NO MAINTENANCE FILE, STATUS ' WS-TRANS-STATUS
015000         MOVE '10' TO WS-TRANS-STATUS
015100     END-IF
015200     OPEN I-O LOCATION-REF-FILE
015300     IF WS-LOCREF-STATUS = '35'
015400         OPEN OUTPUT LOCATION-REF-FILE
015500         CLOSE LOCATION-REF-FILE
015600         OPEN I-O LOCATION-REF-FILE
015700     END-IF
015800     IF WS-LOCREF-STATUS NOT = '00'
015900         DISPLAY 'LOCREF OPEN FAILED, STATUS ' WS-LOCREF-STATUS
016000         PERFORM 9900-ABEND-RUN
016100     END-IF
016200     OPEN OUTPUT AUDIT-FILE
016300     IF WS-AUDIT-STATUS NOT = '00'
016400         DISPLAY 'LOCAUDT OPEN FAILED, STATUS ' WS-AUDIT-STATUS
016500         PERFORM 9900-ABEND-RUN
016600     END-IF
016700
016800     IF WS-TRANS-STATUS = '00'
016900         READ LOC-TRANS-FILE
017000         END-READ
017100     END-IF.
017200
017300 3000-PROCESS-ONE-TRANS SECTION.
017400 3000-PROCESS-START.
017500     ADD 1 TO WS-TRANS-READ
017600     PERFORM 3100-VALIDATE-TRANS
017700
017800     IF WS-ERROR-REASON = SPACES
017900         PERFORM 3200-LOOKUP-LOCATION
018000         EVALUATE LT-ACTION
018100             WHEN 'A'
018200                 PERFORM 3300-ADD-LOCATION
018300             WHEN 'C'
018400                 PERFORM 3400-CHANGE-LOCATION
018500             WHEN 'D'
018600                 PERFORM 3500-DELETE-LOCATION
018700         END-EVALUATE
018800     END-IF
018900
019000     IF WS-ERROR-REASON NOT = SPACES
019100         ADD 1 TO WS-TRANS-REJECTED
019200         DISPLAY 'REJECTED: ' LT-ACTION ' ' LT-REC-TYPE ' '
019300             LT-LOCATION-CODE ' - ' WS-ERROR-REASON
019400     END-IF
019500
019600     READ LOC-TRANS-FILE
019700     END-READ.
019800
019900 3100-VALIDATE-TRANS SECTION.
020000 3100-VALIDATE-START.
020100     MOVE SPACES TO WS-ERROR-REASON
020200
020300     IF LT-ACTION NOT = 'A' AND LT-ACTION NOT = 'C'
020400         AND LT-ACTION NOT = 'D'
020500         MOVE 'INVALID ACTION CODE' TO WS-ERROR-REASON
020600         GO TO 3100-VALIDATE-EXIT
020700     END-IF
020800
020900     IF LT-REC-TYPE NOT = 'C' AND LT-REC-TYPE NOT = 'L'
021000         MOVE 'RECORD TYPE NOT C OR L' TO WS-ERROR-REASON
021100         GO TO 3100-VALIDATE-EXIT
021200     END-IF
021300
021400     IF LT-LOCATION-CODE = SPACES
021500         MOVE 'LOCATION CODE MISSING' TO WS-ERROR-REASON
021600         GO TO 3100-VALIDATE-EXIT
021700     END-IF
021800
021900     IF LT-ACTION = 'D'
022000         GO TO 3100-VALIDATE-EXIT
022100     END-IF
022200
022300     IF LT-REC-TYPE = 'C'
022400         IF LT-HIGH-RISK-FLAG NOT = 'Y'
022500             AND LT-HIGH-RISK-FLAG NOT = 'N'
022600             MOVE 'HIGH RISK FLAG NOT Y OR N' TO WS-ERROR-REASON
022700         END-IF
022800         GO TO 3100-VALIDATE-EXIT
022900     END-IF
023000
023100     IF LT-COUNTRY-CODE = SPACES
023200         MOVE 'COUNTRY CODE MISSING' TO WS-ERROR-REASON
023300         GO TO 3100-VALIDATE-EXIT
023400     END-IF
023500     IF LT-LATITUDE NOT NUMERIC
023600         MOVE 'LATITUDE NOT NUMERIC' TO WS-ERROR-REASON
023700         GO TO 3100-VALIDATE-EXIT
023800     END-IF
023900     IF LT-LONGITUDE NOT NUMERIC
024000         MOVE 'LONGITUDE NOT NUMERIC' TO WS-ERROR-REASON
024100         GO TO 3100-VALIDATE-EXIT
024200     END-IF
024300     IF LT-LATITUDE > 90 OR LT-LATITUDE < -90
024400         MOVE 'LATITUDE OUT OF RANGE' TO WS-ERROR-REASON
024500         GO TO 3100-VALIDATE-EXIT
024600     END-IF
024700     IF LT-LONGITUDE > 180 OR LT-LONGITUDE < -180
024800         MOVE 'LONGITUDE OUT OF RANGE' TO WS-ERROR-REASON
024900         GO TO 3100-VALIDATE-EXIT
025000     END-IF
025100
025200* A LOCATION MAY ONLY POINT AT A COUNTRY ALREADY ON FILE
025300     MOVE 'C' TO LR-REC-TYPE
025400     MOVE LT-COUNTRY-CODE TO LR-LOCATION-CODE
025500     READ LOCATION-REF-FILE
025600         INVALID KEY
025700             MOVE 'COUNTRY NOT ON FILE' TO WS-ERROR-REASON
025800     END-READ.
025900
026000 3100-VALIDATE-EXIT.
026100     EXIT.
026200
026300 3200-LOOKUP-LOCATION SECTION.
026400 3200-LOOKUP-START.
026500     MOVE 'N' TO WS-LOC-EXISTS
026600     MOVE LT-REC-TYPE TO LR-REC-TYPE
026700     MOVE LT-LOCATION-CODE TO LR-LOCATION-CODE
026800     READ LOCATION-REF-FILE
026900         INVALID KEY
027000             MOVE SPACES TO WS-BEFORE-IMAGE
027100         NOT INVALID KEY
027200             MOVE 'Y' TO WS-LOC-EXISTS
027300             MOVE LOCATION-REF-RECORD TO WS-BEFORE-IMAGE
027400     END-READ.
027500
027600 3300-ADD-LOCATION SECTION.
027700 3300-ADD-START.
027800     IF WS-LOC-EXISTS = 'Y'
027900         MOVE 'LOCATION ALREADY ON FILE' TO WS-ERROR-REASON
028000     ELSE
028100         PERFORM 3600-BUILD-LOC-RECORD
028200         WRITE LOCATION-REF-RECORD
028300         PERFORM 3700-WRITE-AUDIT-RECORD
028400         ADD 1 TO WS-LOCS-ADDED
028500     END-IF.
028600
028700 3400-CHANGE-LOCATION SECTION.
028800 3400-CHANGE-START.
028900     IF WS-LOC-EXISTS = 'N'
029000         MOVE 'LOCATION NOT ON FILE' TO WS-ERROR-REASON
029100     ELSE
029200         PERFORM 3600-BUILD-LOC-RECORD
029300         REWRITE LOCATION-REF-RECORD
029400         PERFORM 3700-WRITE-AUDIT-RECORD
029500         ADD 1 TO WS-LOCS-CHANGED
029600     END-IF.
029700
029800 3500-DELETE-LOCATION SECTION.
029900 3500-DELETE-START.
030000     IF WS-LOC-EXISTS = 'N'
030100         MOVE 'LOCATION NOT ON FILE' TO WS-ERROR-REASON
030200     ELSE
030300         DELETE LOCATION-REF-FILE
030400         MOVE SPACES TO LOCATION-REF-RECORD
030500         PERFORM 3700-WRITE-AUDIT-RECORD
030600         ADD 1 TO WS-LOCS-DELETED
030700     END-IF.
030800
030900* A COUNTRY RECORD CARRIES ITS OWN CODE AS THE COUNTRY CODE AND
031000* NO COORDINATES
031100 3600-BUILD-LOC-RECORD SECTION.
031200 3600-BUILD-START.
031300     MOVE LT-REC-TYPE TO LR-REC-TYPE
031400     MOVE LT-LOCATION-CODE TO LR-LOCATION-CODE
031500     MOVE LT-REGION-CODE TO LR-REGION-CODE
031600     IF LT-REC-TYPE = 'C'
031700         MOVE LT-LOCATION-CODE TO LR-COUNTRY-CODE
031800         MOVE ZERO TO LR-LATITUDE
031900         MOVE ZERO TO LR-LONGITUDE
032000         MOVE LT-HIGH-RISK-FLAG TO LR-HIGH-RISK-FLAG
032100     ELSE
032200         MOVE LT-COUNTRY-CODE TO LR-COUNTRY-CODE
032300         MOVE LT-LATITUDE TO LR-LATITUDE
032400         MOVE LT-LONGITUDE TO LR-LONGITUDE
032500         MOVE 'N' TO LR-HIGH-RISK-FLAG
032600     END-IF
032700     MOVE WS-STAMP-DATE TO LR-LAST-MAINT-DATE
032800     MOVE SPACES TO LR-FILLER.
032900
033000 3700-WRITE-AUDIT-RECORD SECTION.
033100 3700-WRITE-AUDIT-START.
033200     MOVE WS-STAMP-DATE TO AUD-TIMESTAMP(1:8)
033300     MOVE WS-STAMP-TIME TO AUD-TIMESTAMP(9:6)
033400     MOVE LT-ACTION TO AUD-ACTION
033500     MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
033600     MOVE LOCATION-REF-RECORD TO AUD-AFTER-IMAGE
033700     MOVE SPACES TO AUD-FILLER
033800     WRITE AUDIT-RECORD
033900     IF WS-AUDIT-STATUS NOT = '00'
034000         DISPLAY 'LOCAUDT WRITE FAILED, STATUS '
034100             WS-AUDIT-STATUS
034200         PERFORM 9900-ABEND-RUN
034300     END-IF.
034400
034500 4000-FINALIZE-MAINT SECTION.
034600 4000-FINALIZE-START.
034700     CLOSE LOC-TRANS-FILE
034800     CLOSE LOCATION-REF-FILE
034900     CLOSE AUDIT-FILE
035000
035100     MOVE WS-TRANS-READ TO WS-RUN-READS
035200     COMPUTE WS-RUN-WRITES = WS-LOCS-ADDED
035300         + WS-LOCS-CHANGED + WS-LOCS-DELETED
035400     PERFORM 9200-END-RUN-CONTROL
035500
035600     DISPLAY 'TRANSACTIONS READ: ' WS-TRANS-READ
035700     DISPLAY 'LOCATIONS ADDED:   ' WS-LOCS-ADDED
035800     DISPLAY 'LOCATIONS CHANGED: ' WS-LOCS-CHANGED
035900     DISPLAY 'LOCATIONS DELETED: ' WS-LOCS-DELETED
036000     DISPLAY 'TRANS REJECTED:    ' WS-TRANS-REJECTED
036100     DISPLAY 'LOCATION MAINTENANCE COMPLETE'.
036200
036300 9000-START-RUN-CONTROL SECTION.
036400 9000-START-RUN-START.
036500     OPEN I-O RUN-CONTROL-FILE
036600     IF WS-RUNCTL-STATUS = '35'
036700         OPEN OUTPUT RUN-CONTROL-FILE
036800         CLOSE RUN-CONTROL-FILE
036900         OPEN I-O RUN-CONTROL-FILE
037000     END-IF
037100     IF WS-RUNCTL-STATUS NOT = '00'
037200         DISPLAY 'RUNCTL OPEN FAILED, STATUS ' WS-RUNCTL-STATUS
037300         MOVE 16 TO RETURN-CODE
037400         STOP RUN
037500     END-IF
037600     PERFORM 9100-GET-TIMESTAMP
037700     MOVE WS-RUN-PROGRAM-ID TO RC-PROGRAM-ID
037800     MOVE 'N' TO WS-RUNCTL-FOUND
037900     READ RUN-CONTROL-FILE
038000         INVALID KEY
038100             CONTINUE
038200         NOT INVALID KEY
038300             MOVE 'Y' TO WS-RUNCTL-FOUND
038400     END-READ
038500     MOVE WS-RUN-PROGRAM-ID TO RC-PROGRAM-ID
038600     MOVE WS-RUN-STAMP TO RC-START-TIMESTAMP
038700     MOVE ZERO TO RC-END-TIMESTAMP
038800     MOVE ZERO TO RC-RECORDS-READ
038900     MOVE ZERO TO RC-RECORDS-WRITTEN
039000     MOVE ZERO TO RC-COMPLETION-CODE
039100     MOVE 'R' TO RC-RUN-STATUS
039200     MOVE SPACES TO RC-FILLER
039300     IF WS-RUNCTL-FOUND = 'Y'
039400         REWRITE RUN-CONTROL-RECORD
039500     ELSE
039600         WRITE RUN-CONTROL-RECORD
039700     END-IF.
039800
039900 9100-GET-TIMESTAMP SECTION.
040000 9100-GET-TIMESTAMP-START.
040100     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
040200     ACCEPT WS-ACCEPT-TIME FROM TIME
040300     MOVE WS-ACCEPT-HHMMSS TO WS-STAMP-TIME.
040400
040500 9200-END-RUN-CONTROL SECTION.
040600 9200-END-RUN-START.
040700     PERFORM 9100-GET-TIMESTAMP
040800     MOVE WS-RUN-STAMP TO RC-END-TIMESTAMP
040900     MOVE WS-RUN-READS TO RC-RECORDS-READ
041000     MOVE WS-RUN-WRITES TO RC-RECORDS-WRITTEN
041100     MOVE WS-ABEND-CODE TO RC-COMPLETION-CODE
041200     IF WS-ABEND-CODE = ZERO
041300         MOVE 'C' TO RC-RUN-STATUS
041400     ELSE
041500         MOVE 'A' TO RC-RUN-STATUS
041600     END-IF
041700     REWRITE RUN-CONTROL-RECORD
041800     CLOSE RUN-CONTROL-FILE.
041900
042000 9900-ABEND-RUN SECTION.
042100 9900-ABEND-START.
042200     IF WS-ABEND-CODE = ZERO
042300         MOVE 16 TO WS-ABEND-CODE
042400     END-IF
042500     PERFORM 9200-END-RUN-CONTROL
042600     MOVE WS-ABEND-CODE TO RETURN-CODE
042700     DISPLAY 'RUN ABENDED, CODE ' WS-ABEND-CODE
042800     STOP RUN.
042900
043000 END PROGRAM FRAUD-LOC-MAINT.
