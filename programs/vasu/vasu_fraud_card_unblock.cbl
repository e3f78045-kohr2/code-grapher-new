002200     RECORD KEY IS CUST-CARD-NUMBER
002300 FILE STATUS IS WS-CUST-STATUS.
002400
002401     SELECT AUDIT-FILE ASSIGN TO 'CUSTAUDT'
002402     ORGANIZATION IS SEQUENTIAL
002403     ACCESS MODE IS SEQUENTIAL
002404 FILE STATUS IS WS-AUDIT-STATUS.
002405
002406     SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
002407     ORGANIZATION IS INDEXED
002408     ACCESS MODE IS DYNAMIC
002409     RECORD KEY IS RC-PROGRAM-ID
002410 FILE STATUS IS WS-RUNCTL-STATUS.
002500 DATA DIVISION.
002600 FILE SECTION.
002700
005500 05  CUST-UNBLOCK-DATE       PIC 9(8).
005600 05  CUST-FILLER             PIC X(83).
005700
005701 FD  AUDIT-FILE
005702     RECORDING MODE IS F
005703 RECORD CONTAINS 640 CHARACTERS.
005704 01  AUDIT-RECORD.
005705 05  AUD-TIMESTAMP           PIC 9(14).
005706 05  AUD-ACTION              PIC X(1).
005707 05  AUD-BEFORE-IMAGE        PIC X(300).
005708 05  AUD-AFTER-IMAGE         PIC X(300).
005709 05  AUD-FILLER              PIC X(25).
005710
005711 FD  RUN-CONTROL-FILE
005712     RECORDING MODE IS F
005713 RECORD CONTAINS 100 CHARACTERS.
005714 01  RUN-CONTROL-RECORD.
005715 05  RC-PROGRAM-ID           PIC X(30).
005716 05  RC-START-TIMESTAMP      PIC 9(14).
005717 05  RC-END-TIMESTAMP        PIC 9(14).
005718 05  RC-RECORDS-READ         PIC 9(7).
005719 05  RC-RECORDS-WRITTEN      PIC 9(7).
005720 05  RC-COMPLETION-CODE      PIC 9(2).
005721 05  RC-RUN-STATUS           PIC X(1).
005722 05  RC-FILLER               PIC X(25).
005800 WORKING-STORAGE SECTION.
005900
006000* File status variables
006100 01  WS-UNBLK-STATUS         PIC XX.
006200 01  WS-CUST-STATUS          PIC XX.
006210 01  WS-AUDIT-STATUS         PIC XX.
006300
006400* Working variables
006500 01  WS-UNBLK-READ           PIC 9(5) VALUE ZERO.
006600 01  WS-UNBLK-APPLIED        PIC 9(5) VALUE ZERO.
006700 01  WS-UNBLK-REJECTED       PIC 9(5) VALUE ZERO.
006710 01  WS-BEFORE-IMAGE         PIC X(300).
006800
006801
006802* Run control
009040         DISPLAY 'CUSTFILE OPEN FAILED, STATUS ' WS-CUST-STATUS
009060         PERFORM 9900-ABEND-RUN
009080     END-IF
009082     OPEN OUTPUT AUDIT-FILE
009084     IF WS-AUDIT-STATUS NOT = '00'
009086         DISPLAY 'CUSTAUDT OPEN FAILED, STATUS ' WS-AUDIT-STATUS
009088         PERFORM 9900-ABEND-RUN
009090     END-IF
009100
009200     IF WS-UNBLK-STATUS = '00'
009300         READ UNBLOCK-FILE
011500
011600 3100-LIFT-BLOCK SECTION.
011700 3100-LIFT-BLOCK-START.
011710* A REPLACED CARD STAYS DEAD - THE CUSTOMER CARRIES ON UNDER
011720* THE NEW CARD NUMBER ISSUED BY FRAUD-CARD-REISSUE
011730     IF CUST-BLOCK-STATUS = 'R'
011740         DISPLAY 'CARD REPLACED, CANNOT UNBLOCK: '
011750             UNBLK-CARD-NUMBER
011760         ADD 1 TO WS-UNBLK-REJECTED
011770         GO TO 3100-LIFT-BLOCK-EXIT
011780     END-IF
011800     IF CUST-BLOCK-STATUS NOT = 'B'
011900         DISPLAY 'CARD NOT BLOCKED: ' UNBLK-CARD-NUMBER
012000         ADD 1 TO WS-UNBLK-REJECTED
012100     ELSE
012150         MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
012200         MOVE 'U' TO CUST-BLOCK-STATUS
012300         MOVE UNBLK-DATE TO CUST-UNBLOCK-DATE
012400         MOVE 'N' TO CUST-FRAUD-FLAG
012500         REWRITE CUSTOMER-RECORD
012550         PERFORM 3200-WRITE-AUDIT-RECORD
012600         ADD 1 TO WS-UNBLK-APPLIED
012700     END-IF.
012710
012720 3100-LIFT-BLOCK-EXIT.
012730     EXIT.
012734
012738 3200-WRITE-AUDIT-RECORD SECTION.
012742 3200-WRITE-AUDIT-START.
012746     MOVE WS-STAMP-DATE TO AUD-TIMESTAMP(1:8)
012750     MOVE WS-STAMP-TIME TO AUD-TIMESTAMP(9:6)
012754     MOVE 'U' TO AUD-ACTION
012758     MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
012762     MOVE CUSTOMER-RECORD TO AUD-AFTER-IMAGE
012766     MOVE SPACES TO AUD-FILLER
012770     WRITE AUDIT-RECORD
012774     IF WS-AUDIT-STATUS NOT = '00'
012778         DISPLAY 'CUSTAUDT WRITE FAILED, STATUS '
012782             WS-AUDIT-STATUS
012786         PERFORM 9900-ABEND-RUN
012790     END-IF.
012800
012900 4000-FINALIZE-UNBLOCK SECTION.
013000 4000-FINALIZE-START.
013100     CLOSE UNBLOCK-FILE
013200     CLOSE CUSTOMER-FILE
013210     CLOSE AUDIT-FILE
013220
013240     MOVE WS-UNBLK-READ TO WS-RUN-READS
013260     MOVE WS-UNBLK-APPLIED TO WS-RUN-WRITES
