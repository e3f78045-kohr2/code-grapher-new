005600     ACCESS MODE IS DYNAMIC
005700     RECORD KEY IS RC-PROGRAM-ID
005800 FILE STATUS IS WS-RUNCTL-STATUS.
005807
005814     SELECT LOCATION-REF-FILE ASSIGN TO 'LOCREF'
005821     ORGANIZATION IS INDEXED
005828     ACCESS MODE IS DYNAMIC
005835     RECORD KEY IS LR-KEY
005842 FILE STATUS IS WS-LOCREF-STATUS.
005849
005856     SELECT CARD-LOCATION-FILE ASSIGN TO 'CARDLOC'
005863     ORGANIZATION IS INDEXED
005870     ACCESS MODE IS DYNAMIC
005877     RECORD KEY IS CL-CARD-NUMBER
005884 FILE STATUS IS WS-CARDLOC-STATUS.
005886
005888     SELECT AT-RISK-FILE ASSIGN TO 'ATRISK'
005890     ORGANIZATION IS INDEXED
005892     ACCESS MODE IS DYNAMIC
005894     RECORD KEY IS AR-CARD-NUMBER
005896 FILE STATUS IS WS-ATRISK-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100
017500 05  RC-COMPLETION-CODE      PIC 9(2).
017600 05  RC-RUN-STATUS           PIC X(1).
017700 05  RC-FILLER               PIC X(25).
017702
017704* LOCATION REFERENCE, MAINTAINED BY FRAUD-LOC-MAINT
017706 FD  LOCATION-REF-FILE
017708     RECORDING MODE IS F
017710 RECORD CONTAINS 100 CHARACTERS.
017712 01  LOCATION-REF-RECORD.
017714 05  LR-KEY.
017716 10  LR-REC-TYPE             PIC X(1).
017718 10  LR-LOCATION-CODE        PIC X(30).
017720 05  LR-COUNTRY-CODE         PIC X(3).
017722 05  LR-REGION-CODE          PIC X(3).
017724 05  LR-LATITUDE             PIC S9(2)V9(4)
017726         SIGN IS LEADING SEPARATE.
017728 05  LR-LONGITUDE            PIC S9(3)V9(4)
017730         SIGN IS LEADING SEPARATE.
017732 05  LR-HIGH-RISK-FLAG       PIC X(1).
017734 05  LR-LAST-MAINT-DATE      PIC 9(8).
017736 05  LR-FILLER               PIC X(39).
017738
017740* LAST TWO LOCATIONS SEEN FOR EACH CARD, KEPT BY THE ENGINE
017742 FD  CARD-LOCATION-FILE
017744     RECORDING MODE IS F
017746 RECORD CONTAINS 200 CHARACTERS.
017748 01  CARD-LOCATION-RECORD.
017750 05  CL-CARD-NUMBER          PIC 9(16).
017752 05  CL-LAST-SEEN.
017754 10  CL-LOCATION-CODE        PIC X(30).
017756 10  CL-COUNTRY-CODE         PIC X(3).
017758 10  CL-LATITUDE             PIC S9(2)V9(4)
017760         SIGN IS LEADING SEPARATE.
017762 10  CL-LONGITUDE            PIC S9(3)V9(4)
017764         SIGN IS LEADING SEPARATE.
017766 10  CL-TRANS-DATE           PIC 9(8).
017768 10  CL-TRANS-TIME           PIC 9(6).
017770 10  CL-TRANS-ID             PIC 9(12).
017772 05  CL-PRIOR-SEEN.
017774 10  CL-PRIOR-LOCATION-CODE  PIC X(30).
017776 10  CL-PRIOR-COUNTRY-CODE   PIC X(3).
017778 10  CL-PRIOR-LATITUDE       PIC S9(2)V9(4)
017780         SIGN IS LEADING SEPARATE.
017782 10  CL-PRIOR-LONGITUDE      PIC S9(3)V9(4)
017784         SIGN IS LEADING SEPARATE.
017786 10  CL-PRIOR-TRANS-DATE     PIC 9(8).
017788 10  CL-PRIOR-TRANS-TIME     PIC 9(6).
017790 10  CL-PRIOR-TRANS-ID       PIC 9(12).
017792 05  CL-FILLER               PIC X(36).
017798
017804* AT-RISK CARD WATCH LIST, BUILT BY FRAUD-CPP-ANALYSIS
017810 FD  AT-RISK-FILE
017816     RECORDING MODE IS F
017822 RECORD CONTAINS 100 CHARACTERS.
017828 01  AT-RISK-RECORD.
017834 05  AR-CARD-NUMBER          PIC 9(16).
017840 05  AR-WATCH-STATUS         PIC X(1).
017846 05  AR-MERCHANT-ID          PIC 9(8).
017852 05  AR-MERCHANT-COUNT       PIC 9(3).
017858 05  AR-EXPOSED-DATE         PIC 9(8).
017864 05  AR-LISTED-DATE          PIC 9(8).
017870 05  AR-LAST-LISTED-DATE     PIC 9(8).
017876 05  AR-EXPIRY-DATE          PIC 9(8).
017882 05  AR-REISSUE-DATE         PIC 9(8).
017888 05  AR-FILLER               PIC X(32).
017894 WORKING-STORAGE SECTION.
017900
018000* File status variables
018100 01  WS-TRANS-STATUS         PIC XX.
018500 01  WS-PARM-STATUS          PIC XX.
018600 01  WS-CAND-STATUS          PIC XX.
018700 01  WS-SHADOW-STATUS        PIC XX.
018710 01  WS-LOCREF-STATUS        PIC XX.
018720 01  WS-CARDLOC-STATUS       PIC XX.
018730 01  WS-ATRISK-STATUS        PIC XX.
018800
018900* Current parameter set, loaded from RULEPARM over the
019000* engine's shipped defaults
019100 01  WS-CURRENT-PARMS.
019200 05  WS-CUR-RULE OCCURS 12 TIMES.
019300 10  WS-CUR-WEIGHT           PIC 9(3).
019400 10  WS-CUR-WEIGHT-2         PIC 9(3).
019500 10  WS-CUR-T1               PIC 9(8)V99.
019600 10  WS-CUR-T2               PIC 9(8)V99.
019700 10  WS-CUR-ACTIVE           PIC X.
019800 05  WS-CUR-HIGH-THRESHOLD   PIC 9(3).
019810 05  WS-CUR-CASH-CUTOFF      PIC 9(8)V99.
019820 05  WS-CUR-CASH-THRESHOLD   PIC 9(3).
019900
020000* Candidate parameter set, loaded from CANDPARM. Effective
020100* dates are ignored here - a what-if run evaluates the
020200* candidate values as they stand.
020300 01  WS-CAND-PARMS.
020400 05  WS-CAND-RULE OCCURS 12 TIMES.
020500 10  WS-CAND-WEIGHT          PIC 9(3).
020600 10  WS-CAND-WEIGHT-2        PIC 9(3).
020700 10  WS-CAND-T1              PIC 9(8)V99.
020800 10  WS-CAND-T2              PIC 9(8)V99.
020900 10  WS-CAND-ACTIVE          PIC X.
021000 05  WS-CAND-HIGH-THRESHOLD  PIC 9(3).
021010 05  WS-CAND-CASH-CUTOFF     PIC 9(8)V99.
021020 05  WS-CAND-CASH-THRESHOLD  PIC 9(3).
021100
021200* Parameter set the scoring sections read from
021300 01  WS-WORK-PARMS.
021400 05  WS-WRK-RULE OCCURS 12 TIMES.
021500 10  WS-WRK-WEIGHT           PIC 9(3).
021600 10  WS-WRK-WEIGHT-2         PIC 9(3).
021700 10  WS-WRK-T1               PIC 9(8)V99.
021800 10  WS-WRK-T2               PIC 9(8)V99.
021900 10  WS-WRK-ACTIVE           PIC X.
022000 05  WS-WRK-HIGH-THRESHOLD   PIC 9(3).
022010 05  WS-WRK-CASH-CUTOFF      PIC 9(8)V99.
022020 05  WS-WRK-CASH-THRESHOLD   PIC 9(3).
022100
022200 01  WS-PARM-SUB             PIC 9(2) VALUE ZERO.
022300
022400* Scoring work fields, mirroring the engine
022500 01  WS-WORK-AMOUNT          PIC 9(8)V99.
022510 01  WS-AMOUNT-CUTOFF        PIC 9(8)V99.
022520 01  WS-DECLINE-THRESHOLD    PIC 9(3).
022600 01  WS-TOTAL-RISK-SCORE     PIC 9(4) VALUE ZERO.
022700 01  WS-RULE-TRIGGER-COUNT   PIC 9(2) VALUE ZERO.
022800 01  WS-RULE-FLAGS.
022900 05  WS-RULE-FLAG            PIC X OCCURS 12 TIMES.
023000 01  WS-TIME-SPLIT.
023100 05  WS-TIME-HH              PIC 9(2).
023200 05  WS-TIME-REST            PIC 9(4).
023300 01  WS-TRANS-HOUR           PIC 9(2) COMP.
023400 01  WS-HOUR-COUNT-SEEN      PIC 9(3) VALUE ZERO.
023500 01  WS-DAY-COUNT-SEEN       PIC 9(5) VALUE ZERO.
023501
023502* Impossible travel - where the transaction resolved to and
023503* where the card was seen before it. CARDLOC is read as the
023504* engine left it, so a sighting at or after this transaction
023505* gives way to the one before.
023506 01  WS-LOCREF-OPEN          PIC X(01) VALUE 'N'.
023507 01  WS-CARDLOC-OPEN         PIC X(01) VALUE 'N'.
023508 01  WS-LOC-FOUND            PIC X(01) VALUE 'N'.
023509 01  WS-SEEN-FOUND           PIC X(01) VALUE 'N'.
023510 01  WS-COUNTRY-HIGH-RISK    PIC X(01) VALUE 'N'.
023511 01  WS-CUR-LATITUDE         PIC S9(2)V9(4).
023512 01  WS-CUR-LONGITUDE        PIC S9(3)V9(4).
023513 01  WS-SEEN-LATITUDE        PIC S9(2)V9(4).
023514 01  WS-SEEN-LONGITUDE       PIC S9(3)V9(4).
023515 01  WS-SEEN-DATE            PIC 9(8).
023516 01  WS-SEEN-HHMMSS.
023517 05  WS-SEEN-HH              PIC 9(2).
023518 05  WS-SEEN-MM              PIC 9(2).
023519 05  WS-SEEN-SS              PIC 9(2).
023520 01  WS-CUR-HHMMSS.
023521 05  WS-CUR-HH               PIC 9(2).
023522 05  WS-CUR-MM               PIC 9(2).
023523 05  WS-CUR-SS               PIC 9(2).
023524 01  WS-DELTA-LAT            PIC S9(3)V9(4).
023525 01  WS-DELTA-LON            PIC S9(3)V9(4).
023526 01  WS-MEAN-LAT             PIC S9(3)V9(4).
023527 01  WS-LAT-BAND             PIC 9(2) COMP.
023528 01  WS-KM-NORTH             PIC 9(5)V99.
023529 01  WS-KM-EAST              PIC 9(5)V99.
023530 01  WS-DIST-SQUARED         PIC 9(11)V99.
023531 01  WS-MIN-DIST-SQUARED     PIC 9(11)V99.
023532 01  WS-REACH-KM             PIC 9(9)V99.
023533 01  WS-REACH-SQUARED        PIC 9(15)V99.
023534 01  WS-ELAPSED-MINUTES      PIC S9(9).
023535 01  WS-SEEN-DAY-NUMBER      PIC 9(7).
023536 01  WS-HALF-EARTH-KM        PIC 9(5) VALUE 20040.

023537* Compromise watch - the card is on an active watch at the
023538* transaction date
023539 01  WS-ATRISK-OPEN          PIC X(01) VALUE 'N'.
023540 01  WS-WATCH-LISTED         PIC X(01) VALUE 'N'.
023541
023542* Day number for a YYYYMMDD date, as in the scoring engine
023543 01  WS-DN-DATE.
023544 05  WS-DN-YYYY              PIC 9(4).
023545 05  WS-DN-MM                PIC 9(2).
023546 05  WS-DN-DD                PIC 9(2).
023547 01  WS-DN-YEAR              PIC 9(4).
023548 01  WS-DN-MONTH             PIC 9(2).
023549 01  WS-DN-Q4                PIC 9(4).
023550 01  WS-DN-Q100              PIC 9(4).
023551 01  WS-DN-Q400              PIC 9(4).
023552 01  WS-DN-MONTH-DAYS        PIC 9(3).
023553 01  WS-DN-DAY-NUMBER        PIC 9(7).
023554
023555* Cosine of latitude by 10 degree band, as in the scoring engine
023556 01  WS-COS-VALUES.
023557 05  FILLER                  PIC 9V9(4) VALUE 0.9962.
023558 05  FILLER                  PIC 9V9(4) VALUE 0.9659.
023559 05  FILLER                  PIC 9V9(4) VALUE 0.9063.
023560 05  FILLER                  PIC 9V9(4) VALUE 0.8192.
023561 05  FILLER                  PIC 9V9(4) VALUE 0.7071.
023562 05  FILLER                  PIC 9V9(4) VALUE 0.5736.
023563 05  FILLER                  PIC 9V9(4) VALUE 0.4226.
023564 05  FILLER                  PIC 9V9(4) VALUE 0.2588.
023565 05  FILLER                  PIC 9V9(4) VALUE 0.0872.
023566 01  WS-COS-TABLE REDEFINES WS-COS-VALUES.
023567 05  WS-COS-BAND             PIC 9V9(4) OCCURS 9 TIMES.
023600
023700* Side-by-side results for the transaction in hand
023800 01  WS-CURRENT-SCORE        PIC 9(4) VALUE ZERO.
024200
024300* Comparison totals
024400 01  WS-TRAN-COUNT           PIC 9(7) VALUE ZERO.
024410 01  WS-CREDIT-SKIPPED       PIC 9(7) VALUE ZERO.
024500 01  WS-CUR-DECLINED         PIC 9(7) VALUE ZERO.
024600 01  WS-CAND-DECLINED        PIC 9(7) VALUE ZERO.
024700 01  WS-FLIP-TO-DECLINE      PIC 9(7) VALUE ZERO.
030800             WS-SHADOW-STATUS
030900         PERFORM 9900-ABEND-RUN
031000     END-IF
031007     OPEN INPUT LOCATION-REF-FILE
031014     IF WS-LOCREF-STATUS = '00'
031021         MOVE 'Y' TO WS-LOCREF-OPEN
031028     ELSE
031035         DISPLAY 'LOCREF NOT AVAILABLE, STATUS ' WS-LOCREF-STATUS
031042     END-IF
031049     OPEN INPUT CARD-LOCATION-FILE
031056     IF WS-CARDLOC-STATUS = '00'
031063         MOVE 'Y' TO WS-CARDLOC-OPEN
031070     ELSE
031077         DISPLAY 'CARDLOC NOT AVAILABLE, STATUS '
031084             WS-CARDLOC-STATUS
031091     END-IF
031092     OPEN INPUT AT-RISK-FILE
031093     IF WS-ATRISK-STATUS = '00'
031094         MOVE 'Y' TO WS-ATRISK-OPEN
031095     ELSE
031096         DISPLAY 'ATRISK NOT AVAILABLE, STATUS ' WS-ATRISK-STATUS
031097     END-IF
031100
031200     PERFORM 2200-LOAD-CURRENT-PARMS
031300     PERFORM 2300-LOAD-CAND-PARMS
032100     MOVE ZERO TO WS-WORK-PARMS
032200     PERFORM 2110-DEFAULT-ONE-RULE
032300         VARYING WS-PARM-SUB FROM 1 BY 1
032400         UNTIL WS-PARM-SUB > 12
032500     MOVE 100 TO WS-WRK-WEIGHT(1)
032600     MOVE 5000 TO WS-WRK-T1(1)
032700     MOVE 75 TO WS-WRK-WEIGHT(2)
034100     MOVE 30 TO WS-WRK-WEIGHT(9)
034200     MOVE 120 TO WS-WRK-WEIGHT(10)
034300     MOVE 3 TO WS-WRK-T1(10)
034310     MOVE 90 TO WS-WRK-WEIGHT(11)
034320     MOVE 60 TO WS-WRK-WEIGHT-2(11)
034330     MOVE 900 TO WS-WRK-T1(11)
034340     MOVE 300 TO WS-WRK-T2(11)
034350     MOVE 'N' TO WS-WRK-ACTIVE(11)
034360     MOVE 50 TO WS-WRK-WEIGHT(12)
034400     MOVE 800 TO WS-WRK-HIGH-THRESHOLD
034410     MOVE 1000 TO WS-WRK-CASH-CUTOFF
034420     MOVE 600 TO WS-WRK-CASH-THRESHOLD.
034500
034600 2110-DEFAULT-ONE-RULE SECTION.
034700 2110-DEFAULT-ONE-START.
035700     END-IF
035800     PERFORM 2210-LOAD-ONE-CURRENT
035900         VARYING WS-PARM-SUB FROM 1 BY 1
036000         UNTIL WS-PARM-SUB > 12
036100     MOVE 90 TO RP-RULE-NUMBER
036200     READ RULE-PARM-FILE
036300         NOT INVALID KEY
036600                 MOVE RP-THRESHOLD-1 TO WS-WRK-HIGH-THRESHOLD
036700             END-IF
036800     END-READ
036810     MOVE 93 TO RP-RULE-NUMBER
036820     READ RULE-PARM-FILE
036830         NOT INVALID KEY
036840             IF RP-ACTIVE-FLAG = 'Y'
036850                 AND RP-EFFECTIVE-DATE <= WS-STAMP-DATE
036860                 MOVE RP-THRESHOLD-1 TO WS-WRK-CASH-CUTOFF
036870                 MOVE RP-THRESHOLD-2 TO WS-WRK-CASH-THRESHOLD
036880             END-IF
036890     END-READ
036900     CLOSE RULE-PARM-FILE
037000     MOVE WS-WORK-PARMS TO WS-CURRENT-PARMS.
037100
039700     END-IF
039800     PERFORM 2310-LOAD-ONE-CAND
039900         VARYING WS-PARM-SUB FROM 1 BY 1
040000         UNTIL WS-PARM-SUB > 12
040100     MOVE 90 TO CP-RULE-NUMBER
040200     READ CAND-PARM-FILE
040300         NOT INVALID KEY
040500                 MOVE CP-THRESHOLD-1 TO WS-WRK-HIGH-THRESHOLD
040600             END-IF
040700     END-READ
040710     MOVE 93 TO CP-RULE-NUMBER
040720     READ CAND-PARM-FILE
040730         NOT INVALID KEY
040740             IF CP-ACTIVE-FLAG = 'Y'
040750                 MOVE CP-THRESHOLD-1 TO WS-WRK-CASH-CUTOFF
040760                 MOVE CP-THRESHOLD-2 TO WS-WRK-CASH-THRESHOLD
040770             END-IF
040780     END-READ
040800     CLOSE CAND-PARM-FILE
040900     MOVE WS-WORK-PARMS TO WS-CAND-PARMS.
041000
042400
042500 3000-PROCESS-TRANSACTIONS SECTION.
042600 3000-PROCESS-START.
042610* REFUNDS, PAYMENTS AND REVERSALS ARE POSTED BY THE ENGINE
042620* WITHOUT SCORING
042630     IF TRANS-TYPE = 'REFUND' OR TRANS-TYPE = 'PAYMENT'
042640         OR TRANS-TYPE = 'REVERSAL'
042650         ADD 1 TO WS-CREDIT-SKIPPED
042660         GO TO 3000-PROCESS-NEXT
042670     END-IF
042700     ADD 1 TO WS-TRAN-COUNT
042800
042900     PERFORM 3100-READ-REFERENCE-DATA
043100     MOVE WS-CURRENT-PARMS TO WS-WORK-PARMS
043200     PERFORM 6000-SCORE-TRANSACTION
043300     MOVE WS-TOTAL-RISK-SCORE TO WS-CURRENT-SCORE
043400     IF WS-TOTAL-RISK-SCORE >= WS-DECLINE-THRESHOLD
043500         MOVE 'D' TO WS-CURRENT-DECISION
043600         ADD 1 TO WS-CUR-DECLINED
043700     ELSE
044100     MOVE WS-CAND-PARMS TO WS-WORK-PARMS
044200     PERFORM 6000-SCORE-TRANSACTION
044300     MOVE WS-TOTAL-RISK-SCORE TO WS-CAND-SCORE
044400     IF WS-TOTAL-RISK-SCORE >= WS-DECLINE-THRESHOLD
044500         MOVE 'D' TO WS-CAND-DECISION
044600         ADD 1 TO WS-CAND-DECLINED
044700     ELSE
044800         MOVE 'A' TO WS-CAND-DECISION
044900     END-IF
045000
045100     PERFORM 3200-WRITE-COMPARISON.
045200
045210 3000-PROCESS-NEXT.
045300     READ TRANSACTION-FILE
045400     END-READ.
045500
047800             MOVE VH-HOUR-COUNT(WS-TRANS-HOUR)
047900                 TO WS-HOUR-COUNT-SEEN
048000             MOVE VH-DAY-COUNT TO WS-DAY-COUNT-SEEN
048010     END-READ
048020     PERFORM 3160-READ-LOCATION-DATA
048030     PERFORM 3190-READ-WATCH-LIST.
048200
048300* HOUR BUCKET SUBSCRIPT, CLAMPED AS IN THE SCORING ENGINE
048400 3150-SET-TRANS-HOUR SECTION.
048800         MOVE 24 TO WS-TRANS-HOUR
048900     ELSE
049000         COMPUTE WS-TRANS-HOUR = WS-TIME-HH + 1
049001     END-IF.
049002
049003* RESOLVES THE TRANSACTION THE WAY THE ENGINE DOES AND WORKS
049004* OUT DISTANCE AND ELAPSED TIME FROM THE EARLIER SIGHTING. THE
049005* SPEED AND DISTANCE CUTOFFS ARE APPLIED PER PARAMETER SET.
049006 3160-READ-LOCATION-DATA SECTION.
049007 3160-READ-LOCATION-START.
049008     MOVE 'N' TO WS-LOC-FOUND
049009     MOVE 'N' TO WS-SEEN-FOUND
049010     MOVE 'N' TO WS-COUNTRY-HIGH-RISK
049011     IF WS-LOCREF-OPEN NOT = 'Y'
049012         GO TO 3160-READ-LOCATION-EXIT
049013     END-IF
049014     MOVE 'L' TO LR-REC-TYPE
049015     MOVE TRANS-LOCATION TO LR-LOCATION-CODE
049016     READ LOCATION-REF-FILE
049017         INVALID KEY
049018             CONTINUE
049019         NOT INVALID KEY
049020             MOVE 'Y' TO WS-LOC-FOUND
049021     END-READ
049022     IF WS-LOC-FOUND = 'N' AND WS-MERCH-STATUS = '00'
049023         MOVE 'L' TO LR-REC-TYPE
049024         MOVE MERCH-LOCATION TO LR-LOCATION-CODE
049025         READ LOCATION-REF-FILE
049026             INVALID KEY
049027                 CONTINUE
049028             NOT INVALID KEY
049029                 MOVE 'Y' TO WS-LOC-FOUND
049030         END-READ
049031     END-IF
049032     IF WS-LOC-FOUND = 'N'
049033         GO TO 3160-READ-LOCATION-EXIT
049034     END-IF
049035     MOVE LR-LATITUDE TO WS-CUR-LATITUDE
049036     MOVE LR-LONGITUDE TO WS-CUR-LONGITUDE
049037     MOVE 'C' TO LR-REC-TYPE
049038     MOVE LR-COUNTRY-CODE TO LR-LOCATION-CODE
049039     READ LOCATION-REF-FILE
049040         NOT INVALID KEY
049041             IF LR-HIGH-RISK-FLAG = 'Y'
049042                 MOVE 'Y' TO WS-COUNTRY-HIGH-RISK
049043             END-IF
049044     END-READ
049045
049046     IF WS-CARDLOC-OPEN NOT = 'Y'
049047         GO TO 3160-READ-LOCATION-EXIT
049048     END-IF
049049     MOVE TRANS-CARD-NUMBER TO CL-CARD-NUMBER
049050     READ CARD-LOCATION-FILE
049051         INVALID KEY
049052             GO TO 3160-READ-LOCATION-EXIT
049053     END-READ
049054     IF CL-TRANS-ID NOT = TRANS-ID
049055         AND (CL-TRANS-DATE < TRANS-DATE
049056         OR (CL-TRANS-DATE = TRANS-DATE
049057         AND CL-TRANS-TIME < TRANS-TIME))
049058         MOVE 'Y' TO WS-SEEN-FOUND
049059         MOVE CL-LATITUDE TO WS-SEEN-LATITUDE
049060         MOVE CL-LONGITUDE TO WS-SEEN-LONGITUDE
049061         MOVE CL-TRANS-DATE TO WS-SEEN-DATE
049062         MOVE CL-TRANS-TIME TO WS-SEEN-HHMMSS
049063     ELSE
049064         IF CL-PRIOR-TRANS-DATE > ZERO
049065             AND CL-PRIOR-TRANS-ID NOT = TRANS-ID
049066             MOVE 'Y' TO WS-SEEN-FOUND
049067             MOVE CL-PRIOR-LATITUDE TO WS-SEEN-LATITUDE
049068             MOVE CL-PRIOR-LONGITUDE TO WS-SEEN-LONGITUDE
049069             MOVE CL-PRIOR-TRANS-DATE TO WS-SEEN-DATE
049070             MOVE CL-PRIOR-TRANS-TIME TO WS-SEEN-HHMMSS
049071         END-IF
049072     END-IF
049073     IF WS-SEEN-FOUND = 'Y'
049074         PERFORM 3170-COMPUTE-TRAVEL
049075     END-IF.
049076
049077 3160-READ-LOCATION-EXIT.
049078     EXIT.
049079
049080 3170-COMPUTE-TRAVEL SECTION.
049081 3170-COMPUTE-TRAVEL-START.
049082     MOVE WS-SEEN-DATE TO WS-DN-DATE
049083     PERFORM 3180-DATE-TO-DAY-NUMBER
049084     MOVE WS-DN-DAY-NUMBER TO WS-SEEN-DAY-NUMBER
049085     MOVE TRANS-DATE TO WS-DN-DATE
049086     PERFORM 3180-DATE-TO-DAY-NUMBER
049087     MOVE TRANS-TIME TO WS-CUR-HHMMSS
049088     COMPUTE WS-ELAPSED-MINUTES =
049089         (WS-DN-DAY-NUMBER - WS-SEEN-DAY-NUMBER) * 1440
049090         + (WS-CUR-HH * 60 + WS-CUR-MM)
049091         - (WS-SEEN-HH * 60 + WS-SEEN-MM)
049092     IF WS-ELAPSED-MINUTES = ZERO
049093         MOVE 1 TO WS-ELAPSED-MINUTES
049094     END-IF
049095
049096     COMPUTE WS-DELTA-LAT = WS-CUR-LATITUDE - WS-SEEN-LATITUDE
049097     IF WS-DELTA-LAT < ZERO
049098         COMPUTE WS-DELTA-LAT = ZERO - WS-DELTA-LAT
049099     END-IF
049100     COMPUTE WS-DELTA-LON = WS-CUR-LONGITUDE - WS-SEEN-LONGITUDE
049101     IF WS-DELTA-LON < ZERO
049102         COMPUTE WS-DELTA-LON = ZERO - WS-DELTA-LON
049103     END-IF
049104     IF WS-DELTA-LON > 180
049105         COMPUTE WS-DELTA-LON = 360 - WS-DELTA-LON
049106     END-IF
049107     COMPUTE WS-MEAN-LAT =
049108         (WS-CUR-LATITUDE + WS-SEEN-LATITUDE) / 2
049109     IF WS-MEAN-LAT < ZERO
049110         COMPUTE WS-MEAN-LAT = ZERO - WS-MEAN-LAT
049111     END-IF
049112     DIVIDE WS-MEAN-LAT BY 10 GIVING WS-LAT-BAND
049113     ADD 1 TO WS-LAT-BAND
049114     IF WS-LAT-BAND > 9
049115         MOVE 9 TO WS-LAT-BAND
049116     END-IF
049117     COMPUTE WS-KM-NORTH = WS-DELTA-LAT * 111.2
049118     COMPUTE WS-KM-EAST = WS-DELTA-LON * 111.2
049119         * WS-COS-BAND(WS-LAT-BAND)
049120     COMPUTE WS-DIST-SQUARED = WS-KM-NORTH * WS-KM-NORTH
049121         + WS-KM-EAST * WS-KM-EAST.
049122
049123 3180-DATE-TO-DAY-NUMBER SECTION.
049124 3180-DATE-TO-DAY-START.
049125     MOVE WS-DN-YYYY TO WS-DN-YEAR
049126     MOVE WS-DN-MM TO WS-DN-MONTH
049127     IF WS-DN-MONTH < 3
049128         SUBTRACT 1 FROM WS-DN-YEAR
049129         ADD 12 TO WS-DN-MONTH
049130     END-IF
049131     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-Q4
049132     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100
049133     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400
049134     COMPUTE WS-DN-MONTH-DAYS = (153 * (WS-DN-MONTH - 3) + 2) / 5
049135     COMPUTE WS-DN-DAY-NUMBER = 365 * WS-DN-YEAR
049136         + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
049137         + WS-DN-MONTH-DAYS + WS-DN-DD.
049200
049205 3190-READ-WATCH-LIST SECTION.
049210 3190-READ-WATCH-START.
049215     MOVE 'N' TO WS-WATCH-LISTED
049220     IF WS-ATRISK-OPEN NOT = 'Y'
049225         GO TO 3190-READ-WATCH-EXIT
049230     END-IF
049235     MOVE TRANS-CARD-NUMBER TO AR-CARD-NUMBER
049240     READ AT-RISK-FILE
049245         INVALID KEY
049250             GO TO 3190-READ-WATCH-EXIT
049255     END-READ
049260     IF AR-WATCH-STATUS = 'A'
049265         AND TRANS-DATE <= AR-EXPIRY-DATE
049270         MOVE 'Y' TO WS-WATCH-LISTED
049275     END-IF.
049280
049285 3190-READ-WATCH-EXIT.
049290     EXIT.
049295
049300 3200-WRITE-COMPARISON SECTION.
049400 3200-WRITE-COMPARE-START.
049500     MOVE TRANS-ID TO SC-TRANS-ID
052700     DISPLAY 'SHADOW SCORING COMPARISON'
052800     DISPLAY '-------------------------'
052900     DISPLAY 'TRANSACTIONS SCORED:   ' WS-TRAN-COUNT
052910     DISPLAY 'CREDITS NOT SCORED:    ' WS-CREDIT-SKIPPED
053000     DISPLAY 'CURRENT DECLINES:      ' WS-CUR-DECLINED
053100     DISPLAY 'CANDIDATE DECLINES:    ' WS-CAND-DECLINED
053200     DISPLAY 'FLIPS TO DECLINE:      ' WS-FLIP-TO-DECLINE
055000     CLOSE MERCHANT-FILE
055100     CLOSE VELO-HIST-FILE
055200     CLOSE SHADOW-COMPARE-FILE
055210     IF WS-LOCREF-OPEN = 'Y'
055220         CLOSE LOCATION-REF-FILE
055230     END-IF
055240     IF WS-CARDLOC-OPEN = 'Y'
055250         CLOSE CARD-LOCATION-FILE
055260     END-IF
055270     IF WS-ATRISK-OPEN = 'Y'
055280         CLOSE AT-RISK-FILE
055290     END-IF
055300
055400     COMPUTE WS-RUN-READS = WS-TRAN-COUNT + WS-CREDIT-SKIPPED
055500     PERFORM 9200-END-RUN-CONTROL
055600
055700     DISPLAY 'SHADOW SCORING COMPLETE'.
056200 6000-SCORE-START.
056300     MOVE ZERO TO WS-TOTAL-RISK-SCORE
056400     MOVE ALL 'N' TO WS-RULE-FLAGS
056410     IF TRANS-TYPE = 'CASH-ADV'
056420         MOVE WS-WRK-CASH-CUTOFF TO WS-AMOUNT-CUTOFF
056430         MOVE WS-WRK-CASH-THRESHOLD TO WS-DECLINE-THRESHOLD
056440     ELSE
056450         MOVE WS-WRK-T1(1) TO WS-AMOUNT-CUTOFF
056460         MOVE WS-WRK-HIGH-THRESHOLD TO WS-DECLINE-THRESHOLD
056470     END-IF
056500
056600     IF WS-WRK-ACTIVE(1) = 'Y'
056700         AND TRANS-AMOUNT > WS-AMOUNT-CUTOFF
056800         MOVE 'Y' TO WS-RULE-FLAG(1)
056900         ADD WS-WRK-WEIGHT(1) TO WS-TOTAL-RISK-SCORE
057000     END-IF
062900         ADD WS-WRK-WEIGHT(9) TO WS-TOTAL-RISK-SCORE
063000     END-IF
063100
063110     IF WS-WRK-ACTIVE(11) = 'Y' AND WS-LOC-FOUND = 'Y'
063120         PERFORM 6200-RULE-IMPOSSIBLE-TRAVEL
063130     END-IF
063131
063132     IF WS-WRK-ACTIVE(12) = 'Y' AND WS-WATCH-LISTED = 'Y'
063133         MOVE 'Y' TO WS-RULE-FLAG(12)
063134         ADD WS-WRK-WEIGHT(12) TO WS-TOTAL-RISK-SCORE
063135     END-IF
063140
063200     MOVE ZERO TO WS-RULE-TRIGGER-COUNT
063300     PERFORM 6100-COUNT-ONE-FLAG
063400         VARYING WS-PARM-SUB FROM 1 BY 1
063500         UNTIL WS-PARM-SUB > 9
063510     IF WS-RULE-FLAG(11) = 'Y'
063520         ADD 1 TO WS-RULE-TRIGGER-COUNT
063530     END-IF
063540     IF WS-RULE-FLAG(12) = 'Y'
063550         ADD 1 TO WS-RULE-TRIGGER-COUNT
063560     END-IF
063600     IF WS-WRK-ACTIVE(10) = 'Y'
063700         AND WS-RULE-TRIGGER-COUNT >= WS-WRK-T1(10)
063800         MOVE 'Y' TO WS-RULE-FLAG(10)
064500         ADD 1 TO WS-RULE-TRIGGER-COUNT
064600     END-IF.
064700
064704 6200-RULE-IMPOSSIBLE-TRAVEL SECTION.
064708 6200-IMPOSSIBLE-TRAVEL-START.
064712     IF WS-COUNTRY-HIGH-RISK = 'Y'
064716         MOVE 'Y' TO WS-RULE-FLAG(11)
064720         ADD WS-WRK-WEIGHT-2(11) TO WS-TOTAL-RISK-SCORE
064724     END-IF
064728     IF WS-SEEN-FOUND NOT = 'Y' OR WS-ELAPSED-MINUTES < ZERO
064732         GO TO 6200-IMPOSSIBLE-TRAVEL-EXIT
064736     END-IF
064740     COMPUTE WS-MIN-DIST-SQUARED =
064744         WS-WRK-T2(11) * WS-WRK-T2(11)
064745* BEYOND HALF WAY ROUND THE EARTH THE CARD CAN BE ANYWHERE AND
064746* THE SPEED TEST CANNOT FIRE, AS IN THE SCORING ENGINE
064748     IF WS-WRK-T1(11) * WS-ELAPSED-MINUTES / 60
064750         < WS-HALF-EARTH-KM
064752         COMPUTE WS-REACH-KM =
064753             WS-WRK-T1(11) * WS-ELAPSED-MINUTES / 60
064754         COMPUTE WS-REACH-SQUARED = WS-REACH-KM * WS-REACH-KM
064756     ELSE
064757         MOVE WS-DIST-SQUARED TO WS-REACH-SQUARED
064758     END-IF
064760     IF WS-DIST-SQUARED > WS-MIN-DIST-SQUARED
064764         AND WS-DIST-SQUARED > WS-REACH-SQUARED
064768         MOVE 'Y' TO WS-RULE-FLAG(11)
064772         ADD WS-WRK-WEIGHT(11) TO WS-TOTAL-RISK-SCORE
064776     END-IF.
064780
064784 6200-IMPOSSIBLE-TRAVEL-EXIT.
064788     EXIT.
064792
064800 9000-START-RUN-CONTROL SECTION.
064900 9000-START-RUN-START.
065000     OPEN I-O RUN-CONTROL-FILE
