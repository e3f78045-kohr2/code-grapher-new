004117     ACCESS MODE IS DYNAMIC
004118     RECORD KEY IS RP-RULE-NUMBER
004119 FILE STATUS IS WS-PARM-STATUS.
004125
004131     SELECT POSTED-TRANS-FILE ASSIGN TO 'POSTTRAN'
004137     ORGANIZATION IS INDEXED
004143     ACCESS MODE IS DYNAMIC
004149     RECORD KEY IS PT-TRANS-ID
004155 FILE STATUS IS WS-POST-STATUS.
004161
004167     SELECT POST-EXCEPTION-FILE ASSIGN TO 'POSTEXCP'
004173     ORGANIZATION IS SEQUENTIAL
004179     ACCESS MODE IS SEQUENTIAL
004185 FILE STATUS IS WS-PEXC-STATUS.
004186
004187     SELECT LOCATION-REF-FILE ASSIGN TO 'LOCREF'
004188     ORGANIZATION IS INDEXED
004189     ACCESS MODE IS DYNAMIC
004190     RECORD KEY IS LR-KEY
004191 FILE STATUS IS WS-LOCREF-STATUS.
004192
004193     SELECT CARD-LOCATION-FILE ASSIGN TO 'CARDLOC'
004194     ORGANIZATION IS INDEXED
004195     ACCESS MODE IS DYNAMIC
004196     RECORD KEY IS CL-CARD-NUMBER
004197 FILE STATUS IS WS-CARDLOC-STATUS.
004207
004217     SELECT AT-RISK-FILE ASSIGN TO 'ATRISK'
004227     ORGANIZATION IS INDEXED
004237     ACCESS MODE IS DYNAMIC
004247     RECORD KEY IS AR-CARD-NUMBER
004257 FILE STATUS IS WS-ATRISK-STATUS.
004258
004259     SELECT CARD-XREF-FILE ASSIGN TO 'CARDXREF'
004260     ORGANIZATION IS INDEXED
004261     ACCESS MODE IS DYNAMIC
004262     RECORD KEY IS XR-OLD-CARD-NUMBER
004263 FILE STATUS IS WS-XREF-STATUS.
004267 DATA DIVISION.
004300 FILE SECTION.                                                           
004400 
004500 FD  TRANSACTION-FILE                                                    
005400 05  TRANS-MERCHANT-ID       PIC 9(8).                                   
005500 05  TRANS-LOCATION          PIC X(20).                                  
005600 05  TRANS-TYPE              PIC X(10).                                  
005700 05  TRANS-APPROVAL-CODE     PIC X(10).
005710 05  TRANS-ORIG-TRANS-ID     PIC 9(12).
005800 05  TRANS-FILLER            PIC X(108).
005900 
006000 FD  CUSTOMER-FILE                                                       
006100     RECORDING MODE IS F
009700 05  LOG-RULES-TRIGGERED     PIC X(50).
009750 05  LOG-TRANS-AMOUNT        PIC 9(8)V99.
009780 05  LOG-MERCHANT-ID         PIC 9(8).
009790 05  LOG-TRANS-TYPE          PIC X(10).
009795 05  LOG-ORIG-TRANS-DATE     PIC 9(8).
009800 05  LOG-FILLER              PIC X(258).
009900 
010000 FD  VELOCITY-FILE                                                       
010100     RECORDING MODE IS F
010500 05  VELO-TOTAL-AMOUNT       PIC 9(8)V99.                                
010600 05  VELO-LAST-TRANS-DATE    PIC 9(8).                                  
010700 05  VELO-FILLER             PIC X(50).
010710
010720* CARD CROSS REFERENCE WRITTEN BY FRAUD-CARD-REISSUE, KEYED BY
010730* THE REPLACED CARD NUMBER
010740 FD  CARD-XREF-FILE
010750     RECORDING MODE IS F
010760 RECORD CONTAINS 100 CHARACTERS.
010770 01  CARD-XREF-RECORD.
010772 05  XR-OLD-CARD-NUMBER      PIC 9(16).
010774 05  XR-NEW-CARD-NUMBER      PIC 9(16).
010776 05  XR-REISSUE-DATE         PIC 9(8).
010778 05  XR-REASON-CODE          PIC X(2).
010780 05  XR-OPERATOR-ID          PIC X(8).
010782 05  XR-CASES-MOVED          PIC 9(3).
010784 05  XR-HIST-DAYS-MOVED      PIC 9(5).
010786 05  XR-FILLER               PIC X(42).
010800
010820 FD  CHECKPOINT-FILE
010840     RECORDING MODE IS F
010940 05  CKPT-APPROVED-COUNT     PIC 9(05).
010960 05  CKPT-DECLINED-COUNT     PIC 9(05).
010970 05  CKPT-STATUS-FLAG        PIC X(01).
010973 05  CKPT-CREDIT-COUNT       PIC 9(05).
010976 05  CKPT-EXCEPTION-COUNT    PIC 9(05).
010977 05  CKPT-BLOCKED-COUNT      PIC 9(05).
010978 05  CKPT-OVERLIMIT-COUNT    PIC 9(05).
010979 05  CKPT-NOCARD-COUNT       PIC 9(05).
010980 05  CKPT-FILLER             PIC X(01).
010985
010986 FD  HOT-CARD-FILE
010987     RECORDING MODE IS F
010997     RECORDING MODE IS F
010998 RECORD CONTAINS 400 CHARACTERS.
010999 01  VELO-HIST-RECORD.
011000 05  VH-KEY.
011001 10  VH-CARD-NUMBER          PIC 9(16).
011002 10  VH-DATE                 PIC 9(8).
011003 05  VH-HOUR-BUCKET OCCURS 24 TIMES.
011004 10  VH-HOUR-COUNT           PIC 9(3).
011005 10  VH-HOUR-AMOUNT          PIC 9(8)V99.
011006 05  VH-DAY-COUNT            PIC 9(5).
011007 05  VH-DAY-AMOUNT           PIC 9(10)V99.
011008 05  VH-FILLER               PIC X(47).
011009
011010
011011 FD  RUN-CONTROL-FILE
011012     RECORDING MODE IS F
011013 RECORD CONTAINS 100 CHARACTERS.
011014 01  RUN-CONTROL-RECORD.
011015 05  RC-PROGRAM-ID           PIC X(30).
011016 05  RC-START-TIMESTAMP      PIC 9(14).
011017 05  RC-END-TIMESTAMP        PIC 9(14).
011018 05  RC-RECORDS-READ         PIC 9(7).
011019 05  RC-RECORDS-WRITTEN      PIC 9(7).
011020 05  RC-COMPLETION-CODE      PIC 9(2).
011021 05  RC-RUN-STATUS           PIC X(1).
011022 05  RC-FILLER               PIC X(25).
011023
011024* RULE PARAMETER FILE - ONE RECORD PER RULE NUMBER.
011025* 01-12 CARRY THE RULE WEIGHTS AND CUTOFFS, 90/91/92 CARRY
011026* THE HIGH/MEDIUM/LOW RISK BAND THRESHOLDS IN RP-THRESHOLD-1,
011027* 93 CARRIES THE CASH ADVANCE AMOUNT CUTOFF IN RP-THRESHOLD-1
011028* AND THE CASH ADVANCE DECLINE THRESHOLD IN RP-THRESHOLD-2.
011029 FD  RULE-PARM-FILE
011030     RECORDING MODE IS F
011031 RECORD CONTAINS 80 CHARACTERS.
011038 05  RP-EFFECTIVE-DATE       PIC 9(8).
011039 05  RP-ACTIVE-FLAG          PIC X.
011040 05  RP-FILLER               PIC X(43).
011041
011042* POSTED TRANSACTION INDEX - ONE RECORD PER SCORED PURCHASE OR
011043* CASH ADVANCE, SO A LATER REVERSAL CAN FIND WHAT IT BACKS OUT
011044 FD  POSTED-TRANS-FILE
011045     RECORDING MODE IS F
011046 RECORD CONTAINS 100 CHARACTERS.
011047 01  POSTED-TRANS-RECORD.
011048 05  PT-TRANS-ID             PIC 9(12).
011049 05  PT-CARD-NUMBER          PIC 9(16).
011050 05  PT-TRANS-AMOUNT         PIC 9(8)V99.
011051 05  PT-TRANS-DATE           PIC 9(8).
011052 05  PT-TRANS-TIME           PIC 9(6).
011053 05  PT-TRANS-TYPE           PIC X(10).
011054 05  PT-DECISION             PIC X(10).
011055 05  PT-REVERSED-FLAG        PIC X(1).
011056 05  PT-REVERSAL-TRANS-ID    PIC 9(12).
011057 05  PT-FILLER               PIC X(15).
011058
011059* CREDITS AND REVERSALS THAT COULD NOT BE POSTED
011060 FD  POST-EXCEPTION-FILE
011061     RECORDING MODE IS F
011062 RECORD CONTAINS 100 CHARACTERS.
011063 01  POST-EXCEPTION-RECORD.
011064 05  PE-TRANS-ID             PIC 9(12).
011065 05  PE-CARD-NUMBER          PIC 9(16).
011066 05  PE-TRANS-TYPE           PIC X(10).
011067 05  PE-TRANS-AMOUNT         PIC 9(8)V99.
011068 05  PE-TRANS-DATE           PIC 9(8).
011069 05  PE-TRANS-TIME           PIC 9(6).
011070 05  PE-ORIG-TRANS-ID        PIC 9(12).
011071 05  PE-REASON-CODE          PIC X(2).
011072 05  PE-FILLER               PIC X(24).
011074
011076* LOCATION REFERENCE, MAINTAINED BY FRAUD-LOC-MAINT. TYPE 'L'
011078* MAPS A TRANSACTION OR MERCHANT LOCATION TO ITS COUNTRY AND
011080* APPROXIMATE COORDINATES IN DEGREES; TYPE 'C' IS KEYED BY
011082* COUNTRY CODE AND CARRIES THE HIGH-RISK COUNTRY FLAG.
011084 FD  LOCATION-REF-FILE
011086     RECORDING MODE IS F
011088 RECORD CONTAINS 100 CHARACTERS.
011090 01  LOCATION-REF-RECORD.
011092 05  LR-KEY.
011094 10  LR-REC-TYPE             PIC X(1).
011096 10  LR-LOCATION-CODE        PIC X(30).
011098 05  LR-COUNTRY-CODE         PIC X(3).
011100 05  LR-REGION-CODE          PIC X(3).
011102 05  LR-LATITUDE             PIC S9(2)V9(4)
011104         SIGN IS LEADING SEPARATE.
011106 05  LR-LONGITUDE            PIC S9(3)V9(4)
011108         SIGN IS LEADING SEPARATE.
011110 05  LR-HIGH-RISK-FLAG       PIC X(1).
011112 05  LR-LAST-MAINT-DATE      PIC 9(8).
011114 05  LR-FILLER               PIC X(39).
011116
011118* LAST TWO RESOLVED LOCATIONS SEEN FOR EACH CARD
011120 FD  CARD-LOCATION-FILE
011122     RECORDING MODE IS F
011124 RECORD CONTAINS 200 CHARACTERS.
011126 01  CARD-LOCATION-RECORD.
011128 05  CL-CARD-NUMBER          PIC 9(16).
011130 05  CL-LAST-SEEN.
011132 10  CL-LOCATION-CODE        PIC X(30).
011134 10  CL-COUNTRY-CODE         PIC X(3).
011136 10  CL-LATITUDE             PIC S9(2)V9(4)
011138         SIGN IS LEADING SEPARATE.
011140 10  CL-LONGITUDE            PIC S9(3)V9(4)
011142         SIGN IS LEADING SEPARATE.
011144 10  CL-TRANS-DATE           PIC 9(8).
011146 10  CL-TRANS-TIME           PIC 9(6).
011148 10  CL-TRANS-ID             PIC 9(12).
011150 05  CL-PRIOR-SEEN.
011152 10  CL-PRIOR-LOCATION-CODE  PIC X(30).
011154 10  CL-PRIOR-COUNTRY-CODE   PIC X(3).
011156 10  CL-PRIOR-LATITUDE       PIC S9(2)V9(4)
011158         SIGN IS LEADING SEPARATE.
011160 10  CL-PRIOR-LONGITUDE      PIC S9(3)V9(4)
011162         SIGN IS LEADING SEPARATE.
011164 10  CL-PRIOR-TRANS-DATE     PIC 9(8).
011166 10  CL-PRIOR-TRANS-TIME     PIC 9(6).
011168 10  CL-PRIOR-TRANS-ID       PIC 9(12).
011170 05  CL-FILLER               PIC X(36).
011171
011172* AT-RISK CARD WATCH LIST, BUILT BY FRAUD-CPP-ANALYSIS FROM
011173* MERCHANTS SUSPECTED OF A COMPROMISE. STATUS A IS WATCHED UP
011174* TO THE EXPIRY DATE, R MEANS THE CARD HAS BEEN REISSUED.
011175 FD  AT-RISK-FILE
011176     RECORDING MODE IS F
011177 RECORD CONTAINS 100 CHARACTERS.
011178 01  AT-RISK-RECORD.
011179 05  AR-CARD-NUMBER          PIC 9(16).
011180 05  AR-WATCH-STATUS         PIC X(1).
011181 05  AR-MERCHANT-ID          PIC 9(8).
011182 05  AR-MERCHANT-COUNT       PIC 9(3).
011183 05  AR-EXPOSED-DATE         PIC 9(8).
011184 05  AR-LISTED-DATE          PIC 9(8).
011185 05  AR-LAST-LISTED-DATE     PIC 9(8).
011186 05  AR-EXPIRY-DATE          PIC 9(8).
011187 05  AR-REISSUE-DATE         PIC 9(8).
011188 05  AR-FILLER               PIC X(32).
011189 WORKING-STORAGE SECTION.
011190
011191* File status variables                                                   
011200 01  WS-TRANS-STATUS         PIC XX.                                     
011300 01  WS-CUST-STATUS          PIC XX.                                     
011400 01  WS-MERCH-STATUS         PIC XX.                                     
011640 01  WS-HOT-STATUS           PIC XX.
011660 01  WS-VHIST-STATUS         PIC XX.
011680 01  WS-PARM-STATUS          PIC XX.
011686 01  WS-POST-STATUS          PIC XX.
011692 01  WS-PEXC-STATUS          PIC XX.
011694 01  WS-LOCREF-STATUS        PIC XX.
011696 01  WS-CARDLOC-STATUS       PIC XX.
011698 01  WS-ATRISK-STATUS        PIC XX.
011699 01  WS-XREF-STATUS          PIC XX.
011700
011800* Shipped defaults, overlaid from RULEPARM at initialization.
011810* A missing or future-dated parameter record leaves the
012000 01  MEDIUM-RISK-THRESHOLD   PIC 9(3) VALUE 600.
012100 01  LOW-RISK-THRESHOLD      PIC 9(3) VALUE 400.
012150 01  CKPT-INTERVAL           PIC 9(3) VALUE 100.
012158
012166* Cash advances are scored against their own, stricter amount
012174* cutoff and decline threshold, overlaid from RULEPARM 93.
012182 01  CASH-ADV-AMOUNT-CUTOFF  PIC 9(8)V99 VALUE 1000.
012190 01  CASH-ADV-RISK-THRESHOLD PIC 9(3) VALUE 600.
012200
012210* Per-rule weights and cutoffs, indexed by rule number.
012220* T1/T2 meaning varies by rule: 01 amount cutoff, 02 hourly
012230* and daily burst limits, 04 high and medium merchant risk
012240* levels, 05 percent of average monthly spend, 06 time-of-day
012250* cutoff, 10 minimum trigger count, 11 travel speed in KM
012253* per hour and minimum distance in KM (weight-2 is the
012256* high-risk country weight), 12 weight only.
012260 01  WS-RULE-PARM-TABLE.
012262 05  WS-RULE-PARM OCCURS 12 TIMES.
012264 10  WS-RULE-WEIGHT          PIC 9(3).
012266 10  WS-RULE-WEIGHT-2        PIC 9(3).
012268 10  WS-RULE-T1              PIC 9(8)V99.
013300 01  WS-DECLINED-COUNT       PIC 9(5) VALUE ZERO.                        
013400 01  WS-APPROVED-COUNT       PIC 9(5) VALUE ZERO.                        
013500 01  WS-FRAUD-RULE-TRIGGERED PIC X(50).                                  
013600 01  WS-FRAUD-RISK-SCORE    PIC 9(4).
013606 01  WS-AMOUNT-CUTOFF        PIC 9(8)V99 VALUE ZERO.
013612 01  WS-DECLINE-THRESHOLD    PIC 9(3) VALUE ZERO.
013618 01  WS-DECISION-CODE        PIC X(10) VALUE SPACES.
013624 01  WS-CREDIT-COUNT         PIC 9(5) VALUE ZERO.
013625 01  WS-EXCEPTION-COUNT      PIC 9(5) VALUE ZERO.
013626
013627* Account declines made ahead of scoring - decision codes
013628* BLOCKED, OVERLIMIT and NOCARD on FRAUDLOG
013629 01  WS-BLOCKED-COUNT        PIC 9(5) VALUE ZERO.
013630 01  WS-OVERLIMIT-COUNT      PIC 9(5) VALUE ZERO.
013631 01  WS-NOCARD-COUNT         PIC 9(5) VALUE ZERO.
013636
013642* Posting exception reason codes
013648*   NC CARD NOT ON CUSTOMER MASTER
013654*   NF ORIGINAL TRANSACTION NOT FOUND
013660*   CM ORIGINAL POSTED TO A DIFFERENT CARD
013666*   AR ORIGINAL ALREADY REVERSED
013672*   OD ORIGINAL WAS NOT APPROVED
013678*   AM REVERSAL AMOUNT DIFFERS FROM ORIGINAL
013681*   RC CARD REISSUED, NO CURRENT REPLACEMENT ON FILE
013684 01  WS-EXCEPTION-REASON     PIC X(2) VALUE SPACES.
013700 
013800* Rule trigger flags                                                       
013900 01  WS-RULE-FLAGS.                                                      
014700 05  RULE-08-TRIGGERED       PIC X VALUE 'N'.                            
014800 05  RULE-09-TRIGGERED       PIC X VALUE 'N'.                            
014900 05  RULE-10-TRIGGERED       PIC X VALUE 'N'.
014903 05  RULE-11-TRIGGERED       PIC X VALUE 'N'.
014906 05  RULE-12-TRIGGERED       PIC X VALUE 'N'.
014907 01  WS-RULE-TRIGGER-COUNT   PIC 9(2) VALUE ZERO.
014908 01  WS-RULES-PTR            PIC 9(3) VALUE 1.
014909 01  WS-CKPT-COUNTER         PIC 9(3) VALUE ZERO.
014910 01  WS-CKPT-COMPLETE-FLAG   PIC X(01) VALUE 'N'.
014911 01  WS-HOT-CARD-WRITTEN     PIC X(01) VALUE 'N'.
014912 01  WS-HOT-CARD-COUNT       PIC 9(5) VALUE ZERO.
014913 01  WS-TIME-SPLIT.
014914 05  WS-TIME-HH              PIC 9(2).
014915 05  WS-TIME-REST            PIC 9(4).
014916 01  WS-TRANS-HOUR           PIC 9(2) COMP.
014917
014918* Compromise watch list
014919 01  WS-ATRISK-OPEN          PIC X(01) VALUE 'N'.
014921
014922* Impossible travel work fields
014923 01  WS-LOCREF-OPEN          PIC X(01) VALUE 'N'.
014924 01  WS-LOC-FOUND            PIC X(01) VALUE 'N'.
014925 01  WS-CARDLOC-FOUND        PIC X(01) VALUE 'N'.
014926 01  WS-CUR-LOCATION-CODE    PIC X(30).
014927 01  WS-CUR-COUNTRY-CODE     PIC X(3).
014928 01  WS-CUR-LATITUDE         PIC S9(2)V9(4).
014929 01  WS-CUR-LONGITUDE        PIC S9(3)V9(4).
014930 01  WS-DELTA-LAT            PIC S9(3)V9(4).
014931 01  WS-DELTA-LON            PIC S9(3)V9(4).
014932 01  WS-MEAN-LAT             PIC S9(3)V9(4).
014933 01  WS-LAT-BAND             PIC 9(2) COMP.
014934 01  WS-KM-NORTH             PIC 9(5)V99.
014935 01  WS-KM-EAST              PIC 9(5)V99.
014936 01  WS-DIST-SQUARED         PIC 9(11)V99.
014937 01  WS-MIN-DIST-SQUARED     PIC 9(11)V99.
014938 01  WS-REACH-KM             PIC 9(9)V99.
014939 01  WS-REACH-SQUARED        PIC 9(15)V99.
014940 01  WS-ELAPSED-MINUTES      PIC S9(9).
014941 01  WS-PRIOR-DAY-NUMBER     PIC 9(7).
014942 01  WS-PRIOR-HHMMSS.
014943 05  WS-PRIOR-HH             PIC 9(2).
014944 05  WS-PRIOR-MM             PIC 9(2).
014945 05  WS-PRIOR-SS             PIC 9(2).
014946 01  WS-CUR-HHMMSS.
014947 05  WS-CUR-HH               PIC 9(2).
014948 05  WS-CUR-MM               PIC 9(2).
014949 05  WS-CUR-SS               PIC 9(2).
014950 01  WS-HALF-EARTH-KM        PIC 9(5) VALUE 20040.

014951* Day number for a YYYYMMDD date, used to take the difference
014952* between two dates
014953 01  WS-DN-DATE.
014954 05  WS-DN-YYYY              PIC 9(4).
014955 05  WS-DN-MM                PIC 9(2).
014956 05  WS-DN-DD                PIC 9(2).
014957 01  WS-DN-YEAR              PIC 9(4).
014958 01  WS-DN-MONTH             PIC 9(2).
014959 01  WS-DN-Q4                PIC 9(4).
014960 01  WS-DN-Q100              PIC 9(4).
014961 01  WS-DN-Q400              PIC 9(4).
014962 01  WS-DN-MONTH-DAYS        PIC 9(3).
014963 01  WS-DN-DAY-NUMBER        PIC 9(7).
014964
014965* Cosine of latitude by 10 degree band, to shrink a degree of
014966* longitude to kilometres away from the equator
014967 01  WS-COS-VALUES.
014968 05  FILLER                  PIC 9V9(4) VALUE 0.9962.
014969 05  FILLER                  PIC 9V9(4) VALUE 0.9659.
014970 05  FILLER                  PIC 9V9(4) VALUE 0.9063.
014971 05  FILLER                  PIC 9V9(4) VALUE 0.8192.
014972 05  FILLER                  PIC 9V9(4) VALUE 0.7071.
014973 05  FILLER                  PIC 9V9(4) VALUE 0.5736.
014974 05  FILLER                  PIC 9V9(4) VALUE 0.4226.
014975 05  FILLER                  PIC 9V9(4) VALUE 0.2588.
014976 05  FILLER                  PIC 9V9(4) VALUE 0.0872.
014977 01  WS-COS-TABLE REDEFINES WS-COS-VALUES.
014978 05  WS-COS-BAND             PIC 9V9(4) OCCURS 9 TIMES.
014979
014981* Credits arriving on a reissued card follow CARDXREF to the
014983* card that replaced it
014985 01  WS-XREF-OPEN            PIC X(01) VALUE 'N'.
014987 01  WS-XREF-DONE            PIC X(01) VALUE 'N'.
014989 01  WS-XREF-LINKS           PIC 9(2) VALUE ZERO.
014991 01  WS-CREDIT-CARD          PIC 9(16).
014993 01  WS-REISSUED-CREDITS     PIC 9(5) VALUE ZERO.
014994
014995* Date of the original debit named by a reversal
014997 01  WS-ORIG-TRANS-DATE      PIC 9(8) VALUE ZERO.
015000
015001
015002* Run control
016000     PERFORM 4000-FINALIZE-SYSTEM
016100     
016200     DISPLAY 'PROCESSING COMPLETE'                                        
016300     DISPLAY 'DECLINED TRANSACTIONS: ' WS-DECLINED-COUNT
016400     DISPLAY 'APPROVED TRANSACTIONS: ' WS-APPROVED-COUNT
016410     DISPLAY 'CREDITS POSTED:        ' WS-CREDIT-COUNT
016420     DISPLAY 'POSTING EXCEPTIONS:    ' WS-EXCEPTION-COUNT
016425     DISPLAY 'CREDITS TO NEW CARDS:  ' WS-REISSUED-CREDITS
016430     DISPLAY 'BLOCKED CARD DECLINES: ' WS-BLOCKED-COUNT
016440     DISPLAY 'OVER LIMIT DECLINES:   ' WS-OVERLIMIT-COUNT
016450     DISPLAY 'UNKNOWN CARD DECLINES: ' WS-NOCARD-COUNT
016500     
016600     STOP RUN.                                                            
016700 
017430     END-IF
017450     OPEN I-O CHECKPOINT-FILE
017452     OPEN INPUT RULE-PARM-FILE
017453     OPEN I-O POSTED-TRANS-FILE
017454     IF WS-POST-STATUS = '35'
017455         OPEN OUTPUT POSTED-TRANS-FILE
017456         CLOSE POSTED-TRANS-FILE
017457         OPEN I-O POSTED-TRANS-FILE
017458     END-IF
017459     OPEN I-O CARD-LOCATION-FILE
017460     IF WS-CARDLOC-STATUS = '35'
017461         OPEN OUTPUT CARD-LOCATION-FILE
017462         CLOSE CARD-LOCATION-FILE
017463         OPEN I-O CARD-LOCATION-FILE
017464     END-IF
017465     OPEN INPUT LOCATION-REF-FILE
017466     IF WS-LOCREF-STATUS = '00'
017467         MOVE 'Y' TO WS-LOCREF-OPEN
017468     ELSE
017469         DISPLAY 'LOCREF NOT AVAILABLE, STATUS ' WS-LOCREF-STATUS
017470         DISPLAY 'LOCATIONS WILL NOT BE RESOLVED THIS RUN'
017471     END-IF
017473     OPEN INPUT AT-RISK-FILE
017475     IF WS-ATRISK-STATUS = '00'
017477         MOVE 'Y' TO WS-ATRISK-OPEN
017479     ELSE
017481         DISPLAY 'ATRISK NOT AVAILABLE, STATUS ' WS-ATRISK-STATUS
017483         DISPLAY 'NO COMPROMISE WATCH THIS RUN'
017485     END-IF
017487
017489     PERFORM 2050-CHECK-OPEN-STATUS
017491
017493     PERFORM 2300-LOAD-RULE-PARMS
017494     OPEN INPUT CARD-XREF-FILE
017495     IF WS-XREF-STATUS = '00'
017496         MOVE 'Y' TO WS-XREF-OPEN
017497     ELSE
017498         DISPLAY 'CARDXREF NOT AVAILABLE, STATUS ' WS-XREF-STATUS
017499     END-IF
017500
017600     READ TRANSACTION-FILE
017700     END-READ
017750
017751     PERFORM 2100-CHECK-RESTART.
017752
017753 2050-CHECK-OPEN-STATUS SECTION.
017754 2050-CHECK-OPENS-START.
017755     IF WS-TRANS-STATUS NOT = '00'
017756         DISPLAY 'TRANFILE OPEN FAILED, STATUS ' WS-TRANS-STATUS
017757         PERFORM 9900-ABEND-RUN
017758     END-IF
017759     IF WS-CUST-STATUS NOT = '00'
017760         DISPLAY 'CUSTFILE OPEN FAILED, STATUS ' WS-CUST-STATUS
017761         PERFORM 9900-ABEND-RUN
017762     END-IF
017763     IF WS-MERCH-STATUS NOT = '00'
017764         DISPLAY 'MERCHFILE OPEN FAILED, STATUS ' WS-MERCH-STATUS
017765         PERFORM 9900-ABEND-RUN
017766     END-IF
017767     IF WS-VELO-STATUS NOT = '00'
017768         DISPLAY 'VELOFILE OPEN FAILED, STATUS ' WS-VELO-STATUS
017769         PERFORM 9900-ABEND-RUN
017770     END-IF
017771     IF WS-VHIST-STATUS NOT = '00'
017772         DISPLAY 'VELOHIST OPEN FAILED, STATUS ' WS-VHIST-STATUS
017773         PERFORM 9900-ABEND-RUN
017774     END-IF
017775     IF WS-CKPT-STATUS NOT = '00'
017776         DISPLAY 'CHKPTFILE OPEN FAILED, STATUS ' WS-CKPT-STATUS
017777         PERFORM 9900-ABEND-RUN
017778     END-IF
017779     IF WS-PARM-STATUS NOT = '00'
017780         DISPLAY 'RULEPARM OPEN FAILED, STATUS ' WS-PARM-STATUS
017781         PERFORM 9900-ABEND-RUN
017782     END-IF
017783     IF WS-POST-STATUS NOT = '00'
017784         DISPLAY 'POSTTRAN OPEN FAILED, STATUS ' WS-POST-STATUS
017785         PERFORM 9900-ABEND-RUN
017786     END-IF
017787     IF WS-CARDLOC-STATUS NOT = '00'
017788         DISPLAY 'CARDLOC OPEN FAILED, STATUS ' WS-CARDLOC-STATUS
017789         PERFORM 9900-ABEND-RUN
017815     END-IF.
017816
017820* LOAD RULE WEIGHTS AND THRESHOLDS, STARTING FROM THE SHIPPED
017826     MOVE ZERO TO WS-PARMS-LOADED
017827     PERFORM 2310-LOAD-ONE-RULE-PARM
017828         VARYING WS-PARM-SUB FROM 1 BY 1
017829         UNTIL WS-PARM-SUB > 12
017830     MOVE 90 TO RP-RULE-NUMBER
017831     READ RULE-PARM-FILE
017832         NOT INVALID KEY
017854                 ADD 1 TO WS-PARMS-LOADED
017855             END-IF
017856     END-READ
017861     MOVE 93 TO RP-RULE-NUMBER
017866     READ RULE-PARM-FILE
017871         NOT INVALID KEY
017876             IF RP-ACTIVE-FLAG = 'Y'
017881                 AND RP-EFFECTIVE-DATE <= WS-STAMP-DATE
017886                 MOVE RP-THRESHOLD-1 TO CASH-ADV-AMOUNT-CUTOFF
017891                 MOVE RP-THRESHOLD-2 TO CASH-ADV-RISK-THRESHOLD
017896                 ADD 1 TO WS-PARMS-LOADED
017901             END-IF
017906     END-READ
017911     CLOSE RULE-PARM-FILE
017916     DISPLAY 'RULE PARAMETERS LOADED: ' WS-PARMS-LOADED.
017921
017926 2310-LOAD-ONE-RULE-PARM SECTION.
017931 2310-LOAD-ONE-PARM-START.
017936     MOVE WS-PARM-SUB TO RP-RULE-NUMBER
017941     READ RULE-PARM-FILE
017946         INVALID KEY
017951             CONTINUE
017956         NOT INVALID KEY
017961             IF RP-EFFECTIVE-DATE <= WS-STAMP-DATE
017966                 MOVE RP-WEIGHT TO WS-RULE-WEIGHT(WS-PARM-SUB)
017971                 MOVE RP-WEIGHT-2
017976                     TO WS-RULE-WEIGHT-2(WS-PARM-SUB)
017981                 MOVE RP-THRESHOLD-1 TO WS-RULE-T1(WS-PARM-SUB)
017986                 MOVE RP-THRESHOLD-2 TO WS-RULE-T2(WS-PARM-SUB)
017991                 MOVE RP-ACTIVE-FLAG
017996                     TO WS-RULE-ACTIVE(WS-PARM-SUB)
018001                 ADD 1 TO WS-PARMS-LOADED
018006             END-IF
018011     END-READ.
018016
018021 2320-SET-DEFAULT-PARMS SECTION.
018026 2320-SET-DEFAULTS-START.
018031     MOVE ZERO TO WS-RULE-PARM-TABLE
018036     PERFORM 2330-DEFAULT-ONE-RULE
018041         VARYING WS-PARM-SUB FROM 1 BY 1
018046         UNTIL WS-PARM-SUB > 12
018051     MOVE 100 TO WS-RULE-WEIGHT(1)
018056     MOVE 5000 TO WS-RULE-T1(1)
018061     MOVE 75 TO WS-RULE-WEIGHT(2)
018066     MOVE 5 TO WS-RULE-T1(2)
018071     MOVE 10 TO WS-RULE-T2(2)
018076     MOVE 60 TO WS-RULE-WEIGHT(3)
018081     MOVE 80 TO WS-RULE-WEIGHT(4)
018086     MOVE 40 TO WS-RULE-WEIGHT-2(4)
018091     MOVE 7 TO WS-RULE-T1(4)
018096     MOVE 4 TO WS-RULE-T2(4)
018101     MOVE 70 TO WS-RULE-WEIGHT(5)
018106     MOVE 50 TO WS-RULE-T1(5)
018111     MOVE 50 TO WS-RULE-WEIGHT(6)
018116     MOVE 050000 TO WS-RULE-T1(6)
018121     MOVE 40 TO WS-RULE-WEIGHT(7)
018126     MOVE 90 TO WS-RULE-WEIGHT(8)
018131     MOVE 30 TO WS-RULE-WEIGHT(9)
018136     MOVE 120 TO WS-RULE-WEIGHT(10)
018137     MOVE 3 TO WS-RULE-T1(10)
018138* IMPOSSIBLE TRAVEL SHIPS SWITCHED OFF UNTIL RULEPARM 11 IS
018139* ADDED; CARDLOC IS KEPT CURRENT EITHER WAY
018140     MOVE 90 TO WS-RULE-WEIGHT(11)
018141     MOVE 60 TO WS-RULE-WEIGHT-2(11)
018142     MOVE 900 TO WS-RULE-T1(11)
018143     MOVE 300 TO WS-RULE-T2(11)
018144     MOVE 'N' TO WS-RULE-ACTIVE(11)
018145     MOVE 50 TO WS-RULE-WEIGHT(12).
018146
018151 2330-DEFAULT-ONE-RULE SECTION.
018156 2330-DEFAULT-ONE-START.
018161     MOVE 'Y' TO WS-RULE-ACTIVE(WS-PARM-SUB).
018166
018200 2100-CHECK-RESTART SECTION.
018210 2100-CHECK-RESTART-START.
018220     MOVE 'C' TO CKPT-KEY
018260             MOVE ZERO TO CKPT-APPROVED-COUNT
018270             MOVE ZERO TO CKPT-DECLINED-COUNT
018280             MOVE 'N' TO CKPT-STATUS-FLAG
018283             MOVE ZERO TO CKPT-CREDIT-COUNT
018286             MOVE ZERO TO CKPT-EXCEPTION-COUNT
018287             MOVE ZERO TO CKPT-BLOCKED-COUNT
018288             MOVE ZERO TO CKPT-OVERLIMIT-COUNT
018289             MOVE ZERO TO CKPT-NOCARD-COUNT
018290             MOVE SPACES TO CKPT-FILLER
018300             WRITE CHECKPOINT-RECORD
018310             OPEN OUTPUT FRAUD-LOG
018315             OPEN OUTPUT HOT-CARD-FILE
018317             OPEN OUTPUT POST-EXCEPTION-FILE
018320         NOT INVALID KEY
018330             IF CKPT-STATUS-FLAG = 'Y'
018340                 MOVE ZERO TO CKPT-LAST-TRANS-ID
018350                 MOVE ZERO TO CKPT-APPROVED-COUNT
018360                 MOVE ZERO TO CKPT-DECLINED-COUNT
018370                 MOVE 'N' TO CKPT-STATUS-FLAG
018373                 MOVE ZERO TO CKPT-CREDIT-COUNT
018376                 MOVE ZERO TO CKPT-EXCEPTION-COUNT
018377                 MOVE ZERO TO CKPT-BLOCKED-COUNT
018378                 MOVE ZERO TO CKPT-OVERLIMIT-COUNT
018379                 MOVE ZERO TO CKPT-NOCARD-COUNT
018380                 REWRITE CHECKPOINT-RECORD
018390                 OPEN OUTPUT FRAUD-LOG
018395                 OPEN OUTPUT HOT-CARD-FILE
018397                 OPEN OUTPUT POST-EXCEPTION-FILE
018400             ELSE
018410                 MOVE CKPT-APPROVED-COUNT TO WS-APPROVED-COUNT
018420                 MOVE CKPT-DECLINED-COUNT TO WS-DECLINED-COUNT
018423                 MOVE CKPT-CREDIT-COUNT TO WS-CREDIT-COUNT
018426                 MOVE CKPT-EXCEPTION-COUNT TO WS-EXCEPTION-COUNT
018427                 MOVE CKPT-BLOCKED-COUNT TO WS-BLOCKED-COUNT
018428                 MOVE CKPT-OVERLIMIT-COUNT TO WS-OVERLIMIT-COUNT
018429                 MOVE CKPT-NOCARD-COUNT TO WS-NOCARD-COUNT
018430                 OPEN EXTEND FRAUD-LOG
018435                 OPEN EXTEND HOT-CARD-FILE
018437                 OPEN EXTEND POST-EXCEPTION-FILE
018440                 PERFORM 2150-SKIP-PROCESSED-RECORDS
018450             END-IF
018460     END-READ
018470     IF WS-HOT-STATUS NOT = '00'
018472         DISPLAY 'HOTCARD OPEN FAILED, STATUS ' WS-HOT-STATUS
018474         PERFORM 9900-ABEND-RUN
018476     END-IF
018478     IF WS-PEXC-STATUS NOT = '00'
018480         DISPLAY 'POSTEXCP OPEN FAILED, STATUS ' WS-PEXC-STATUS
018482         PERFORM 9900-ABEND-RUN
018484     END-IF.
018486
018488 2150-SKIP-PROCESSED-RECORDS SECTION.
018490 2150-SKIP-START.
018500     PERFORM 2160-SKIP-ONE-RECORD
018510         UNTIL WS-TRANS-STATUS = '10'
018830     MOVE TRANS-ID TO CKPT-LAST-TRANS-ID
018840     MOVE WS-APPROVED-COUNT TO CKPT-APPROVED-COUNT
018850     MOVE WS-DECLINED-COUNT TO CKPT-DECLINED-COUNT
018853     MOVE WS-CREDIT-COUNT TO CKPT-CREDIT-COUNT
018856     MOVE WS-EXCEPTION-COUNT TO CKPT-EXCEPTION-COUNT
018857     MOVE WS-BLOCKED-COUNT TO CKPT-BLOCKED-COUNT
018858     MOVE WS-OVERLIMIT-COUNT TO CKPT-OVERLIMIT-COUNT
018859     MOVE WS-NOCARD-COUNT TO CKPT-NOCARD-COUNT
018860     MOVE WS-CKPT-COMPLETE-FLAG TO CKPT-STATUS-FLAG
018870     REWRITE CHECKPOINT-RECORD.
018880
019010     MOVE 'N' TO WS-FRAUD-DETECTED
019015     MOVE 'N' TO WS-HOT-CARD-WRITTEN
019020     MOVE ALL 'N' TO WS-RULE-FLAGS
019023     MOVE ZERO TO WS-RULE-TRIGGER-COUNT
019026     MOVE SPACES TO WS-EXCEPTION-REASON
019027     MOVE ZERO TO WS-ORIG-TRANS-DATE
019030
019040     PERFORM 2700-READ-CUSTOMER-MASTER
019041
019042* CREDITS AND REVERSALS ARE POSTED, NOT SCORED
019043     IF TRANS-TYPE = 'REFUND' OR TRANS-TYPE = 'PAYMENT'
019044         PERFORM 3400-POST-CREDIT
019045         GO TO 2800-DETERMINE-EXIT
019046     END-IF
019047     IF TRANS-TYPE = 'REVERSAL'
019048         PERFORM 3500-POST-REVERSAL
019049         GO TO 2800-DETERMINE-EXIT
019050     END-IF
019051
019052     PERFORM 2750-PRE-SCORE-GATE
019053     IF WS-DECISION-CODE NOT = SPACES
019054         PERFORM 3100-LOG-DECISION
019055         PERFORM 3450-RECORD-POSTED-TRANS
019056         GO TO 2800-DETERMINE-EXIT
019057     END-IF
019058
019059     IF TRANS-TYPE = 'CASH-ADV'
019060         MOVE CASH-ADV-AMOUNT-CUTOFF TO WS-AMOUNT-CUTOFF
019061         MOVE CASH-ADV-RISK-THRESHOLD TO WS-DECLINE-THRESHOLD
019062     ELSE
019063         MOVE WS-RULE-T1(1) TO WS-AMOUNT-CUTOFF
019064         MOVE HIGH-RISK-THRESHOLD TO WS-DECLINE-THRESHOLD
019065     END-IF
019066
019067     PERFORM 2610-RULE-HIGH-AMOUNT
019070     PERFORM 2620-RULE-VELOCITY-CHECK
019080     PERFORM 2630-RULE-LOCATION-VARIANCE
019090     PERFORM 2640-RULE-MERCHANT-RISK
019120     PERFORM 2670-RULE-AMOUNT-PATTERN
019130     PERFORM 2680-RULE-CROSS-VALIDATION
019140     PERFORM 2690-RULE-DEVICE-FINGERPRINT
019145     PERFORM 2692-RULE-IMPOSSIBLE-TRAVEL
019147     PERFORM 2696-RULE-COMPROMISE-WATCH
019150     PERFORM 2695-RULE-CROSS-VALIDATION
019160
019170     ADD WS-TRANSACTION-RISK WS-VELOCITY-RISK WS-LOCATION-RISK
019180         WS-MERCHANT-RISK WS-BEHAVIORAL-RISK
019190         GIVING WS-TOTAL-RISK-SCORE
019200
019210     IF WS-TOTAL-RISK-SCORE >= WS-DECLINE-THRESHOLD
019220         MOVE 'Y' TO WS-FRAUD-DETECTED
019230     END-IF
019240
019250     IF WS-FRAUD-DETECTED = 'Y'
019260     ADD 1 TO WS-DECLINED-COUNT
019265     MOVE 'DECLINED' TO WS-DECISION-CODE
019270     ELSE
019280     ADD 1 TO WS-APPROVED-COUNT
019285     MOVE 'APPROVED' TO WS-DECISION-CODE
019290     END-IF
019300
019310     PERFORM 3100-LOG-DECISION
019315     PERFORM 3150-WRITE-HOT-CARD
019320     PERFORM 3200-UPDATE-CUSTOMER
019330     PERFORM 3300-UPDATE-VELOCITY
019332     PERFORM 3350-UPDATE-VELO-HIST
019334     PERFORM 3380-UPDATE-CARD-LOCATION
019336     PERFORM 3450-RECORD-POSTED-TRANS.
019337
019338 2800-DETERMINE-EXIT.
019339     EXIT.
019340
019350 2610-RULE-HIGH-AMOUNT SECTION.
019360 2610-HIGH-AMOUNT-START.
019370     IF WS-RULE-ACTIVE(1) = 'Y'
019375         AND TRANS-AMOUNT > WS-AMOUNT-CUTOFF
019380     MOVE 'Y' TO RULE-01-TRIGGERED
019390     ADD WS-RULE-WEIGHT(1) TO WS-TRANSACTION-RISK
019400     END-IF.
019410
019420 2620-RULE-VELOCITY-CHECK SECTION.
019430 2620-VELOCITY-START.
019512         OR VH-DAY-COUNT > WS-RULE-T2(2))
019520     MOVE 'Y' TO RULE-02-TRIGGERED
019530     ADD WS-RULE-WEIGHT(2) TO WS-VELOCITY-RISK
019535     END-IF.
019540
019541* HOUR BUCKET SUBSCRIPT, CLAMPED SO A BAD TRANS-TIME FROM AN
019542* UNEDITED FEED CANNOT INDEX PAST THE 24-ENTRY TABLE
020450     IF RULE-09-TRIGGERED = 'Y'
020460         ADD 1 TO WS-RULE-TRIGGER-COUNT
020470     END-IF
020472     IF RULE-11-TRIGGERED = 'Y'
020474         ADD 1 TO WS-RULE-TRIGGER-COUNT
020476     END-IF
020477     IF RULE-12-TRIGGERED = 'Y'
020478         ADD 1 TO WS-RULE-TRIGGER-COUNT
020479     END-IF
020480     IF WS-RULE-ACTIVE(10) = 'Y'
020485         AND WS-RULE-TRIGGER-COUNT >= WS-RULE-T1(10)
020490         MOVE 'Y' TO RULE-10-TRIGGERED
020570     MOVE WS-TOTAL-RISK-SCORE TO LOG-RISK-SCORE
020580     MOVE TRANS-AMOUNT TO LOG-TRANS-AMOUNT
020585     MOVE TRANS-MERCHANT-ID TO LOG-MERCHANT-ID
020587     MOVE TRANS-TYPE TO LOG-TRANS-TYPE
020588     MOVE WS-ORIG-TRANS-DATE TO LOG-ORIG-TRANS-DATE
020590     MOVE WS-DECISION-CODE TO LOG-DECISION
020640     MOVE TRANS-DATE TO LOG-TIMESTAMP(1:8)
020650     MOVE TRANS-TIME TO LOG-TIMESTAMP(9:6)
020660     MOVE SPACES TO LOG-RULES-TRIGGERED
021050         STRING '10 ' DELIMITED BY SIZE INTO LOG-RULES-TRIGGERED
021060             WITH POINTER WS-RULES-PTR
021070     END-IF
021072     IF RULE-11-TRIGGERED = 'Y'
021073         STRING '11 ' DELIMITED BY SIZE INTO LOG-RULES-TRIGGERED
021074             WITH POINTER WS-RULES-PTR
021075     END-IF
021076     IF RULE-12-TRIGGERED = 'Y'
021077         STRING '12 ' DELIMITED BY SIZE INTO LOG-RULES-TRIGGERED
021078             WITH POINTER WS-RULES-PTR
021079     END-IF
021080     WRITE FRAUD-LOG-RECORD
021082     IF WS-FRAUD-STATUS NOT = '00'
021084         DISPLAY 'FRAUDLOG WRITE FAILED, STATUS ' WS-FRAUD-STATUS
021510     CLOSE FRAUD-LOG
021515     CLOSE HOT-CARD-FILE
021520     CLOSE VELOCITY-FILE
021521     CLOSE VELO-HIST-FILE
021522     CLOSE CHECKPOINT-FILE
021523     CLOSE POSTED-TRANS-FILE
021524     CLOSE POST-EXCEPTION-FILE
021525     CLOSE CARD-LOCATION-FILE
021526     IF WS-LOCREF-OPEN = 'Y'
021527         CLOSE LOCATION-REF-FILE
021528     END-IF
021529     IF WS-ATRISK-OPEN = 'Y'
021530         CLOSE AT-RISK-FILE
021531     END-IF
021532     IF WS-XREF-OPEN = 'Y'
021533         CLOSE CARD-XREF-FILE
021534     END-IF

021535     COMPUTE WS-RUN-READS =
021536         WS-APPROVED-COUNT + WS-DECLINED-COUNT
021537         + WS-CREDIT-COUNT + WS-EXCEPTION-COUNT
021538         + WS-BLOCKED-COUNT + WS-OVERLIMIT-COUNT + WS-NOCARD-COUNT
021539     MOVE WS-RUN-READS TO WS-RUN-WRITES
021540     PERFORM 9200-END-RUN-CONTROL
021542
021545     DISPLAY 'HOT CARDS EXTRACTED: ' WS-HOT-CARD-COUNT
021550     DISPLAY 'SYSTEM FINALIZED'.
021560
021562* REFUNDS AND PAYMENTS GIVE BACK OPEN-TO-BUY. THEY ARE NOT
021564* SCORED AND DO NOT COUNT TOWARD VELOCITY. A CREDIT ON A
021565* REISSUED CARD IS POSTED TO THE CARD THAT REPLACED IT.
021566 3400-POST-CREDIT SECTION.
021568 3400-POST-CREDIT-START.
021570     IF WS-CUST-STATUS NOT = '00'
021572         MOVE 'NC' TO WS-EXCEPTION-REASON
021574         PERFORM 3550-WRITE-POST-EXCEPTION
021576         GO TO 3400-POST-CREDIT-EXIT
021578     END-IF
021579     PERFORM 3410-RESOLVE-REISSUED-CARD
021580     IF WS-EXCEPTION-REASON NOT = SPACES
021581         PERFORM 3550-WRITE-POST-EXCEPTION
021582         GO TO 3400-POST-CREDIT-EXIT
021583     END-IF
021584     ADD TRANS-AMOUNT TO CUST-AVAILABLE-CREDIT
021585     REWRITE CUSTOMER-RECORD
021586     ADD 1 TO WS-CREDIT-COUNT
021587     MOVE 'POSTED' TO WS-DECISION-CODE
021588     PERFORM 3100-LOG-DECISION.
021590
021592 3400-POST-CREDIT-EXIT.
021594     EXIT.
021596
021598* INDEX EVERY SCORED DEBIT BY TRANSACTION ID FOR REVERSAL
021600* MATCHING. A RERUN OF THE SAME ID REPLACES THE ENTRY.
021602 3450-RECORD-POSTED-TRANS SECTION.
021604 3450-RECORD-POSTED-START.
021606     MOVE TRANS-ID TO PT-TRANS-ID
021608     MOVE TRANS-CARD-NUMBER TO PT-CARD-NUMBER
021610     MOVE TRANS-AMOUNT TO PT-TRANS-AMOUNT
021612     MOVE TRANS-DATE TO PT-TRANS-DATE
021614     MOVE TRANS-TIME TO PT-TRANS-TIME
021616     MOVE TRANS-TYPE TO PT-TRANS-TYPE
021618     MOVE WS-DECISION-CODE TO PT-DECISION
021620     MOVE 'N' TO PT-REVERSED-FLAG
021622     MOVE ZERO TO PT-REVERSAL-TRANS-ID
021624     MOVE SPACES TO PT-FILLER
021626     WRITE POSTED-TRANS-RECORD
021628         INVALID KEY
021630             REWRITE POSTED-TRANS-RECORD
021632     END-WRITE.
021634
021636* A REVERSAL NAMES THE ORIGINAL IN TRANS-ORIG-TRANS-ID. WHEN THE
021638* ORIGINAL WAS APPROVED ON THE SAME CARD FOR THE SAME AMOUNT AND
021640* HAS NOT ALREADY BEEN REVERSED, ITS CREDIT AND HISTORY EFFECTS
021642* ARE BACKED OUT, AND ITS VELOCITY IF IT WAS MADE TODAY. ANYTHING
021643* ELSE IS AN EXCEPTION.
021644 3500-POST-REVERSAL SECTION.
021646 3500-POST-REVERSAL-START.
021648     IF TRANS-ORIG-TRANS-ID NOT NUMERIC
021650         OR TRANS-ORIG-TRANS-ID = ZERO
021652         MOVE 'NF' TO WS-EXCEPTION-REASON
021654         PERFORM 3550-WRITE-POST-EXCEPTION
021656         GO TO 3500-POST-REVERSAL-EXIT
021658     END-IF
021660     MOVE TRANS-ORIG-TRANS-ID TO PT-TRANS-ID
021662     READ POSTED-TRANS-FILE
021664         INVALID KEY
021666             MOVE 'NF' TO WS-EXCEPTION-REASON
021668     END-READ
021670     IF WS-EXCEPTION-REASON = SPACES
021672         EVALUATE TRUE
021674             WHEN PT-CARD-NUMBER NOT = TRANS-CARD-NUMBER
021676                 MOVE 'CM' TO WS-EXCEPTION-REASON
021678             WHEN PT-REVERSED-FLAG = 'Y'
021680                 MOVE 'AR' TO WS-EXCEPTION-REASON
021682             WHEN PT-DECISION NOT = 'APPROVED'
021684                 MOVE 'OD' TO WS-EXCEPTION-REASON
021686             WHEN PT-TRANS-AMOUNT NOT = TRANS-AMOUNT
021688                 MOVE 'AM' TO WS-EXCEPTION-REASON
021690         END-EVALUATE
021692     END-IF
021693     PERFORM 3410-RESOLVE-REISSUED-CARD
021694     IF WS-EXCEPTION-REASON NOT = SPACES
021696         PERFORM 3550-WRITE-POST-EXCEPTION
021698         GO TO 3500-POST-REVERSAL-EXIT
021700     END-IF
021702
021704     IF WS-CUST-STATUS = '00'
021706         ADD PT-TRANS-AMOUNT TO CUST-AVAILABLE-CREDIT
021708         REWRITE CUSTOMER-RECORD
021710     END-IF
021711     IF PT-TRANS-DATE = TRANS-DATE
021712         PERFORM 3510-BACK-OUT-VELOCITY
021713     END-IF
021714     PERFORM 3520-BACK-OUT-VELO-HIST
021715     MOVE PT-TRANS-DATE TO WS-ORIG-TRANS-DATE
021716     MOVE 'Y' TO PT-REVERSED-FLAG
021718     MOVE TRANS-ID TO PT-REVERSAL-TRANS-ID
021720     REWRITE POSTED-TRANS-RECORD
021722     ADD 1 TO WS-CREDIT-COUNT
021724     MOVE 'REVERSED' TO WS-DECISION-CODE
021726     PERFORM 3100-LOG-DECISION.
021728
021730 3500-POST-REVERSAL-EXIT.
021732     EXIT.
021734
021735* A REISSUE MOVES THE DAY'S VELOCITY ROW TO THE NEW CARD, SO THE
021736* ROW BACKED OUT IS THE ONE FOR THE CARD NOW IN THE CUSTOMER
021737* RECORD AREA (SEE 3410).
021738 3510-BACK-OUT-VELOCITY SECTION.
021739 3510-BACK-OUT-VELO-START.
021740     MOVE PT-CARD-NUMBER TO VELO-CARD-NUMBER
021741     IF WS-CUST-STATUS = '00'
021742         MOVE CUST-CARD-NUMBER TO VELO-CARD-NUMBER
021743     END-IF
021744     READ VELOCITY-FILE
021745         INVALID KEY
021746             GO TO 3510-BACK-OUT-VELO-EXIT
021747     END-READ
021748     IF VELO-TRANS-COUNT > ZERO
021749         SUBTRACT 1 FROM VELO-TRANS-COUNT
021750     END-IF
021751     IF VELO-TOTAL-AMOUNT > PT-TRANS-AMOUNT
021752         SUBTRACT PT-TRANS-AMOUNT FROM VELO-TOTAL-AMOUNT
021753     ELSE
021754         MOVE ZERO TO VELO-TOTAL-AMOUNT
021755     END-IF
021756     REWRITE VELOCITY-RECORD.
021757
021758 3510-BACK-OUT-VELO-EXIT.
021759     EXIT.
021774
021776* THE ORIGINAL'S HOUR BUCKET COMES FROM ITS OWN DATE AND TIME,
021777* CLAMPED THE SAME WAY AS 2625-SET-TRANS-HOUR. AS IN 3510, THE
021778* ROW BACKED OUT IS THE ONE FOR THE CARD NOW IN USE, SINCE A
021779* REISSUE COPIES THE HISTORY ROWS TO THE NEW CARD.
021780 3520-BACK-OUT-VELO-HIST SECTION.
021781 3520-BACK-OUT-HIST-START.
021782     MOVE PT-CARD-NUMBER TO VH-CARD-NUMBER
021783     IF WS-CUST-STATUS = '00'
021784         MOVE CUST-CARD-NUMBER TO VH-CARD-NUMBER
021785     END-IF
021786     MOVE PT-TRANS-DATE TO VH-DATE
021787     READ VELO-HIST-FILE
021788         INVALID KEY
021789             GO TO 3520-BACK-OUT-HIST-EXIT
021790     END-READ
021791     MOVE PT-TRANS-TIME TO WS-TIME-SPLIT
021792     IF PT-TRANS-TIME NOT NUMERIC OR WS-TIME-HH > 23
021793         MOVE 24 TO WS-TRANS-HOUR
021794     ELSE
021795         COMPUTE WS-TRANS-HOUR = WS-TIME-HH + 1
021796     END-IF
021797     IF VH-HOUR-COUNT(WS-TRANS-HOUR) > ZERO
021798         SUBTRACT 1 FROM VH-HOUR-COUNT(WS-TRANS-HOUR)
021799     END-IF
021800     IF VH-HOUR-AMOUNT(WS-TRANS-HOUR) > PT-TRANS-AMOUNT
021801         SUBTRACT PT-TRANS-AMOUNT
021802             FROM VH-HOUR-AMOUNT(WS-TRANS-HOUR)
021803     ELSE
021804         MOVE ZERO TO VH-HOUR-AMOUNT(WS-TRANS-HOUR)
021805     END-IF
021806     IF VH-DAY-COUNT > ZERO
021807         SUBTRACT 1 FROM VH-DAY-COUNT
021808     END-IF
021809     IF VH-DAY-AMOUNT > PT-TRANS-AMOUNT
021810         SUBTRACT PT-TRANS-AMOUNT FROM VH-DAY-AMOUNT
021811     ELSE
021812         MOVE ZERO TO VH-DAY-AMOUNT
021813     END-IF
021814     REWRITE VELO-HIST-RECORD.
021815
021816 3520-BACK-OUT-HIST-EXIT.
021817     EXIT.
021850
021852 3550-WRITE-POST-EXCEPTION SECTION.
021854 3550-WRITE-EXCEPTION-START.
021856     MOVE TRANS-ID TO PE-TRANS-ID
021858     MOVE TRANS-CARD-NUMBER TO PE-CARD-NUMBER
021860     MOVE TRANS-TYPE TO PE-TRANS-TYPE
021862     MOVE TRANS-AMOUNT TO PE-TRANS-AMOUNT
021864     MOVE TRANS-DATE TO PE-TRANS-DATE
021866     MOVE TRANS-TIME TO PE-TRANS-TIME
021868     IF TRANS-ORIG-TRANS-ID NUMERIC
021870         MOVE TRANS-ORIG-TRANS-ID TO PE-ORIG-TRANS-ID
021872     ELSE
021874         MOVE ZERO TO PE-ORIG-TRANS-ID
021876     END-IF
021878     MOVE WS-EXCEPTION-REASON TO PE-REASON-CODE
021880     MOVE SPACES TO PE-FILLER
021882     WRITE POST-EXCEPTION-RECORD
021884     IF WS-PEXC-STATUS NOT = '00'
021886         DISPLAY 'POSTEXCP WRITE FAILED, STATUS '
021888             WS-PEXC-STATUS
021890         PERFORM 9900-ABEND-RUN
021892     END-IF
021894     DISPLAY 'POSTING EXCEPTION ' WS-EXCEPTION-REASON
021896         ' - TRANS ' TRANS-ID ' ' TRANS-TYPE
021898     ADD 1 TO WS-EXCEPTION-COUNT
021900     MOVE 'EXCEPTION' TO WS-DECISION-CODE
021902     PERFORM 3100-LOG-DECISION.
021905
021908* A DEBIT THAT CANNOT BE AUTHORISED IS DECLINED HERE, AHEAD OF
021911* THE RULES. THESE ARE ACCOUNT DECLINES, NOT FRAUD DECLINES -
021914* NO RULE IS EVALUATED, NO HOT CARD IS WRITTEN AND THE CARD'S
021917* CREDIT, VELOCITY AND HISTORY ARE LEFT AS THEY ARE.
021920 2750-PRE-SCORE-GATE SECTION.
021923 2750-PRE-SCORE-GATE-START.
021926     MOVE SPACES TO WS-DECISION-CODE
021929     IF WS-CUST-STATUS NOT = '00'
021932         MOVE 'NOCARD' TO WS-DECISION-CODE
021935         ADD 1 TO WS-NOCARD-COUNT
021938         GO TO 2750-PRE-SCORE-GATE-EXIT
021941     END-IF
021944     IF CUST-BLOCK-STATUS = 'B' OR CUST-BLOCK-STATUS = 'R'
021947         MOVE 'BLOCKED' TO WS-DECISION-CODE
021950         ADD 1 TO WS-BLOCKED-COUNT
021953         GO TO 2750-PRE-SCORE-GATE-EXIT
021956     END-IF
021959     IF TRANS-AMOUNT > CUST-AVAILABLE-CREDIT
021962         MOVE 'OVERLIMIT' TO WS-DECISION-CODE
021965         ADD 1 TO WS-OVERLIMIT-COUNT
021968     END-IF.
021971
021974 2750-PRE-SCORE-GATE-EXIT.
021977     EXIT.
022000 9000-START-RUN-CONTROL SECTION.
022010 9000-START-RUN-START.
022020     OPEN I-O RUN-CONTROL-FILE
022640     DISPLAY 'RUN ABENDED, CODE ' WS-ABEND-CODE
022650     STOP RUN.
022660
022670* RULE 11 - IMPOSSIBLE TRAVEL. THE TRANSACTION LOCATION, OR
022680* FAILING THAT THE MERCHANT LOCATION, IS RESOLVED THROUGH
022690* LOCREF. THE RULE FIRES WHEN THE CARD COULD NOT HAVE COVERED
022700* THE DISTANCE FROM ITS LAST RESOLVED LOCATION IN THE TIME
022710* SINCE (WEIGHT), OR WHEN THE COUNTRY IS FLAGGED HIGH-RISK
022720* (WEIGHT-2). THE LOCATION IS RESOLVED EVEN WHILE THE RULE IS
022730* INACTIVE SO CARDLOC STAYS CURRENT.
022740 2692-RULE-IMPOSSIBLE-TRAVEL SECTION.
022750 2692-IMPOSSIBLE-TRAVEL-START.
022760     PERFORM 2693-RESOLVE-LOCATION
022770     MOVE TRANS-CARD-NUMBER TO CL-CARD-NUMBER
022780     READ CARD-LOCATION-FILE
022790         INVALID KEY
022800             MOVE 'N' TO WS-CARDLOC-FOUND
022810         NOT INVALID KEY
022820             MOVE 'Y' TO WS-CARDLOC-FOUND
022830     END-READ
022840     IF WS-RULE-ACTIVE(11) NOT = 'Y' OR WS-LOC-FOUND NOT = 'Y'
022850         GO TO 2692-IMPOSSIBLE-TRAVEL-EXIT
022860     END-IF
022870
022880     MOVE 'C' TO LR-REC-TYPE
022890     MOVE WS-CUR-COUNTRY-CODE TO LR-LOCATION-CODE
022900     READ LOCATION-REF-FILE
022910         INVALID KEY
022920             MOVE 'N' TO LR-HIGH-RISK-FLAG
022930     END-READ
022940     IF LR-HIGH-RISK-FLAG = 'Y'
022950         MOVE 'Y' TO RULE-11-TRIGGERED
022960         ADD WS-RULE-WEIGHT-2(11) TO WS-LOCATION-RISK
022970     END-IF
022980
022990     IF WS-CARDLOC-FOUND NOT = 'Y'
023000         GO TO 2692-IMPOSSIBLE-TRAVEL-EXIT
023010     END-IF
023020     PERFORM 2694-COMPUTE-TRAVEL
023030     IF WS-ELAPSED-MINUTES < ZERO
023040         GO TO 2692-IMPOSSIBLE-TRAVEL-EXIT
023050     END-IF
023060     IF WS-DIST-SQUARED > WS-MIN-DIST-SQUARED
023070         AND WS-DIST-SQUARED > WS-REACH-SQUARED
023080         MOVE 'Y' TO RULE-11-TRIGGERED
023090         ADD WS-RULE-WEIGHT(11) TO WS-LOCATION-RISK
023100     END-IF.
023110
023120 2692-IMPOSSIBLE-TRAVEL-EXIT.
023130     EXIT.
023140
023150 2693-RESOLVE-LOCATION SECTION.
023160 2693-RESOLVE-LOCATION-START.
023170     MOVE 'N' TO WS-LOC-FOUND
023180     IF WS-LOCREF-OPEN NOT = 'Y'
023190         GO TO 2693-RESOLVE-LOCATION-EXIT
023200     END-IF
023210     MOVE 'L' TO LR-REC-TYPE
023220     MOVE TRANS-LOCATION TO LR-LOCATION-CODE
023230     READ LOCATION-REF-FILE
023240         INVALID KEY
023250             CONTINUE
023260         NOT INVALID KEY
023270             MOVE 'Y' TO WS-LOC-FOUND
023280     END-READ
023290     IF WS-LOC-FOUND = 'N' AND WS-MERCH-STATUS = '00'
023300         MOVE 'L' TO LR-REC-TYPE
023310         MOVE MERCH-LOCATION TO LR-LOCATION-CODE
023320         READ LOCATION-REF-FILE
023330             INVALID KEY
023340                 CONTINUE
023350             NOT INVALID KEY
023360                 MOVE 'Y' TO WS-LOC-FOUND
023370         END-READ
023380     END-IF
023390     IF WS-LOC-FOUND = 'Y'
023400         MOVE LR-LOCATION-CODE TO WS-CUR-LOCATION-CODE
023410         MOVE LR-COUNTRY-CODE TO WS-CUR-COUNTRY-CODE
023420         MOVE LR-LATITUDE TO WS-CUR-LATITUDE
023430         MOVE LR-LONGITUDE TO WS-CUR-LONGITUDE
023440     END-IF.
023450
023460 2693-RESOLVE-LOCATION-EXIT.
023470     EXIT.
023480
023490* DISTANCE FROM THE CARD'S LAST LOCATION BY FLAT-EARTH
023500* APPROXIMATION (111.2 KM TO A DEGREE OF LATITUDE), KEPT AS A
023510* SQUARE AND COMPARED WITH THE SQUARE OF THE DISTANCE THE CARD
023520* COULD HAVE COVERED AT THE RULE 11 SPEED IN THE ELAPSED TIME.
023530* ELAPSED MINUTES ARE NEGATIVE WHEN THE LAST SIGHTING IS LATER
023540* THAN THIS TRANSACTION.
023550 2694-COMPUTE-TRAVEL SECTION.
023560 2694-COMPUTE-TRAVEL-START.
023570     MOVE CL-TRANS-DATE TO WS-DN-DATE
023580     PERFORM 2699-DATE-TO-DAY-NUMBER
023590     MOVE WS-DN-DAY-NUMBER TO WS-PRIOR-DAY-NUMBER
023600     MOVE TRANS-DATE TO WS-DN-DATE
023610     PERFORM 2699-DATE-TO-DAY-NUMBER
023620     MOVE CL-TRANS-TIME TO WS-PRIOR-HHMMSS
023630     MOVE TRANS-TIME TO WS-CUR-HHMMSS
023640     COMPUTE WS-ELAPSED-MINUTES =
023650         (WS-DN-DAY-NUMBER - WS-PRIOR-DAY-NUMBER) * 1440
023660         + (WS-CUR-HH * 60 + WS-CUR-MM)
023670         - (WS-PRIOR-HH * 60 + WS-PRIOR-MM)
023680     IF WS-ELAPSED-MINUTES = ZERO
023690         MOVE 1 TO WS-ELAPSED-MINUTES
023700     END-IF
023710
023720     COMPUTE WS-DELTA-LAT = WS-CUR-LATITUDE - CL-LATITUDE
023730     IF WS-DELTA-LAT < ZERO
023740         COMPUTE WS-DELTA-LAT = ZERO - WS-DELTA-LAT
023750     END-IF
023760     COMPUTE WS-DELTA-LON = WS-CUR-LONGITUDE - CL-LONGITUDE
023770     IF WS-DELTA-LON < ZERO
023780         COMPUTE WS-DELTA-LON = ZERO - WS-DELTA-LON
023790     END-IF
023800     IF WS-DELTA-LON > 180
023810         COMPUTE WS-DELTA-LON = 360 - WS-DELTA-LON
023820     END-IF
023830     COMPUTE WS-MEAN-LAT = (WS-CUR-LATITUDE + CL-LATITUDE) / 2
023840     IF WS-MEAN-LAT < ZERO
023850         COMPUTE WS-MEAN-LAT = ZERO - WS-MEAN-LAT
023860     END-IF
023870     DIVIDE WS-MEAN-LAT BY 10 GIVING WS-LAT-BAND
023880     ADD 1 TO WS-LAT-BAND
023890     IF WS-LAT-BAND > 9
023900         MOVE 9 TO WS-LAT-BAND
023910     END-IF
023920
023930     COMPUTE WS-KM-NORTH = WS-DELTA-LAT * 111.2
023940     COMPUTE WS-KM-EAST = WS-DELTA-LON * 111.2
023950         * WS-COS-BAND(WS-LAT-BAND)
023960     COMPUTE WS-DIST-SQUARED = WS-KM-NORTH * WS-KM-NORTH
023970         + WS-KM-EAST * WS-KM-EAST
023980     COMPUTE WS-MIN-DIST-SQUARED =
023990         WS-RULE-T2(11) * WS-RULE-T2(11)
024000* A CARD THAT COULD HAVE GONE HALF WAY ROUND THE EARTH SINCE ITS
024004* LAST SIGHTING CAN BE ANYWHERE, SO ITS REACH IS SET TO THE
024008* DISTANCE ITSELF AND THE SPEED TEST CANNOT FIRE. THIS ALSO KEEPS
024012* A LONG GAP FROM OVERFLOWING THE REACH AND ITS SQUARE.
024016     IF WS-ELAPSED-MINUTES > 0
024020         IF WS-RULE-T1(11) * WS-ELAPSED-MINUTES / 60
024024             < WS-HALF-EARTH-KM
024028             COMPUTE WS-REACH-KM =
024032                 WS-RULE-T1(11) * WS-ELAPSED-MINUTES / 60
024036             COMPUTE WS-REACH-SQUARED = WS-REACH-KM * WS-REACH-KM
024040         ELSE
024042             MOVE WS-DIST-SQUARED TO WS-REACH-SQUARED
024044         END-IF
024046     END-IF.
024050
024060* DAYS FROM A FIXED ORIGIN FOR A YYYYMMDD DATE, COUNTING THE
024070* YEAR FROM MARCH SO THE LEAP DAY FALLS AT THE END
024080 2699-DATE-TO-DAY-NUMBER SECTION.
024090 2699-DATE-TO-DAY-START.
024100     MOVE WS-DN-YYYY TO WS-DN-YEAR
024110     MOVE WS-DN-MM TO WS-DN-MONTH
024120     IF WS-DN-MONTH < 3
024130         SUBTRACT 1 FROM WS-DN-YEAR
024140         ADD 12 TO WS-DN-MONTH
024150     END-IF
024160     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-Q4
024170     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100
024180     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400
024190     COMPUTE WS-DN-MONTH-DAYS = (153 * (WS-DN-MONTH - 3) + 2) / 5
024200     COMPUTE WS-DN-DAY-NUMBER = 365 * WS-DN-YEAR
024210         + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
024220         + WS-DN-MONTH-DAYS + WS-DN-DD.
024230
024240* REMEMBER WHERE THE CARD WAS LAST SEEN, KEEPING THE SIGHTING
024250* BEFORE IT FOR SHADOW SCORING
024260 3380-UPDATE-CARD-LOCATION SECTION.
024270 3380-UPDATE-CARD-LOC-START.
024280     IF WS-LOC-FOUND NOT = 'Y'
024290         GO TO 3380-UPDATE-CARD-LOC-EXIT
024300     END-IF
024310     IF WS-CARDLOC-FOUND = 'Y'
024320         MOVE CL-LAST-SEEN TO CL-PRIOR-SEEN
024330     ELSE
024340         MOVE TRANS-CARD-NUMBER TO CL-CARD-NUMBER
024350         MOVE SPACES TO CL-PRIOR-LOCATION-CODE
024360         MOVE SPACES TO CL-PRIOR-COUNTRY-CODE
024370         MOVE ZERO TO CL-PRIOR-LATITUDE
024380         MOVE ZERO TO CL-PRIOR-LONGITUDE
024390         MOVE ZERO TO CL-PRIOR-TRANS-DATE
024400         MOVE ZERO TO CL-PRIOR-TRANS-TIME
024410         MOVE ZERO TO CL-PRIOR-TRANS-ID
024420         MOVE SPACES TO CL-FILLER
024430     END-IF
024440     MOVE WS-CUR-LOCATION-CODE TO CL-LOCATION-CODE
024450     MOVE WS-CUR-COUNTRY-CODE TO CL-COUNTRY-CODE
024460     MOVE WS-CUR-LATITUDE TO CL-LATITUDE
024470     MOVE WS-CUR-LONGITUDE TO CL-LONGITUDE
024480     MOVE TRANS-DATE TO CL-TRANS-DATE
024490     MOVE TRANS-TIME TO CL-TRANS-TIME
024500     MOVE TRANS-ID TO CL-TRANS-ID
024510     IF WS-CARDLOC-FOUND = 'Y'
024520         REWRITE CARD-LOCATION-RECORD
024530     ELSE
024540         WRITE CARD-LOCATION-RECORD
024550     END-IF.
024560
024570 3380-UPDATE-CARD-LOC-EXIT.
024580     EXIT.
024590
024600* RULE 12 - COMPROMISE WATCH. A CARD LISTED BY THE COMMON
024610* POINT OF PURCHASE ANALYSIS CARRIES THE EXTRA WEIGHT UNTIL
024620* ITS WATCH EXPIRES OR IT IS REISSUED.
024630 2696-RULE-COMPROMISE-WATCH SECTION.
024640 2696-COMPROMISE-WATCH-START.
024650     IF WS-RULE-ACTIVE(12) NOT = 'Y' OR WS-ATRISK-OPEN NOT = 'Y'
024660         GO TO 2696-COMPROMISE-WATCH-EXIT
024670     END-IF
024680     MOVE TRANS-CARD-NUMBER TO AR-CARD-NUMBER
024690     READ AT-RISK-FILE
024700         INVALID KEY
024710             GO TO 2696-COMPROMISE-WATCH-EXIT
024720     END-READ
024730     IF AR-WATCH-STATUS = 'A'
024740         AND TRANS-DATE <= AR-EXPIRY-DATE
024750         MOVE 'Y' TO RULE-12-TRIGGERED
024760         ADD WS-RULE-WEIGHT(12) TO WS-MERCHANT-RISK
024770     END-IF.
024780
024790 2696-COMPROMISE-WATCH-EXIT.
024800     EXIT.
024810
024830* A CREDIT ON A CARD RETIRED BY FRAUD-CARD-REISSUE BELONGS ON
024840* THE CARD THAT NOW CARRIES THE ACCOUNT'S CREDIT POSITION. THE
024850* CHAIN OF REPLACEMENTS IS FOLLOWED THROUGH CARDXREF AND THE
024860* CURRENT CARD'S CUSTOMER RECORD IS LEFT IN THE RECORD AREA.
024870* WITH NO LIVE REPLACEMENT THE CREDIT IS AN EXCEPTION.
024880 3410-RESOLVE-REISSUED-CARD SECTION.
024890 3410-RESOLVE-CARD-START.
024900     IF WS-EXCEPTION-REASON NOT = SPACES
024910         OR WS-CUST-STATUS NOT = '00'
024920         GO TO 3410-RESOLVE-CARD-EXIT
024930     END-IF
024940     IF CUST-BLOCK-STATUS NOT = 'R'
024950         GO TO 3410-RESOLVE-CARD-EXIT
024960     END-IF
024970     MOVE TRANS-CARD-NUMBER TO WS-CREDIT-CARD
024980     IF WS-XREF-OPEN = 'Y'
024990         MOVE 'N' TO WS-XREF-DONE
025000         MOVE ZERO TO WS-XREF-LINKS
025010         PERFORM 3420-FOLLOW-ONE-LINK
025020             UNTIL WS-XREF-DONE = 'Y'
025030             OR WS-XREF-LINKS > 9
025040     END-IF
025050     IF WS-CREDIT-CARD = TRANS-CARD-NUMBER
025060         MOVE 'RC' TO WS-EXCEPTION-REASON
025070         GO TO 3410-RESOLVE-CARD-EXIT
025080     END-IF
025090     MOVE WS-CREDIT-CARD TO CUST-CARD-NUMBER
025100     READ CUSTOMER-FILE
025110         INVALID KEY
025120             MOVE 'RC' TO WS-EXCEPTION-REASON
025130             GO TO 3410-RESOLVE-CARD-EXIT
025140     END-READ
025150     IF CUST-BLOCK-STATUS = 'R'
025160         MOVE 'RC' TO WS-EXCEPTION-REASON
025170         GO TO 3410-RESOLVE-CARD-EXIT
025180     END-IF
025190     ADD 1 TO WS-REISSUED-CREDITS
025200     DISPLAY 'CREDIT ' TRANS-ID ' ON CARD ' TRANS-CARD-NUMBER
025210         ' POSTED TO ' WS-CREDIT-CARD.
025220
025230 3410-RESOLVE-CARD-EXIT.
025240     EXIT.
025250
025260 3420-FOLLOW-ONE-LINK SECTION.
025270 3420-FOLLOW-LINK-START.
025280     MOVE WS-CREDIT-CARD TO XR-OLD-CARD-NUMBER
025290     READ CARD-XREF-FILE
025300         INVALID KEY
025310             MOVE 'Y' TO WS-XREF-DONE
025320         NOT INVALID KEY
025330             MOVE XR-NEW-CARD-NUMBER TO WS-CREDIT-CARD
025340             ADD 1 TO WS-XREF-LINKS
025350     END-READ.
025360
025370 END PROGRAM FRAUD-MGMT-SYSTEM-VIOLATIONS.
