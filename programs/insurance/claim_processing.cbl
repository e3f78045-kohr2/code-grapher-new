               RECORD KEY IS PM-POLICY-NUMBER
               FILE STATUS IS WS-POLICY-STATUS.

           SELECT POLICY-LAPSE-FILE ASSIGN TO 'POLLAPSE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-LAPSE-STATUS.

           SELECT PENDING-FILE ASSIGN TO 'PENDFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-POLICY-NUMBER
               FILE STATUS IS WS-EXPOSURE-STATUS.

           SELECT RULE-PARM-FILE ASSIGN TO 'RULEPARM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-RULE-NUMBER
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CLAIM-CASE-FILE ASSIGN TO 'CLMCASE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CASE-NUMBER
               FILE STATUS IS WS-CASE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FILE SECTION.

      * RESUBMIT INDICATOR 'R' LETS A CORRECTED CLAIM THROUGH THE
      * DUPLICATE CHECK AGAINST THE CLAIM HISTORY MASTER. A BLANK
      * OR ZERO LOSS DATE IS TAKEN AS THE RUN DATE
       FD  CLAIMS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
           02  CI-CLAIM-AMOUNT      PIC 9(8)V99.
           02  CI-POLICY-NUMBER     PIC X(10).
           02  CI-RESUBMIT-IND      PIC X(1).
           02  CI-LOSS-DATE         PIC 9(8).
           02  CI-LOSS-DATE-X REDEFINES CI-LOSS-DATE
                                    PIC X(8).
           02  CI-FILLER            PIC X(1).

       FD  CLAIM-RESULTS-FILE
           RECORDING MODE IS F
           02  CR-PAYABLE-AMOUNT    PIC 9(8)V99.
           02  CR-FILLER            PIC X(7).

      * COVER RUNS FROM INCEPTION THROUGH EXPIRY (ZERO EXPIRY IS
      * CONTINUOUS) LESS EVERY LAPSE SPAN ON POLLAPSE. THE LAPSE
      * FIELDS HERE REPEAT THE LATEST SPAN. THE PRIOR TERMS ARE
      * THOSE IN FORCE BEFORE PM-TERMS-DATE
       FD  POLICY-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  POLICY-MASTER-RECORD.
           02  PM-POLICY-NUMBER     PIC X(10).
           02  PM-POLICY-LIMIT      PIC 9(8)V99.
           02  PM-NEW-LIMIT         PIC 9(8)V99.
           02  PM-NEW-DEDUCTIBLE    PIC 9(8)V99.
           02  PM-EFFECTIVE-DATE    PIC 9(8).
           02  PM-POLICY-STATUS     PIC X(1).
               88  PM-ACTIVE        VALUE 'A' SPACE.
               88  PM-CANCELLED     VALUE 'C'.
               88  PM-LAPSED        VALUE 'L'.
               88  PM-REINSTATED    VALUE 'R'.
           02  PM-INCEPTION-DATE    PIC 9(8).
           02  PM-EXPIRY-DATE       PIC 9(8).
           02  PM-LAPSE-TYPE        PIC X(1).
           02  PM-LAPSE-FROM-DATE   PIC 9(8).
           02  PM-LAPSE-TO-DATE     PIC 9(8).
           02  PM-PRIOR-LIMIT       PIC 9(8)V99.
           02  PM-PRIOR-DEDUCTIBLE  PIC 9(8)V99.
           02  PM-TERMS-DATE        PIC 9(8).
           02  PM-FILLER            PIC X(30).

      * ONE RECORD PER CANCELLATION OR LAPSE - FROM THE DATE COVER
      * STOPPED UP TO THE REINSTATEMENT DATE, ZERO WHILE UNREINSTATED
       FD  POLICY-LAPSE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  POLICY-LAPSE-RECORD.
           02  PL-KEY.
               03  PL-POLICY-NUMBER PIC X(10).
               03  PL-FROM-DATE     PIC 9(8).
           02  PL-TO-DATE           PIC 9(8).
           02  PL-LAPSE-TYPE        PIC X(1).
           02  PL-FILLER            PIC X(13).

       FD  PENDING-FILE
           RECORDING MODE IS F
           02  PF-ORIGINAL-AMOUNT   PIC 9(8)V99.
           02  PF-POLICY-NUMBER     PIC X(10).
           02  PF-DATE-PENDED       PIC 9(8).
           02  PF-LOSS-DATE         PIC 9(8).
           02  PF-FILLER            PIC X(4).

      * CLAIM HISTORY MASTER - EVERY ADJUDICATED CLAIM IS KEPT SO
      * A RESUBMISSION OF A PAID OR DENIED CLAIM CAN BE CAUGHT
           02  CH-REASON-CODE       PIC X(2).
           02  CH-PAYABLE-AMOUNT    PIC 9(8)V99.
           02  CH-ADJUDICATION-DATE PIC 9(8).
           02  CH-LOSS-DATE         PIC 9(8).
           02  CH-FILLER            PIC X(1).

      * YEAR-TO-DATE PAID EXPOSURE BY POLICY, SHARED WITH
      * CLAIM-APPROVAL AND RESET AT YEAR START BY POLICY-EXPO-RESET
           02  PX-LAST-PAID-DATE    PIC 9(8).
           02  PX-FILLER            PIC X(6).

      * RULE PARAMETER FILE SHARED WITH THE CARD FRAUD SYSTEM AND
      * MAINTAINED BY FRAUD-RULE-MAINT. 41-45 CARRY THE CLAIM
      * SCREENING RULES, 49 THE REFERRAL SCORE IN RP-THRESHOLD-1
       FD  RULE-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RULE-PARM-RECORD.
           02  RP-RULE-NUMBER       PIC 9(2).
           02  RP-WEIGHT            PIC 9(3).
           02  RP-WEIGHT-2          PIC 9(3).
           02  RP-THRESHOLD-1       PIC 9(8)V99.
           02  RP-THRESHOLD-2       PIC 9(8)V99.
           02  RP-EFFECTIVE-DATE    PIC 9(8).
           02  RP-ACTIVE-FLAG       PIC X(1).
           02  RP-FILLER            PIC X(43).

      * CLAIM FRAUD CASES, WORKED THROUGH FRAUD-CASE-WORKFLOW WITH
      * THE SAME STATUSES AS CARD CASES. RECORD ZERO CARRIES THE
      * LAST CASE NUMBER ISSUED
       FD  CLAIM-CASE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  CLAIM-CASE-RECORD.
           02  CC-CASE-NUMBER       PIC 9(8).
           02  CC-CLAIM-NUMBER      PIC X(10).
           02  CC-POLICY-NUMBER     PIC X(10).
           02  CC-RISK-SCORE        PIC 9(4).
           02  CC-CLAIM-AMOUNT      PIC 9(8)V99.
           02  CC-RULES-TRIGGERED   PIC X(50).
           02  CC-STATUS-CODE       PIC X(2).
           02  CC-ANALYST-ID        PIC X(8).
           02  CC-OPEN-DATE         PIC 9(8).
           02  CC-CLOSE-DATE        PIC 9(8).
           02  CC-FILLER            PIC X(82).
       01  CLAIM-CASE-CONTROL-RECORD.
           02  CCC-CASE-KEY         PIC 9(8).
           02  CCC-LAST-CASE-NUMBER PIC 9(8).
           02  CCC-FILLER           PIC X(184).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.

       01  WS-POLICY-STATUS         PIC XX.

       01  WS-LAPSE-STATUS          PIC XX.

       01  WS-PENDING-STATUS        PIC XX.

       01  WS-HISTORY-STATUS        PIC XX.

       01  WS-EXPOSURE-STATUS       PIC XX.

       01  WS-PARM-STATUS           PIC XX.

       01  WS-CASE-STATUS           PIC XX.

       01  WS-EXPOSURE-FOUND        PIC X(1) VALUE 'N'.
           88  EXPOSURE-FOUND       VALUE 'Y'.
           88  EXPOSURE-ABSENT      VALUE 'N'.

       01  ORIGINAL-CLAIM-AMOUNT    PIC 9(8)V99.

       01  LOSS-DATE                PIC 9(8).
       01  LOSS-DATE-PARTS REDEFINES LOSS-DATE.
           02  LOSS-YEAR            PIC 9(4).
           02  LOSS-MONTH           PIC 9(2).
           02  LOSS-DAY             PIC 9(2).

       01  WS-LOSS-DATE-VALID       PIC X(1) VALUE 'Y'.
           88  LOSS-DATE-VALID      VALUE 'Y'.
           88  LOSS-DATE-INVALID    VALUE 'N'.

      * ADJUDICATION REASON CODES
      *   00 APPROVED          10 EXCEEDS POLICY LIMIT
      *   20 POLICY NOT FOUND  30 INVALID CLAIM AMOUNT
      *   40 PENDING APPROVAL  50 DENIED BY SUPERVISOR
      *   60 DUPLICATE CLAIM   70 AGGREGATE LIMIT EXCEEDED
      *   80 PENDING FRAUD REVIEW
      *   90 LOSS BEFORE INCEPTION  91 LOSS AFTER EXPIRY
      *   92 POLICY CANCELLED AT LOSS  93 POLICY LAPSED AT LOSS
      *   94 INVALID LOSS DATE
       01  WS-REASON-CODE           PIC X(2).

      * DENIAL REASON WHEN THE POLICY WAS NOT IN FORCE ON THE
      * LOSS DATE, SPACES WHEN IT WAS
       01  WS-COVERAGE-REASON       PIC X(2).
           88  LOSS-COVERED         VALUE SPACES.

       01  WS-DUPLICATE-CLAIM       PIC X(1) VALUE 'N'.
           88  DUPLICATE-SUBMISSION VALUE 'Y'.
           88  FIRST-SUBMISSION     VALUE 'N'.
           88  HISTORY-FOUND        VALUE 'Y'.
           88  HISTORY-ABSENT       VALUE 'N'.

      * OUTCOME ALREADY ON THE HISTORY MASTER FOR A RESUBMISSION
       01  PRIOR-CLAIM-AMOUNT       PIC 9(8)V99 VALUE ZERO.

       01  PRIOR-CLAIM-STATUS       PIC X(1) VALUE SPACE.

       01  WS-VALID-CLAIM           PIC X(1) VALUE 'Y'.
           88  VALID-CLAIM          VALUE 'Y'.
           88  INVALID-CLAIM        VALUE 'N'.
               88  AUTO-APPROVED    VALUE 'N'.
           02  APPROVAL-AMOUNT      PIC 9(8)V99 VALUE 5000.

      * CLAIM SCREENING RULES, ENTRY N FROM RULEPARM RULE 40 + N
      *   1 SEVERAL CLAIMS ON THE POLICY WITHIN T1 DAYS (T2 OR MORE
      *     OTHERS), WEIGHT-2 MORE IF THE POLICY WAS PAID IN THAT TIME
      *   2 CLAIM WITHIN T1 DAYS OF THE POLICY TERMS CHANGING
      *   3 AMOUNT WITHIN T1 BELOW THE APPROVAL AMOUNT
      *   4 AMOUNT OF T2 OR MORE IN A ROUND MULTIPLE OF T1
      *   5 RESUBMISSION FOR MORE THAN THE AMOUNT ON HISTORY,
      *     WEIGHT-2 MORE IF THE EARLIER CLAIM WAS DENIED
       01  SCREEN-RULE-TABLE.
           02  SCREEN-RULE OCCURS 5 TIMES.
               03  SR-WEIGHT        PIC 9(3).
               03  SR-WEIGHT-2      PIC 9(3).
               03  SR-T1            PIC 9(8)V99.
               03  SR-T2            PIC 9(8)V99.
               03  SR-ACTIVE        PIC X(1).

       01  SR-INDEX                 PIC 9(2) COMP.

       01  PARMS-LOADED             PIC 9(2) VALUE ZERO.

       01  REFERRAL-SCORE           PIC 9(4) VALUE 60.

       01  SCREEN-DATA.
           02  CLAIM-RISK-SCORE     PIC 9(4).
           02  CLAIM-RULES-FIRED    PIC X(50).
           02  RULES-POINTER        PIC 9(3).
           02  FRAUD-REFERRAL-IND   PIC X(1) VALUE 'N'.
               88  FRAUD-REFERRAL   VALUE 'Y'.
               88  NO-REFERRAL      VALUE 'N'.

       01  ROUND-QUOTIENT           PIC 9(8).

       01  ROUND-REMAINDER          PIC 9(8)V99.

      * CLAIMS ON FILE WITHIN THE MULTIPLE-CLAIM WINDOW, LOADED FROM
      * THE HISTORY MASTER AND ADDED TO AS THIS RUN SCREENS CLAIMS
       01  RECENT-CLAIM-TABLE.
           02  RECENT-CLAIM OCCURS 5000 TIMES.
               03  RCT-CLAIM-NUMBER PIC X(10).
               03  RCT-POLICY-NUMBER PIC X(10).
       01  RECENT-CLAIM-COUNT       PIC 9(4) VALUE ZERO.
       01  RECENT-CLAIM-MAX         PIC 9(4) VALUE 5000.
       01  RECENT-CLAIM-INDEX       PIC 9(4) VALUE ZERO.
       01  RECENT-TABLE-FULL        PIC X(1) VALUE 'N'.

       01  RECENT-ENTRY.
           02  RE-CLAIM-NUMBER      PIC X(10).
           02  RE-POLICY-NUMBER     PIC X(10).

       01  POLICY-CLAIM-COUNT       PIC 9(4) VALUE ZERO.

       01  WINDOW-DAYS              PIC 9(3).

       01  WINDOW-DATE.
           02  WINDOW-YEAR          PIC 9(4).
           02  WINDOW-MONTH         PIC 9(2).
           02  WINDOW-DAY           PIC 9(2).

       01  WINDOW-WORK              PIC S9(4) COMP.

       01  WS-MONTH-DAYS-TABLE.
           02  FILLER               PIC X(24)
               VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
           02  WS-DAYS-IN-MONTH     PIC 9(2) OCCURS 12 TIMES.

       01  MULTI-CLAIM-START        PIC 9(8).

       01  TERM-CHANGE-START        PIC 9(8).

       01  NEXT-CLAIM-CASE-NUMBER   PIC 9(8) VALUE ZERO.

       01  WS-PEND-WRITTEN          PIC X(1) VALUE 'N'.

       01  SCREEN-COUNTS.
           02  CLAIMS-REFERRED      PIC 9(5) VALUE ZERO.
           02  CLAIM-CASES-OPENED   PIC 9(5) VALUE ZERO.

       01  WS-RUNCTL-STATUS         PIC XX.

       01  WS-RUN-PROGRAM-ID        PIC X(30) VALUE
           PERFORM START-RUN-CONTROL
           PERFORM INITIALIZE-CLAIM
           PERFORM OPEN-CLAIM-FILES
           PERFORM PREPARE-CLAIM-SCREENING
           PERFORM READ-NEXT-CLAIM
           PERFORM PROCESS-ONE-CLAIM
               UNTIL WS-CLAIMS-EOF
                   WS-POLICY-STATUS
               PERFORM ABEND-RUN
           END-IF
           OPEN INPUT POLICY-LAPSE-FILE
           IF WS-LAPSE-STATUS = '35'
               OPEN OUTPUT POLICY-LAPSE-FILE
               CLOSE POLICY-LAPSE-FILE
               OPEN INPUT POLICY-LAPSE-FILE
           END-IF
           IF WS-LAPSE-STATUS NOT = '00'
               DISPLAY 'POLLAPSE OPEN FAILED - STATUS '
                   WS-LAPSE-STATUS
               PERFORM ABEND-RUN
           END-IF
           OPEN I-O PENDING-FILE
           IF WS-PENDING-STATUS = '35'
               OPEN OUTPUT PENDING-FILE
               DISPLAY 'POLEXPO OPEN FAILED - STATUS '
                   WS-EXPOSURE-STATUS
               PERFORM ABEND-RUN
           END-IF
           OPEN I-O CLAIM-CASE-FILE
           IF WS-CASE-STATUS = '35'
               OPEN OUTPUT CLAIM-CASE-FILE
               CLOSE CLAIM-CASE-FILE
               OPEN I-O CLAIM-CASE-FILE
           END-IF
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'CLMCASE OPEN FAILED - STATUS '
                   WS-CASE-STATUS
               PERFORM ABEND-RUN
           END-IF.

      * SCREENING STARTS FROM THE SHIPPED DEFAULTS SO A MISSING OR
      * FUTURE-DATED RULEPARM RECORD LEAVES THE DEFAULT IN FORCE
       PREPARE-CLAIM-SCREENING.
           PERFORM SET-DEFAULT-SCREEN-RULES
           OPEN INPUT RULE-PARM-FILE
           IF WS-PARM-STATUS = '00'
               MOVE 1 TO SR-INDEX
               PERFORM LOAD-ONE-SCREEN-RULE
                   UNTIL SR-INDEX > 5
               PERFORM LOAD-REFERRAL-SCORE
               CLOSE RULE-PARM-FILE
           ELSE
               DISPLAY 'RULEPARM NOT AVAILABLE - STATUS '
                   WS-PARM-STATUS
           END-IF
           DISPLAY 'CLAIM RULE PARAMETERS LOADED: ' PARMS-LOADED
           MOVE SR-T1(1) TO WINDOW-DAYS
           PERFORM CALCULATE-WINDOW-START
           MOVE WINDOW-DATE TO MULTI-CLAIM-START
           MOVE SR-T1(2) TO WINDOW-DAYS
           PERFORM CALCULATE-WINDOW-START
           MOVE WINDOW-DATE TO TERM-CHANGE-START
           PERFORM LOAD-RECENT-CLAIMS
           PERFORM READ-CLAIM-CASE-CONTROL.

       SET-DEFAULT-SCREEN-RULES.
           MOVE ZERO TO SCREEN-RULE-TABLE
           MOVE 40 TO SR-WEIGHT(1)
           MOVE 20 TO SR-WEIGHT-2(1)
           MOVE 30 TO SR-T1(1)
           MOVE 2 TO SR-T2(1)
           MOVE 35 TO SR-WEIGHT(2)
           MOVE 30 TO SR-T1(2)
           MOVE 30 TO SR-WEIGHT(3)
           MOVE 500 TO SR-T1(3)
           MOVE 15 TO SR-WEIGHT(4)
           MOVE 100 TO SR-T1(4)
           MOVE 1000 TO SR-T2(4)
           MOVE 50 TO SR-WEIGHT(5)
           MOVE 25 TO SR-WEIGHT-2(5)
           MOVE 1 TO SR-INDEX
           PERFORM ACTIVATE-ONE-SCREEN-RULE
               UNTIL SR-INDEX > 5
           MOVE 60 TO REFERRAL-SCORE.

       ACTIVATE-ONE-SCREEN-RULE.
           MOVE 'Y' TO SR-ACTIVE(SR-INDEX)
           ADD 1 TO SR-INDEX.

       LOAD-ONE-SCREEN-RULE.
           COMPUTE RP-RULE-NUMBER = SR-INDEX + 40
           READ RULE-PARM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RP-EFFECTIVE-DATE <= WS-RUN-DATE
                       MOVE RP-WEIGHT TO SR-WEIGHT(SR-INDEX)
                       MOVE RP-WEIGHT-2 TO SR-WEIGHT-2(SR-INDEX)
                       MOVE RP-THRESHOLD-1 TO SR-T1(SR-INDEX)
                       MOVE RP-THRESHOLD-2 TO SR-T2(SR-INDEX)
                       MOVE RP-ACTIVE-FLAG TO SR-ACTIVE(SR-INDEX)
                       ADD 1 TO PARMS-LOADED
                   END-IF
           END-READ
           ADD 1 TO SR-INDEX.

       LOAD-REFERRAL-SCORE.
           MOVE 49 TO RP-RULE-NUMBER
           READ RULE-PARM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RP-ACTIVE-FLAG = 'Y'
                       AND RP-EFFECTIVE-DATE <= WS-RUN-DATE
                       MOVE RP-THRESHOLD-1 TO REFERRAL-SCORE
                       ADD 1 TO PARMS-LOADED
                   END-IF
           END-READ.

      * BACK THE RUN DATE UP BY WINDOW-DAYS, BORROWING THROUGH
      * MONTH AND YEAR BOUNDARIES AS NEEDED
       CALCULATE-WINDOW-START.
           MOVE WS-RUN-DATE TO WINDOW-DATE
           COMPUTE WINDOW-WORK = WINDOW-DAY - WINDOW-DAYS
           PERFORM BORROW-WINDOW-MONTH
               UNTIL WINDOW-WORK > ZERO
           MOVE WINDOW-WORK TO WINDOW-DAY.

       BORROW-WINDOW-MONTH.
           IF WINDOW-MONTH = 1
               MOVE 12 TO WINDOW-MONTH
               SUBTRACT 1 FROM WINDOW-YEAR
           ELSE
               SUBTRACT 1 FROM WINDOW-MONTH
           END-IF
           ADD WS-DAYS-IN-MONTH(WINDOW-MONTH) TO WINDOW-WORK.

       LOAD-RECENT-CLAIMS.
           MOVE LOW-VALUES TO CH-CLAIM-NUMBER
           START CLAIM-HISTORY-FILE KEY >= CH-CLAIM-NUMBER
               INVALID KEY
                   MOVE '10' TO WS-HISTORY-STATUS
           END-START
           IF WS-HISTORY-STATUS = '00'
               PERFORM READ-NEXT-HISTORY
               PERFORM LOAD-ONE-RECENT-CLAIM
                   UNTIL WS-HISTORY-STATUS = '10'
           END-IF
           DISPLAY 'RECENT CLAIMS LOADED: ' RECENT-CLAIM-COUNT.

       READ-NEXT-HISTORY.
           READ CLAIM-HISTORY-FILE NEXT
               AT END
                   MOVE '10' TO WS-HISTORY-STATUS
           END-READ.

       LOAD-ONE-RECENT-CLAIM.
           IF CH-ADJUDICATION-DATE >= MULTI-CLAIM-START
               MOVE CH-CLAIM-NUMBER TO RE-CLAIM-NUMBER
               MOVE CH-POLICY-NUMBER TO RE-POLICY-NUMBER
               PERFORM ADD-RECENT-CLAIM
           END-IF
           PERFORM READ-NEXT-HISTORY.

      * A FULL TABLE ONLY WEAKENS THE MULTIPLE-CLAIM RULE, SO THE
      * RUN CARRIES ON
       ADD-RECENT-CLAIM.
           IF RECENT-CLAIM-COUNT < RECENT-CLAIM-MAX
               ADD 1 TO RECENT-CLAIM-COUNT
               MOVE RECENT-ENTRY TO RECENT-CLAIM(RECENT-CLAIM-COUNT)
           ELSE
               IF RECENT-TABLE-FULL = 'N'
                   MOVE 'Y' TO RECENT-TABLE-FULL
                   DISPLAY 'RECENT CLAIM TABLE FULL AT '
                       RECENT-CLAIM-MAX ' ENTRIES'
               END-IF
           END-IF.

       READ-CLAIM-CASE-CONTROL.
           MOVE ZERO TO CC-CASE-NUMBER
           READ CLAIM-CASE-FILE
               INVALID KEY
                   MOVE ZERO TO CCC-CASE-KEY
                   MOVE ZERO TO CCC-LAST-CASE-NUMBER
                   MOVE SPACES TO CCC-FILLER
                   WRITE CLAIM-CASE-CONTROL-RECORD
           END-READ
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'CLMCASE CONTROL FAILED - STATUS '
                   WS-CASE-STATUS
               PERFORM ABEND-RUN
           END-IF
           MOVE CCC-LAST-CASE-NUMBER TO NEXT-CLAIM-CASE-NUMBER.

       READ-NEXT-CLAIM.
           READ CLAIMS-FILE
               AT END
           MOVE 'Y' TO WS-VALID-CLAIM
           MOVE 'N' TO WS-POLICY-FOUND
           MOVE SPACES TO WS-REASON-CODE
           MOVE SPACES TO WS-COVERAGE-REASON
           MOVE 'Y' TO WS-LOSS-DATE-VALID
           MOVE WS-RUN-DATE TO LOSS-DATE
           MOVE ZERO TO WS-DEDUCTIBLE-APPLIED
           MOVE ZERO TO WS-PAYABLE-AMOUNT
           MOVE 'N' TO FRAUD-REFERRAL-IND
           MOVE ZERO TO CLAIM-RISK-SCORE
           MOVE SPACES TO CLAIM-RULES-FIRED

           PERFORM CHECK-CLAIM-HISTORY
           IF DUPLICATE-SUBMISSION
           ELSE
               PERFORM VALIDATE-CLAIM
               PERFORM LOOKUP-POLICY
               PERFORM SCREEN-CLAIM
               PERFORM CHECK-APPROVAL-REQUIRED
               PERFORM APPLY-DEDUCTIBLE
               PERFORM PROCESS-CLAIM

           PERFORM READ-NEXT-CLAIM.

      * A PAID, DENIED OR VOIDED CLAIM ALREADY ON THE HISTORY MASTER
      * IS A DUPLICATE UNLESS THE INPUT CARRIES THE RESUBMIT INDICATOR
       CHECK-CLAIM-HISTORY.
           MOVE 'N' TO WS-DUPLICATE-CLAIM
           MOVE 'N' TO WS-HISTORY-FOUND
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HISTORY-FOUND
                   MOVE CH-CLAIM-AMOUNT TO PRIOR-CLAIM-AMOUNT
                   MOVE CH-CLAIM-STATUS TO PRIOR-CLAIM-STATUS
                   IF (CH-CLAIM-STATUS = 'A'
                       OR CH-CLAIM-STATUS = 'D'
                       OR CH-CLAIM-STATUS = 'V')
                       AND CI-RESUBMIT-IND NOT = 'R'
                       MOVE 'Y' TO WS-DUPLICATE-CLAIM
                   END-IF
               MOVE WS-REASON-CODE TO CH-REASON-CODE
               MOVE WS-PAYABLE-AMOUNT TO CH-PAYABLE-AMOUNT
               MOVE WS-RUN-DATE TO CH-ADJUDICATION-DATE
               MOVE LOSS-DATE TO CH-LOSS-DATE
               MOVE SPACES TO CH-FILLER
               IF HISTORY-FOUND
                   REWRITE CLAIM-HISTORY-RECORD
               END-IF
           END-IF.

      * WEIGHTED FRAUD SCREENING OF A VALID CLAIM ON A KNOWN POLICY
      * IN FORCE AT THE LOSS DATE. A CLAIM SCORING AT OR ABOVE THE
      * REFERRAL SCORE IS PENDED FOR REVIEW WHATEVER ITS AMOUNT AND
      * A CLAIM CASE IS OPENED
       SCREEN-CLAIM.
           IF VALID-CLAIM AND POLICY-FOUND AND LOSS-COVERED
               MOVE 1 TO RULES-POINTER
               PERFORM SCORE-MULTIPLE-CLAIMS
               PERFORM SCORE-TERM-CHANGE
               PERFORM SCORE-UNDER-THRESHOLD
               PERFORM SCORE-ROUND-AMOUNT
               PERFORM SCORE-RESUBMISSION
               IF CLAIM-RISK-SCORE >= REFERRAL-SCORE
                   MOVE 'Y' TO FRAUD-REFERRAL-IND
                   ADD 1 TO CLAIMS-REFERRED
                   DISPLAY 'CLAIM REFERRED FOR FRAUD REVIEW - '
                       CLAIM-NUMBER ' SCORE ' CLAIM-RISK-SCORE
                       ' RULES ' CLAIM-RULES-FIRED
               END-IF
               MOVE CLAIM-NUMBER TO RE-CLAIM-NUMBER
               MOVE POLICY-NUMBER TO RE-POLICY-NUMBER
               PERFORM ADD-RECENT-CLAIM
           END-IF.

       SCORE-MULTIPLE-CLAIMS.
           IF SR-ACTIVE(1) = 'Y'
               MOVE ZERO TO POLICY-CLAIM-COUNT
               MOVE 1 TO RECENT-CLAIM-INDEX
               PERFORM COUNT-ONE-RECENT-CLAIM
                   UNTIL RECENT-CLAIM-INDEX > RECENT-CLAIM-COUNT
               IF POLICY-CLAIM-COUNT >= SR-T2(1)
                   ADD SR-WEIGHT(1) TO CLAIM-RISK-SCORE
                   PERFORM READ-POLICY-EXPOSURE
                   IF EXPOSURE-FOUND
                       AND PX-EXPOSURE-YEAR = WS-RUN-YEAR
                       AND PX-LAST-PAID-DATE >= MULTI-CLAIM-START
                       ADD SR-WEIGHT-2(1) TO CLAIM-RISK-SCORE
                   END-IF
                   STRING '41 ' DELIMITED BY SIZE
                       INTO CLAIM-RULES-FIRED
                       WITH POINTER RULES-POINTER
               END-IF
           END-IF.

      * THE CLAIM BEING SCREENED MAY ALREADY BE ON HISTORY AS AN
      * EARLIER SUBMISSION - IT DOES NOT COUNT AGAINST ITSELF
       COUNT-ONE-RECENT-CLAIM.
           IF RCT-POLICY-NUMBER(RECENT-CLAIM-INDEX) = POLICY-NUMBER
               AND RCT-CLAIM-NUMBER(RECENT-CLAIM-INDEX)
                   NOT = CLAIM-NUMBER
               ADD 1 TO POLICY-CLAIM-COUNT
           END-IF
           ADD 1 TO RECENT-CLAIM-INDEX.

      * A FUTURE-DATED CHANGE KEEPS ITS EFFECTIVE DATE ON THE POLICY
      * MASTER AND AN IMMEDIATE ONE ITS TERMS DATE - EITHER FALLING
      * IN THE WINDOW UP TO TODAY COUNTS AS A RECENT CHANGE
       SCORE-TERM-CHANGE.
           IF SR-ACTIVE(2) = 'Y'
               AND ((PM-EFFECTIVE-DATE > ZERO
                   AND PM-EFFECTIVE-DATE <= WS-RUN-DATE
                   AND PM-EFFECTIVE-DATE >= TERM-CHANGE-START)
               OR (PM-TERMS-DATE > ZERO
                   AND PM-TERMS-DATE <= WS-RUN-DATE
                   AND PM-TERMS-DATE >= TERM-CHANGE-START))
               ADD SR-WEIGHT(2) TO CLAIM-RISK-SCORE
               STRING '42 ' DELIMITED BY SIZE
                   INTO CLAIM-RULES-FIRED
                   WITH POINTER RULES-POINTER
           END-IF.

       SCORE-UNDER-THRESHOLD.
           IF SR-ACTIVE(3) = 'Y'
               AND ORIGINAL-CLAIM-AMOUNT <= APPROVAL-AMOUNT
               AND ORIGINAL-CLAIM-AMOUNT + SR-T1(3)
                   >= APPROVAL-AMOUNT
               ADD SR-WEIGHT(3) TO CLAIM-RISK-SCORE
               STRING '43 ' DELIMITED BY SIZE
                   INTO CLAIM-RULES-FIRED
                   WITH POINTER RULES-POINTER
           END-IF.

       SCORE-ROUND-AMOUNT.
           IF SR-ACTIVE(4) = 'Y'
               AND SR-T1(4) > ZERO
               AND ORIGINAL-CLAIM-AMOUNT >= SR-T2(4)
               DIVIDE ORIGINAL-CLAIM-AMOUNT BY SR-T1(4)
                   GIVING ROUND-QUOTIENT
                   REMAINDER ROUND-REMAINDER
               IF ROUND-REMAINDER = ZERO
                   ADD SR-WEIGHT(4) TO CLAIM-RISK-SCORE
                   STRING '44 ' DELIMITED BY SIZE
                       INTO CLAIM-RULES-FIRED
                       WITH POINTER RULES-POINTER
               END-IF
           END-IF.

       SCORE-RESUBMISSION.
           IF SR-ACTIVE(5) = 'Y'
               AND CI-RESUBMIT-IND = 'R'
               AND HISTORY-FOUND
               AND ORIGINAL-CLAIM-AMOUNT > PRIOR-CLAIM-AMOUNT
               ADD SR-WEIGHT(5) TO CLAIM-RISK-SCORE
               IF PRIOR-CLAIM-STATUS = 'D'
                   ADD SR-WEIGHT-2(5) TO CLAIM-RISK-SCORE
               END-IF
               STRING '45 ' DELIMITED BY SIZE
                   INTO CLAIM-RULES-FIRED
                   WITH POINTER RULES-POINTER
           END-IF.

       LOOKUP-POLICY.
           MOVE POLICY-NUMBER TO PM-POLICY-NUMBER
           READ POLICY-MASTER
               NOT INVALID KEY
                   MOVE 'Y' TO WS-POLICY-FOUND
                   PERFORM SELECT-POLICY-TERMS
                   IF VALID-CLAIM
                       PERFORM CHECK-POLICY-COVERAGE
                   END-IF
           END-READ.

      * PRICE ON THE TERMS IN FORCE AT THE LOSS DATE - THE
      * EFFECTIVE-DATED TERMS ONCE THEIR DATE HAS ARRIVED, THE PRIOR
      * TERMS FOR A LOSS BEFORE THE LAST IMMEDIATE CHANGE
       SELECT-POLICY-TERMS.
           IF PM-EFFECTIVE-DATE > ZERO
               AND LOSS-DATE >= PM-EFFECTIVE-DATE
               MOVE PM-NEW-LIMIT TO POLICY-LIMIT
               MOVE PM-NEW-DEDUCTIBLE TO DEDUCTIBLE-AMOUNT
           ELSE
               IF PM-TERMS-DATE > ZERO
                   AND LOSS-DATE < PM-TERMS-DATE
                   MOVE PM-PRIOR-LIMIT TO POLICY-LIMIT
                   MOVE PM-PRIOR-DEDUCTIBLE TO DEDUCTIBLE-AMOUNT
               ELSE
                   MOVE PM-POLICY-LIMIT TO POLICY-LIMIT
                   MOVE PM-DEDUCTIBLE-AMOUNT TO DEDUCTIBLE-AMOUNT
               END-IF
           END-IF.

      * THE LOSS MUST FALL INSIDE THE COVERAGE PERIOD AND OUTSIDE ANY
      * CANCELLED OR LAPSED SPAN. ZERO DATES ARE OPEN-ENDED. EVERY
      * SPAN ON POLLAPSE IS CHECKED, NOT ONLY THE LATEST ONE ON THE
      * MASTER
       CHECK-POLICY-COVERAGE.
           MOVE SPACES TO WS-COVERAGE-REASON
           IF PM-INCEPTION-DATE > ZERO
               AND LOSS-DATE < PM-INCEPTION-DATE
               MOVE '90' TO WS-COVERAGE-REASON
           ELSE
               IF PM-EXPIRY-DATE > ZERO
                   AND LOSS-DATE > PM-EXPIRY-DATE
                   MOVE '91' TO WS-COVERAGE-REASON
               ELSE
                   PERFORM CHECK-LAPSE-SPANS
               END-IF
           END-IF.

      * SPANS COME BACK IN FROM-DATE ORDER, SO THE BROWSE STOPS AT THE
      * FIRST SPAN STARTING AFTER THE LOSS
       CHECK-LAPSE-SPANS.
           MOVE PM-POLICY-NUMBER TO PL-POLICY-NUMBER
           MOVE ZERO TO PL-FROM-DATE
           START POLICY-LAPSE-FILE KEY >= PL-KEY
               INVALID KEY
                   MOVE '10' TO WS-LAPSE-STATUS
           END-START
           IF WS-LAPSE-STATUS = '00'
               PERFORM READ-NEXT-LAPSE-SPAN
               PERFORM CHECK-ONE-LAPSE-SPAN
                   UNTIL WS-LAPSE-STATUS = '10'
           END-IF.

       READ-NEXT-LAPSE-SPAN.
           READ POLICY-LAPSE-FILE NEXT
               AT END
                   MOVE '10' TO WS-LAPSE-STATUS
           END-READ.

       CHECK-ONE-LAPSE-SPAN.
           IF PL-POLICY-NUMBER NOT = PM-POLICY-NUMBER
               OR PL-FROM-DATE > LOSS-DATE
               MOVE '10' TO WS-LAPSE-STATUS
           ELSE
               IF PL-TO-DATE = ZERO
                   OR LOSS-DATE < PL-TO-DATE
                   IF PL-LAPSE-TYPE = 'C'
                       MOVE '92' TO WS-COVERAGE-REASON
                   ELSE
                       MOVE '93' TO WS-COVERAGE-REASON
                   END-IF
                   MOVE '10' TO WS-LAPSE-STATUS
               ELSE
                   PERFORM READ-NEXT-LAPSE-SPAN
               END-IF
           END-IF.

       APPLY-DEDUCTIBLE.

       VALIDATE-CLAIM.
           IF CLAIM-AMOUNT > 0
               PERFORM VALIDATE-LOSS-DATE
               IF LOSS-DATE-VALID
                   DISPLAY 'CLAIM VALIDATION PASSED'
               ELSE
                   MOVE 'N' TO WS-VALID-CLAIM
                   DISPLAY 'ERROR: INVALID LOSS DATE'
               END-IF
           ELSE
               MOVE 'N' TO WS-VALID-CLAIM
               DISPLAY 'ERROR: INVALID CLAIM AMOUNT'
           END-IF.

      * A LOSS CANNOT BE DATED AFTER THE DAY IT IS CLAIMED
       VALIDATE-LOSS-DATE.
           IF CI-LOSS-DATE-X NOT = SPACES
               IF CI-LOSS-DATE NOT NUMERIC
                   MOVE 'N' TO WS-LOSS-DATE-VALID
               ELSE
                   IF CI-LOSS-DATE > ZERO
                       MOVE CI-LOSS-DATE TO LOSS-DATE
                   END-IF
               END-IF
           END-IF
           IF LOSS-DATE-VALID
               IF LOSS-MONTH < 1 OR LOSS-MONTH > 12
                   OR LOSS-DAY < 1 OR LOSS-DAY > 31
                   OR LOSS-DATE > WS-RUN-DATE
                   MOVE 'N' TO WS-LOSS-DATE-VALID
                   MOVE WS-RUN-DATE TO LOSS-DATE
               END-IF
           END-IF.

       CHECK-APPROVAL-REQUIRED.
           IF CLAIM-AMOUNT > APPROVAL-AMOUNT
               MOVE 'Y' TO APPROVAL-REQUIRED
               DISPLAY 'CLAIM REQUIRES APPROVAL'
           ELSE
               IF FRAUD-REFERRAL
                   MOVE 'Y' TO APPROVAL-REQUIRED
                   DISPLAY 'CLAIM REQUIRES FRAUD REVIEW'
               ELSE
                   DISPLAY 'CLAIM AUTO-APPROVED'
               END-IF
           END-IF.

       PROCESS-CLAIM.
           IF INVALID-CLAIM
               MOVE 'D' TO CLAIM-STATUS
               IF LOSS-DATE-INVALID
                   MOVE '94' TO WS-REASON-CODE
                   DISPLAY 'CLAIM DENIED - INVALID LOSS DATE'
               ELSE
                   MOVE '30' TO WS-REASON-CODE
                   DISPLAY 'CLAIM DENIED - INVALID AMOUNT'
               END-IF
           ELSE
               IF NOT LOSS-COVERED
                   MOVE 'D' TO CLAIM-STATUS
                   MOVE WS-COVERAGE-REASON TO WS-REASON-CODE
                   DISPLAY 'CLAIM DENIED - NO COVER AT LOSS DATE '
                       LOSS-DATE ' REASON ' WS-COVERAGE-REASON
               ELSE
                   IF NEEDS-APPROVAL
                       DISPLAY 'CLAIM PENDING APPROVAL'
                       MOVE 'P' TO CLAIM-STATUS
                       IF FRAUD-REFERRAL
                           MOVE '80' TO WS-REASON-CODE
                       ELSE
                           MOVE '40' TO WS-REASON-CODE
                       END-IF
                       PERFORM WRITE-PENDING-CLAIM
                       IF FRAUD-REFERRAL AND WS-PEND-WRITTEN = 'Y'
                           PERFORM OPEN-CLAIM-CASE
                       END-IF
                   ELSE
                       PERFORM ADJUDICATE-AUTO-CLAIM
                   END-IF
               END-IF
           END-IF.

           MOVE ORIGINAL-CLAIM-AMOUNT TO PF-ORIGINAL-AMOUNT
           MOVE POLICY-NUMBER TO PF-POLICY-NUMBER
           MOVE WS-RUN-DATE TO PF-DATE-PENDED
           MOVE LOSS-DATE TO PF-LOSS-DATE
           MOVE SPACES TO PF-FILLER
           MOVE 'N' TO WS-PEND-WRITTEN
           WRITE PENDING-CLAIM-RECORD
               INVALID KEY
                   DISPLAY 'CLAIM ALREADY PENDING - ' CLAIM-NUMBER
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PEND-WRITTEN
           END-WRITE.

       OPEN-CLAIM-CASE.
           ADD 1 TO NEXT-CLAIM-CASE-NUMBER
           MOVE NEXT-CLAIM-CASE-NUMBER TO CC-CASE-NUMBER
           MOVE CLAIM-NUMBER TO CC-CLAIM-NUMBER
           MOVE POLICY-NUMBER TO CC-POLICY-NUMBER
           MOVE CLAIM-RISK-SCORE TO CC-RISK-SCORE
           MOVE ORIGINAL-CLAIM-AMOUNT TO CC-CLAIM-AMOUNT
           MOVE CLAIM-RULES-FIRED TO CC-RULES-TRIGGERED
           MOVE 'NW' TO CC-STATUS-CODE
           MOVE SPACES TO CC-ANALYST-ID
           MOVE WS-RUN-DATE TO CC-OPEN-DATE
           MOVE ZERO TO CC-CLOSE-DATE
           MOVE SPACES TO CC-FILLER
           WRITE CLAIM-CASE-RECORD
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'CLMCASE WRITE FAILED - STATUS '
                   WS-CASE-STATUS
               PERFORM ABEND-RUN
           END-IF
           ADD 1 TO CLAIM-CASES-OPENED
           DISPLAY 'CLAIM CASE ' CC-CASE-NUMBER ' OPENED - '
               CLAIM-NUMBER.

       WRITE-CLAIM-RESULT.
           MOVE CLAIM-NUMBER TO CR-CLAIM-NUMBER
           MOVE ORIGINAL-CLAIM-AMOUNT TO CR-CLAIM-AMOUNT
           ADD 1 TO WS-RUN-WRITES.

       CLOSE-CLAIM-FILES.
           MOVE ZERO TO CC-CASE-NUMBER
           READ CLAIM-CASE-FILE
           END-READ
           MOVE NEXT-CLAIM-CASE-NUMBER TO CCC-LAST-CASE-NUMBER
           REWRITE CLAIM-CASE-CONTROL-RECORD
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'CLMCASE CONTROL FAILED - STATUS '
                   WS-CASE-STATUS
               PERFORM ABEND-RUN
           END-IF
           CLOSE CLAIMS-FILE
           CLOSE CLAIM-RESULTS-FILE
           CLOSE POLICY-MASTER
           CLOSE POLICY-LAPSE-FILE
           CLOSE PENDING-FILE
           CLOSE CLAIM-HISTORY-FILE
           CLOSE POLICY-EXPOSURE-FILE
           CLOSE CLAIM-CASE-FILE.

       FINALIZE-CLAIM.
           PERFORM END-RUN-CONTROL
           DISPLAY 'CLAIMS REFERRED:    ' CLAIMS-REFERRED
           DISPLAY 'CLAIM CASES OPENED: ' CLAIM-CASES-OPENED
           DISPLAY 'CLAIM PROCESSING COMPLETED'.
       START-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
