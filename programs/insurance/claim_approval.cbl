               RECORD KEY IS PM-POLICY-NUMBER
               FILE STATUS IS WS-POLICY-STATUS.

           SELECT POLICY-LAPSE-FILE ASSIGN TO 'POLLAPSE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-LAPSE-STATUS.

           SELECT CLAIM-HISTORY-FILE ASSIGN TO 'CLAIMHST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           02  PF-ORIGINAL-AMOUNT   PIC 9(8)V99.
           02  PF-POLICY-NUMBER     PIC X(10).
           02  PF-DATE-PENDED       PIC 9(8).
           02  PF-LOSS-DATE         PIC 9(8).
           02  PF-FILLER            PIC X(4).

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

      * CLAIM HISTORY MASTER SHARED WITH CLAIM-PROC - FINAL
      * DECISIONS ON PENDED CLAIMS ARE RECORDED HERE TOO SO A
           02  CH-REASON-CODE       PIC X(2).
           02  CH-PAYABLE-AMOUNT    PIC 9(8)V99.
           02  CH-ADJUDICATION-DATE PIC 9(8).
           02  CH-LOSS-DATE         PIC 9(8).
           02  CH-FILLER            PIC X(1).

      * YEAR-TO-DATE PAID EXPOSURE BY POLICY, SHARED WITH
      * CLAIM-PROC AND RESET AT YEAR START BY POLICY-EXPO-RESET

       01  WS-POLICY-STATUS         PIC XX.

       01  WS-LAPSE-STATUS          PIC XX.

       01  WS-HISTORY-STATUS        PIC XX.

       01  WS-HISTORY-FOUND         PIC X(1) VALUE 'N'.
      *   00 APPROVED          10 EXCEEDS POLICY LIMIT
      *   20 POLICY NOT FOUND  50 DENIED BY SUPERVISOR
      *   70 AGGREGATE LIMIT EXCEEDED
      *   90 LOSS BEFORE INCEPTION  91 LOSS AFTER EXPIRY
      *   92 POLICY CANCELLED AT LOSS  93 POLICY LAPSED AT LOSS
       01  WS-REASON-CODE           PIC X(2).

       01  WS-EFFECTIVE-LIMIT       PIC 9(8)V99.

      * A CLAIM PENDED BEFORE LOSS DATES WERE CARRIED IS TAKEN AS A
      * LOSS ON THE DAY IT WAS PENDED
       01  LOSS-DATE                PIC 9(8).

      * DENIAL REASON WHEN THE POLICY WAS NOT IN FORCE ON THE
      * LOSS DATE, SPACES WHEN IT WAS
       01  WS-COVERAGE-REASON       PIC X(2).
           88  LOSS-COVERED         VALUE SPACES.

       01  WS-RUNCTL-STATUS         PIC XX.

       01  WS-RUN-PROGRAM-ID        PIC X(30) VALUE
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
           OPEN I-O CLAIM-HISTORY-FILE
           IF WS-HISTORY-STATUS = '35'
               OPEN OUTPUT CLAIM-HISTORY-FILE
           END-READ.

       ADJUDICATE-DECISION.
           IF PF-LOSS-DATE NUMERIC AND PF-LOSS-DATE > ZERO
               MOVE PF-LOSS-DATE TO LOSS-DATE
           ELSE
               MOVE PF-DATE-PENDED TO LOSS-DATE
           END-IF
           IF DEC-ACTION = 'A'
               PERFORM CHECK-POLICY-LIMIT
           ELSE
                   DISPLAY 'ERROR: POLICY NOT FOUND - '
                       PF-POLICY-NUMBER
               NOT INVALID KEY
                   PERFORM CHECK-POLICY-COVERAGE
                   IF LOSS-COVERED
                       PERFORM APPLY-POLICY-LIMIT
                   ELSE
                       MOVE 'D' TO FINAL-STATUS
                       MOVE WS-COVERAGE-REASON TO WS-REASON-CODE
                       DISPLAY 'CLAIM DENIED - NO COVER AT LOSS DATE - '
                           DEC-CLAIM-NUMBER
                   END-IF
           END-READ.

      * THE POLICY MAY HAVE BEEN CANCELLED OR LAPSED BACK OVER THE
      * LOSS WHILE THE CLAIM WAS PENDING. THE LOSS MUST FALL INSIDE
      * THE COVERAGE PERIOD AND OUTSIDE ANY CANCELLED OR LAPSED SPAN.
      * ZERO DATES ARE OPEN-ENDED. EVERY SPAN ON POLLAPSE IS CHECKED,
      * NOT ONLY THE LATEST ONE ON THE MASTER
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

      * USE THE LIMIT IN FORCE AT THE LOSS DATE - THE EFFECTIVE-DATED
      * LIMIT ONCE ITS DATE HAS ARRIVED, THE PRIOR LIMIT FOR A LOSS
      * BEFORE THE LAST IMMEDIATE CHANGE. THE LIMIT APPLIES ACROSS
      * THE YEAR - PAID-TO-DATE PLUS THIS CLAIM MAY NOT EXCEED IT
       APPLY-POLICY-LIMIT.
           IF PM-EFFECTIVE-DATE > ZERO
               AND LOSS-DATE >= PM-EFFECTIVE-DATE
               MOVE PM-NEW-LIMIT TO WS-EFFECTIVE-LIMIT
           ELSE
               IF PM-TERMS-DATE > ZERO
                   AND LOSS-DATE < PM-TERMS-DATE
                   MOVE PM-PRIOR-LIMIT TO WS-EFFECTIVE-LIMIT
               ELSE
                   MOVE PM-POLICY-LIMIT TO WS-EFFECTIVE-LIMIT
               END-IF
           END-IF
           IF PF-CLAIM-AMOUNT > WS-EFFECTIVE-LIMIT
               MOVE 'D' TO FINAL-STATUS
               MOVE ZERO TO CH-PAYABLE-AMOUNT
           END-IF
           MOVE WS-RUN-DATE TO CH-ADJUDICATION-DATE
           MOVE LOSS-DATE TO CH-LOSS-DATE
           MOVE SPACES TO CH-FILLER
           IF HISTORY-FOUND
               REWRITE CLAIM-HISTORY-RECORD
           CLOSE FINAL-RESULTS-FILE
           CLOSE PENDING-FILE
           CLOSE POLICY-MASTER
           CLOSE POLICY-LAPSE-FILE
           CLOSE CLAIM-HISTORY-FILE
           CLOSE POLICY-EXPOSURE-FILE.

