      * CLAIM ADJUSTMENT, VOID AND OVERPAYMENT RECOVERY PROGRAM
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIM-ADJUST.
       AUTHOR. INSURANCE SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUSTMENT-FILE ASSIGN TO 'ADJTRAN'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ADJUST-STATUS.

           SELECT ADJUSTMENT-RESULTS-FILE ASSIGN TO 'ADJOUT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RESULTS-STATUS.

           SELECT POLICY-MASTER ASSIGN TO 'POLICYMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-POLICY-NUMBER
               FILE STATUS IS WS-POLICY-STATUS.

           SELECT CLAIM-HISTORY-FILE ASSIGN TO 'CLAIMHST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CLAIM-NUMBER
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT ADJUSTMENT-HISTORY-FILE ASSIGN TO 'CLAIMADJ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-ADJHIST-STATUS.

           SELECT POLICY-EXPOSURE-FILE ASSIGN TO 'POLEXPO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-POLICY-NUMBER
               FILE STATUS IS WS-EXPOSURE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-PROGRAM-ID
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * ADJUSTMENT TRANSACTIONS AGAINST CLAIMS ALREADY APPROVED.
      * AJ-ADJUST-AMOUNT IS THE CHANGE TO THE PAYABLE AMOUNT FOR A
      * DECREASE OR INCREASE - A VOID REVERSES WHATEVER IS PAYABLE
       FD  ADJUSTMENT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ADJUSTMENT-RECORD.
           02  AJ-CLAIM-NUMBER      PIC X(10).
           02  AJ-ACTION            PIC X(1).
               88  AJ-VOID          VALUE 'V'.
               88  AJ-DECREASE      VALUE 'D'.
               88  AJ-INCREASE      VALUE 'I'.
           02  AJ-ADJUST-AMOUNT     PIC 9(8)V99.
           02  AJ-ADJUSTER-ID       PIC X(8).
           02  AJ-REASON            PIC X(2).
               88  AJ-REASON-VALID  VALUE 'DE' 'PE' 'VC' 'DP' 'OT'.
           02  AJ-ADJUST-DATE       PIC 9(8).
           02  AJ-FILLER            PIC X(41).

      * ADJUSTMENTS APPLIED THIS RUN, READ BY PAYMENT-EXTRACT AND
      * CLAIM-REGISTER. AO-ADJUST-AMOUNT IS THE CHANGE IN PAYABLE,
      * PAID OUT FOR AN INCREASE AND RECOVERED OTHERWISE
       FD  ADJUSTMENT-RESULTS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  ADJUSTMENT-RESULTS-RECORD.
           02  AO-CLAIM-NUMBER      PIC X(10).
           02  AO-POLICY-NUMBER     PIC X(10).
           02  AO-ACTION            PIC X(1).
           02  AO-ADJUST-AMOUNT     PIC 9(8)V99.
           02  AO-ADJUSTER-ID       PIC X(8).
           02  AO-REASON            PIC X(2).
           02  AO-ADJUST-DATE       PIC 9(8).
           02  AO-NEW-PAYABLE       PIC 9(8)V99.
           02  AO-FILLER            PIC X(1).

       FD  POLICY-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  POLICY-MASTER-RECORD.
           02  PM-POLICY-NUMBER     PIC X(10).
           02  PM-POLICY-LIMIT      PIC 9(8)V99.
           02  PM-DEDUCTIBLE-AMOUNT PIC 9(8)V99.
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

      * CLAIM HISTORY MASTER SHARED WITH CLAIM-PROC AND
      * CLAIM-APPROVAL - AN ADJUSTMENT CARRIES THE NEW PAYABLE
      * AMOUNT HERE AND A VOID LEAVES THE CLAIM AT STATUS 'V'
       FD  CLAIM-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  CLAIM-HISTORY-RECORD.
           02  CH-CLAIM-NUMBER      PIC X(10).
           02  CH-POLICY-NUMBER     PIC X(10).
           02  CH-CLAIM-AMOUNT      PIC 9(8)V99.
           02  CH-CLAIM-STATUS      PIC X(1).
           02  CH-REASON-CODE       PIC X(2).
           02  CH-PAYABLE-AMOUNT    PIC 9(8)V99.
           02  CH-ADJUDICATION-DATE PIC 9(8).
           02  CH-LOSS-DATE         PIC 9(8).
           02  CH-FILLER            PIC X(1).

      * ONE RECORD PER ADJUSTMENT APPLIED, NUMBERED FROM 1 WITHIN
      * THE CLAIM
       FD  ADJUSTMENT-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ADJUSTMENT-HISTORY-RECORD.
           02  AH-KEY.
               03  AH-CLAIM-NUMBER  PIC X(10).
               03  AH-SEQUENCE      PIC 9(3).
           02  AH-ACTION            PIC X(1).
           02  AH-ADJUST-AMOUNT     PIC 9(8)V99.
           02  AH-PRIOR-PAYABLE     PIC 9(8)V99.
           02  AH-NEW-PAYABLE       PIC 9(8)V99.
           02  AH-ADJUSTER-ID       PIC X(8).
           02  AH-REASON            PIC X(2).
           02  AH-ADJUST-DATE       PIC 9(8).
           02  AH-RUN-DATE          PIC 9(8).
           02  AH-FILLER            PIC X(10).

      * YEAR-TO-DATE PAID EXPOSURE BY POLICY, SHARED WITH
      * CLAIM-PROC AND CLAIM-APPROVAL
       FD  POLICY-EXPOSURE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  POLICY-EXPOSURE-RECORD.
           02  PX-POLICY-NUMBER     PIC X(10).
           02  PX-PAID-YTD          PIC 9(10)V99.
           02  PX-EXPOSURE-YEAR     PIC 9(4).
           02  PX-LAST-PAID-DATE    PIC 9(8).
           02  PX-FILLER            PIC X(6).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           02  RC-PROGRAM-ID        PIC X(30).
           02  RC-START-TIMESTAMP   PIC 9(14).
           02  RC-END-TIMESTAMP     PIC 9(14).
           02  RC-RECORDS-READ      PIC 9(7).
           02  RC-RECORDS-WRITTEN   PIC 9(7).
           02  RC-COMPLETION-CODE   PIC 9(2).
           02  RC-RUN-STATUS        PIC X(1).
           02  RC-FILLER            PIC X(25).

       WORKING-STORAGE SECTION.

       01  WS-ADJUST-STATUS         PIC XX.
           88  WS-ADJUST-OK         VALUE '00'.
           88  WS-ADJUST-EOF        VALUE '10'.

       01  WS-RESULTS-STATUS        PIC XX.

       01  WS-POLICY-STATUS         PIC XX.

       01  WS-HISTORY-STATUS        PIC XX.

       01  WS-ADJHIST-STATUS        PIC XX.

       01  WS-EXPOSURE-STATUS       PIC XX.

       01  WS-EXPOSURE-FOUND        PIC X(1) VALUE 'N'.
           88  EXPOSURE-FOUND       VALUE 'Y'.
           88  EXPOSURE-ABSENT      VALUE 'N'.

       01  WS-PAID-YTD              PIC 9(10)V99 VALUE ZERO.

       01  WS-RUN-DATE              PIC 9(8).

       01  WS-RUN-YEAR              PIC 9(4).

      * ADJUSTMENT REASON CODES
      *   DE DEDUCTIBLE OR AMOUNT ERROR   PE PAID IN ERROR
      *   VC VOIDED CHEQUE                DP DUPLICATE PAYMENT
      *   OT OTHER
       01  WS-ADJUST-VALID          PIC X(1) VALUE 'N'.
           88  VALID-ADJUSTMENT     VALUE 'Y'.
           88  INVALID-ADJUSTMENT   VALUE 'N'.

       01  PRIOR-PAYABLE            PIC 9(8)V99.

       01  NEW-PAYABLE              PIC 9(8)V99.

       01  PAYABLE-CHANGE           PIC 9(8)V99.

       01  ADJUST-DATE              PIC 9(8).

       01  NEXT-ADJUST-SEQUENCE     PIC 9(3).

       01  WS-EFFECTIVE-LIMIT       PIC 9(8)V99.

      * A CLAIM ADJUDICATED BEFORE LOSS DATES WERE CARRIED IS TAKEN
      * AS A LOSS ON ITS ADJUDICATION DATE
       01  LOSS-DATE                PIC 9(8).

       01  ADJUST-COUNTS.
           02  ADJUSTMENTS-READ     PIC 9(5) VALUE ZERO.
           02  ADJUSTMENTS-APPLIED  PIC 9(5) VALUE ZERO.
           02  ADJUSTMENTS-REJECTED PIC 9(5) VALUE ZERO.
           02  VOIDS-APPLIED        PIC 9(5) VALUE ZERO.
           02  DECREASES-APPLIED    PIC 9(5) VALUE ZERO.
           02  INCREASES-APPLIED    PIC 9(5) VALUE ZERO.

       01  TOTAL-RECOVERY-AMOUNT    PIC 9(10)V99 VALUE ZERO.

       01  TOTAL-INCREASE-AMOUNT    PIC 9(10)V99 VALUE ZERO.

       01  WS-DISPLAY-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-RUNCTL-STATUS         PIC XX.

       01  WS-RUN-PROGRAM-ID        PIC X(30) VALUE
           'CLAIM-ADJUST'.

       01  WS-RUNCTL-FOUND          PIC X(1) VALUE 'N'.

       01  WS-ABEND-CODE            PIC 9(2) VALUE ZERO.

       01  WS-RUN-READS             PIC 9(7) VALUE ZERO.

       01  WS-RUN-WRITES            PIC 9(7) VALUE ZERO.

       01  WS-RUN-STAMP.
           02  WS-STAMP-DATE        PIC 9(8).
           02  WS-STAMP-TIME        PIC 9(6).

       01  WS-ACCEPT-TIME.
           02  WS-ACCEPT-HHMMSS     PIC 9(6).
           02  WS-ACCEPT-HUND       PIC 9(2).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM START-RUN-CONTROL
           PERFORM INITIALIZE-ADJUSTMENT
           PERFORM OPEN-ADJUSTMENT-FILES
           PERFORM READ-NEXT-ADJUSTMENT
           PERFORM PROCESS-ONE-ADJUSTMENT
               UNTIL WS-ADJUST-EOF
           PERFORM CLOSE-ADJUSTMENT-FILES
           PERFORM FINALIZE-ADJUSTMENT
           STOP RUN.

       INITIALIZE-ADJUSTMENT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR
           DISPLAY 'CLAIM ADJUSTMENT INITIALIZED'.

      * NO ADJUSTMENT FILE MEANS NOTHING TO ADJUST TODAY - ADJOUT
      * IS STILL CREATED EMPTY FOR THE EXTRACT AND THE REGISTER
       OPEN-ADJUSTMENT-FILES.
           OPEN INPUT ADJUSTMENT-FILE
           IF NOT WS-ADJUST-OK
               DISPLAY 'NO ADJUSTMENT FILE - STATUS '
                   WS-ADJUST-STATUS
               MOVE '10' TO WS-ADJUST-STATUS
           END-IF
           OPEN OUTPUT ADJUSTMENT-RESULTS-FILE
           IF WS-RESULTS-STATUS NOT = '00'
               DISPLAY 'ADJOUT OPEN FAILED - STATUS '
                   WS-RESULTS-STATUS
               PERFORM ABEND-RUN
           END-IF
           OPEN INPUT POLICY-MASTER
           IF WS-POLICY-STATUS NOT = '00'
               DISPLAY 'POLICYMS OPEN FAILED - STATUS '
                   WS-POLICY-STATUS
               PERFORM ABEND-RUN
           END-IF
           OPEN I-O CLAIM-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'CLAIMHST OPEN FAILED - STATUS '
                   WS-HISTORY-STATUS
               PERFORM ABEND-RUN
           END-IF
           OPEN I-O ADJUSTMENT-HISTORY-FILE
           IF WS-ADJHIST-STATUS = '35'
               OPEN OUTPUT ADJUSTMENT-HISTORY-FILE
               CLOSE ADJUSTMENT-HISTORY-FILE
               OPEN I-O ADJUSTMENT-HISTORY-FILE
           END-IF
           IF WS-ADJHIST-STATUS NOT = '00'
               DISPLAY 'CLAIMADJ OPEN FAILED - STATUS '
                   WS-ADJHIST-STATUS
               PERFORM ABEND-RUN
           END-IF
           OPEN I-O POLICY-EXPOSURE-FILE
           IF WS-EXPOSURE-STATUS = '35'
               OPEN OUTPUT POLICY-EXPOSURE-FILE
               CLOSE POLICY-EXPOSURE-FILE
               OPEN I-O POLICY-EXPOSURE-FILE
           END-IF
           IF WS-EXPOSURE-STATUS NOT = '00'
               DISPLAY 'POLEXPO OPEN FAILED - STATUS '
                   WS-EXPOSURE-STATUS
               PERFORM ABEND-RUN
           END-IF.

       READ-NEXT-ADJUSTMENT.
           IF NOT WS-ADJUST-EOF
               READ ADJUSTMENT-FILE
                   AT END
                       MOVE '10' TO WS-ADJUST-STATUS
               END-READ
           END-IF.

       PROCESS-ONE-ADJUSTMENT.
           ADD 1 TO ADJUSTMENTS-READ
           MOVE 'N' TO WS-ADJUST-VALID

           PERFORM VALIDATE-ADJUSTMENT
           IF VALID-ADJUSTMENT
               PERFORM MATCH-CLAIM-HISTORY
           END-IF
           IF VALID-ADJUSTMENT
               PERFORM CHECK-ADJUSTMENT-HISTORY
           END-IF
           IF VALID-ADJUSTMENT
               PERFORM CALCULATE-NEW-PAYABLE
           END-IF
           IF VALID-ADJUSTMENT
               PERFORM APPLY-ADJUSTMENT
           ELSE
               ADD 1 TO ADJUSTMENTS-REJECTED
           END-IF

           PERFORM READ-NEXT-ADJUSTMENT.

       VALIDATE-ADJUSTMENT.
           IF NOT AJ-VOID AND NOT AJ-DECREASE AND NOT AJ-INCREASE
               DISPLAY 'ERROR: INVALID ACTION - ' AJ-CLAIM-NUMBER
           ELSE
               IF AJ-ADJUSTER-ID = SPACES
                   DISPLAY 'ERROR: NO ADJUSTER ID - ' AJ-CLAIM-NUMBER
               ELSE
                   IF NOT AJ-REASON-VALID
                       DISPLAY 'ERROR: INVALID REASON ' AJ-REASON
                           ' - ' AJ-CLAIM-NUMBER
                   ELSE
                       IF NOT AJ-VOID
                           AND (AJ-ADJUST-AMOUNT NOT NUMERIC
                           OR AJ-ADJUST-AMOUNT = ZERO)
                           DISPLAY 'ERROR: INVALID AMOUNT - '
                               AJ-CLAIM-NUMBER
                       ELSE
                           MOVE 'Y' TO WS-ADJUST-VALID
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF VALID-ADJUSTMENT
               IF AJ-ADJUST-DATE NUMERIC AND AJ-ADJUST-DATE > ZERO
                   MOVE AJ-ADJUST-DATE TO ADJUST-DATE
               ELSE
                   MOVE WS-RUN-DATE TO ADJUST-DATE
               END-IF
           END-IF.

      * ONLY AN APPROVED CLAIM CARRIES A PAYMENT TO CORRECT
       MATCH-CLAIM-HISTORY.
           MOVE AJ-CLAIM-NUMBER TO CH-CLAIM-NUMBER
           READ CLAIM-HISTORY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ADJUST-VALID
                   DISPLAY 'ERROR: CLAIM NOT ON HISTORY - '
                       AJ-CLAIM-NUMBER
               NOT INVALID KEY
                   IF CH-CLAIM-STATUS NOT = 'A'
                       MOVE 'N' TO WS-ADJUST-VALID
                       DISPLAY 'ERROR: CLAIM NOT APPROVED - '
                           AJ-CLAIM-NUMBER ' STATUS '
                           CH-CLAIM-STATUS
                   END-IF
           END-READ.

      * A DECREASE MAY NOT TAKE THE PAYABLE BELOW ZERO. AN INCREASE
      * MAY NOT PAY MORE THAN WAS CLAIMED OR TAKE THE POLICY OVER
      * ITS LIMIT FOR THE YEAR
       CALCULATE-NEW-PAYABLE.
           MOVE CH-PAYABLE-AMOUNT TO PRIOR-PAYABLE
           EVALUATE TRUE
               WHEN AJ-VOID
                   IF PRIOR-PAYABLE = ZERO
                       MOVE 'N' TO WS-ADJUST-VALID
                       DISPLAY 'ERROR: NOTHING PAYABLE TO VOID - '
                           AJ-CLAIM-NUMBER
                   ELSE
                       MOVE PRIOR-PAYABLE TO PAYABLE-CHANGE
                       MOVE ZERO TO NEW-PAYABLE
                   END-IF
               WHEN AJ-DECREASE
                   IF AJ-ADJUST-AMOUNT > PRIOR-PAYABLE
                       MOVE 'N' TO WS-ADJUST-VALID
                       DISPLAY 'ERROR: DECREASE EXCEEDS PAYABLE - '
                           AJ-CLAIM-NUMBER
                   ELSE
                       MOVE AJ-ADJUST-AMOUNT TO PAYABLE-CHANGE
                       COMPUTE NEW-PAYABLE =
                           PRIOR-PAYABLE - AJ-ADJUST-AMOUNT
                   END-IF
               WHEN AJ-INCREASE
                   MOVE AJ-ADJUST-AMOUNT TO PAYABLE-CHANGE
                   COMPUTE NEW-PAYABLE =
                       PRIOR-PAYABLE + AJ-ADJUST-AMOUNT
                   PERFORM CHECK-INCREASE-LIMIT
           END-EVALUATE.

       CHECK-INCREASE-LIMIT.
           IF NEW-PAYABLE > CH-CLAIM-AMOUNT
               MOVE 'N' TO WS-ADJUST-VALID
               DISPLAY 'ERROR: INCREASE EXCEEDS CLAIM AMOUNT - '
                   AJ-CLAIM-NUMBER
           ELSE
               MOVE CH-POLICY-NUMBER TO PM-POLICY-NUMBER
               READ POLICY-MASTER
                   KEY IS PM-POLICY-NUMBER
                   INVALID KEY
                       MOVE 'N' TO WS-ADJUST-VALID
                       DISPLAY 'ERROR: POLICY NOT FOUND - '
                           CH-POLICY-NUMBER
                   NOT INVALID KEY
                       PERFORM APPLY-POLICY-LIMIT
               END-READ
           END-IF.

      * SAME LOSS-DATE LIMIT CLAIM-APPROVAL APPLIES
       APPLY-POLICY-LIMIT.
           IF CH-LOSS-DATE NUMERIC AND CH-LOSS-DATE > ZERO
               MOVE CH-LOSS-DATE TO LOSS-DATE
           ELSE
               MOVE CH-ADJUDICATION-DATE TO LOSS-DATE
           END-IF
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
           PERFORM READ-POLICY-EXPOSURE
           IF NEW-PAYABLE > WS-EFFECTIVE-LIMIT
               OR WS-PAID-YTD + PAYABLE-CHANGE > WS-EFFECTIVE-LIMIT
               MOVE 'N' TO WS-ADJUST-VALID
               DISPLAY 'ERROR: INCREASE EXCEEDS POLICY LIMIT - '
                   AJ-CLAIM-NUMBER
           END-IF.

      * A MISSING RECORD OR ONE CARRIED OVER FROM A PRIOR YEAR
      * COUNTS AS NOTHING PAID THIS YEAR
       READ-POLICY-EXPOSURE.
           MOVE 'N' TO WS-EXPOSURE-FOUND
           MOVE ZERO TO WS-PAID-YTD
           MOVE CH-POLICY-NUMBER TO PX-POLICY-NUMBER
           READ POLICY-EXPOSURE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EXPOSURE-FOUND
                   IF PX-EXPOSURE-YEAR = WS-RUN-YEAR
                       MOVE PX-PAID-YTD TO WS-PAID-YTD
                   END-IF
           END-READ.

       APPLY-ADJUSTMENT.
           PERFORM WRITE-ADJUSTMENT-HISTORY
           PERFORM ADJUST-POLICY-EXPOSURE
           PERFORM WRITE-ADJUSTMENT-RESULT
           PERFORM UPDATE-CLAIM-HISTORY
           ADD 1 TO ADJUSTMENTS-APPLIED
           MOVE PAYABLE-CHANGE TO WS-DISPLAY-AMOUNT
           EVALUATE TRUE
               WHEN AJ-VOID
                   ADD 1 TO VOIDS-APPLIED
                   ADD PAYABLE-CHANGE TO TOTAL-RECOVERY-AMOUNT
                   DISPLAY 'CLAIM VOIDED BY ' AJ-ADJUSTER-ID
                       ' - ' AJ-CLAIM-NUMBER ' RECOVER '
                       WS-DISPLAY-AMOUNT
               WHEN AJ-DECREASE
                   ADD 1 TO DECREASES-APPLIED
                   ADD PAYABLE-CHANGE TO TOTAL-RECOVERY-AMOUNT
                   DISPLAY 'CLAIM DECREASED BY ' AJ-ADJUSTER-ID
                       ' - ' AJ-CLAIM-NUMBER ' RECOVER '
                       WS-DISPLAY-AMOUNT
               WHEN AJ-INCREASE
                   ADD 1 TO INCREASES-APPLIED
                   ADD PAYABLE-CHANGE TO TOTAL-INCREASE-AMOUNT
                   DISPLAY 'CLAIM INCREASED BY ' AJ-ADJUSTER-ID
                       ' - ' AJ-CLAIM-NUMBER ' PAY '
                       WS-DISPLAY-AMOUNT
           END-EVALUATE.

      * NUMBER THE ADJUSTMENT ONE PAST THE LAST ON FILE FOR THE
      * CLAIM
       WRITE-ADJUSTMENT-HISTORY.
           ADD 1 TO NEXT-ADJUST-SEQUENCE
           MOVE AJ-CLAIM-NUMBER TO AH-CLAIM-NUMBER
           MOVE NEXT-ADJUST-SEQUENCE TO AH-SEQUENCE
           MOVE AJ-ACTION TO AH-ACTION
           MOVE PAYABLE-CHANGE TO AH-ADJUST-AMOUNT
           MOVE PRIOR-PAYABLE TO AH-PRIOR-PAYABLE
           MOVE NEW-PAYABLE TO AH-NEW-PAYABLE
           MOVE AJ-ADJUSTER-ID TO AH-ADJUSTER-ID
           MOVE AJ-REASON TO AH-REASON
           MOVE ADJUST-DATE TO AH-ADJUST-DATE
           MOVE WS-RUN-DATE TO AH-RUN-DATE
           MOVE SPACES TO AH-FILLER
           WRITE ADJUSTMENT-HISTORY-RECORD
           IF WS-ADJHIST-STATUS NOT = '00'
               DISPLAY 'CLAIMADJ WRITE FAILED - STATUS '
                   WS-ADJHIST-STATUS
               PERFORM ABEND-RUN
           END-IF.

      * BROWSE THE ADJUSTMENTS ALREADY ON FILE FOR THE CLAIM. ONE
      * WITH THE SAME ACTION, AMOUNT, ADJUSTER, REASON AND DATE HAS
      * ALREADY BEEN APPLIED - A RERUN OF ADJTRAN AFTER AN ABEND MUST
      * NOT PAY OR RECOVER IT TWICE. A VOID NEEDS NO CHECK HERE, THE
      * CLAIM IS NO LONGER APPROVED ONCE VOIDED
       CHECK-ADJUSTMENT-HISTORY.
           MOVE ZERO TO NEXT-ADJUST-SEQUENCE
           MOVE AJ-CLAIM-NUMBER TO AH-CLAIM-NUMBER
           MOVE ZERO TO AH-SEQUENCE
           START ADJUSTMENT-HISTORY-FILE KEY > AH-KEY
               INVALID KEY
                   MOVE '10' TO WS-ADJHIST-STATUS
           END-START
           IF WS-ADJHIST-STATUS = '00'
               PERFORM READ-NEXT-ADJUSTMENT-HISTORY
               PERFORM COUNT-ONE-ADJUSTMENT
                   UNTIL WS-ADJHIST-STATUS = '10'
           END-IF.

       READ-NEXT-ADJUSTMENT-HISTORY.
           READ ADJUSTMENT-HISTORY-FILE NEXT
               AT END
                   MOVE '10' TO WS-ADJHIST-STATUS
           END-READ.

       COUNT-ONE-ADJUSTMENT.
           IF AH-CLAIM-NUMBER NOT = AJ-CLAIM-NUMBER
               MOVE '10' TO WS-ADJHIST-STATUS
           ELSE
               MOVE AH-SEQUENCE TO NEXT-ADJUST-SEQUENCE
               IF NOT AJ-VOID AND AH-ACTION = AJ-ACTION
                   IF AH-ADJUST-AMOUNT = AJ-ADJUST-AMOUNT
                       AND AH-ADJUSTER-ID = AJ-ADJUSTER-ID
                       AND AH-REASON = AJ-REASON
                       AND AH-ADJUST-DATE = ADJUST-DATE
                       MOVE 'N' TO WS-ADJUST-VALID
                       DISPLAY 'ERROR: ADJUSTMENT ALREADY APPLIED - '
                           AJ-CLAIM-NUMBER ' SEQUENCE ' AH-SEQUENCE
                   END-IF
               END-IF
               PERFORM READ-NEXT-ADJUSTMENT-HISTORY
           END-IF.

      * THE ORIGINAL ADJUDICATION DATE AND REASON ARE KEPT - THE
      * ADJUSTMENT ITSELF IS ON CLAIMADJ
       UPDATE-CLAIM-HISTORY.
           MOVE NEW-PAYABLE TO CH-PAYABLE-AMOUNT
           IF AJ-VOID
               MOVE 'V' TO CH-CLAIM-STATUS
           END-IF
           REWRITE CLAIM-HISTORY-RECORD
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'CLAIMHST WRITE FAILED - STATUS '
                   WS-HISTORY-STATUS
               PERFORM ABEND-RUN
           END-IF.

      * AN INCREASE IS NEW MONEY PAID THIS YEAR. A RECOVERY COMES
      * OFF THIS YEAR'S EXPOSURE ONLY WHEN THE CLAIM WAS PAID THIS
      * YEAR - A PRIOR YEAR'S EXPOSURE HAS ALREADY BEEN RESET
       ADJUST-POLICY-EXPOSURE.
           IF AJ-INCREASE
               MOVE CH-POLICY-NUMBER TO PX-POLICY-NUMBER
               COMPUTE PX-PAID-YTD = WS-PAID-YTD + PAYABLE-CHANGE
               MOVE WS-RUN-YEAR TO PX-EXPOSURE-YEAR
               MOVE WS-RUN-DATE TO PX-LAST-PAID-DATE
               MOVE SPACES TO PX-FILLER
               IF EXPOSURE-FOUND
                   REWRITE POLICY-EXPOSURE-RECORD
               ELSE
                   WRITE POLICY-EXPOSURE-RECORD
               END-IF
               IF WS-EXPOSURE-STATUS NOT = '00'
                   DISPLAY 'POLEXPO WRITE FAILED - STATUS '
                       WS-EXPOSURE-STATUS
                   PERFORM ABEND-RUN
               END-IF
           ELSE
               PERFORM READ-POLICY-EXPOSURE
               IF EXPOSURE-FOUND
                   AND PX-EXPOSURE-YEAR = WS-RUN-YEAR
                   AND CH-ADJUDICATION-DATE(1:4) = WS-RUN-YEAR
                   PERFORM REDUCE-POLICY-EXPOSURE
               ELSE
                   DISPLAY 'PRIOR YEAR PAYMENT, EXPOSURE UNCHANGED - '
                       AJ-CLAIM-NUMBER
               END-IF
           END-IF.

       REDUCE-POLICY-EXPOSURE.
           IF PAYABLE-CHANGE > PX-PAID-YTD
               MOVE ZERO TO PX-PAID-YTD
           ELSE
               SUBTRACT PAYABLE-CHANGE FROM PX-PAID-YTD
           END-IF
           REWRITE POLICY-EXPOSURE-RECORD
           IF WS-EXPOSURE-STATUS NOT = '00'
               DISPLAY 'POLEXPO WRITE FAILED - STATUS '
                   WS-EXPOSURE-STATUS
               PERFORM ABEND-RUN
           END-IF.

       WRITE-ADJUSTMENT-RESULT.
           MOVE AJ-CLAIM-NUMBER TO AO-CLAIM-NUMBER
           MOVE CH-POLICY-NUMBER TO AO-POLICY-NUMBER
           MOVE AJ-ACTION TO AO-ACTION
           MOVE PAYABLE-CHANGE TO AO-ADJUST-AMOUNT
           MOVE AJ-ADJUSTER-ID TO AO-ADJUSTER-ID
           MOVE AJ-REASON TO AO-REASON
           MOVE ADJUST-DATE TO AO-ADJUST-DATE
           MOVE NEW-PAYABLE TO AO-NEW-PAYABLE
           MOVE SPACES TO AO-FILLER
           WRITE ADJUSTMENT-RESULTS-RECORD
           IF WS-RESULTS-STATUS NOT = '00'
               DISPLAY 'ADJOUT WRITE FAILED - STATUS '
                   WS-RESULTS-STATUS
               PERFORM ABEND-RUN
           END-IF.

       CLOSE-ADJUSTMENT-FILES.
           CLOSE ADJUSTMENT-FILE
           CLOSE ADJUSTMENT-RESULTS-FILE
           CLOSE POLICY-MASTER
           CLOSE CLAIM-HISTORY-FILE
           CLOSE ADJUSTMENT-HISTORY-FILE
           CLOSE POLICY-EXPOSURE-FILE.

       FINALIZE-ADJUSTMENT.
           MOVE ADJUSTMENTS-READ TO WS-RUN-READS
           MOVE ADJUSTMENTS-APPLIED TO WS-RUN-WRITES
           PERFORM END-RUN-CONTROL
           DISPLAY 'ADJUSTMENTS READ:     ' ADJUSTMENTS-READ
           DISPLAY 'ADJUSTMENTS APPLIED:  ' ADJUSTMENTS-APPLIED
           DISPLAY 'ADJUSTMENTS REJECTED: ' ADJUSTMENTS-REJECTED
           DISPLAY 'VOIDS:                ' VOIDS-APPLIED
           DISPLAY 'DECREASES:            ' DECREASES-APPLIED
           DISPLAY 'INCREASES:            ' INCREASES-APPLIED
           MOVE TOTAL-RECOVERY-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY 'TOTAL TO RECOVER:     ' WS-DISPLAY-AMOUNT
           MOVE TOTAL-INCREASE-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY 'TOTAL TO PAY:         ' WS-DISPLAY-AMOUNT
           DISPLAY 'CLAIM ADJUSTMENT COMPLETED'.
       START-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'RUNCTL OPEN FAILED, STATUS '
                   WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM GET-RUN-TIMESTAMP
           MOVE WS-RUN-PROGRAM-ID TO RC-PROGRAM-ID
           MOVE 'N' TO WS-RUNCTL-FOUND
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RUNCTL-FOUND
           END-READ
           MOVE WS-RUN-PROGRAM-ID TO RC-PROGRAM-ID
           MOVE WS-RUN-STAMP TO RC-START-TIMESTAMP
           MOVE ZERO TO RC-END-TIMESTAMP
           MOVE ZERO TO RC-RECORDS-READ
           MOVE ZERO TO RC-RECORDS-WRITTEN
           MOVE ZERO TO RC-COMPLETION-CODE
           MOVE 'R' TO RC-RUN-STATUS
           MOVE SPACES TO RC-FILLER
           IF WS-RUNCTL-FOUND = 'Y'
               REWRITE RUN-CONTROL-RECORD
           ELSE
               WRITE RUN-CONTROL-RECORD
           END-IF.

       GET-RUN-TIMESTAMP.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-HHMMSS TO WS-STAMP-TIME.

       END-RUN-CONTROL.
           PERFORM GET-RUN-TIMESTAMP
           MOVE WS-RUN-STAMP TO RC-END-TIMESTAMP
           MOVE WS-RUN-READS TO RC-RECORDS-READ
           MOVE WS-RUN-WRITES TO RC-RECORDS-WRITTEN
           MOVE WS-ABEND-CODE TO RC-COMPLETION-CODE
           IF WS-ABEND-CODE = ZERO
               MOVE 'C' TO RC-RUN-STATUS
           ELSE
               MOVE 'A' TO RC-RUN-STATUS
           END-IF
           REWRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       ABEND-RUN.
           IF WS-ABEND-CODE = ZERO
               MOVE 16 TO WS-ABEND-CODE
           END-IF
           PERFORM END-RUN-CONTROL
           MOVE WS-ABEND-CODE TO RETURN-CODE
           DISPLAY 'RUN ABENDED, CODE ' WS-ABEND-CODE
           STOP RUN.
