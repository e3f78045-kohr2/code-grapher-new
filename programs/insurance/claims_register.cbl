               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FINALS-STATUS.

           SELECT ADJUSTMENT-RESULTS-FILE ASSIGN TO 'ADJOUT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ADJUST-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           02  FR-PAYABLE-AMOUNT    PIC 9(8)V99.
           02  FR-FILLER            PIC X(7).

      * CLAIM ADJUSTMENTS APPLIED BY CLAIM-ADJUST
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

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
           88  WS-FINALS-OK         VALUE '00'.
           88  WS-FINALS-EOF        VALUE '10'.

       01  WS-ADJUST-STATUS         PIC XX.
           88  WS-ADJUST-OK         VALUE '00'.
           88  WS-ADJUST-EOF        VALUE '10'.

      * RECORD UNDER TALLY, COPIED FROM WHICHEVER FILE WAS READ
       01  REGISTER-ENTRY.
           02  RE-CLAIM-NUMBER      PIC X(10).
           02  PENDING-AMOUNT       PIC 9(10)V99 VALUE ZERO.

       01  REASON-TOTALS.
           02  REASON-ENTRY OCCURS 14 TIMES.
               03  REASON-TBL-CODE  PIC X(2).
               03  REASON-TBL-COUNT PIC 9(7).
               03  REASON-TBL-AMOUNT PIC 9(10)V99.
       01  TOTAL-DEDUCTIBLE-AMOUNT  PIC 9(10)V99 VALUE ZERO.
       01  TOTAL-CLAIM-COUNT        PIC 9(7) VALUE ZERO.

       01  ADJUSTMENT-TOTALS.
           02  VOID-COUNT           PIC 9(7) VALUE ZERO.
           02  VOID-AMOUNT          PIC 9(10)V99 VALUE ZERO.
           02  DECREASE-COUNT       PIC 9(7) VALUE ZERO.
           02  DECREASE-AMOUNT      PIC 9(10)V99 VALUE ZERO.
           02  INCREASE-COUNT       PIC 9(7) VALUE ZERO.
           02  INCREASE-AMOUNT      PIC 9(10)V99 VALUE ZERO.
           02  ADJUSTMENT-COUNT     PIC 9(7) VALUE ZERO.

      * PAYABLE PLUS INCREASES LESS RECOVERIES, WITH ITS SIGN
       01  NET-DISBURSEMENT         PIC 9(10)V99 VALUE ZERO.
       01  NET-DISBURSEMENT-SIGN    PIC X(1) VALUE '+'.

       01  WS-DISPLAY-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-RUNCTL-STATUS         PIC XX.
           PERFORM TALLY-CLAIM-RESULTS
           PERFORM TALLY-FINAL-RESULTS
           PERFORM PRINT-REGISTER
           PERFORM PRINT-ADJUSTMENTS
           PERFORM PRINT-FUNDING-TOTAL
           COMPUTE WS-RUN-READS = TOTAL-CLAIM-COUNT + ADJUSTMENT-COUNT
           PERFORM END-RUN-CONTROL
           DISPLAY 'CLAIMS REGISTER COMPLETED'
           STOP RUN.
           MOVE '30' TO REASON-TBL-CODE(4)
           MOVE '40' TO REASON-TBL-CODE(5)
           MOVE '50' TO REASON-TBL-CODE(6)
           MOVE '60' TO REASON-TBL-CODE(7)
           MOVE '70' TO REASON-TBL-CODE(8)
           MOVE '80' TO REASON-TBL-CODE(9)
           MOVE '90' TO REASON-TBL-CODE(10)
           MOVE '91' TO REASON-TBL-CODE(11)
           MOVE '92' TO REASON-TBL-CODE(12)
           MOVE '93' TO REASON-TBL-CODE(13)
           MOVE '94' TO REASON-TBL-CODE(14)
           MOVE 1 TO REASON-INDEX
           PERFORM CLEAR-ONE-REASON
               UNTIL REASON-INDEX > 14
           DISPLAY 'DAILY CLAIMS REGISTER'.

       CLEAR-ONE-REASON.
           MOVE 1 TO REASON-INDEX
           PERFORM FIND-REASON-SLOT
               UNTIL REASON-FOUND = 'Y'
               OR REASON-INDEX > 14
           IF REASON-FOUND = 'Y'
               ADD 1 TO REASON-TBL-COUNT(REASON-INDEX)
               ADD RE-CLAIM-AMOUNT
           DISPLAY '-------------------'
           MOVE 1 TO REASON-INDEX
           PERFORM PRINT-ONE-REASON
               UNTIL REASON-INDEX > 14

           DISPLAY ' '
           DISPLAY 'TOTAL CLAIMS:        ' TOTAL-CLAIM-COUNT
           MOVE TOTAL-DEDUCTIBLE-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY 'TOTAL DEDUCTIBLES:   ' WS-DISPLAY-AMOUNT
           MOVE TOTAL-PAYABLE-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY 'TOTAL PAYABLE:       ' WS-DISPLAY-AMOUNT.

       PRINT-ONE-REASON.
           DISPLAY 'REASON ' REASON-TBL-CODE(REASON-INDEX)
           MOVE REASON-TBL-AMOUNT(REASON-INDEX) TO WS-DISPLAY-AMOUNT
           DISPLAY '          AMOUNT ' WS-DISPLAY-AMOUNT
           ADD 1 TO REASON-INDEX.

      * ONE LINE PER ADJUSTMENT APPLIED TODAY, THEN TOTALS BY TYPE.
      * AMOUNTS ARE THE CHANGE IN PAYABLE
       PRINT-ADJUSTMENTS.
           DISPLAY ' '
           DISPLAY 'ADJUSTMENTS'
           DISPLAY '-----------'
           OPEN INPUT ADJUSTMENT-RESULTS-FILE
           IF NOT WS-ADJUST-OK
               DISPLAY 'NO ADJUSTMENT RESULTS FILE - STATUS '
                   WS-ADJUST-STATUS
               MOVE '10' TO WS-ADJUST-STATUS
           ELSE
               PERFORM READ-NEXT-ADJUSTMENT
               PERFORM PRINT-ONE-ADJUSTMENT
                   UNTIL WS-ADJUST-EOF
               CLOSE ADJUSTMENT-RESULTS-FILE
           END-IF
           DISPLAY 'VOID COUNT:      ' VOID-COUNT
           MOVE VOID-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY 'VOID AMOUNT:     ' WS-DISPLAY-AMOUNT
           DISPLAY 'DECREASE COUNT:  ' DECREASE-COUNT
           MOVE DECREASE-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY 'DECREASE AMOUNT: ' WS-DISPLAY-AMOUNT
           DISPLAY 'INCREASE COUNT:  ' INCREASE-COUNT
           MOVE INCREASE-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY 'INCREASE AMOUNT: ' WS-DISPLAY-AMOUNT.

       READ-NEXT-ADJUSTMENT.
           READ ADJUSTMENT-RESULTS-FILE
               AT END
                   MOVE '10' TO WS-ADJUST-STATUS
           END-READ.

       PRINT-ONE-ADJUSTMENT.
           ADD 1 TO ADJUSTMENT-COUNT
           EVALUATE AO-ACTION
               WHEN 'V'
                   ADD 1 TO VOID-COUNT
                   ADD AO-ADJUST-AMOUNT TO VOID-AMOUNT
               WHEN 'D'
                   ADD 1 TO DECREASE-COUNT
                   ADD AO-ADJUST-AMOUNT TO DECREASE-AMOUNT
               WHEN 'I'
                   ADD 1 TO INCREASE-COUNT
                   ADD AO-ADJUST-AMOUNT TO INCREASE-AMOUNT
               WHEN OTHER
                   DISPLAY 'UNKNOWN ADJUSTMENT ' AO-ACTION
                       ' - ' AO-CLAIM-NUMBER
           END-EVALUATE
           MOVE AO-ADJUST-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY AO-CLAIM-NUMBER ' ' AO-ACTION ' ' AO-REASON
               ' ' AO-ADJUSTER-ID ' ' WS-DISPLAY-AMOUNT
           PERFORM READ-NEXT-ADJUSTMENT.

       PRINT-FUNDING-TOTAL.
           IF VOID-AMOUNT + DECREASE-AMOUNT
               > TOTAL-PAYABLE-AMOUNT + INCREASE-AMOUNT
               MOVE '-' TO NET-DISBURSEMENT-SIGN
               COMPUTE NET-DISBURSEMENT =
                   VOID-AMOUNT + DECREASE-AMOUNT
                   - TOTAL-PAYABLE-AMOUNT - INCREASE-AMOUNT
           ELSE
               MOVE '+' TO NET-DISBURSEMENT-SIGN
               COMPUTE NET-DISBURSEMENT =
                   TOTAL-PAYABLE-AMOUNT + INCREASE-AMOUNT
                   - VOID-AMOUNT - DECREASE-AMOUNT
           END-IF
           DISPLAY ' '
           MOVE NET-DISBURSEMENT TO WS-DISPLAY-AMOUNT
           DISPLAY 'NET DISBURSEMENT:    ' WS-DISPLAY-AMOUNT
               ' ' NET-DISBURSEMENT-SIGN
           DISPLAY 'FUND THE DISBURSEMENT ACCOUNT FOR THE'
           DISPLAY 'NET DISBURSEMENT AMOUNT SHOWN ABOVE'.
       START-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS = '35'
