               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FINALS-STATUS.

           SELECT ADJUSTMENT-RESULTS-FILE ASSIGN TO 'ADJOUT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ADJUST-STATUS.

           SELECT DISBURSEMENT-FILE ASSIGN TO 'DISBFILE'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           02  FR-PAYABLE-AMOUNT    PIC 9(8)V99.
           02  FR-FILLER            PIC X(7).

      * CLAIM ADJUSTMENTS APPLIED BY CLAIM-ADJUST - AN INCREASE IS
      * PAID, A DECREASE OR VOID IS RECOVERED
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

      * FIXED-FORMAT DISBURSEMENT FILE - 'H' HEADER, 'D' DETAILS,
      * 'R' RECOVERIES, 'T' TRAILER WITH CONTROL TOTALS. THE NET
      * AMOUNT IS PAYMENTS LESS RECOVERIES, SIGNED BY DT-NET-SIGN
       FD  DISBURSEMENT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           02  DD-PAYABLE-AMOUNT    PIC 9(8)V99.
           02  DD-PAYMENT-DATE      PIC 9(8).
           02  DD-FILLER            PIC X(41).
       01  DISB-RECOVERY-RECORD.
           02  DR-RECORD-TYPE       PIC X(1).
           02  DR-CLAIM-NUMBER      PIC X(10).
           02  DR-POLICY-NUMBER     PIC X(10).
           02  DR-RECOVERY-AMOUNT   PIC 9(8)V99.
           02  DR-RECOVERY-DATE     PIC 9(8).
           02  DR-ADJUST-ACTION     PIC X(1).
           02  DR-ADJUST-REASON     PIC X(2).
           02  DR-FILLER            PIC X(38).
       01  DISB-TRAILER-RECORD.
           02  DT-RECORD-TYPE       PIC X(1).
           02  DT-PAYMENT-COUNT     PIC 9(7).
           02  DT-PAYMENT-AMOUNT    PIC 9(12)V99.
           02  DT-RECOVERY-COUNT    PIC 9(7).
           02  DT-RECOVERY-AMOUNT   PIC 9(12)V99.
           02  DT-NET-SIGN          PIC X(1).
           02  DT-NET-AMOUNT        PIC 9(12)V99.
           02  DT-FILLER            PIC X(22).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           88  WS-FINALS-OK         VALUE '00'.
           88  WS-FINALS-EOF        VALUE '10'.

       01  WS-ADJUST-STATUS         PIC XX.
           88  WS-ADJUST-OK         VALUE '00'.
           88  WS-ADJUST-EOF        VALUE '10'.

       01  WS-DISB-STATUS           PIC XX.

       01  WS-RUN-DATE              PIC 9(8).
           02  FINALS-READ          PIC 9(5) VALUE ZERO.
           02  PAYMENTS-WRITTEN     PIC 9(5) VALUE ZERO.
           02  DUPLICATES-DROPPED   PIC 9(5) VALUE ZERO.
           02  ADJUSTMENTS-READ     PIC 9(5) VALUE ZERO.
           02  RECOVERIES-WRITTEN   PIC 9(5) VALUE ZERO.

       01  TOTAL-PAYMENT-AMOUNT     PIC 9(12)V99 VALUE ZERO.

       01  TOTAL-RECOVERY-AMOUNT    PIC 9(12)V99 VALUE ZERO.

       01  NET-PAYMENT-AMOUNT       PIC 9(12)V99 VALUE ZERO.

       01  NET-PAYMENT-SIGN         PIC X(1) VALUE '+'.

       01  WS-DISPLAY-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-RUNCTL-STATUS         PIC XX.
           PERFORM WRITE-DISB-HEADER
           PERFORM EXTRACT-CLAIM-RESULTS
           PERFORM EXTRACT-FINAL-RESULTS
           PERFORM EXTRACT-ADJUSTMENTS
           PERFORM WRITE-DISB-TRAILER
           PERFORM PRINT-PAYMENT-REGISTER
           PERFORM CLOSE-EXTRACT-FILES
           END-IF
           PERFORM READ-NEXT-FINAL.

      * AN ADJUSTMENT IS A CHANGE TO A CLAIM PAID ON AN EARLIER RUN
      * OR EARLIER IN THIS ONE, SO IT IS NOT HELD TO THE ONE
      * PAYMENT PER CLAIM CHECK
       EXTRACT-ADJUSTMENTS.
           OPEN INPUT ADJUSTMENT-RESULTS-FILE
           IF NOT WS-ADJUST-OK
               DISPLAY 'NO ADJUSTMENT RESULTS FILE - STATUS '
                   WS-ADJUST-STATUS
               MOVE '10' TO WS-ADJUST-STATUS
           ELSE
               PERFORM READ-NEXT-ADJUSTMENT
               PERFORM EXTRACT-ONE-ADJUSTMENT
                   UNTIL WS-ADJUST-EOF
               CLOSE ADJUSTMENT-RESULTS-FILE
           END-IF.

       READ-NEXT-ADJUSTMENT.
           READ ADJUSTMENT-RESULTS-FILE
               AT END
                   MOVE '10' TO WS-ADJUST-STATUS
           END-READ.

       EXTRACT-ONE-ADJUSTMENT.
           ADD 1 TO ADJUSTMENTS-READ
           MOVE AO-CLAIM-NUMBER TO PE-CLAIM-NUMBER
           MOVE AO-POLICY-NUMBER TO PE-POLICY-NUMBER
           MOVE AO-ADJUST-AMOUNT TO PE-PAYABLE-AMOUNT
           IF AO-ACTION = 'I'
               PERFORM WRITE-DISB-DETAIL
           ELSE
               PERFORM WRITE-DISB-RECOVERY
           END-IF
           PERFORM READ-NEXT-ADJUSTMENT.

       EXTRACT-ONE-PAYMENT.
           PERFORM CHECK-DUPLICATE-CLAIM
           IF DUPLICATE-CLAIM
           DISPLAY 'PAY ' PE-CLAIM-NUMBER ' POLICY '
               PE-POLICY-NUMBER ' AMOUNT ' WS-DISPLAY-AMOUNT.

       WRITE-DISB-RECOVERY.
           MOVE 'R' TO DR-RECORD-TYPE
           MOVE PE-CLAIM-NUMBER TO DR-CLAIM-NUMBER
           MOVE PE-POLICY-NUMBER TO DR-POLICY-NUMBER
           MOVE PE-PAYABLE-AMOUNT TO DR-RECOVERY-AMOUNT
           MOVE WS-RUN-DATE TO DR-RECOVERY-DATE
           MOVE AO-ACTION TO DR-ADJUST-ACTION
           MOVE AO-REASON TO DR-ADJUST-REASON
           MOVE SPACES TO DR-FILLER
           WRITE DISB-RECOVERY-RECORD
           IF WS-DISB-STATUS NOT = '00'
               DISPLAY 'DISBFILE WRITE FAILED - STATUS '
                   WS-DISB-STATUS
               PERFORM ABEND-RUN
           END-IF
           ADD 1 TO RECOVERIES-WRITTEN
           ADD PE-PAYABLE-AMOUNT TO TOTAL-RECOVERY-AMOUNT
           MOVE PE-PAYABLE-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY 'RECOVER ' PE-CLAIM-NUMBER ' POLICY '
               PE-POLICY-NUMBER ' AMOUNT ' WS-DISPLAY-AMOUNT.

       WRITE-DISB-TRAILER.
           IF TOTAL-RECOVERY-AMOUNT > TOTAL-PAYMENT-AMOUNT
               MOVE '-' TO NET-PAYMENT-SIGN
               COMPUTE NET-PAYMENT-AMOUNT =
                   TOTAL-RECOVERY-AMOUNT - TOTAL-PAYMENT-AMOUNT
           ELSE
               MOVE '+' TO NET-PAYMENT-SIGN
               COMPUTE NET-PAYMENT-AMOUNT =
                   TOTAL-PAYMENT-AMOUNT - TOTAL-RECOVERY-AMOUNT
           END-IF
           MOVE 'T' TO DT-RECORD-TYPE
           MOVE PAYMENTS-WRITTEN TO DT-PAYMENT-COUNT
           MOVE TOTAL-PAYMENT-AMOUNT TO DT-PAYMENT-AMOUNT
           MOVE RECOVERIES-WRITTEN TO DT-RECOVERY-COUNT
           MOVE TOTAL-RECOVERY-AMOUNT TO DT-RECOVERY-AMOUNT
           MOVE NET-PAYMENT-SIGN TO DT-NET-SIGN
           MOVE NET-PAYMENT-AMOUNT TO DT-NET-AMOUNT
           MOVE SPACES TO DT-FILLER
           WRITE DISB-TRAILER-RECORD
           IF WS-DISB-STATUS NOT = '00'
           DISPLAY 'PAYMENTS WRITTEN:   ' PAYMENTS-WRITTEN
           DISPLAY 'DUPLICATES DROPPED: ' DUPLICATES-DROPPED
           MOVE TOTAL-PAYMENT-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY 'TOTAL PAYABLE:      ' WS-DISPLAY-AMOUNT
           DISPLAY 'ADJUSTMENTS READ:   ' ADJUSTMENTS-READ
           DISPLAY 'RECOVERIES WRITTEN: ' RECOVERIES-WRITTEN
           MOVE TOTAL-RECOVERY-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY 'TOTAL RECOVERY:     ' WS-DISPLAY-AMOUNT
           MOVE NET-PAYMENT-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY 'NET DISBURSEMENT:   ' WS-DISPLAY-AMOUNT
               ' ' NET-PAYMENT-SIGN.

       CLOSE-EXTRACT-FILES.
           CLOSE DISBURSEMENT-FILE.

       FINALIZE-EXTRACT.
           COMPUTE WS-RUN-READS =
               RESULTS-READ + FINALS-READ + ADJUSTMENTS-READ
           COMPUTE WS-RUN-WRITES =
               PAYMENTS-WRITTEN + RECOVERIES-WRITTEN
           PERFORM END-RUN-CONTROL
           DISPLAY 'PAYMENT EXTRACT COMPLETED'.
       START-RUN-CONTROL.
