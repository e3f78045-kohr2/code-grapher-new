005000 05  RT-FILLER               PIC X(42).
005100
005200* RULE PARAMETER FILE SHARED WITH THE SCORING ENGINE AND THE
005300* SUMMARY REPORT. 01-12 CARRY THE RULE WEIGHTS AND CUTOFFS,
005400* 90/91/92 CARRY THE RISK BAND THRESHOLDS IN RP-THRESHOLD-1,
005410* 93 CARRIES THE CASH ADVANCE AMOUNT CUTOFF IN RP-THRESHOLD-1
005420* AND ITS DECLINE THRESHOLD IN RP-THRESHOLD-2.
005430* 41-45 CARRY THE CLAIM SCREENING RULES READ BY CLAIM-PROC AND
005440* 49 THE CLAIM FRAUD REFERRAL SCORE IN RP-THRESHOLD-1.
005500 FD  RULE-PARM-FILE
005600     RECORDING MODE IS F
005700 RECORD CONTAINS 80 CHARACTERS.
020400         GO TO 3100-VALIDATE-EXIT
020500     END-IF
020600
020700     IF (RT-RULE-NUMBER < 01 OR RT-RULE-NUMBER > 12)
020710         AND (RT-RULE-NUMBER < 41 OR RT-RULE-NUMBER > 45)
020720         AND RT-RULE-NUMBER NOT = 49
020800         AND RT-RULE-NUMBER NOT = 90
020900         AND RT-RULE-NUMBER NOT = 91
021000         AND RT-RULE-NUMBER NOT = 92
021010         AND RT-RULE-NUMBER NOT = 93
021100         MOVE 'RULE NUMBER OUT OF RANGE' TO WS-ERROR-REASON
021200         GO TO 3100-VALIDATE-EXIT
021300     END-IF
023800     END-IF
023900     IF RT-ACTIVE-FLAG NOT = 'Y' AND RT-ACTIVE-FLAG NOT = 'N'
024000         MOVE 'ACTIVE FLAG NOT Y OR N' TO WS-ERROR-REASON
024010         GO TO 3100-VALIDATE-EXIT
024020     END-IF
024030     IF RT-RULE-NUMBER = 93
024040         AND RT-THRESHOLD-2 > 999
024050         MOVE 'CASH THRESHOLD OVER 999' TO WS-ERROR-REASON
024100     END-IF.
024200
024300 3100-VALIDATE-EXIT.
