035800         MOVE 'CARD IS BLOCKED' TO WS-ERROR-REASON
035900         GO TO 3500-DELETE-EXIT
036000     END-IF
036010     IF CUST-BLOCK-STATUS = 'R'
036020         MOVE 'CARD REPLACED - KEPT FOR XREF' TO WS-ERROR-REASON
036030         GO TO 3500-DELETE-EXIT
036040     END-IF
036100     PERFORM 3600-CHECK-OPEN-CASES
036200     IF WS-OPEN-CASE-FOUND = 'Y'
036300         MOVE 'OPEN FRAUD CASE EXISTS' TO WS-ERROR-REASON
