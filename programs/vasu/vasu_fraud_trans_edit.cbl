007300*   005 INVALID TRANSACTION TIME
007400*   006 MERCHANT ID MISSING OR NOT NUMERIC
007500*   007 UNKNOWN TRANSACTION TYPE
007510*   008 REVERSAL WITHOUT ORIGINAL TRANSACTION ID
007600
007700* Work copy of the transaction under edit
007800 01  WORK-TRANS-RECORD.
008500 05  TRANS-LOCATION          PIC X(20).
008600 05  TRANS-TYPE              PIC X(10).
008700 05  TRANS-APPROVAL-CODE     PIC X(10).
008710 05  TRANS-ORIG-TRANS-ID     PIC 9(12).
008800 05  TRANS-FILLER            PIC X(108).
008900
009000* Date and time edit fields
009100 01  WS-EDIT-DATE.
022700         AND TRANS-TYPE NOT = 'PAYMENT'
022800         MOVE '007' TO WS-REJECT-REASON
022900         GO TO 5500-EDIT-FIELDS-EXIT
023000     END-IF
023010
023020     IF TRANS-TYPE = 'REVERSAL'
023030         AND (TRANS-ORIG-TRANS-ID NOT NUMERIC
023040         OR TRANS-ORIG-TRANS-ID = ZERO)
023050         MOVE '008' TO WS-REJECT-REASON
023060         GO TO 5500-EDIT-FIELDS-EXIT
023070     END-IF.
023100
023200 5500-EDIT-FIELDS-EXIT.
023300     EXIT.
