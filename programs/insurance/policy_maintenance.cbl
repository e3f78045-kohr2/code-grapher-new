               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT POLICY-LAPSE-FILE ASSIGN TO 'POLLAPSE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-LAPSE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       DATA DIVISION.
       FILE SECTION.

      * ACTIONS A ADD, C CHANGE, D DELETE, X CANCEL, L LAPSE AND
      * R REINSTATE. FOR X, L AND R THE EFFECTIVE DATE IS THE DATE
      * COVER STOPS OR RESUMES - ZERO MEANS TODAY
       FD  POLICY-TRANS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           02  PT-POLICY-LIMIT      PIC 9(8)V99.
           02  PT-DEDUCTIBLE        PIC 9(8)V99.
           02  PT-EFFECTIVE-DATE    PIC 9(8).
           02  PT-INCEPTION-DATE    PIC 9(8).
           02  PT-EXPIRY-DATE       PIC 9(8).
           02  PT-FILLER            PIC X(25).

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

       FD  AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 340 CHARACTERS.
       01  AUDIT-RECORD.
           02  AUD-TIMESTAMP        PIC 9(14).
           02  AUD-ACTION           PIC X(1).
           02  AUD-BEFORE-IMAGE     PIC X(150).
           02  AUD-AFTER-IMAGE      PIC X(150).
           02  AUD-FILLER           PIC X(25).

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

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.

       01  WS-AUDIT-STATUS          PIC XX.

       01  WS-LAPSE-STATUS          PIC XX.

       01  WS-RUN-DATE              PIC 9(8).

       01  WS-RUN-TIME              PIC 9(8).
           88  POLICY-EXISTS        VALUE 'Y'.
           88  POLICY-ABSENT        VALUE 'N'.

       01  WS-BEFORE-IMAGE          PIC X(150).

       01  STATUS-CHANGE-DATE       PIC 9(8).

       01  IN-FORCE-TERMS.
           02  IN-FORCE-LIMIT       PIC 9(8)V99.
           02  IN-FORCE-DEDUCTIBLE  PIC 9(8)V99.

       01  WS-TERMS-MATURED         PIC X(1).
           88  NEW-TERMS-MATURED    VALUE 'Y'.

       01  MAINT-COUNTS.
           02  TRANS-READ           PIC 9(5) VALUE ZERO.
           02  POLICIES-ADDED       PIC 9(5) VALUE ZERO.
           02  POLICIES-CHANGED     PIC 9(5) VALUE ZERO.
           02  POLICIES-DELETED     PIC 9(5) VALUE ZERO.
           02  POLICIES-CANCELLED   PIC 9(5) VALUE ZERO.
           02  POLICIES-LAPSED      PIC 9(5) VALUE ZERO.
           02  POLICIES-REINSTATED  PIC 9(5) VALUE ZERO.
           02  TRANS-REJECTED       PIC 9(5) VALUE ZERO.

       01  WS-RUNCTL-STATUS         PIC XX.
               DISPLAY 'POLAUDIT OPEN FAILED - STATUS '
                   WS-AUDIT-STATUS
               PERFORM ABEND-RUN
           END-IF
           OPEN I-O POLICY-LAPSE-FILE
           IF WS-LAPSE-STATUS = '35'
               OPEN OUTPUT POLICY-LAPSE-FILE
               CLOSE POLICY-LAPSE-FILE
               OPEN I-O POLICY-LAPSE-FILE
           END-IF
           IF WS-LAPSE-STATUS NOT = '00'
               DISPLAY 'POLLAPSE OPEN FAILED - STATUS '
                   WS-LAPSE-STATUS
               PERFORM ABEND-RUN
           END-IF.

       READ-NEXT-TRANS.
                       PERFORM CHANGE-POLICY
                   WHEN 'D'
                       PERFORM DELETE-POLICY
                   WHEN 'X'
                       PERFORM CANCEL-POLICY
                   WHEN 'L'
                       PERFORM CANCEL-POLICY
                   WHEN 'R'
                       PERFORM REINSTATE-POLICY
               END-EVALUATE
           END-IF

           MOVE SPACES TO WS-ERROR-REASON

           IF PT-ACTION NOT = 'A' AND PT-ACTION NOT = 'C'
               AND PT-ACTION NOT = 'D' AND PT-ACTION NOT = 'X'
               AND PT-ACTION NOT = 'L' AND PT-ACTION NOT = 'R'
               MOVE 'INVALID ACTION CODE' TO WS-ERROR-REASON
           ELSE
               IF PT-POLICY-NUMBER = SPACES
                   MOVE 'POLICY NUMBER MISSING' TO WS-ERROR-REASON
               ELSE
                   IF PT-ACTION = 'A' OR PT-ACTION = 'C'
                       PERFORM VALIDATE-TRANS-AMOUNTS
                   END-IF
                   IF PT-ACTION = 'X' OR PT-ACTION = 'L'
                       OR PT-ACTION = 'R'
                       PERFORM VALIDATE-STATUS-DATE
                   END-IF
               END-IF
           END-IF.

                   IF PT-EFFECTIVE-DATE NOT NUMERIC
                       MOVE 'EFFECTIVE DATE NOT NUMERIC'
                           TO WS-ERROR-REASON
                   ELSE
                       PERFORM VALIDATE-COVERAGE-DATES
                   END-IF
               END-IF
           END-IF.

      * ZERO DATES ARE ALLOWED - ON A CHANGE THEY LEAVE THE DATE ON
      * FILE, ON AN ADD INCEPTION DEFAULTS TO TODAY AND EXPIRY TO
      * CONTINUOUS COVER
       VALIDATE-COVERAGE-DATES.
           IF PT-INCEPTION-DATE NOT NUMERIC
               MOVE 'INCEPTION DATE NOT NUMERIC' TO WS-ERROR-REASON
           ELSE
               IF PT-EXPIRY-DATE NOT NUMERIC
                   MOVE 'EXPIRY DATE NOT NUMERIC' TO WS-ERROR-REASON
               ELSE
                   IF PT-INCEPTION-DATE > ZERO
                       AND PT-EXPIRY-DATE > ZERO
                       AND PT-EXPIRY-DATE < PT-INCEPTION-DATE
                       MOVE 'EXPIRY BEFORE INCEPTION'
                           TO WS-ERROR-REASON
                   END-IF
               END-IF
           END-IF.

       VALIDATE-STATUS-DATE.
           IF PT-EFFECTIVE-DATE NOT NUMERIC
               MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-ERROR-REASON
           ELSE
               IF PT-EFFECTIVE-DATE = ZERO
                   MOVE WS-RUN-DATE TO STATUS-CHANGE-DATE
               ELSE
                   MOVE PT-EFFECTIVE-DATE TO STATUS-CHANGE-DATE
               END-IF
           END-IF.

       LOOKUP-POLICY.
           MOVE 'N' TO WS-POLICY-EXISTS
           MOVE PT-POLICY-NUMBER TO PM-POLICY-NUMBER
                   MOVE ZERO TO PM-NEW-LIMIT
                   MOVE ZERO TO PM-NEW-DEDUCTIBLE
                   MOVE ZERO TO PM-EFFECTIVE-DATE
                   MOVE 'A' TO PM-POLICY-STATUS
                   IF PT-INCEPTION-DATE = ZERO
                       MOVE WS-RUN-DATE TO PM-INCEPTION-DATE
                   ELSE
                       MOVE PT-INCEPTION-DATE TO PM-INCEPTION-DATE
                   END-IF
                   MOVE PT-EXPIRY-DATE TO PM-EXPIRY-DATE
                   MOVE SPACE TO PM-LAPSE-TYPE
                   MOVE ZERO TO PM-LAPSE-FROM-DATE
                   MOVE ZERO TO PM-LAPSE-TO-DATE
                   MOVE ZERO TO PM-PRIOR-LIMIT
                   MOVE ZERO TO PM-PRIOR-DEDUCTIBLE
                   MOVE ZERO TO PM-TERMS-DATE
                   MOVE SPACES TO PM-FILLER
                   WRITE POLICY-MASTER-RECORD
                   PERFORM WRITE-AUDIT-RECORD

      * A CHANGE DATED TODAY OR EARLIER REPRICES AT ONCE; A FUTURE
      * DATE IS HELD IN THE NEW-TERM FIELDS SO IN-FLIGHT CLAIMS
      * KEEP PRICING AGAINST THE CURRENT TERMS UNTIL IT MATURES.
      * THE TERMS REPLACED ARE KEPT AS PRIOR TERMS SO A LOSS FROM
      * BEFORE THE CHANGE IS STILL PRICED ON THEM
       CHANGE-POLICY.
           IF POLICY-ABSENT
               MOVE 'POLICY NOT ON FILE' TO WS-ERROR-REASON
           ELSE
               PERFORM CHANGE-COVERAGE-DATES
           END-IF
           IF WS-ERROR-REASON = SPACES
               IF PT-EFFECTIVE-DATE <= WS-RUN-DATE
                   PERFORM GET-TERMS-IN-FORCE
                   IF PT-POLICY-LIMIT NOT = IN-FORCE-LIMIT
                       OR PT-DEDUCTIBLE NOT = IN-FORCE-DEDUCTIBLE
                       PERFORM SAVE-PRIOR-TERMS
                       PERFORM REPLACE-CURRENT-TERMS
                   ELSE
                       IF NOT NEW-TERMS-MATURED
                           PERFORM REPLACE-CURRENT-TERMS
                       END-IF
                   END-IF
               ELSE
                   MOVE PT-POLICY-LIMIT TO PM-NEW-LIMIT
                   MOVE PT-DEDUCTIBLE TO PM-NEW-DEDUCTIBLE
               ADD 1 TO POLICIES-CHANGED
           END-IF.

       CHANGE-COVERAGE-DATES.
           IF PT-INCEPTION-DATE > ZERO
               MOVE PT-INCEPTION-DATE TO PM-INCEPTION-DATE
           END-IF
           IF PT-EXPIRY-DATE > ZERO
               MOVE PT-EXPIRY-DATE TO PM-EXPIRY-DATE
           END-IF
           IF PM-EXPIRY-DATE > ZERO
               AND PM-EXPIRY-DATE < PM-INCEPTION-DATE
               MOVE 'EXPIRY BEFORE INCEPTION' TO WS-ERROR-REASON
           END-IF.

      * A FUTURE CHANGE WHOSE DATE HAS PASSED IS THE ONE IN FORCE.
      * A CHANGE THAT ONLY RESTATES THESE TERMS (A DATES CORRECTION)
      * KEEPS THE PRIOR TERMS AND TERMS DATE ALREADY ON THE MASTER, AND
      * A MATURED CHANGE IS THEN LEFT WITH ITS OWN EFFECTIVE DATE
       GET-TERMS-IN-FORCE.
           IF PM-EFFECTIVE-DATE > ZERO
               AND PM-EFFECTIVE-DATE <= WS-RUN-DATE
               MOVE 'Y' TO WS-TERMS-MATURED
               MOVE PM-NEW-LIMIT TO IN-FORCE-LIMIT
               MOVE PM-NEW-DEDUCTIBLE TO IN-FORCE-DEDUCTIBLE
           ELSE
               MOVE 'N' TO WS-TERMS-MATURED
               MOVE PM-POLICY-LIMIT TO IN-FORCE-LIMIT
               MOVE PM-DEDUCTIBLE-AMOUNT TO IN-FORCE-DEDUCTIBLE
           END-IF.

       SAVE-PRIOR-TERMS.
           MOVE IN-FORCE-LIMIT TO PM-PRIOR-LIMIT
           MOVE IN-FORCE-DEDUCTIBLE TO PM-PRIOR-DEDUCTIBLE
           IF PT-EFFECTIVE-DATE = ZERO
               MOVE WS-RUN-DATE TO PM-TERMS-DATE
           ELSE
               MOVE PT-EFFECTIVE-DATE TO PM-TERMS-DATE
           END-IF.

       REPLACE-CURRENT-TERMS.
           MOVE PT-POLICY-LIMIT TO PM-POLICY-LIMIT
           MOVE PT-DEDUCTIBLE TO PM-DEDUCTIBLE-AMOUNT
           MOVE ZERO TO PM-NEW-LIMIT
           MOVE ZERO TO PM-NEW-DEDUCTIBLE
           MOVE ZERO TO PM-EFFECTIVE-DATE.

      * CANCEL (X) AND LAPSE (L) STOP COVER FROM THE EFFECTIVE DATE
      * AND OPEN A NEW LAPSE SPAN. EARLIER SPANS STAY ON POLLAPSE, SO
      * A NEW ONE MAY NOT START INSIDE THE LAST ONE
       CANCEL-POLICY.
           IF POLICY-ABSENT
               MOVE 'POLICY NOT ON FILE' TO WS-ERROR-REASON
           ELSE
               IF PM-CANCELLED OR PM-LAPSED
                   MOVE 'POLICY ALREADY OUT OF FORCE'
                       TO WS-ERROR-REASON
               ELSE
                   IF STATUS-CHANGE-DATE < PM-INCEPTION-DATE
                       MOVE 'DATE BEFORE INCEPTION' TO WS-ERROR-REASON
                   ELSE
                       IF STATUS-CHANGE-DATE < PM-LAPSE-TO-DATE
                           MOVE 'DATE BEFORE REINSTATEMENT'
                               TO WS-ERROR-REASON
                       ELSE
                           PERFORM STOP-POLICY-COVER
                       END-IF
                   END-IF
               END-IF
           END-IF.

       STOP-POLICY-COVER.
           IF PT-ACTION = 'X'
               MOVE 'C' TO PM-POLICY-STATUS
               ADD 1 TO POLICIES-CANCELLED
           ELSE
               MOVE 'L' TO PM-POLICY-STATUS
               ADD 1 TO POLICIES-LAPSED
           END-IF
           MOVE PM-POLICY-STATUS TO PM-LAPSE-TYPE
           MOVE STATUS-CHANGE-DATE TO PM-LAPSE-FROM-DATE
           MOVE ZERO TO PM-LAPSE-TO-DATE
           PERFORM WRITE-LAPSE-SPAN
           REWRITE POLICY-MASTER-RECORD
           PERFORM WRITE-AUDIT-RECORD.

      * COVER RESUMES FROM THE EFFECTIVE DATE - A LOSS IN THE SPAN
      * BEFORE IT STAYS UNCOVERED
       REINSTATE-POLICY.
           IF POLICY-ABSENT
               MOVE 'POLICY NOT ON FILE' TO WS-ERROR-REASON
           ELSE
               IF NOT PM-CANCELLED AND NOT PM-LAPSED
                   MOVE 'POLICY NOT CANCELLED OR LAPSED'
                       TO WS-ERROR-REASON
               ELSE
                   IF STATUS-CHANGE-DATE < PM-LAPSE-FROM-DATE
                       MOVE 'DATE BEFORE CANCELLATION'
                           TO WS-ERROR-REASON
                   ELSE
                       MOVE 'R' TO PM-POLICY-STATUS
                       MOVE STATUS-CHANGE-DATE TO PM-LAPSE-TO-DATE
                       PERFORM WRITE-LAPSE-SPAN
                       REWRITE POLICY-MASTER-RECORD
                       PERFORM WRITE-AUDIT-RECORD
                       ADD 1 TO POLICIES-REINSTATED
                   END-IF
               END-IF
           END-IF.

       DELETE-POLICY.
           IF POLICY-ABSENT
               MOVE 'POLICY NOT ON FILE' TO WS-ERROR-REASON
           ELSE
               PERFORM DELETE-LAPSE-SPANS
               DELETE POLICY-MASTER
               MOVE SPACES TO POLICY-MASTER-RECORD
               PERFORM WRITE-AUDIT-RECORD
               ADD 1 TO POLICIES-DELETED
           END-IF.

      * THE SPAN IS KEYED BY ITS FROM DATE, SO A REINSTATEMENT
      * REWRITES THE SPAN THE CANCEL OR LAPSE OPENED. A POLICY CARRIED
      * OVER OUT OF FORCE MAY HAVE NO SPAN YET, SO IT IS WRITTEN
       WRITE-LAPSE-SPAN.
           MOVE PM-POLICY-NUMBER TO PL-POLICY-NUMBER
           MOVE PM-LAPSE-FROM-DATE TO PL-FROM-DATE
           MOVE PM-LAPSE-TO-DATE TO PL-TO-DATE
           MOVE PM-LAPSE-TYPE TO PL-LAPSE-TYPE
           MOVE SPACES TO PL-FILLER
           WRITE POLICY-LAPSE-RECORD
               INVALID KEY
                   REWRITE POLICY-LAPSE-RECORD
           END-WRITE
           IF WS-LAPSE-STATUS NOT = '00'
               DISPLAY 'POLLAPSE WRITE FAILED - STATUS '
                   WS-LAPSE-STATUS
               PERFORM ABEND-RUN
           END-IF.

      * A DELETED POLICY NUMBER MAY BE ADDED AGAIN - ITS OLD SPANS
      * MUST NOT COME BACK WITH IT
       DELETE-LAPSE-SPANS.
           MOVE PM-POLICY-NUMBER TO PL-POLICY-NUMBER
           MOVE ZERO TO PL-FROM-DATE
           START POLICY-LAPSE-FILE KEY >= PL-KEY
               INVALID KEY
                   MOVE '10' TO WS-LAPSE-STATUS
           END-START
           IF WS-LAPSE-STATUS = '00'
               PERFORM READ-NEXT-LAPSE-SPAN
               PERFORM DELETE-ONE-LAPSE-SPAN
                   UNTIL WS-LAPSE-STATUS = '10'
           END-IF.

       READ-NEXT-LAPSE-SPAN.
           READ POLICY-LAPSE-FILE NEXT
               AT END
                   MOVE '10' TO WS-LAPSE-STATUS
           END-READ.

       DELETE-ONE-LAPSE-SPAN.
           IF PL-POLICY-NUMBER NOT = PM-POLICY-NUMBER
               MOVE '10' TO WS-LAPSE-STATUS
           ELSE
               DELETE POLICY-LAPSE-FILE
               PERFORM READ-NEXT-LAPSE-SPAN
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE WS-RUN-DATE TO AUD-TIMESTAMP(1:8)
           MOVE WS-RUN-TIME(1:6) TO AUD-TIMESTAMP(9:6)
       CLOSE-MAINT-FILES.
           CLOSE POLICY-TRANS-FILE
           CLOSE POLICY-MASTER
           CLOSE AUDIT-FILE
           CLOSE POLICY-LAPSE-FILE.

       FINALIZE-MAINT.
           MOVE TRANS-READ TO WS-RUN-READS
           COMPUTE WS-RUN-WRITES = POLICIES-ADDED
               + POLICIES-CHANGED + POLICIES-DELETED
               + POLICIES-CANCELLED + POLICIES-LAPSED
               + POLICIES-REINSTATED
           PERFORM END-RUN-CONTROL
           DISPLAY 'TRANSACTIONS READ: ' TRANS-READ
           DISPLAY 'POLICIES ADDED:    ' POLICIES-ADDED
           DISPLAY 'POLICIES CHANGED:  ' POLICIES-CHANGED
           DISPLAY 'POLICIES DELETED:  ' POLICIES-DELETED
           DISPLAY 'POLICIES CANCELLED:' POLICIES-CANCELLED
           DISPLAY 'POLICIES LAPSED:   ' POLICIES-LAPSED
           DISPLAY 'POLICIES REINSTATED:' POLICIES-REINSTATED
           DISPLAY 'TRANS REJECTED:    ' TRANS-REJECTED
           DISPLAY 'POLICY MAINTENANCE COMPLETED'.
       START-RUN-CONTROL.
