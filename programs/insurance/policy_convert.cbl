      * ONE-TIME CONVERSION OF THE POLICY MASTER AND POLICY AUDIT
      * TRAIL TO THE COVERAGE-PERIOD RECORD LAYOUTS
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLICY-CONVERT.
       AUTHOR. INSURANCE SYSTEM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-POLICY-MASTER ASSIGN TO 'POLICYOL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-POLICY-NUMBER
               FILE STATUS IS WS-OLD-POLICY-STATUS.

           SELECT POLICY-MASTER ASSIGN TO 'POLICYMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-POLICY-NUMBER
               FILE STATUS IS WS-POLICY-STATUS.

           SELECT OLD-AUDIT-FILE ASSIGN TO 'POLAUDOL'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OLD-AUDIT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'POLAUDIT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-PROGRAM-ID
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * POLICY MASTER IN THE OLD 60 BYTE LAYOUT
       FD  OLD-POLICY-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  OLD-POLICY-RECORD.
           02  OP-POLICY-NUMBER     PIC X(10).
           02  OP-POLICY-DATA       PIC X(50).

      * POLICY MASTER IN THE 150 BYTE LAYOUT - SEE NEW-POLICY-IMAGE
       FD  POLICY-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  POLICY-MASTER-RECORD.
           02  PM-POLICY-NUMBER     PIC X(10).
           02  PM-POLICY-DATA       PIC X(140).

       FD  OLD-AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS.
       01  OLD-AUDIT-RECORD.
           02  OA-TIMESTAMP         PIC 9(14).
           02  OA-ACTION            PIC X(1).
           02  OA-BEFORE-IMAGE      PIC X(60).
           02  OA-AFTER-IMAGE       PIC X(60).
           02  OA-FILLER            PIC X(25).

       FD  AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 340 CHARACTERS.
       01  AUDIT-RECORD.
           02  AUD-TIMESTAMP        PIC 9(14).
           02  AUD-ACTION           PIC X(1).
           02  AUD-BEFORE-IMAGE     PIC X(150).
           02  AUD-AFTER-IMAGE      PIC X(150).
           02  AUD-FILLER           PIC X(25).

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

       01  WS-OLD-POLICY-STATUS     PIC XX.
           88  WS-OLD-POLICY-OK     VALUE '00'.
           88  WS-OLD-POLICY-EOF    VALUE '10'.

       01  WS-POLICY-STATUS         PIC XX.

       01  WS-OLD-AUDIT-STATUS      PIC XX.
           88  WS-OLD-AUDIT-OK      VALUE '00'.
           88  WS-OLD-AUDIT-EOF     VALUE '10'.

       01  WS-AUDIT-STATUS          PIC XX.

      * A POLICY IMAGE AS HELD BEFORE CONVERSION
       01  OLD-POLICY-IMAGE.
           02  OI-POLICY-NUMBER     PIC X(10).
           02  OI-POLICY-LIMIT      PIC 9(8)V99.
           02  OI-DEDUCTIBLE-AMOUNT PIC 9(8)V99.
           02  OI-NEW-LIMIT         PIC 9(8)V99.
           02  OI-NEW-DEDUCTIBLE    PIC 9(8)V99.
           02  OI-EFFECTIVE-DATE    PIC 9(8).
           02  OI-FILLER            PIC X(2).

      * THE SAME POLICY AFTER CONVERSION - ACTIVE, NO COVERAGE DATES,
      * NO LAPSE SPAN AND NO PRIOR TERMS. ZERO DATES ARE OPEN-ENDED
      * SO COVER IS UNCHANGED UNTIL POLICY-MAINT SETS THEM
       01  NEW-POLICY-IMAGE.
           02  NI-POLICY-NUMBER     PIC X(10).
           02  NI-POLICY-LIMIT      PIC 9(8)V99.
           02  NI-DEDUCTIBLE-AMOUNT PIC 9(8)V99.
           02  NI-NEW-LIMIT         PIC 9(8)V99.
           02  NI-NEW-DEDUCTIBLE    PIC 9(8)V99.
           02  NI-EFFECTIVE-DATE    PIC 9(8).
           02  NI-POLICY-STATUS     PIC X(1).
           02  NI-INCEPTION-DATE    PIC 9(8).
           02  NI-EXPIRY-DATE       PIC 9(8).
           02  NI-LAPSE-TYPE        PIC X(1).
           02  NI-LAPSE-FROM-DATE   PIC 9(8).
           02  NI-LAPSE-TO-DATE     PIC 9(8).
           02  NI-PRIOR-LIMIT       PIC 9(8)V99.
           02  NI-PRIOR-DEDUCTIBLE  PIC 9(8)V99.
           02  NI-TERMS-DATE        PIC 9(8).
           02  NI-FILLER            PIC X(30).

       01  WS-AUDIT-PRESENT         PIC X(1).
           88  AUDIT-PRESENT        VALUE 'Y'.
           88  AUDIT-ABSENT         VALUE 'N'.

       01  CONVERT-COUNTS.
           02  POLICIES-READ        PIC 9(7) VALUE ZERO.
           02  POLICIES-WRITTEN     PIC 9(7) VALUE ZERO.
           02  AUDITS-READ          PIC 9(7) VALUE ZERO.
           02  AUDITS-WRITTEN       PIC 9(7) VALUE ZERO.

       01  WS-RUNCTL-STATUS         PIC XX.

       01  WS-RUN-PROGRAM-ID        PIC X(30) VALUE
           'POLICY-CONVERT'.

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
           PERFORM OPEN-CONVERT-FILES
           PERFORM CONVERT-ALL-POLICIES
           IF AUDIT-PRESENT
               PERFORM READ-OLD-AUDIT
               PERFORM CONVERT-ONE-AUDIT
                   UNTIL WS-OLD-AUDIT-EOF
           END-IF
           PERFORM CLOSE-CONVERT-FILES
           PERFORM FINALIZE-CONVERT
           STOP RUN.

      * THE OLD MASTER IS RENAMED TO POLICYOL BEFORE THE RUN AND A
      * NEW POLICYMS IS BUILT FROM IT. AN OLD AUDIT TRAIL IS OPTIONAL
       OPEN-CONVERT-FILES.
           OPEN INPUT OLD-POLICY-MASTER
           IF WS-OLD-POLICY-STATUS NOT = '00'
               DISPLAY 'POLICYOL OPEN FAILED - STATUS '
                   WS-OLD-POLICY-STATUS
               PERFORM ABEND-RUN
           END-IF
           OPEN OUTPUT POLICY-MASTER
           IF WS-POLICY-STATUS NOT = '00'
               DISPLAY 'POLICYMS OPEN FAILED - STATUS '
                   WS-POLICY-STATUS
               PERFORM ABEND-RUN
           END-IF
           MOVE 'Y' TO WS-AUDIT-PRESENT
           OPEN INPUT OLD-AUDIT-FILE
           IF WS-OLD-AUDIT-STATUS = '35'
               DISPLAY 'NO OLD AUDIT FILE - AUDIT NOT CONVERTED'
               MOVE 'N' TO WS-AUDIT-PRESENT
           ELSE
               IF WS-OLD-AUDIT-STATUS NOT = '00'
                   DISPLAY 'POLAUDOL OPEN FAILED - STATUS '
                       WS-OLD-AUDIT-STATUS
                   PERFORM ABEND-RUN
               END-IF
               OPEN OUTPUT AUDIT-FILE
               IF WS-AUDIT-STATUS NOT = '00'
                   DISPLAY 'POLAUDIT OPEN FAILED - STATUS '
                       WS-AUDIT-STATUS
                   PERFORM ABEND-RUN
               END-IF
           END-IF.

       CONVERT-ALL-POLICIES.
           MOVE LOW-VALUES TO OP-POLICY-NUMBER
           START OLD-POLICY-MASTER KEY >= OP-POLICY-NUMBER
               INVALID KEY
                   MOVE '10' TO WS-OLD-POLICY-STATUS
           END-START
           IF WS-OLD-POLICY-OK
               PERFORM READ-NEXT-OLD-POLICY
               PERFORM CONVERT-ONE-POLICY
                   UNTIL WS-OLD-POLICY-EOF
           END-IF.

       READ-NEXT-OLD-POLICY.
           READ OLD-POLICY-MASTER NEXT
               AT END
                   MOVE '10' TO WS-OLD-POLICY-STATUS
           END-READ.

       CONVERT-ONE-POLICY.
           ADD 1 TO POLICIES-READ
           MOVE OLD-POLICY-RECORD TO OLD-POLICY-IMAGE
           PERFORM CONVERT-POLICY-IMAGE
           MOVE NEW-POLICY-IMAGE TO POLICY-MASTER-RECORD
           WRITE POLICY-MASTER-RECORD
           IF WS-POLICY-STATUS NOT = '00'
               DISPLAY 'POLICYMS WRITE FAILED - STATUS '
                   WS-POLICY-STATUS ' ' PM-POLICY-NUMBER
               PERFORM ABEND-RUN
           END-IF
           ADD 1 TO POLICIES-WRITTEN
           PERFORM READ-NEXT-OLD-POLICY.

      * A SPACES IMAGE IS AN ADD BEFORE-IMAGE OR A DELETE AFTER-IMAGE
      * AND STAYS SPACES
       CONVERT-POLICY-IMAGE.
           IF OLD-POLICY-IMAGE = SPACES
               MOVE SPACES TO NEW-POLICY-IMAGE
           ELSE
               MOVE OI-POLICY-NUMBER TO NI-POLICY-NUMBER
               MOVE OI-POLICY-LIMIT TO NI-POLICY-LIMIT
               MOVE OI-DEDUCTIBLE-AMOUNT TO NI-DEDUCTIBLE-AMOUNT
               MOVE OI-NEW-LIMIT TO NI-NEW-LIMIT
               MOVE OI-NEW-DEDUCTIBLE TO NI-NEW-DEDUCTIBLE
               MOVE OI-EFFECTIVE-DATE TO NI-EFFECTIVE-DATE
               MOVE 'A' TO NI-POLICY-STATUS
               MOVE ZERO TO NI-INCEPTION-DATE
               MOVE ZERO TO NI-EXPIRY-DATE
               MOVE SPACE TO NI-LAPSE-TYPE
               MOVE ZERO TO NI-LAPSE-FROM-DATE
               MOVE ZERO TO NI-LAPSE-TO-DATE
               MOVE ZERO TO NI-PRIOR-LIMIT
               MOVE ZERO TO NI-PRIOR-DEDUCTIBLE
               MOVE ZERO TO NI-TERMS-DATE
               MOVE SPACES TO NI-FILLER
           END-IF.

       READ-OLD-AUDIT.
           READ OLD-AUDIT-FILE
               AT END
                   MOVE '10' TO WS-OLD-AUDIT-STATUS
           END-READ.

       CONVERT-ONE-AUDIT.
           ADD 1 TO AUDITS-READ
           MOVE OA-TIMESTAMP TO AUD-TIMESTAMP
           MOVE OA-ACTION TO AUD-ACTION
           MOVE OA-BEFORE-IMAGE TO OLD-POLICY-IMAGE
           PERFORM CONVERT-POLICY-IMAGE
           MOVE NEW-POLICY-IMAGE TO AUD-BEFORE-IMAGE
           MOVE OA-AFTER-IMAGE TO OLD-POLICY-IMAGE
           PERFORM CONVERT-POLICY-IMAGE
           MOVE NEW-POLICY-IMAGE TO AUD-AFTER-IMAGE
           MOVE OA-FILLER TO AUD-FILLER
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'POLAUDIT WRITE FAILED - STATUS '
                   WS-AUDIT-STATUS
               PERFORM ABEND-RUN
           END-IF
           ADD 1 TO AUDITS-WRITTEN
           PERFORM READ-OLD-AUDIT.

       CLOSE-CONVERT-FILES.
           CLOSE OLD-POLICY-MASTER
           CLOSE POLICY-MASTER
           IF AUDIT-PRESENT
               CLOSE OLD-AUDIT-FILE
               CLOSE AUDIT-FILE
           END-IF.

       FINALIZE-CONVERT.
           COMPUTE WS-RUN-READS = POLICIES-READ + AUDITS-READ
           COMPUTE WS-RUN-WRITES = POLICIES-WRITTEN + AUDITS-WRITTEN
           PERFORM END-RUN-CONTROL
           DISPLAY 'POLICIES READ:    ' POLICIES-READ
           DISPLAY 'POLICIES WRITTEN: ' POLICIES-WRITTEN
           DISPLAY 'AUDITS READ:      ' AUDITS-READ
           DISPLAY 'AUDITS WRITTEN:   ' AUDITS-WRITTEN
           DISPLAY 'POLICY CONVERSION COMPLETED'.
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
