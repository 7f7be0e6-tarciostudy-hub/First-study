               FILE STATUS IS WS-MODE-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "CALCBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DUPLICATE-FILE ASSIGN TO "CALCDUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-STATUS.
           SELECT MASTER-FILE ASSIGN TO "RSLTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
                   ==TD-NUM2== BY ==TI-NUM2==
                   ==TD-RATE-CODE== BY ==TI-RATE-CODE==
                   ==TD-CHAIN-CODE== BY ==TI-CHAIN-CODE==
                   ==TD-DEPT-CODE== BY ==TI-DEPT-CODE==
                   ==TD-ORIG-TRAN-ID== BY ==TI-ORIG-TRAN-ID==.
       COPY TRANBAT.

       FD  TRANS-OUT-FILE.
       01  BALANCE-RECORD.
           COPY CALCBAL.

      *    Duplicate-id exceptions accumulate across runs; DUPRPT
      *    lists them for a business date beside the values already
      *    held under the same id.
       FD  DUPLICATE-FILE.
       01  DUPLICATE-RECORD.
           COPY CALCDUPR.

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY RSLTMST.
       01 WS-RECYCLE-STATUS PIC X(2).
       01 WS-RATE-STATUS PIC X(2).
       01 WS-MODE-STATUS PIC X(2).
       01 WS-DUP-STATUS PIC X(2).

       01 WS-RUN-MODE PIC X(1) VALUE "A".
           88 UNATTENDED-MODE VALUE "U".

       01 WS-REJECT-REASON PIC X(40).

       01 WS-OUT-NUM1 PIC -(9)9.99.
       01 WS-OUT-NUM2 PIC -(9)9.99.
       01 WS-OUT-RESULT PIC -(9)9.99.

       01 WS-AUDIT-TIMESTAMP PIC X(21).

                   15 WS-RATE-CODE-T PIC X(8).
                   15 WS-RATE-EFF PIC 9(8).
               10 WS-RATE-EXP PIC 9(8).
               10 WS-RATE-AMT PIC S9(9)V9(2).
       01 WS-RATE-HOLD.
           05 WS-RATE-HOLD-KEY.
               10 WS-RATE-HOLD-CODE PIC X(8).
               10 WS-RATE-HOLD-EFF PIC 9(8).
           05 WS-RATE-HOLD-EXP PIC 9(8).
           05 WS-RATE-HOLD-AMT PIC S9(9)V9(2).
       01 WS-RATE-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-RATE-SUB PIC 9(4) COMP.
       01 WS-RATE-HIT PIC 9(4) COMP VALUE 0.

       01 WS-TRAN-DEPT-CODE PIC X(4) VALUE SPACES.
       01 WS-TRAN-RATE-CODE PIC X(8) VALUE SPACES.
       01 WS-TRAN-RATE-VALUE PIC S9(9)V9(2) VALUE 0.
       01 WS-OUT-RATE PIC -(9)9.99.

       01 WS-HOLD-MODE-FLAG PIC X(1) VALUE "N".
           88 HOLD-RESULTS-MODE VALUE "Y".
           88 CHAIN-IS-VOID VALUE "Y".
       01 WS-PENDING-TRAN.
           05 WS-PEND-ID PIC X(10).
           05 WS-PEND-NUM1 PIC S9(9)V9(2).
           05 WS-PEND-OP PIC X(1).
           05 WS-PEND-NUM2 PIC S9(9)V9(2).
           05 WS-PEND-RESULT PIC S9(9)V9(2).
           05 WS-PEND-DEPT PIC X(4).
       01 WS-CHAIN-STEP-COUNT PIC 9(5) VALUE 0.

      *    Reversal ("R") and correction ("C") detail records name an
      *    original TRAN-ID in TI-ORIG-TRAN-ID. The original's master
      *    values are held here while the offsetting entry is posted.
       01 WS-ENTRY-TYPE PIC X(1) VALUE "D".
           88 NORMAL-ENTRY VALUE "D".
           88 REVERSAL-ENTRY VALUE "R".
           88 CORRECTION-ENTRY VALUE "C".
       01 WS-ORIG-TRAN-ID PIC X(10) VALUE SPACES.
       01 WS-OFFSET-RESULT PIC S9(9)V9(2) VALUE 0.
       01 WS-ORIGINAL-VALUES.
           05 WS-ORIG-NUM1 PIC S9(9)V9(2).
           05 WS-ORIG-OP PIC X(1).
           05 WS-ORIG-NUM2 PIC S9(9)V9(2).
           05 WS-ORIG-RESULT PIC S9(9)V9(2).
           05 WS-ORIG-DEPT PIC X(4).
       01 WS-SAVE-TRAN-RECORD PIC X(36).
       01 WS-SAVE-RATE-CODE PIC X(8).

       01 WS-BATCH-ID PIC X(8) VALUE SPACES.
       01 WS-BUS-DATE PIC 9(8) VALUE 0.
      *    Business date at run level: the per-batch date is cleared
       01 WS-TRAILER-VALID PIC X(1) VALUE "N".
           88 BATCH-TRAILER-VALID VALUE "Y".
       01 WS-TRAILER-COUNT PIC 9(5) VALUE 0.
       01 WS-TRAILER-HASH PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-DETAIL-IN-COUNT PIC 9(5) VALUE 0.
       01 WS-IN-HASH PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-RESULT-COUNT PIC 9(5) VALUE 0.
       01 WS-REJECT-WRITE-COUNT PIC 9(5) VALUE 0.
       01 WS-DUP-COUNT PIC 9(5) VALUE 0.

      *    Set by CHECK-DUPLICATE-ID when WS-TRAN-ID is already on the
      *    results master or is the id of the result still held for
      *    a chain; the values found are kept for the exception file.
       01 WS-DUP-FLAG PIC X(1) VALUE "N".
           88 DUPLICATE-ID VALUE "Y".
       01 WS-DUP-EXISTING.
           05 WS-DUP-OLD-SOURCE PIC X(1).
           05 WS-DUP-OLD-RUN-DATE PIC 9(8).
           05 WS-DUP-OLD-NUM1 PIC S9(9)V9(2).
           05 WS-DUP-OLD-OP PIC X(1).
           05 WS-DUP-OLD-NUM2 PIC S9(9)V9(2).
           05 WS-DUP-OLD-RESULT PIC S9(9)V9(2).
           05 WS-DUP-OLD-OUTCOME PIC X(2).
           05 WS-DUP-OLD-DEPT PIC X(4).
           05 WS-DUP-OLD-ENTRY-TYPE PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           OPEN OUTPUT TRANS-OUT-FILE.
           OPEN EXTEND AUDIT-FILE.
           OPEN OUTPUT REJECT-FILE.
           OPEN EXTEND DUPLICATE-FILE.
           IF WS-DUP-STATUS NOT = "00"
               OPEN OUTPUT DUPLICATE-FILE
           END-IF.
           OPEN I-O MASTER-FILE.
           IF WS-MASTER-STATUS = "35"
               OPEN OUTPUT MASTER-FILE
                   ADD 1 TO WS-DETAIL-IN-COUNT
                   PERFORM ADD-DETAIL-TO-HASH
                   PERFORM PROCESS-ONE-RECORD
               WHEN "R"
               WHEN "C"
                   SET BATCH-IS-OPEN TO TRUE
                   ADD 1 TO WS-DETAIL-IN-COUNT
                   PERFORM ADD-DETAIL-TO-HASH
                   PERFORM PROCESS-REVERSAL-RECORD
               WHEN OTHER
                   SET BATCH-IS-OPEN TO TRUE
                   ADD 1 TO WS-DETAIL-IN-COUNT
           MOVE 0 TO WS-IN-HASH.
           MOVE 0 TO WS-RESULT-COUNT.
           MOVE 0 TO WS-REJECT-WRITE-COUNT.
           MOVE 0 TO WS-DUP-COUNT.
           MOVE 0 TO WS-CHAIN-STEP-COUNT.

       ADD-DETAIL-TO-HASH.
           ADD 1 TO WS-REJECT-WRITE-COUNT.
           MOVE SPACES TO REJECT-RECORD.
           MOVE TI-TRAN-ID TO REJ-TRAN-ID.
           MOVE TI-NUM1(1:11) TO REJ-NUM1.
           MOVE TI-OPERATION TO REJ-OPERATION.
           MOVE TI-NUM2(1:11) TO REJ-NUM2.
           MOVE "Invalid record type" TO REJ-REASON.
           MOVE TI-DEPT-CODE TO REJ-DEPT-CODE.
           MOVE "ID" TO REJ-OUTCOME.
           WRITE REJECT-RECORD.

      *    A chain step whose id is already in use cannot continue
      *    the chain, so the held result is posted as the chain's
      *    final result before the step is rejected.
       PROCESS-ONE-RECORD.
           IF TI-CHAIN-CODE NOT = "C"
               PERFORM FLUSH-PENDING-RESULT
               MOVE "N" TO WS-CHAIN-VOID-FLAG
           END-IF.
           MOVE TI-TRAN-ID TO WS-TRAN-ID.
           PERFORM CHECK-DUPLICATE-ID.
           IF DUPLICATE-ID AND TI-CHAIN-CODE = "C"
               PERFORM FLUSH-PENDING-RESULT
           END-IF.
           PERFORM CLEAR-REVERSAL-FIELDS.
           MOVE TI-TRAN-ID TO WS-TRAN-ID.
           MOVE TI-DEPT-CODE TO WS-TRAN-DEPT-CODE.
           MOVE TI-NUM1 TO TRAN-NUM1.
           MOVE TI-OPERATION TO TRAN-OPERATION.
           MOVE TI-NUM2 TO TRAN-NUM2.
           MOVE TI-RATE-CODE TO WS-TRAN-RATE-CODE.
           EVALUATE TRUE
               WHEN DUPLICATE-ID
                   PERFORM REJECT-DUPLICATE
               WHEN TI-CHAIN-CODE = "C"
                   PERFORM CONTINUE-CHAIN-STEP
               WHEN OTHER
                   PERFORM CALCULATE-AND-RECORD-TRANSACTION
           END-EVALUATE.

       CHECK-DUPLICATE-ID.
           MOVE "N" TO WS-DUP-FLAG.
           IF RESULT-IS-PENDING AND WS-PEND-ID = WS-TRAN-ID
               SET DUPLICATE-ID TO TRUE
               MOVE "P" TO WS-DUP-OLD-SOURCE
               MOVE WS-BUS-DATE TO WS-DUP-OLD-RUN-DATE
               MOVE WS-PEND-NUM1 TO WS-DUP-OLD-NUM1
               MOVE WS-PEND-OP TO WS-DUP-OLD-OP
               MOVE WS-PEND-NUM2 TO WS-DUP-OLD-NUM2
               MOVE WS-PEND-RESULT TO WS-DUP-OLD-RESULT
               MOVE "OK" TO WS-DUP-OLD-OUTCOME
               MOVE WS-PEND-DEPT TO WS-DUP-OLD-DEPT
               MOVE "D" TO WS-DUP-OLD-ENTRY-TYPE
           ELSE
               MOVE WS-TRAN-ID TO RM-TRAN-ID
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DUPLICATE-ID TO TRUE
                       MOVE "M" TO WS-DUP-OLD-SOURCE
                       MOVE RM-RUN-DATE TO WS-DUP-OLD-RUN-DATE
                       MOVE RM-NUM1 TO WS-DUP-OLD-NUM1
                       MOVE RM-OPERATION TO WS-DUP-OLD-OP
                       MOVE RM-NUM2 TO WS-DUP-OLD-NUM2
                       MOVE RM-RESULT TO WS-DUP-OLD-RESULT
                       MOVE RM-OUTCOME TO WS-DUP-OLD-OUTCOME
                       MOVE RM-DEPT-CODE TO WS-DUP-OLD-DEPT
                       MOVE RM-ENTRY-TYPE TO WS-DUP-OLD-ENTRY-TYPE
               END-READ
           END-IF.

       REJECT-DUPLICATE.
           SET RECORD-IS-REJECTED TO TRUE.
           SET TRAN-OUTCOME-DUPLICATE TO TRUE.
           SET CHAIN-IS-VOID TO TRUE.
           MOVE "Duplicate transaction ID" TO WS-REJECT-REASON.
           MOVE 0 TO WS-TRAN-RATE-VALUE.
           DISPLAY "Error: " WS-REJECT-REASON " " WS-TRAN-ID.
           PERFORM WRITE-REJECT-RECORD.
           PERFORM WRITE-DUPLICATE-RECORD.
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-DUPLICATE-RECORD.
           MOVE SPACES TO DUPLICATE-RECORD.
           MOVE WS-TRAN-ID TO DUP-TRAN-ID.
           IF WS-BUS-DATE > 0
               MOVE WS-BUS-DATE TO DUP-BUS-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
               MOVE WS-AUDIT-TIMESTAMP(1:8) TO DUP-BUS-DATE
           END-IF.
           MOVE WS-BATCH-ID TO DUP-BATCH-ID.
           MOVE WS-ENTRY-TYPE TO DUP-NEW-ENTRY-TYPE.
           MOVE TRAN-NUM1(1:11) TO DUP-NEW-NUM1.
           MOVE TRAN-OPERATION TO DUP-NEW-OPERATION.
           MOVE TRAN-NUM2(1:11) TO DUP-NEW-NUM2.
           MOVE WS-TRAN-RATE-CODE TO DUP-NEW-RATE-CODE.
           MOVE WS-TRAN-DEPT-CODE TO DUP-NEW-DEPT-CODE.
           MOVE WS-DUP-OLD-SOURCE TO DUP-OLD-SOURCE.
           MOVE WS-DUP-OLD-RUN-DATE TO DUP-OLD-RUN-DATE.
           MOVE WS-DUP-OLD-NUM1 TO DUP-OLD-NUM1.
           MOVE WS-DUP-OLD-OP TO DUP-OLD-OPERATION.
           MOVE WS-DUP-OLD-NUM2 TO DUP-OLD-NUM2.
           MOVE WS-DUP-OLD-RESULT TO DUP-OLD-RESULT.
           MOVE WS-DUP-OLD-OUTCOME TO DUP-OLD-OUTCOME.
           MOVE WS-DUP-OLD-DEPT TO DUP-OLD-DEPT-CODE.
           MOVE WS-DUP-OLD-ENTRY-TYPE TO DUP-OLD-ENTRY-TYPE.
           WRITE DUPLICATE-RECORD.

       CLEAR-REVERSAL-FIELDS.
           SET NORMAL-ENTRY TO TRUE.
           MOVE SPACES TO WS-ORIG-TRAN-ID.
           MOVE 0 TO WS-OFFSET-RESULT.

      *    A reversal backs the original out; a correction backs it
      *    out and posts the replacement calculation carried on the
      *    same record. Either is rejected whole when the original
      *    cannot be reversed, and a correction whose replacement
      *    fails leaves the original untouched. Neither joins a
      *    chain: the record posts at once rather than being held.
       PROCESS-REVERSAL-RECORD.
           PERFORM FLUSH-PENDING-RESULT.
           MOVE "N" TO WS-CHAIN-VOID-FLAG.
           PERFORM CLEAR-REVERSAL-FIELDS.
           MOVE TI-REC-TYPE TO WS-ENTRY-TYPE.
           MOVE TI-ORIG-TRAN-ID TO WS-ORIG-TRAN-ID.
           MOVE TI-TRAN-ID TO WS-TRAN-ID.
           MOVE TI-DEPT-CODE TO WS-TRAN-DEPT-CODE.
           MOVE TI-NUM1 TO TRAN-NUM1.
           MOVE TI-OPERATION TO TRAN-OPERATION.
           MOVE TI-NUM2 TO TRAN-NUM2.
           MOVE TI-RATE-CODE TO WS-TRAN-RATE-CODE.
           IF REVERSAL-ENTRY
               MOVE SPACES TO WS-TRAN-RATE-CODE
           END-IF.
           PERFORM CHECK-DUPLICATE-ID.
           IF DUPLICATE-ID
               PERFORM REJECT-DUPLICATE
           ELSE
               PERFORM VALIDATE-AND-POST-REVERSAL
           END-IF.

       VALIDATE-AND-POST-REVERSAL.
           PERFORM VALIDATE-REVERSAL-ORIGINAL.
           IF RECORD-IS-REJECTED
               PERFORM REJECT-REVERSAL
           ELSE
               IF WS-TRAN-DEPT-CODE = SPACES
                   MOVE WS-ORIG-DEPT TO WS-TRAN-DEPT-CODE
               END-IF
               IF REVERSAL-ENTRY
                   PERFORM POST-REVERSAL-ENTRY
               ELSE
                   PERFORM CALCULATE-AND-RECORD-TRANSACTION
               END-IF
           END-IF.

       VALIDATE-REVERSAL-ORIGINAL.
           SET RECORD-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN WS-ORIG-TRAN-ID = SPACES
                   SET RECORD-IS-REJECTED TO TRUE
                   MOVE "Original transaction ID missing"
                       TO WS-REJECT-REASON
               WHEN WS-ORIG-TRAN-ID = WS-TRAN-ID
                   SET RECORD-IS-REJECTED TO TRUE
                   MOVE "Reversal ID same as original"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE WS-ORIG-TRAN-ID TO RM-TRAN-ID
                   READ MASTER-FILE
                       INVALID KEY
                           SET RECORD-IS-REJECTED TO TRUE
                           MOVE "Original not on results master"
                               TO WS-REJECT-REASON
                       NOT INVALID KEY
                           PERFORM CHECK-ORIGINAL-STATUS
                   END-READ
           END-EVALUATE.

       CHECK-ORIGINAL-STATUS.
           EVALUATE TRUE
               WHEN RM-IS-REVERSED
                   SET RECORD-IS-REJECTED TO TRUE
                   MOVE "Original already reversed"
                       TO WS-REJECT-REASON
               WHEN RM-ENTRY-REVERSAL
                   SET RECORD-IS-REJECTED TO TRUE
                   MOVE "Original is itself a reversal"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE RM-NUM1 TO WS-ORIG-NUM1
                   MOVE RM-OPERATION TO WS-ORIG-OP
                   MOVE RM-NUM2 TO WS-ORIG-NUM2
                   MOVE RM-RESULT TO WS-ORIG-RESULT
                   MOVE RM-DEPT-CODE TO WS-ORIG-DEPT
           END-EVALUATE.

       REJECT-REVERSAL.
           SET TRAN-OUTCOME-BAD-REVERSAL TO TRUE.
           MOVE 0 TO WS-TRAN-RATE-VALUE.
           DISPLAY "Error: " WS-REJECT-REASON.
           PERFORM WRITE-REJECT-RECORD.
           PERFORM WRITE-AUDIT-RECORD.

      *    The reversal posts under its own id as a copy of the
      *    original with the result negated, so the result line,
      *    the master record and the audit record all offset the
      *    original exactly.
       POST-REVERSAL-ENTRY.
           PERFORM FLAG-ORIGINAL-REVERSED.
           MOVE WS-ORIG-NUM1 TO TRAN-NUM1.
           MOVE WS-ORIG-OP TO TRAN-OPERATION.
           MOVE WS-ORIG-NUM2 TO TRAN-NUM2.
           COMPUTE TRAN-RESULT = 0 - WS-ORIG-RESULT.
           SET TRAN-OUTCOME-REVERSAL TO TRUE.
           MOVE 0 TO WS-TRAN-RATE-VALUE.
           PERFORM WRITE-RESULT-LINE.
           PERFORM WRITE-AUDIT-RECORD.

      *    A correction's replacement is already in TRAN-RECORD, so
      *    it is set aside while the offsetting audit record for the
      *    original is written, then restored for posting.
       POST-CORRECTION-OFFSET.
           PERFORM FLAG-ORIGINAL-REVERSED.
           COMPUTE WS-OFFSET-RESULT = 0 - WS-ORIG-RESULT.
           MOVE TRAN-RECORD TO WS-SAVE-TRAN-RECORD.
           MOVE WS-TRAN-RATE-CODE TO WS-SAVE-RATE-CODE.
           MOVE WS-ORIG-NUM1 TO TRAN-NUM1.
           MOVE WS-ORIG-OP TO TRAN-OPERATION.
           MOVE WS-ORIG-NUM2 TO TRAN-NUM2.
           MOVE WS-OFFSET-RESULT TO TRAN-RESULT.
           SET TRAN-OUTCOME-REVERSAL TO TRUE.
           MOVE SPACES TO WS-TRAN-RATE-CODE.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE WS-SAVE-TRAN-RECORD TO TRAN-RECORD.
           MOVE WS-SAVE-RATE-CODE TO WS-TRAN-RATE-CODE.

       FLAG-ORIGINAL-REVERSED.
           MOVE WS-ORIG-TRAN-ID TO RM-TRAN-ID.
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "Original vanished from master: "
                       WS-ORIG-TRAN-ID
               NOT INVALID KEY
                   SET RM-IS-REVERSED TO TRUE
                   MOVE WS-TRAN-ID TO RM-REVERSED-BY-ID
                   REWRITE MASTER-RECORD
           END-READ.

       CONTINUE-CHAIN-STEP.
           EVALUATE TRUE
       FLUSH-PENDING-RESULT.
           IF RESULT-IS-PENDING
               MOVE "N" TO WS-PENDING-FLAG
               PERFORM CLEAR-REVERSAL-FIELDS
               MOVE WS-PEND-ID TO WS-TRAN-ID
               MOVE WS-PEND-NUM1 TO TRAN-NUM1
               MOVE WS-PEND-OP TO TRAN-OPERATION
           END-IF.

       RUN-INTERACTIVE-MODE.
           PERFORM CLEAR-REVERSAL-FIELDS.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
           MOVE SPACES TO WS-TRAN-RATE-CODE.
           MOVE SPACES TO WS-TRAN-DEPT-CODE.
           ACCEPT TRAN-OPERATION.
           DISPLAY "Enter NUM2: ".
           ACCEPT TRAN-NUM2.
           PERFORM CHECK-DUPLICATE-ID.
           IF DUPLICATE-ID
               PERFORM REJECT-DUPLICATE
           ELSE
               PERFORM CALCULATE-AND-RECORD-TRANSACTION
           END-IF.
           IF RECORD-IS-VALID
               DISPLAY "Result: " WS-OUT-RESULT
           END-IF.
               PERFORM VALIDATE-TRANSACTION
           END-IF.

      *    A result too large for TRAN-RESULT would otherwise be
      *    truncated and posted as though it were correct.
           IF RECORD-IS-VALID
               EVALUATE TRAN-OPERATION
                   WHEN "+"
                       COMPUTE TRAN-RESULT = TRAN-NUM1 + TRAN-NUM2
                           ON SIZE ERROR
                               PERFORM FLAG-ARITHMETIC-OVERFLOW
                       END-COMPUTE
                   WHEN "-"
                       COMPUTE TRAN-RESULT = TRAN-NUM1 - TRAN-NUM2
                           ON SIZE ERROR
                               PERFORM FLAG-ARITHMETIC-OVERFLOW
                       END-COMPUTE
                   WHEN "*"
                       COMPUTE TRAN-RESULT = TRAN-NUM1 * TRAN-NUM2
                           ON SIZE ERROR
                               PERFORM FLAG-ARITHMETIC-OVERFLOW
                       END-COMPUTE
                   WHEN "/"
                       IF TRAN-NUM2 NOT = 0
                           COMPUTE TRAN-RESULT = TRAN-NUM1 / TRAN-NUM2
                               ON SIZE ERROR
                                   PERFORM FLAG-ARITHMETIC-OVERFLOW
                           END-COMPUTE
                       ELSE
                           SET TRAN-OUTCOME-DIV-ZERO TO TRUE
                           SET RECORD-IS-REJECTED TO TRUE
                   WHEN "%"
                       COMPUTE TRAN-RESULT =
                           (TRAN-NUM1 * TRAN-NUM2) / 100
                           ON SIZE ERROR
                               PERFORM FLAG-ARITHMETIC-OVERFLOW
                       END-COMPUTE
                   WHEN "^"
                       COMPUTE TRAN-RESULT = TRAN-NUM1 ** TRAN-NUM2
                           ON SIZE ERROR
                               PERFORM FLAG-ARITHMETIC-OVERFLOW
                       END-COMPUTE
                   WHEN "M"
                       IF TRAN-NUM2 NOT = 0
                           COMPUTE TRAN-RESULT =
           END-IF.

           IF RECORD-IS-VALID
               EVALUATE TRUE
                   WHEN CORRECTION-ENTRY
                       PERFORM POST-CORRECTION-OFFSET
                       PERFORM WRITE-RESULT-LINE
                   WHEN HOLD-RESULTS-MODE
                       PERFORM HOLD-PENDING-RESULT
                   WHEN OTHER
                       PERFORM WRITE-RESULT-LINE
               END-EVALUATE
           ELSE
               SET CHAIN-IS-VOID TO TRUE
               DISPLAY "Error: " WS-REJECT-REASON

           PERFORM WRITE-AUDIT-RECORD.

       FLAG-ARITHMETIC-OVERFLOW.
           SET TRAN-OUTCOME-OVERFLOW TO TRUE.
           SET RECORD-IS-REJECTED TO TRUE.
           MOVE "Arithmetic overflow" TO WS-REJECT-REASON.

       RESOLVE-RATE-CODE.
           IF WS-BUS-DATE > 0
               MOVE WS-BUS-DATE TO WS-RATE-LOOKUP-DATE
               MOVE WS-AUDIT-TIMESTAMP(1:8) TO RM-RUN-DATE
           END-IF.
           MOVE WS-TRAN-DEPT-CODE TO RM-DEPT-CODE.
           MOVE WS-ENTRY-TYPE TO RM-ENTRY-TYPE.
           MOVE "N" TO RM-REV-FLAG.
           MOVE WS-ORIG-TRAN-ID TO RM-ORIG-TRAN-ID.
           MOVE SPACES TO RM-REVERSED-BY-ID.
           MOVE WS-OFFSET-RESULT TO RM-OFFSET-RESULT.
           WRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY "Master write refused, id already posted: "
                       WS-TRAN-ID
                   MOVE 8 TO RETURN-CODE
           END-WRITE.

       WRITE-AUDIT-RECORD.
           END-IF.
           MOVE WS-TRAN-DEPT-CODE TO AUD-DEPT-CODE.
           MOVE WS-TRAN-ID TO AUD-TRAN-ID.
           MOVE WS-ORIG-TRAN-ID TO AUD-ORIG-TRAN-ID.
           IF WS-BUS-DATE > 0
               MOVE WS-BUS-DATE TO AUD-BUS-DATE
           ELSE
       WRITE-REJECT-RECORD.
           MOVE SPACES TO REJECT-RECORD.
           MOVE WS-TRAN-ID TO REJ-TRAN-ID.
           MOVE TRAN-NUM1(1:11) TO REJ-NUM1.
           MOVE TRAN-OPERATION TO REJ-OPERATION.
           MOVE TRAN-NUM2(1:11) TO REJ-NUM2.
           MOVE WS-REJECT-REASON TO REJ-REASON.
           MOVE WS-TRAN-DEPT-CODE TO REJ-DEPT-CODE.
           MOVE TRAN-OUTCOME-CODE TO REJ-OUTCOME.
           MOVE WS-ENTRY-TYPE TO REJ-ENTRY-TYPE.
           WRITE REJECT-RECORD.
           IF TRAN-OUTCOME-DUPLICATE
               ADD 1 TO WS-DUP-COUNT
           ELSE
               ADD 1 TO WS-REJECT-WRITE-COUNT
           END-IF.

       RECONCILE-BATCH.
           MOVE SPACES TO BALANCE-RECORD.
           MOVE WS-RESULT-COUNT TO BAL-RESULT-COUNT.
           MOVE WS-REJECT-WRITE-COUNT TO BAL-REJECT-COUNT.
           MOVE WS-CHAIN-STEP-COUNT TO BAL-CHAIN-COUNT.
           MOVE WS-DUP-COUNT TO BAL-DUP-COUNT.
           MOVE WS-TRAILER-COUNT TO BAL-TRAILER-COUNT.
           MOVE WS-TRAILER-HASH TO BAL-HASH-READ.
           MOVE WS-IN-HASH TO BAL-HASH-COMPUTED.
                   MOVE "TRAILER HASH MISMATCH" TO BAL-MESSAGE
               WHEN WS-DETAIL-IN-COUNT NOT =
                    WS-RESULT-COUNT + WS-REJECT-WRITE-COUNT
                                    + WS-DUP-COUNT
                                    + WS-CHAIN-STEP-COUNT
                   PERFORM FLAG-OUT-OF-BALANCE
                   MOVE "IN/OUT COUNT MISMATCH" TO BAL-MESSAGE
           END-READ.

       PROCESS-ONE-RECYCLE.
           PERFORM CLEAR-REVERSAL-FIELDS.
           PERFORM ASSIGN-RECYCLE-ID.
           MOVE SPACES TO WS-TRAN-RATE-CODE.
           MOVE SPACES TO WS-TRAN-DEPT-CODE.
           MOVE RC-NUM1 TO TRAN-NUM1.
           MOVE RC-OPERATION TO TRAN-OPERATION.
           MOVE RC-NUM2 TO TRAN-NUM2.
           IF DUPLICATE-ID
               PERFORM REJECT-DUPLICATE
           ELSE
               PERFORM CALCULATE-AND-RECORD-TRANSACTION
           END-IF.
           PERFORM READ-RECYCLE-RECORD.

      *    The recycle sequence restarts with every run, so ids that
      *    an earlier run the same day already posted are stepped
      *    over; only a day with all 999 ids used rejects a recycle.
       ASSIGN-RECYCLE-ID.
           PERFORM NEXT-RECYCLE-ID.
           PERFORM NEXT-RECYCLE-ID
               UNTIL NOT DUPLICATE-ID OR WS-RCY-ID-SEQ = 999.

       NEXT-RECYCLE-ID.
           IF WS-RCY-ID-SEQ < 999
               ADD 1 TO WS-RCY-ID-SEQ
           END-IF.
           MOVE WS-RCY-ID-BUILD TO WS-TRAN-ID.
           PERFORM CHECK-DUPLICATE-ID.

       FLAG-OUT-OF-BALANCE.
           SET BAL-OUT-OF-BALANCE TO TRUE.
           MOVE 8 TO RETURN-CODE.
           CLOSE TRANS-OUT-FILE.
           CLOSE AUDIT-FILE.
           CLOSE REJECT-FILE.
           CLOSE DUPLICATE-FILE.
           CLOSE MASTER-FILE.
           GOBACK.
