       01 WS-AUD-TABLE.
           05 WS-AUD-ID OCCURS 2000 PIC X(10).
       01 WS-AUD-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-PAIR-TABLE.
           05 WS-PAIR-ENTRY OCCURS 2000.
               10 WS-PAIR-ID PIC X(10).
               10 WS-PAIR-TYPE PIC X(1).
               10 WS-PAIR-ORIG-ID PIC X(10).
       01 WS-PAIR-COUNT PIC 9(4) COMP VALUE 0.

       01 WS-MST-OVERFLOW PIC X(1) VALUE "N".
           88 MASTER-TABLE-OVERFLOW VALUE "Y".
           88 TRANSOUT-TABLE-OVERFLOW VALUE "Y".
       01 WS-AUD-OVERFLOW PIC X(1) VALUE "N".
           88 AUDIT-TABLE-OVERFLOW VALUE "Y".
       01 WS-PAIR-OVERFLOW PIC X(1) VALUE "N".
           88 PAIR-TABLE-OVERFLOW VALUE "Y".

       01 WS-SUB PIC 9(4) COMP.
       01 WS-SCAN-SUB PIC 9(4) COMP.
       01 WS-FIRST-HIT PIC 9(4) COMP.
       01 WS-LOOKUP-ID PIC X(10).

       01 WS-PAIR-PROBLEM PIC X(40).

       01 WS-DISCREPANCY-COUNT PIC 9(5) VALUE 0.
       01 WS-EDIT-COUNT PIC ZZZZ9.

           PERFORM LOAD-TRANSOUT-IDS.
           PERFORM LOAD-AUDIT-IDS.
           IF MASTER-TABLE-OVERFLOW OR TRANSOUT-TABLE-OVERFLOW
              OR AUDIT-TABLE-OVERFLOW OR PAIR-TABLE-OVERFLOW
               PERFORM WRITE-OVERFLOW-FAILURE
           ELSE
               PERFORM CHECK-MASTER-PRESENCE
               PERFORM CHECK-AUDIT-PRESENCE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-AUD-COUNT
               PERFORM CHECK-REVERSAL-PAIRS
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE REPORT-FILE.
               ELSE
                   SET MASTER-TABLE-OVERFLOW TO TRUE
               END-IF
               IF RM-ENTRY-REVERSAL OR RM-ENTRY-CORRECTION
                   PERFORM STORE-PAIR-ENTRY
               END-IF
           END-IF.
           PERFORM READ-NEXT-MASTER.

       STORE-PAIR-ENTRY.
           IF WS-PAIR-COUNT < 2000
               ADD 1 TO WS-PAIR-COUNT
               MOVE RM-TRAN-ID TO WS-PAIR-ID(WS-PAIR-COUNT)
               MOVE RM-ENTRY-TYPE TO WS-PAIR-TYPE(WS-PAIR-COUNT)
               MOVE RM-ORIG-TRAN-ID TO WS-PAIR-ORIG-ID(WS-PAIR-COUNT)
           ELSE
               SET PAIR-TABLE-OVERFLOW TO TRUE
           END-IF.

       LOAD-TRANSOUT-IDS.
           OPEN INPUT TRANS-OUT-FILE.
           IF WS-TRANSOUT-STATUS = "00"
                   SET END-OF-AUDIT-LOG TO TRUE
           END-READ.

      *    A reversal posts under its own id with an "RV" audit record;
      *    a correction writes an "RV" record for the offset of the
      *    original plus an "OK" record for its replacement, so either
      *    outcome vouches for the id.
       STORE-AUDIT-ID.
           IF (AUD-OUTCOME = "OK" OR AUD-OUTCOME = "RV") AND
              AUD-TRAN-ID NOT = SPACES AND
              AUD-BUS-DATE IS NUMERIC AND
              AUD-BUS-DATE = WS-RECON-DATE
               PERFORM WRITE-DISCREPANCY-LINE-MASTER-AUD
           END-IF.

      *    An id written more than once to TRANSOUT means a result
      *    line went out that the master refused as a duplicate key;
      *    it is reported once, at the id's first occurrence.
       CHECK-TRANSOUT-PRESENCE.
           MOVE WS-OUT-ID(WS-SUB) TO WS-LOOKUP-ID.
           PERFORM COUNT-TRANSOUT-HITS.
               END-IF
           END-IF.

      *    Every reversal or correction posted for the date must point
      *    at an original that is still on the master, is flagged as
      *    reversed and links back to this entry; anything else means
      *    the pair was broken after posting (or an original was
      *    reversed twice) and the net effect can no longer be proved.
       CHECK-REVERSAL-PAIRS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REVERSAL AND CORRECTION PAIRS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-PAIR-COUNT = 0
               MOVE "  NONE POSTED FOR DATE" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               OPEN INPUT MASTER-FILE
               IF WS-MASTER-STATUS NOT = "00"
                   CLOSE MASTER-FILE
                   ADD 1 TO WS-DISCREPANCY-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  RESULTS MASTER NOT AVAILABLE, STATUS "
                          DELIMITED BY SIZE
                          WS-MASTER-STATUS DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   PERFORM CHECK-ONE-PAIR
                       VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-PAIR-COUNT
                   CLOSE MASTER-FILE
               END-IF
           END-IF.

       CHECK-ONE-PAIR.
           MOVE SPACES TO WS-PAIR-PROBLEM.
           MOVE WS-PAIR-ORIG-ID(WS-SUB) TO RM-TRAN-ID.
           READ MASTER-FILE
               INVALID KEY
                   MOVE "ORIGINAL MISSING FROM MASTER"
                       TO WS-PAIR-PROBLEM
               NOT INVALID KEY
                   IF NOT RM-IS-REVERSED
                       MOVE "ORIGINAL NOT FLAGGED REVERSED"
                           TO WS-PAIR-PROBLEM
                   ELSE
                       IF RM-REVERSED-BY-ID NOT = WS-PAIR-ID(WS-SUB)
                           MOVE "ORIGINAL LINKED TO ANOTHER ENTRY"
                               TO WS-PAIR-PROBLEM
                       END-IF
                   END-IF
           END-READ.
           MOVE SPACES TO REPORT-LINE.
           IF WS-PAIR-PROBLEM = SPACES
               STRING "  " DELIMITED BY SIZE
                      WS-PAIR-ID(WS-SUB) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-PAIR-TYPE(WS-SUB) DELIMITED BY SIZE
                      "  ORIGINAL " DELIMITED BY SIZE
                      WS-PAIR-ORIG-ID(WS-SUB) DELIMITED BY SIZE
                      "  PAIRED" DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               ADD 1 TO WS-DISCREPANCY-COUNT
               STRING "  " DELIMITED BY SIZE
                      WS-PAIR-ID(WS-SUB) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-PAIR-TYPE(WS-SUB) DELIMITED BY SIZE
                      "  ORIGINAL " DELIMITED BY SIZE
                      WS-PAIR-ORIG-ID(WS-SUB) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-PAIR-PROBLEM DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

      *    With any id table full the per-id comparisons would report
      *    fabricated misses for ids whose counterpart was dropped,
      *    so the run is failed outright instead.
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF PAIR-TABLE-OVERFLOW
               MOVE SPACES TO REPORT-LINE
               STRING "  REVERSAL PAIR TABLE FULL AT 2000 - "
                      DELIMITED BY SIZE
                      "IDS DROPPED" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "*** RECONCILIATION NOT PERFORMED - "
                  DELIMITED BY SIZE
           MOVE SPACES TO REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
                  WS-LOOKUP-ID DELIMITED BY SIZE
                  "  IN MASTER, MISSING FROM AUDIT RECORDS"
                  DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
                  WS-LOOKUP-ID DELIMITED BY SIZE
                  "  DUPLICATE IN TRANSOUT - SECOND POST REFUSED"
                  DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PAIR-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "REVERSALS/CORRECTIONS:     " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DISCREPANCY-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           IF WS-DISCREPANCY-COUNT = 0
