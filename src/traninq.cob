               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "TRANINQ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO "RSLTHGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO DYNAMIC WS-HIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL INQUIRY-LOG-FILE ASSIGN TO "TRANINQ.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(90).

      *    History files written by RSLTAGE, one per aging date.
       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05 HC-GEN-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 HC-FILE-NAME PIC X(44).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD PIC X(91).

      *    Every id looked up is logged; RSLTAGE keeps recently
      *    inquired ids on the master.
       FD  INQUIRY-LOG-FILE.
       01  INQUIRY-LOG-RECORD.
           COPY INQLOG.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-REQUEST-STATUS PIC X(2).
       01 WS-CATALOG-STATUS PIC X(2).
       01 WS-HIST-STATUS PIC X(2).
       01 WS-INQ-STATUS PIC X(2).

       01 WS-INQUIRY-ID PIC X(10).

       01 WS-BATCH-FLAG PIC X(1) VALUE "N".
           88 BATCH-INQUIRY-MODE VALUE "Y".

       01 WS-CATALOG-EOF PIC X(1) VALUE "N".
           88 END-OF-CATALOG VALUE "Y".
       01 WS-HIST-EOF PIC X(1) VALUE "N".
           88 END-OF-HISTORY VALUE "Y".

      *    History generations, searched when the live master does
      *    not hold the id or the oldest dates asked for.
       01 WS-HIST-NAME PIC X(44).
       01 WS-SEARCH-ID PIC X(10).
       01 WS-ARCHIVE-HIT PIC X(1).
           88 ARCHIVED-ID-FOUND VALUE "Y".
       01 WS-ARCHIVED-FLAG PIC X(1) VALUE "N".
           88 RECORD-IS-ARCHIVED VALUE "Y".
       01 WS-ARCHIVE-MARK PIC X(9).
       01 WS-ON-FILE-FLAG PIC X(1).
           88 PAIR-MEMBER-ON-FILE VALUE "Y".

       01 WS-DATE-FROM PIC 9(8) VALUE 0.
       01 WS-DATE-TO PIC 9(8) VALUE 99999999.

       01 WS-REQUEST-COUNT PIC 9(5) VALUE 0.
       01 WS-MATCH-COUNT PIC 9(5) VALUE 0.
       01 WS-ARCHIVED-COUNT PIC 9(5) VALUE 0.
       01 WS-TOTAL-MATCHED PIC 9(7) COMP-3 VALUE 0.
       01 WS-RESULT-TOTAL PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-PAIR-NET-TOTAL PIC S9(13)V9(2) COMP-3 VALUE 0.

      *    Reversed originals and the reversal or correction entries
      *    that offset them are listed together after the ordinary
      *    matches, one row per original.
       01 WS-PAIR-TABLE.
           05 WS-PAIR-ENTRY OCCURS 200.
               10 WS-PAIR-ORIG-ID PIC X(10).
               10 WS-PAIR-PARTNER-ID PIC X(10).
       01 WS-PAIR-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-PAIR-SUB PIC 9(4) COMP.
       01 WS-PAIR-OVERFLOW PIC X(1) VALUE "N".
           88 PAIR-TABLE-OVERFLOW VALUE "Y".
       01 WS-PAIR-FOUND PIC X(1).
           88 PAIR-ALREADY-LISTED VALUE "Y".
       01 WS-NEW-ORIG-ID PIC X(10).
       01 WS-NEW-PARTNER-ID PIC X(10).
       01 WS-PAIR-MARKER PIC X(4).

       01 WS-CURRENT-STAMP PIC X(21).

       01 WS-OUT-NUM1 PIC -(9)9.99.
       01 WS-OUT-NUM2 PIC -(9)9.99.
       01 WS-OUT-RESULT PIC -(9)9.99.
       01 WS-OUT-OFFSET PIC -(9)9.99.
       01 WS-EDIT-DATE PIC X(10).
       01 WS-EDIT-COUNT PIC ZZZZ9.
       01 WS-EDIT-TOTAL PIC -(13)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND INQUIRY-LOG-FILE.
           IF WS-INQ-STATUS NOT = "00"
               OPEN OUTPUT INQUIRY-LOG-FILE
           END-IF.
           OPEN INPUT REQUEST-FILE.
           IF WS-REQUEST-STATUS = "00"
               PERFORM READ-REQUEST-RECORD
               PERFORM PROCESS-INQUIRY UNTIL INQUIRY-DONE
           END-IF.
           CLOSE REQUEST-FILE.
           CLOSE INQUIRY-LOG-FILE.
           CLOSE MASTER-FILE.
           GOBACK.

      *    RSLTHGEN.DAT is read from the top for every history
      *    search, so there is no limit on the generations listed.
       OPEN-HISTORY-CATALOG.
           MOVE "N" TO WS-CATALOG-EOF.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS = "00"
               PERFORM READ-CATALOG-RECORD
           ELSE
               SET END-OF-CATALOG TO TRUE
           END-IF.

       READ-CATALOG-RECORD.
           READ CATALOG-FILE
               AT END
                   SET END-OF-CATALOG TO TRUE
           END-READ.

       LOG-INQUIRY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE SPACES TO INQUIRY-LOG-RECORD.
           MOVE WS-CURRENT-STAMP(1:8) TO IL-INQ-DATE.
           IF BATCH-INQUIRY-MODE
               SET IL-BATCH TO TRUE
           ELSE
               SET IL-INTERACTIVE TO TRUE
           END-IF.
           MOVE WS-SEARCH-ID TO IL-TRAN-ID.
           WRITE INQUIRY-LOG-RECORD.

      *    Searches the history generations for WS-SEARCH-ID. A hit
      *    is left in MASTER-RECORD, with its file in WS-HIST-NAME.
       FIND-ARCHIVED-ID.
           MOVE "N" TO WS-ARCHIVE-HIT.
           PERFORM OPEN-HISTORY-CATALOG.
           PERFORM SEARCH-ONE-HISTORY-FILE
               UNTIL END-OF-CATALOG OR ARCHIVED-ID-FOUND.
           CLOSE CATALOG-FILE.

       SEARCH-ONE-HISTORY-FILE.
           IF HC-GEN-DATE IS NUMERIC
               MOVE HC-FILE-NAME TO WS-HIST-NAME
               MOVE "N" TO WS-HIST-EOF
               OPEN INPUT HISTORY-FILE
               IF WS-HIST-STATUS = "00"
                   PERFORM READ-HISTORY-RECORD
                   PERFORM TEST-HISTORY-ID
                       UNTIL END-OF-HISTORY OR ARCHIVED-ID-FOUND
               END-IF
               CLOSE HISTORY-FILE
           END-IF.
           IF NOT ARCHIVED-ID-FOUND
               PERFORM READ-CATALOG-RECORD
           END-IF.

       READ-HISTORY-RECORD.
           READ HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
           END-READ.

       TEST-HISTORY-ID.
           IF HISTORY-RECORD(1:10) = WS-SEARCH-ID
               MOVE HISTORY-RECORD TO MASTER-RECORD
               SET ARCHIVED-ID-FOUND TO TRUE
           ELSE
               PERFORM READ-HISTORY-RECORD
           END-IF.

       GET-INQUIRY-ID.
           DISPLAY "Enter transaction ID (blank to exit): ".
           MOVE SPACES TO WS-INQUIRY-ID.
           END-IF.

       PROCESS-INQUIRY.
           MOVE WS-INQUIRY-ID TO WS-SEARCH-ID.
           PERFORM LOG-INQUIRY.
           MOVE WS-INQUIRY-ID TO RM-TRAN-ID.
           READ MASTER-FILE
               INVALID KEY
                   PERFORM FIND-ARCHIVED-ID
                   IF ARCHIVED-ID-FOUND
                       PERFORM DISPLAY-MASTER-RECORD
                       DISPLAY "  ARCHIVED IN:  " WS-HIST-NAME
                   ELSE
                       DISPLAY "Transaction not found: " WS-INQUIRY-ID
                   END-IF
               NOT INVALID KEY
                   PERFORM DISPLAY-MASTER-RECORD
           END-READ.
           DISPLAY "  NUM2:         " WS-OUT-NUM2.
           DISPLAY "  RESULT:       " WS-OUT-RESULT.
           DISPLAY "  OUTCOME:      " RM-OUTCOME.
           IF RM-ENTRY-REVERSAL
               DISPLAY "  ENTRY TYPE:   REVERSAL OF " RM-ORIG-TRAN-ID
           END-IF.
           IF RM-ENTRY-CORRECTION
               MOVE RM-OFFSET-RESULT TO WS-OUT-OFFSET
               DISPLAY "  ENTRY TYPE:   CORRECTION OF " RM-ORIG-TRAN-ID
               DISPLAY "  OFFSET:       " WS-OUT-OFFSET
           END-IF.
           IF RM-IS-REVERSED
               DISPLAY "  REVERSED BY:  " RM-REVERSED-BY-ID
           END-IF.

       FORMAT-MASTER-FIELDS.
           MOVE RM-NUM1 TO WS-OUT-NUM1.
           PERFORM SET-REQUEST-CRITERIA.
           PERFORM WRITE-CRITERIA-HEADER.
           MOVE 0 TO WS-MATCH-COUNT.
           MOVE 0 TO WS-ARCHIVED-COUNT.
           MOVE "N" TO WS-ARCHIVED-FLAG.
           MOVE 0 TO WS-RESULT-TOTAL.
           MOVE 0 TO WS-PAIR-NET-TOTAL.
           MOVE 0 TO WS-PAIR-COUNT.
           MOVE "N" TO WS-PAIR-OVERFLOW.
           IF RQ-TRAN-ID NOT = SPACES
               MOVE RQ-TRAN-ID TO WS-SEARCH-ID
               PERFORM LOG-INQUIRY
               MOVE RQ-TRAN-ID TO RM-TRAN-ID
               READ MASTER-FILE
                   INVALID KEY
                       PERFORM FIND-ARCHIVED-ID
                       IF ARCHIVED-ID-FOUND
                           SET RECORD-IS-ARCHIVED TO TRUE
                           PERFORM TEST-AND-PRINT-MASTER
                           MOVE "N" TO WS-ARCHIVED-FLAG
                       END-IF
                   NOT INVALID KEY
                       PERFORM TEST-AND-PRINT-MASTER
               END-READ
           ELSE
               PERFORM SCAN-MASTER-FILE
               PERFORM SCAN-HISTORY-FILES
           END-IF.
           IF WS-PAIR-COUNT > 0 OR PAIR-TABLE-OVERFLOW
               PERFORM WRITE-PAIR-SECTION
           END-IF.
           PERFORM WRITE-REQUEST-TOTALS.
           PERFORM READ-REQUEST-RECORD.
           PERFORM TEST-AND-PRINT-MASTER.
           PERFORM READ-NEXT-MASTER.

      *    Aging keeps some old records on the master, so the live
      *    run dates say nothing about what is in history; every
      *    generation dated after the start of the range is searched.
      *    RSLTHST.D<date> holds only runs before that date, so a
      *    generation dated on or before the start of the range is
      *    skipped.
       SCAN-HISTORY-FILES.
           SET RECORD-IS-ARCHIVED TO TRUE.
           PERFORM OPEN-HISTORY-CATALOG.
           PERFORM SCAN-ONE-HISTORY-FILE UNTIL END-OF-CATALOG.
           CLOSE CATALOG-FILE.
           MOVE "N" TO WS-ARCHIVED-FLAG.

       SCAN-ONE-HISTORY-FILE.
           IF HC-GEN-DATE IS NUMERIC AND HC-GEN-DATE > WS-DATE-FROM
               MOVE HC-FILE-NAME TO WS-HIST-NAME
               MOVE "N" TO WS-HIST-EOF
               OPEN INPUT HISTORY-FILE
               IF WS-HIST-STATUS = "00"
                   PERFORM READ-HISTORY-RECORD
                   PERFORM SCAN-ONE-HISTORY-RECORD
                       UNTIL END-OF-HISTORY
               END-IF
               CLOSE HISTORY-FILE
           END-IF.
           PERFORM READ-CATALOG-RECORD.

       SCAN-ONE-HISTORY-RECORD.
           MOVE HISTORY-RECORD TO MASTER-RECORD.
           PERFORM TEST-AND-PRINT-MASTER.
           PERFORM READ-HISTORY-RECORD.

      *    A pair member's own contribution (its result, plus the
      *    offset a correction carries against its original) goes to
      *    the pair net, so a correction that is itself later
      *    reversed is never counted twice.
       TEST-AND-PRINT-MASTER.
           IF RM-RUN-DATE >= WS-DATE-FROM AND
              RM-RUN-DATE <= WS-DATE-TO AND
              (RQ-OUTCOME = SPACES OR RM-OUTCOME = RQ-OUTCOME)
               ADD 1 TO WS-MATCH-COUNT
               ADD 1 TO WS-TOTAL-MATCHED
               IF RECORD-IS-ARCHIVED
                   ADD 1 TO WS-ARCHIVED-COUNT
               END-IF
               IF RM-IS-REVERSED OR RM-ENTRY-REVERSAL
                  OR RM-ENTRY-CORRECTION
                   PERFORM NOTE-PAIR-MEMBER
               ELSE
                   IF RM-OUTCOME = "OK"
                       ADD RM-RESULT TO WS-RESULT-TOTAL
                   END-IF
                   PERFORM WRITE-MASTER-DETAIL-LINE
               END-IF
           END-IF.

       NOTE-PAIR-MEMBER.
           IF RM-OUTCOME = "OK" OR RM-OUTCOME = "RV"
               ADD RM-RESULT TO WS-PAIR-NET-TOTAL
           END-IF.
           ADD RM-OFFSET-RESULT TO WS-PAIR-NET-TOTAL.
           IF RM-ENTRY-REVERSAL OR RM-ENTRY-CORRECTION
               MOVE RM-ORIG-TRAN-ID TO WS-NEW-ORIG-ID
               MOVE RM-TRAN-ID TO WS-NEW-PARTNER-ID
               PERFORM ADD-PAIR-ENTRY
           END-IF.
           IF RM-IS-REVERSED
               MOVE RM-TRAN-ID TO WS-NEW-ORIG-ID
               MOVE RM-REVERSED-BY-ID TO WS-NEW-PARTNER-ID
               PERFORM ADD-PAIR-ENTRY
           END-IF.

       ADD-PAIR-ENTRY.
           MOVE "N" TO WS-PAIR-FOUND.
           PERFORM TEST-PAIR-LISTED
               VARYING WS-PAIR-SUB FROM 1 BY 1
               UNTIL WS-PAIR-SUB > WS-PAIR-COUNT.
           IF NOT PAIR-ALREADY-LISTED
               IF WS-PAIR-COUNT < 200
                   ADD 1 TO WS-PAIR-COUNT
                   MOVE WS-NEW-ORIG-ID TO WS-PAIR-ORIG-ID(WS-PAIR-COUNT)
                   MOVE WS-NEW-PARTNER-ID
                       TO WS-PAIR-PARTNER-ID(WS-PAIR-COUNT)
               ELSE
                   SET PAIR-TABLE-OVERFLOW TO TRUE
               END-IF
           END-IF.

       TEST-PAIR-LISTED.
           IF WS-PAIR-ORIG-ID(WS-PAIR-SUB) = WS-NEW-ORIG-ID
               SET PAIR-ALREADY-LISTED TO TRUE
           END-IF.

      *    Both members are re-read by key, so a pair is shown whole
      *    even when only one side fell inside the selection. A member
      *    no longer on the master is taken from history.
       WRITE-PAIR-SECTION.
           MOVE SPACES TO REPORT-LINE.
           STRING "  REVERSAL AND CORRECTION PAIRS" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-ONE-PAIR
               VARYING WS-PAIR-SUB FROM 1 BY 1
               UNTIL WS-PAIR-SUB > WS-PAIR-COUNT.
           IF PAIR-TABLE-OVERFLOW
               MOVE SPACES TO REPORT-LINE
               STRING "  *** PAIR TABLE FULL AT 200 - "
                      DELIMITED BY SIZE
                      "FURTHER PAIRS NOT LISTED ***" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-ONE-PAIR.
           MOVE "ORIG" TO WS-PAIR-MARKER.
           MOVE WS-PAIR-ORIG-ID(WS-PAIR-SUB) TO RM-TRAN-ID.
           PERFORM WRITE-PAIR-MEMBER-LINE.
           MOVE SPACES TO WS-PAIR-MARKER.
           MOVE WS-PAIR-PARTNER-ID(WS-PAIR-SUB) TO RM-TRAN-ID.
           PERFORM WRITE-PAIR-MEMBER-LINE.

       WRITE-PAIR-MEMBER-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE SPACES TO WS-ARCHIVE-MARK.
           MOVE "Y" TO WS-ON-FILE-FLAG.
           MOVE RM-TRAN-ID TO WS-SEARCH-ID.
           READ MASTER-FILE
               INVALID KEY
                   PERFORM FIND-ARCHIVED-ID
                   IF ARCHIVED-ID-FOUND
                       MOVE " ARCHIVED" TO WS-ARCHIVE-MARK
                   ELSE
                       MOVE "N" TO WS-ON-FILE-FLAG
                   END-IF
           END-READ.
           IF NOT PAIR-MEMBER-ON-FILE
               STRING "  " DELIMITED BY SIZE
                      WS-PAIR-MARKER DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SEARCH-ID DELIMITED BY SIZE
                      " NOT ON RESULTS MASTER" DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               PERFORM FORMAT-MASTER-FIELDS
               IF RM-ENTRY-REVERSAL
                   MOVE "REV " TO WS-PAIR-MARKER
               END-IF
               IF RM-ENTRY-CORRECTION
                   MOVE "COR " TO WS-PAIR-MARKER
               END-IF
               STRING "  " DELIMITED BY SIZE
                      WS-PAIR-MARKER DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RM-TRAN-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-EDIT-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-OUT-NUM1 DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RM-OPERATION DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-OUT-NUM2 DELIMITED BY SIZE
                      " = " DELIMITED BY SIZE
                      WS-OUT-RESULT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RM-OUTCOME DELIMITED BY SIZE
                      WS-ARCHIVE-MARK DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

       WRITE-MASTER-DETAIL-LINE.
           PERFORM FORMAT-MASTER-FIELDS.
           MOVE SPACES TO WS-ARCHIVE-MARK.
           IF RECORD-IS-ARCHIVED
               MOVE " ARCHIVED" TO WS-ARCHIVE-MARK
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
                  RM-TRAN-ID DELIMITED BY SIZE
                  WS-OUT-RESULT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RM-OUTCOME DELIMITED BY SIZE
                  WS-ARCHIVE-MARK DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-ARCHIVED-COUNT > 0
               MOVE WS-ARCHIVED-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  FROM HISTORY FILES: " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE WS-RESULT-TOTAL TO WS-EDIT-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "  TOTAL OF OK RESULTS: " DELIMITED BY SIZE
                  WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-PAIR-COUNT > 0
               MOVE WS-PAIR-NET-TOTAL TO WS-EDIT-TOTAL
               MOVE SPACES TO REPORT-LINE
               STRING "  NET EFFECT OF PAIRS: " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

