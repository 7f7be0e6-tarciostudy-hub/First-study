       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DUPLICATE-FILE ASSIGN TO "CALCDUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-STATUS.
           SELECT OPTIONAL DATE-PARM-FILE ASSIGN TO "AUDTDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DUPRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DUPLICATE-FILE.
       01  DUPLICATE-RECORD.
           COPY CALCDUPR.

       FD  DATE-PARM-FILE.
       01  DATE-PARM-RECORD PIC 9(8).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-DUP-STATUS PIC X(2).
       01 WS-PARM-STATUS PIC X(2).

       01 WS-DUP-EOF PIC X(1) VALUE "N".
           88 END-OF-DUPLICATES VALUE "Y".

       01 WS-REPORT-DATE PIC 9(8).
       01 WS-CURRENT-DATE PIC X(21).

       01 WS-MATCH-FLAG PIC X(1).
           88 VALUES-MATCH VALUE "Y".
       01 WS-VERDICT PIC X(22).
       01 WS-LINE-LABEL PIC X(14).

       01 WS-LISTED-COUNT PIC 9(5) VALUE 0.
       01 WS-RESUBMIT-COUNT PIC 9(5) VALUE 0.
       01 WS-COLLISION-COUNT PIC 9(5) VALUE 0.

       01 WS-OUT-NUM1 PIC -(9)9.99.
       01 WS-OUT-NUM2 PIC -(9)9.99.
       01 WS-OUT-RESULT PIC -(9)9.99.
       01 WS-EDIT-DATE PIC X(10).
       01 WS-EDIT-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM GET-REPORT-DATE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           OPEN INPUT DUPLICATE-FILE.
           IF WS-DUP-STATUS = "00"
               PERFORM READ-DUPLICATE-RECORD
               PERFORM REPORT-ONE-DUPLICATE UNTIL END-OF-DUPLICATES
           END-IF.
           CLOSE DUPLICATE-FILE.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE REPORT-FILE.
           GOBACK.

       GET-REPORT-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-REPORT-DATE.
           OPEN INPUT DATE-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ DATE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DATE-PARM-RECORD IS NUMERIC
                           MOVE DATE-PARM-RECORD TO WS-REPORT-DATE
                       END-IF
               END-READ
           END-IF.
           CLOSE DATE-PARM-FILE.

       READ-DUPLICATE-RECORD.
           READ DUPLICATE-FILE
               AT END
                   SET END-OF-DUPLICATES TO TRUE
           END-READ.

       REPORT-ONE-DUPLICATE.
           IF DUP-BUS-DATE IS NUMERIC AND
              DUP-BUS-DATE = WS-REPORT-DATE
               ADD 1 TO WS-LISTED-COUNT
               PERFORM CLASSIFY-DUPLICATE
               PERFORM WRITE-DUPLICATE-LINES
           END-IF.
           PERFORM READ-DUPLICATE-RECORD.

      *    The same operands, operation and department under a reused
      *    id point to a resubmission of work already posted; anything
      *    else means two different transactions were given one id.
      *    A rate-coded transaction carries the code, not the resolved
      *    rate, in NUM2, so NUM2 is not compared for those.
       CLASSIFY-DUPLICATE.
           MOVE "Y" TO WS-MATCH-FLAG.
           IF DUP-NEW-NUM1-N IS NOT NUMERIC
               MOVE "N" TO WS-MATCH-FLAG
           ELSE
               IF DUP-NEW-NUM1-N NOT = DUP-OLD-NUM1
                   MOVE "N" TO WS-MATCH-FLAG
               END-IF
           END-IF.
           IF DUP-NEW-OPERATION NOT = DUP-OLD-OPERATION
               MOVE "N" TO WS-MATCH-FLAG
           END-IF.
           IF DUP-NEW-RATE-CODE = SPACES
               IF DUP-NEW-NUM2-N IS NOT NUMERIC
                   MOVE "N" TO WS-MATCH-FLAG
               ELSE
                   IF DUP-NEW-NUM2-N NOT = DUP-OLD-NUM2
                       MOVE "N" TO WS-MATCH-FLAG
                   END-IF
               END-IF
           END-IF.
           IF DUP-NEW-DEPT-CODE NOT = SPACES AND
              DUP-NEW-DEPT-CODE NOT = DUP-OLD-DEPT-CODE
               MOVE "N" TO WS-MATCH-FLAG
           END-IF.
           IF VALUES-MATCH
               ADD 1 TO WS-RESUBMIT-COUNT
               MOVE "PROBABLE RESUBMISSION" TO WS-VERDICT
           ELSE
               ADD 1 TO WS-COLLISION-COUNT
               MOVE "PROBABLE ID COLLISION" TO WS-VERDICT
           END-IF.

       WRITE-DUPLICATE-LINES.
           MOVE SPACES TO REPORT-LINE.
           STRING DUP-TRAN-ID DELIMITED BY SIZE
                  "  BATCH " DELIMITED BY SIZE
                  DUP-BATCH-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-VERDICT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF DUP-NEW-NUM1-N IS NUMERIC
               MOVE DUP-NEW-NUM1-N TO WS-OUT-NUM1
           ELSE
               MOVE ZEROS TO WS-OUT-NUM1
           END-IF.
           IF DUP-NEW-NUM2-N IS NUMERIC
               MOVE DUP-NEW-NUM2-N TO WS-OUT-NUM2
           ELSE
               MOVE ZEROS TO WS-OUT-NUM2
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "    REJECTED: " DELIMITED BY SIZE
                  WS-OUT-NUM1 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DUP-NEW-OPERATION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OUT-NUM2 DELIMITED BY SIZE
                  "  TYPE " DELIMITED BY SIZE
                  DUP-NEW-ENTRY-TYPE DELIMITED BY SIZE
                  "  DEPT " DELIMITED BY SIZE
                  DUP-NEW-DEPT-CODE DELIMITED BY SIZE
                  "  RATE " DELIMITED BY SIZE
                  DUP-NEW-RATE-CODE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE DUP-OLD-NUM1 TO WS-OUT-NUM1.
           MOVE DUP-OLD-NUM2 TO WS-OUT-NUM2.
           MOVE DUP-OLD-RESULT TO WS-OUT-RESULT.
           MOVE SPACES TO WS-EDIT-DATE.
           STRING DUP-OLD-RUN-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  DUP-OLD-RUN-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  DUP-OLD-RUN-DATE(7:2) DELIMITED BY SIZE
               INTO WS-EDIT-DATE.
           IF DUP-OLD-HELD-IN-RUN
               MOVE "    HELD:     " TO WS-LINE-LABEL
           ELSE
               MOVE "    EXISTING: " TO WS-LINE-LABEL
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-LINE-LABEL DELIMITED BY SIZE
                  WS-OUT-NUM1 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DUP-OLD-OPERATION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OUT-NUM2 DELIMITED BY SIZE
                  " = " DELIMITED BY SIZE
                  WS-OUT-RESULT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DUP-OLD-OUTCOME DELIMITED BY SIZE
                  "  DEPT " DELIMITED BY SIZE
                  DUP-OLD-DEPT-CODE DELIMITED BY SIZE
                  "  POSTED " DELIMITED BY SIZE
                  WS-EDIT-DATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-EDIT-DATE.
           STRING WS-REPORT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-REPORT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-REPORT-DATE(7:2) DELIMITED BY SIZE
               INTO WS-EDIT-DATE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DUPLICATE TRANSACTION ID EXCEPTIONS FOR "
                  DELIMITED BY SIZE
                  WS-EDIT-DATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-LISTED-COUNT = 0
               MOVE "NO DUPLICATE IDS REJECTED FOR DATE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE WS-LISTED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "DUPLICATES LISTED:      " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RESUBMIT-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "PROBABLE RESUBMISSIONS: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLLISION-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "PROBABLE ID COLLISIONS: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
