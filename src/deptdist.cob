       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTDIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "RSLTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-TRAN-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPTIONAL REJECT-FILE ASSIGN TO "CALCREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT RETURN-FILE ASSIGN TO DYNAMIC WS-RETURN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT OPTIONAL DATE-PARM-FILE ASSIGN TO "DISTDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DEPTDIST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY RSLTMST.

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           COPY CALCREJR.

      *    One return file per department per business date, named
      *    DEPTRTN.<dept>.D<yyyymmdd>: a header, the posted results
      *    ("D"), the rejects ("J") and a control trailer. A
      *    correction's row also carries the offset that backs out
      *    its original, and the totals are net of those offsets.
       FD  RETURN-FILE.
           COPY DEPTRTN.

       FD  DATE-PARM-FILE.
       01  DATE-PARM-RECORD PIC 9(8).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-REJECT-STATUS PIC X(2).
       01 WS-RETURN-STATUS PIC X(2).
       01 WS-PARM-STATUS PIC X(2).

       01 WS-RETURN-NAME PIC X(44).

       01 WS-MASTER-EOF PIC X(1) VALUE "N".
           88 END-OF-MASTER VALUE "Y".
       01 WS-REJECT-EOF PIC X(1) VALUE "N".
           88 END-OF-REJECTS VALUE "Y".
       01 WS-MASTER-FLAG PIC X(1) VALUE "Y".
           88 MASTER-AVAILABLE VALUE "Y".

       01 WS-DIST-DATE PIC 9(8).
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-TALLY-DEPT PIC X(4).
       01 WS-FINAL-RC PIC 9(4) VALUE 0.

       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 200.
               10 WS-DEPT-CODE-T PIC X(4).
               10 WS-DEPT-RESULTS PIC 9(7) COMP-3.
               10 WS-DEPT-TOTAL PIC S9(13)V9(2) COMP-3.
               10 WS-DEPT-REJECTS PIC 9(7) COMP-3.
       01 WS-DEPT-COUNT-USED PIC 9(3) COMP VALUE 0.
       01 WS-DEPT-SUB PIC 9(3) COMP.
       01 WS-DEPT-HIT PIC 9(3) COMP.
       01 WS-DIST-SUB PIC 9(3) COMP.
       01 WS-DEPT-OVERFLOW PIC X(1) VALUE "N".
           88 DEPT-TABLE-OVERFLOW VALUE "Y".

      *    Run totals are taken once from the whole master and reject
      *    file; the distributed totals are added up from what was
      *    actually written to the return files, so the two must
      *    agree.
       01 WS-RUN-RESULTS PIC 9(7) COMP-3 VALUE 0.
       01 WS-RUN-TOTAL PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-RUN-REJECTS PIC 9(7) COMP-3 VALUE 0.
       01 WS-DIST-RESULTS PIC 9(7) COMP-3 VALUE 0.
       01 WS-DIST-TOTAL PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-DIST-REJECTS PIC 9(7) COMP-3 VALUE 0.
       01 WS-FILE-RESULTS PIC 9(7) COMP-3.
       01 WS-FILE-TOTAL PIC S9(13)V9(2) COMP-3.
       01 WS-FILE-REJECTS PIC 9(7) COMP-3.
       01 WS-FILES-WRITTEN PIC 9(3) COMP VALUE 0.

       01 WS-EDIT-DATE PIC X(10).
       01 WS-EDIT-COUNT PIC ZZZZZZ9.
       01 WS-EDIT-REJECTS PIC ZZZZZZ9.
       01 WS-EDIT-TOTAL PIC -(13)9.99.

       PROCEDURE DIVISION.
      *    Splits the business date's posted results from the master,
      *    and the rejects from the same night's CALCREJ.DAT, into one
      *    return file per department. Work with no department code
      *    goes to department NONE, as on the chargeback report.
       MAIN-PROCESS.
           PERFORM GET-DIST-DATE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM TALLY-MASTER.
           PERFORM TALLY-REJECTS.
           PERFORM WRITE-DEPT-RETURN-FILE
               VARYING WS-DIST-SUB FROM 1 BY 1
               UNTIL WS-DIST-SUB > WS-DEPT-COUNT-USED.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE REPORT-FILE.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           GOBACK.

       GET-DIST-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-DIST-DATE.
           OPEN INPUT DATE-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ DATE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DATE-PARM-RECORD IS NUMERIC
                           MOVE DATE-PARM-RECORD TO WS-DIST-DATE
                       END-IF
               END-READ
           END-IF.
           CLOSE DATE-PARM-FILE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-EDIT-DATE.
           STRING WS-DIST-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DIST-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DIST-DATE(7:2) DELIMITED BY SIZE
               INTO WS-EDIT-DATE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DEPARTMENT RETURN FILE DISTRIBUTION FOR "
                  DELIMITED BY SIZE
                  WS-EDIT-DATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DEPT  FILE                        "
                  DELIMITED BY SIZE
                  "RESULTS      RESULT TOTAL  REJECTS"
                  DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       OPEN-MASTER-FROM-START.
           MOVE "N" TO WS-MASTER-EOF.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               MOVE "N" TO WS-MASTER-FLAG
               SET END-OF-MASTER TO TRUE
           ELSE
               MOVE LOW-VALUES TO RM-TRAN-ID
               START MASTER-FILE KEY NOT < RM-TRAN-ID
                   INVALID KEY
                       SET END-OF-MASTER TO TRUE
               END-START
               IF NOT END-OF-MASTER
                   PERFORM READ-NEXT-MASTER
               END-IF
           END-IF.

       READ-NEXT-MASTER.
           READ MASTER-FILE NEXT
               AT END
                   SET END-OF-MASTER TO TRUE
           END-READ.

       OPEN-REJECTS-FROM-START.
           MOVE "N" TO WS-REJECT-EOF.
           OPEN INPUT REJECT-FILE.
           IF WS-REJECT-STATUS = "00"
               PERFORM READ-REJECT-RECORD
           ELSE
               SET END-OF-REJECTS TO TRUE
           END-IF.

       READ-REJECT-RECORD.
           READ REJECT-FILE
               AT END
                   SET END-OF-REJECTS TO TRUE
           END-READ.

       TALLY-MASTER.
           PERFORM OPEN-MASTER-FROM-START.
           IF NOT MASTER-AVAILABLE
               MOVE 8 TO WS-FINAL-RC
               MOVE SPACES TO REPORT-LINE
               STRING "RESULTS MASTER NOT AVAILABLE, STATUS "
                      DELIMITED BY SIZE
                      WS-MASTER-STATUS DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM TALLY-MASTER-RECORD UNTIL END-OF-MASTER
           END-IF.
           CLOSE MASTER-FILE.

       TALLY-MASTER-RECORD.
           IF RM-RUN-DATE = WS-DIST-DATE
               ADD 1 TO WS-RUN-RESULTS
               ADD RM-RESULT TO WS-RUN-TOTAL
               IF RM-ENTRY-CORRECTION
                   ADD RM-OFFSET-RESULT TO WS-RUN-TOTAL
               END-IF
               MOVE RM-DEPT-CODE TO WS-TALLY-DEPT
               PERFORM FIND-DEPT-ENTRY
               IF WS-DEPT-HIT > 0
                   ADD 1 TO WS-DEPT-RESULTS(WS-DEPT-HIT)
                   ADD RM-RESULT TO WS-DEPT-TOTAL(WS-DEPT-HIT)
                   IF RM-ENTRY-CORRECTION
                       ADD RM-OFFSET-RESULT
                           TO WS-DEPT-TOTAL(WS-DEPT-HIT)
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-MASTER.

      *    CALCREJ.DAT carries no date of its own; it holds the last
      *    CALCULATOR run, which is the run for the date distributed.
       TALLY-REJECTS.
           PERFORM OPEN-REJECTS-FROM-START.
           PERFORM TALLY-REJECT-RECORD UNTIL END-OF-REJECTS.
           CLOSE REJECT-FILE.

       TALLY-REJECT-RECORD.
           ADD 1 TO WS-RUN-REJECTS.
           MOVE REJ-DEPT-CODE TO WS-TALLY-DEPT.
           PERFORM FIND-DEPT-ENTRY.
           IF WS-DEPT-HIT > 0
               ADD 1 TO WS-DEPT-REJECTS(WS-DEPT-HIT)
           END-IF.
           PERFORM READ-REJECT-RECORD.

       FIND-DEPT-ENTRY.
           IF WS-TALLY-DEPT = SPACES
               MOVE "NONE" TO WS-TALLY-DEPT
           END-IF.
           MOVE 0 TO WS-DEPT-HIT.
           PERFORM MATCH-DEPT-ENTRY
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT-USED.
           IF WS-DEPT-HIT = 0
               IF WS-DEPT-COUNT-USED < 200
                   ADD 1 TO WS-DEPT-COUNT-USED
                   MOVE WS-DEPT-COUNT-USED TO WS-DEPT-HIT
                   MOVE WS-TALLY-DEPT TO WS-DEPT-CODE-T(WS-DEPT-HIT)
                   MOVE 0 TO WS-DEPT-RESULTS(WS-DEPT-HIT)
                   MOVE 0 TO WS-DEPT-TOTAL(WS-DEPT-HIT)
                   MOVE 0 TO WS-DEPT-REJECTS(WS-DEPT-HIT)
               ELSE
                   SET DEPT-TABLE-OVERFLOW TO TRUE
               END-IF
           END-IF.

       MATCH-DEPT-ENTRY.
           IF WS-DEPT-CODE-T(WS-DEPT-SUB) = WS-TALLY-DEPT
               MOVE WS-DEPT-SUB TO WS-DEPT-HIT
           END-IF.

      *    The master and reject file are read once per department;
      *    only the rows for that department are written to its file.
       WRITE-DEPT-RETURN-FILE.
           MOVE SPACES TO WS-RETURN-NAME.
           STRING "DEPTRTN." DELIMITED BY SIZE
                  WS-DEPT-CODE-T(WS-DIST-SUB) DELIMITED BY SPACE
                  ".D" DELIMITED BY SIZE
                  WS-DIST-DATE DELIMITED BY SIZE
               INTO WS-RETURN-NAME.
           MOVE 0 TO WS-FILE-RESULTS.
           MOVE 0 TO WS-FILE-TOTAL.
           MOVE 0 TO WS-FILE-REJECTS.
           OPEN OUTPUT RETURN-FILE.
           IF WS-RETURN-STATUS NOT = "00"
               MOVE 8 TO WS-FINAL-RC
               MOVE SPACES TO REPORT-LINE
               STRING WS-DEPT-CODE-T(WS-DIST-SUB) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-RETURN-NAME DELIMITED BY SPACE
                      " NOT WRITTEN, STATUS " DELIMITED BY SIZE
                      WS-RETURN-STATUS DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM WRITE-RETURN-HEADER
               IF MASTER-AVAILABLE
                   PERFORM OPEN-MASTER-FROM-START
                   PERFORM COPY-DEPT-RESULT UNTIL END-OF-MASTER
                   CLOSE MASTER-FILE
               END-IF
               PERFORM OPEN-REJECTS-FROM-START
               PERFORM COPY-DEPT-REJECT UNTIL END-OF-REJECTS
               CLOSE REJECT-FILE
               PERFORM WRITE-RETURN-TRAILER
               CLOSE RETURN-FILE
               ADD 1 TO WS-FILES-WRITTEN
               ADD WS-FILE-RESULTS TO WS-DIST-RESULTS
               ADD WS-FILE-TOTAL TO WS-DIST-TOTAL
               ADD WS-FILE-REJECTS TO WS-DIST-REJECTS
               PERFORM WRITE-DEPT-LINE
           END-IF.

       WRITE-RETURN-HEADER.
           MOVE SPACES TO RETURN-HEADER-RECORD.
           MOVE "H" TO DH-REC-TYPE.
           MOVE WS-DEPT-CODE-T(WS-DIST-SUB) TO DH-DEPT-CODE.
           MOVE WS-DIST-DATE TO DH-BUS-DATE.
           MOVE WS-CURRENT-DATE(1:14) TO DH-CREATED-STAMP.
           WRITE RETURN-HEADER-RECORD.

       COPY-DEPT-RESULT.
           IF RM-RUN-DATE = WS-DIST-DATE
               MOVE RM-DEPT-CODE TO WS-TALLY-DEPT
               IF WS-TALLY-DEPT = SPACES
                   MOVE "NONE" TO WS-TALLY-DEPT
               END-IF
               IF WS-TALLY-DEPT = WS-DEPT-CODE-T(WS-DIST-SUB)
                   MOVE SPACES TO RETURN-RESULT-RECORD
                   MOVE "D" TO DD-REC-TYPE
                   MOVE RM-TRAN-ID TO DD-TRAN-ID
                   MOVE RM-NUM1 TO DD-NUM1
                   MOVE RM-OPERATION TO DD-OPERATION
                   MOVE RM-NUM2 TO DD-NUM2
                   MOVE RM-RESULT TO DD-RESULT
                   MOVE RM-OUTCOME TO DD-OUTCOME
                   MOVE RM-ENTRY-TYPE TO DD-ENTRY-TYPE
                   MOVE RM-REV-FLAG TO DD-REV-FLAG
                   MOVE RM-ORIG-TRAN-ID TO DD-ORIG-TRAN-ID
                   MOVE 0 TO DD-OFFSET-RESULT
                   IF RM-ENTRY-CORRECTION
                       MOVE RM-OFFSET-RESULT TO DD-OFFSET-RESULT
                       ADD RM-OFFSET-RESULT TO WS-FILE-TOTAL
                   END-IF
                   WRITE RETURN-RESULT-RECORD
                   ADD 1 TO WS-FILE-RESULTS
                   ADD RM-RESULT TO WS-FILE-TOTAL
               END-IF
           END-IF.
           PERFORM READ-NEXT-MASTER.

       COPY-DEPT-REJECT.
           MOVE REJ-DEPT-CODE TO WS-TALLY-DEPT.
           IF WS-TALLY-DEPT = SPACES
               MOVE "NONE" TO WS-TALLY-DEPT
           END-IF.
           IF WS-TALLY-DEPT = WS-DEPT-CODE-T(WS-DIST-SUB)
               MOVE SPACES TO RETURN-REJECT-RECORD
               MOVE "J" TO DJ-REC-TYPE
               MOVE REJ-TRAN-ID TO DJ-TRAN-ID
               MOVE REJ-NUM1 TO DJ-NUM1
               MOVE REJ-OPERATION TO DJ-OPERATION
               MOVE REJ-NUM2 TO DJ-NUM2
               MOVE REJ-OUTCOME TO DJ-OUTCOME
               MOVE REJ-REASON TO DJ-REASON
               WRITE RETURN-REJECT-RECORD
               ADD 1 TO WS-FILE-REJECTS
           END-IF.
           PERFORM READ-REJECT-RECORD.

       WRITE-RETURN-TRAILER.
           MOVE SPACES TO RETURN-TRAILER-RECORD.
           MOVE "T" TO DT-REC-TYPE.
           MOVE WS-FILE-RESULTS TO DT-RESULT-COUNT.
           MOVE WS-FILE-TOTAL TO DT-RESULT-TOTAL.
           MOVE WS-FILE-REJECTS TO DT-REJECT-COUNT.
           WRITE RETURN-TRAILER-RECORD.

       WRITE-DEPT-LINE.
           MOVE WS-FILE-RESULTS TO WS-EDIT-COUNT.
           MOVE WS-FILE-TOTAL TO WS-EDIT-TOTAL.
           MOVE WS-FILE-REJECTS TO WS-EDIT-REJECTS.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-DEPT-CODE-T(WS-DIST-SUB) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RETURN-NAME(1:28) DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT-TOTAL DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EDIT-REJECTS DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-DEPT-COUNT-USED = 0
               MOVE "NO RESULTS OR REJECTS FOR DATE - NO FILES WRITTEN"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF DEPT-TABLE-OVERFLOW
               MOVE 8 TO WS-FINAL-RC
               MOVE "*** MORE THAN 200 DEPARTMENTS - SOME NOT WRITTEN"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE WS-RUN-RESULTS TO WS-EDIT-COUNT.
           MOVE WS-RUN-TOTAL TO WS-EDIT-TOTAL.
           MOVE WS-RUN-REJECTS TO WS-EDIT-REJECTS.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN TOTAL (MASTER AND CALCREJ)    " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT-TOTAL DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EDIT-REJECTS DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DIST-RESULTS TO WS-EDIT-COUNT.
           MOVE WS-DIST-TOTAL TO WS-EDIT-TOTAL.
           MOVE WS-DIST-REJECTS TO WS-EDIT-REJECTS.
           MOVE SPACES TO REPORT-LINE.
           STRING "DISTRIBUTED (ALL RETURN FILES)    " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT-TOTAL DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EDIT-REJECTS DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FILES-WRITTEN TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "RETURN FILES WRITTEN:  " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-RUN-RESULTS = WS-DIST-RESULTS AND
              WS-RUN-TOTAL = WS-DIST-TOTAL AND
              WS-RUN-REJECTS = WS-DIST-REJECTS
               MOVE "DISTRIBUTION IN BALANCE" TO REPORT-LINE
           ELSE
               MOVE 8 TO WS-FINAL-RC
               MOVE "*** DISTRIBUTION OUT OF BALANCE ***"
                   TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
