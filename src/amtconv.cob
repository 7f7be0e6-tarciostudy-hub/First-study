       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OLD-MASTER-FILE ASSIGN TO "RSLTMST.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-TRAN-ID
               FILE STATUS IS WS-OLD-MASTER-STATUS.
           SELECT MASTER-FILE ASSIGN TO "RSLTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RM-TRAN-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPTIONAL OLD-RATE-FILE ASSIGN TO "RATEMST.OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-RATE-STATUS.
           SELECT RATE-FILE ASSIGN TO "RATEMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "AMTCONV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Results master as written before the amounts were widened
      *    and before reversal and correction entries were carried.
       FD  OLD-MASTER-FILE.
       01  OLD-MASTER-RECORD.
           05 OM-TRAN-ID PIC X(10).
           05 OM-NUM1 PIC S9(5)V9(2).
           05 OM-OPERATION PIC X(1).
           05 OM-NUM2 PIC S9(5)V9(2).
           05 OM-RESULT PIC S9(5)V9(2).
           05 OM-OUTCOME PIC X(2).
           05 OM-RUN-DATE PIC 9(8).
           05 OM-DEPT-CODE PIC X(4).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY RSLTMST.

       FD  OLD-RATE-FILE.
       01  OLD-RATE-RECORD.
           05 OR-CODE PIC X(8).
           05 OR-EFF-DATE PIC X(8).
           05 OR-EXP-DATE PIC X(8).
           05 OR-VALUE-X PIC X(7).
           05 OR-VALUE REDEFINES OR-VALUE-X PIC S9(5)V9(2).

       FD  RATE-FILE.
       01  RATE-RECORD.
           COPY RATEMST.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-OLD-MASTER-STATUS PIC X(2).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-OLD-RATE-STATUS PIC X(2).
       01 WS-RATE-STATUS PIC X(2).

       01 WS-OLD-MASTER-EOF PIC X(1) VALUE "N".
           88 END-OF-OLD-MASTER VALUE "Y".
       01 WS-OLD-RATE-EOF PIC X(1) VALUE "N".
           88 END-OF-OLD-RATES VALUE "Y".

       01 WS-MASTER-DONE-FLAG PIC X(1) VALUE "N".
           88 MASTER-CONVERTED VALUE "Y".
       01 WS-RATE-DONE-FLAG PIC X(1) VALUE "N".
           88 RATES-CONVERTED VALUE "Y".

       01 WS-MASTER-IN-COUNT PIC 9(7) VALUE 0.
       01 WS-MASTER-OUT-COUNT PIC 9(7) VALUE 0.
       01 WS-MASTER-ERROR-COUNT PIC 9(7) VALUE 0.
       01 WS-MASTER-IN-TOTAL PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-MASTER-OUT-TOTAL PIC S9(13)V9(2) COMP-3 VALUE 0.

       01 WS-RATE-IN-COUNT PIC 9(7) VALUE 0.
       01 WS-RATE-OUT-COUNT PIC 9(7) VALUE 0.
       01 WS-RATE-RAW-COUNT PIC 9(7) VALUE 0.
       01 WS-RATE-IN-TOTAL PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-RATE-OUT-TOTAL PIC S9(13)V9(2) COMP-3 VALUE 0.

       01 WS-CURRENT-STAMP PIC X(21).
       01 WS-EDIT-DATE PIC X(10).
       01 WS-EDIT-COUNT PIC Z(6)9.
       01 WS-EDIT-TOTAL PIC -(13)9.99.

       PROCEDURE DIVISION.
      *    One-time conversion of the results master and the rate
      *    master to the widened amount layout. Before the run the
      *    existing RSLTMST.DAT is renamed RSLTMST.OLD and the
      *    existing RATEMST.DAT is renamed RATEMST.OLD; each is read
      *    in its old layout and written back under its usual name.
      *    A file with no .OLD copy is left alone, so either master
      *    can be converted on its own. AMTCONV.RPT carries the
      *    record counts and amount totals read and written, which
      *    must agree before the .OLD files are discarded.
       MAIN-PROCESS.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM CONVERT-RESULTS-MASTER.
           PERFORM CONVERT-RATE-MASTER.
           PERFORM WRITE-MASTER-TOTALS.
           PERFORM WRITE-RATE-TOTALS.
           CLOSE REPORT-FILE.
           IF WS-MASTER-IN-COUNT NOT = WS-MASTER-OUT-COUNT OR
              WS-MASTER-IN-TOTAL NOT = WS-MASTER-OUT-TOTAL OR
              WS-RATE-IN-COUNT NOT = WS-RATE-OUT-COUNT OR
              WS-RATE-IN-TOTAL NOT = WS-RATE-OUT-TOTAL
               DISPLAY "Conversion totals do not agree - "
                       "keep the .OLD files and see AMTCONV.RPT"
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    The reversal fields did not exist in the old layout, so
      *    every converted record is a plain entry that has not been
      *    reversed.
       CONVERT-RESULTS-MASTER.
           OPEN INPUT OLD-MASTER-FILE.
           IF WS-OLD-MASTER-STATUS = "00"
               OPEN OUTPUT MASTER-FILE
               IF WS-MASTER-STATUS = "00"
                   SET MASTER-CONVERTED TO TRUE
                   PERFORM READ-OLD-MASTER-RECORD
                   PERFORM CONVERT-ONE-MASTER-RECORD
                       UNTIL END-OF-OLD-MASTER
                   CLOSE MASTER-FILE
               ELSE
                   DISPLAY "RSLTMST.DAT could not be created, status "
                           WS-MASTER-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "RSLTMST.OLD not available - "
                       "results master not converted"
           END-IF.
           CLOSE OLD-MASTER-FILE.

       READ-OLD-MASTER-RECORD.
           READ OLD-MASTER-FILE
               AT END
                   SET END-OF-OLD-MASTER TO TRUE
           END-READ.

       CONVERT-ONE-MASTER-RECORD.
           ADD 1 TO WS-MASTER-IN-COUNT.
           IF OM-RESULT IS NUMERIC
               ADD OM-RESULT TO WS-MASTER-IN-TOTAL
           END-IF.
           MOVE SPACES TO MASTER-RECORD.
           MOVE OM-TRAN-ID TO RM-TRAN-ID.
           MOVE OM-NUM1 TO RM-NUM1.
           MOVE OM-OPERATION TO RM-OPERATION.
           MOVE OM-NUM2 TO RM-NUM2.
           MOVE OM-RESULT TO RM-RESULT.
           MOVE OM-OUTCOME TO RM-OUTCOME.
           MOVE OM-RUN-DATE TO RM-RUN-DATE.
           MOVE OM-DEPT-CODE TO RM-DEPT-CODE.
           MOVE "D" TO RM-ENTRY-TYPE.
           MOVE "N" TO RM-REV-FLAG.
           MOVE SPACES TO RM-ORIG-TRAN-ID.
           MOVE SPACES TO RM-REVERSED-BY-ID.
           MOVE 0 TO RM-OFFSET-RESULT.
           WRITE MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-MASTER-ERROR-COUNT
                   DISPLAY "Master write refused for id: " RM-TRAN-ID
                           " status " WS-MASTER-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-MASTER-OUT-COUNT
                   IF RM-RESULT IS NUMERIC
                       ADD RM-RESULT TO WS-MASTER-OUT-TOTAL
                   END-IF
           END-WRITE.
           PERFORM READ-OLD-MASTER-RECORD.

      *    A row RATEMNT could not parse is carried across with its
      *    text unchanged rather than zeroed, so it still shows up
      *    there as unparsable and can be repaired by hand.
       CONVERT-RATE-MASTER.
           OPEN INPUT OLD-RATE-FILE.
           IF WS-OLD-RATE-STATUS = "00"
               OPEN OUTPUT RATE-FILE
               SET RATES-CONVERTED TO TRUE
               PERFORM READ-OLD-RATE-RECORD
               PERFORM CONVERT-ONE-RATE-RECORD UNTIL END-OF-OLD-RATES
               CLOSE RATE-FILE
           ELSE
               DISPLAY "RATEMST.OLD not available - "
                       "rate master not converted"
           END-IF.
           CLOSE OLD-RATE-FILE.

       READ-OLD-RATE-RECORD.
           READ OLD-RATE-FILE
               AT END
                   SET END-OF-OLD-RATES TO TRUE
           END-READ.

       CONVERT-ONE-RATE-RECORD.
           ADD 1 TO WS-RATE-IN-COUNT.
           MOVE SPACES TO RATE-RECORD.
           MOVE OR-CODE TO RT-CODE.
           MOVE OR-EFF-DATE TO RATE-RECORD(9:8).
           MOVE OR-EXP-DATE TO RATE-RECORD(17:8).
           IF OR-VALUE IS NUMERIC
               ADD OR-VALUE TO WS-RATE-IN-TOTAL
               MOVE OR-VALUE TO RT-VALUE
               ADD RT-VALUE TO WS-RATE-OUT-TOTAL
           ELSE
               MOVE OR-VALUE-X TO RATE-RECORD(25:7)
               ADD 1 TO WS-RATE-RAW-COUNT
           END-IF.
           WRITE RATE-RECORD.
           ADD 1 TO WS-RATE-OUT-COUNT.
           PERFORM READ-OLD-RATE-RECORD.

       WRITE-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE SPACES TO WS-EDIT-DATE.
           STRING WS-CURRENT-STAMP(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-STAMP(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-STAMP(7:2) DELIMITED BY SIZE
               INTO WS-EDIT-DATE.
           MOVE SPACES TO REPORT-LINE.
           STRING "AMOUNT FIELD CONVERSION RUN ON " DELIMITED BY SIZE
                  WS-EDIT-DATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-MASTER-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           IF MASTER-CONVERTED
               MOVE "RESULTS MASTER RSLTMST.OLD TO RSLTMST.DAT"
                   TO REPORT-LINE
           ELSE
               MOVE "RESULTS MASTER NOT CONVERTED - NO RSLTMST.OLD"
                   TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE WS-MASTER-IN-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  RECORDS READ:        " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-MASTER-OUT-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  RECORDS WRITTEN:     " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-MASTER-ERROR-COUNT > 0
               MOVE WS-MASTER-ERROR-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  WRITES REFUSED:      " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE WS-MASTER-IN-TOTAL TO WS-EDIT-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "  RESULTS READ:        " DELIMITED BY SIZE
                  WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-MASTER-OUT-TOTAL TO WS-EDIT-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "  RESULTS WRITTEN:     " DELIMITED BY SIZE
                  WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-RATE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           IF RATES-CONVERTED
               MOVE "RATE MASTER RATEMST.OLD TO RATEMST.DAT"
                   TO REPORT-LINE
           ELSE
               MOVE "RATE MASTER NOT CONVERTED - NO RATEMST.OLD"
                   TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE WS-RATE-IN-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  ROWS READ:           " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RATE-OUT-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  ROWS WRITTEN:        " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-RATE-RAW-COUNT > 0
               MOVE WS-RATE-RAW-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  UNPARSABLE, KEPT:    " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE WS-RATE-IN-TOTAL TO WS-EDIT-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "  VALUES READ:         " DELIMITED BY SIZE
                  WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RATE-OUT-TOTAL TO WS-EDIT-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "  VALUES WRITTEN:      " DELIMITED BY SIZE
                  WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
