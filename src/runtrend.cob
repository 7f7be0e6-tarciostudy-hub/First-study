       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNTREND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-HIST-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RHIST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RUNTREND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HIST-FILE.
       01  RUN-HIST-RECORD.
           COPY RUNHIST.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RHIST-STATUS PIC X(2).

       01 WS-RHIST-EOF PIC X(1) VALUE "N".
           88 END-OF-RUN-HISTORY VALUE "Y".

       01 WS-PHASE-NAME-LIST.
           05 FILLER PIC X(8) VALUE "BUILD".
           05 FILLER PIC X(8) VALUE "FIBO".
           05 FILLER PIC X(8) VALUE "INTAKE".
           05 FILLER PIC X(8) VALUE "CALC".
           05 FILLER PIC X(8) VALUE "RECON".
           05 FILLER PIC X(8) VALUE "DIST".
           05 FILLER PIC X(8) VALUE "RUN".
       01 FILLER REDEFINES WS-PHASE-NAME-LIST.
           05 WS-PHASE-NAME OCCURS 7 PIC X(8).
       01 WS-PHASE-SUB PIC 9(2) COMP.
       01 WS-PHASE-HIT PIC 9(2) COMP.
       01 WS-PHASE-NAME-KEY PIC X(8).

      *    The last 30 runs, oldest first. FIBONACCI steps are added
      *    together so each run has one FIBO figure.
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 30.
               10 WS-RUN-DATE-T PIC 9(8).
               10 WS-RUN-STAMP-T PIC X(14).
               10 WS-RUN-PHASE OCCURS 7.
                   15 WS-RP-PRESENT PIC X(1).
                   15 WS-RP-ELAPSED PIC 9(7)V9(2) COMP-3.
                   15 WS-RP-VOLUME PIC 9(9) COMP-3.
       01 WS-RUN-SUB PIC 9(2) COMP.
       01 WS-RUNS-USED PIC 9(2) COMP VALUE 0.

       01 WS-RUNS-ON-FILE PIC 9(7) COMP-3 VALUE 0.
       01 WS-RUN-ORDINAL PIC 9(7) COMP-3 VALUE 0.
       01 WS-FIRST-ORDINAL PIC 9(7) COMP-3 VALUE 1.
       01 WS-LAST-STAMP PIC X(14).

       01 WS-PHASE-RUNS PIC 9(2) COMP.
       01 WS-TOTAL-ELAPSED PIC 9(9)V9(2) COMP-3.
       01 WS-TOTAL-VOLUME PIC 9(11) COMP-3.
       01 WS-AVG-ELAPSED PIC 9(7)V9(2).
       01 WS-AVG-VOLUME PIC 9(9).
       01 WS-DIFF-ELAPSED PIC S9(7)V9(2).
       01 WS-DIFF-VOLUME PIC S9(9).

       01 WS-FINAL-RC PIC 9(2) VALUE 0.

       01 WS-EDIT-DATE PIC X(10).
       01 WS-EDIT-TIME PIC X(5).
       01 WS-EDIT-COUNT PIC ZZZZZZ9.
       01 WS-EDIT-ELAPSED PIC ZZZZZZ9.99.
       01 WS-EDIT-DIFF-ELAPSED PIC -(7)9.99.
       01 WS-EDIT-VOLUME PIC ZZZZZZZZ9.
       01 WS-EDIT-DIFF-VOLUME PIC -(9)9.

       PROCEDURE DIVISION.
      *    Trend of MAINDRV's batch window: for each timed phase, the
      *    elapsed seconds and volume of each of the last 30 runs on
      *    RUNHIST.DAT against the average over those runs. Runs are
      *    told apart by the start stamp MAINDRV writes on every row.
       MAIN-PROCESS.
           PERFORM COUNT-RUNS-ON-FILE.
           IF WS-RUNS-ON-FILE > 30
               COMPUTE WS-FIRST-ORDINAL = WS-RUNS-ON-FILE - 29
           END-IF.
           PERFORM LOAD-RECENT-RUNS.
           PERFORM WRITE-TREND-REPORT.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           GOBACK.

       COUNT-RUNS-ON-FILE.
           MOVE SPACES TO WS-LAST-STAMP.
           MOVE "N" TO WS-RHIST-EOF.
           OPEN INPUT RUN-HIST-FILE.
           IF WS-RHIST-STATUS = "00"
               PERFORM READ-RUN-HISTORY
               PERFORM COUNT-ONE-RUN-RECORD UNTIL END-OF-RUN-HISTORY
           END-IF.
           CLOSE RUN-HIST-FILE.

       READ-RUN-HISTORY.
           READ RUN-HIST-FILE
               AT END
                   SET END-OF-RUN-HISTORY TO TRUE
           END-READ.

       COUNT-ONE-RUN-RECORD.
           IF RH-RUN-STAMP NOT = WS-LAST-STAMP
               ADD 1 TO WS-RUNS-ON-FILE
               MOVE RH-RUN-STAMP TO WS-LAST-STAMP
           END-IF.
           PERFORM READ-RUN-HISTORY.

       LOAD-RECENT-RUNS.
           MOVE SPACES TO WS-LAST-STAMP.
           MOVE "N" TO WS-RHIST-EOF.
           OPEN INPUT RUN-HIST-FILE.
           IF WS-RHIST-STATUS = "00"
               PERFORM READ-RUN-HISTORY
               PERFORM LOAD-ONE-RUN-RECORD UNTIL END-OF-RUN-HISTORY
           END-IF.
           CLOSE RUN-HIST-FILE.

       LOAD-ONE-RUN-RECORD.
           IF RH-RUN-STAMP NOT = WS-LAST-STAMP
               ADD 1 TO WS-RUN-ORDINAL
               MOVE RH-RUN-STAMP TO WS-LAST-STAMP
               IF WS-RUN-ORDINAL NOT < WS-FIRST-ORDINAL AND
                  WS-RUNS-USED < 30
                   PERFORM START-RUN-ENTRY
               END-IF
           END-IF.
           IF WS-RUN-ORDINAL NOT < WS-FIRST-ORDINAL AND
              WS-RUNS-USED > 0
               MOVE RH-PHASE TO WS-PHASE-NAME-KEY
               PERFORM FIND-PHASE-NAME
               IF WS-PHASE-HIT > 0 AND RH-ELAPSED IS NUMERIC AND
                  RH-VOLUME IS NUMERIC
                   MOVE "Y" TO WS-RP-PRESENT(WS-RUNS-USED WS-PHASE-HIT)
                   ADD RH-ELAPSED
                       TO WS-RP-ELAPSED(WS-RUNS-USED WS-PHASE-HIT)
                   ADD RH-VOLUME
                       TO WS-RP-VOLUME(WS-RUNS-USED WS-PHASE-HIT)
               END-IF
           END-IF.
           PERFORM READ-RUN-HISTORY.

       START-RUN-ENTRY.
           ADD 1 TO WS-RUNS-USED.
           MOVE RH-RUN-DATE TO WS-RUN-DATE-T(WS-RUNS-USED).
           MOVE RH-RUN-STAMP TO WS-RUN-STAMP-T(WS-RUNS-USED).
           PERFORM CLEAR-RUN-PHASE
               VARYING WS-PHASE-SUB FROM 1 BY 1
               UNTIL WS-PHASE-SUB > 7.

       CLEAR-RUN-PHASE.
           MOVE "N" TO WS-RP-PRESENT(WS-RUNS-USED WS-PHASE-SUB).
           MOVE 0 TO WS-RP-ELAPSED(WS-RUNS-USED WS-PHASE-SUB).
           MOVE 0 TO WS-RP-VOLUME(WS-RUNS-USED WS-PHASE-SUB).

       FIND-PHASE-NAME.
           MOVE 0 TO WS-PHASE-HIT.
           PERFORM MATCH-PHASE-NAME
               VARYING WS-PHASE-SUB FROM 1 BY 1
               UNTIL WS-PHASE-SUB > 7.

       MATCH-PHASE-NAME.
           IF WS-PHASE-NAME(WS-PHASE-SUB) = WS-PHASE-NAME-KEY
               MOVE WS-PHASE-SUB TO WS-PHASE-HIT
           END-IF.

       WRITE-TREND-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUNS-USED TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "BATCH WINDOW TREND REPORT - LAST " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  " RUNS" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-RUNS-USED = 0
               MOVE SPACES TO REPORT-LINE
               STRING "NO RUN HISTORY RECORDED IN RUNHIST.DAT"
                      DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 4 TO WS-FINAL-RC
           ELSE
               PERFORM WRITE-PHASE-SECTION
                   VARYING WS-PHASE-HIT FROM 1 BY 1
                   UNTIL WS-PHASE-HIT > 7
           END-IF.
           CLOSE REPORT-FILE.

      *    The average is taken over the runs in which the phase ran;
      *    a resumed run or a run that stopped short leaves later
      *    phases out rather than counting them as zero.
       WRITE-PHASE-SECTION.
           MOVE 0 TO WS-PHASE-RUNS.
           MOVE 0 TO WS-TOTAL-ELAPSED.
           MOVE 0 TO WS-TOTAL-VOLUME.
           PERFORM ADD-PHASE-TOTALS
               VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB > WS-RUNS-USED.
           MOVE SPACES TO REPORT-LINE.
           STRING "PHASE " DELIMITED BY SIZE
                  WS-PHASE-NAME(WS-PHASE-HIT) DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-PHASE-RUNS = 0
               MOVE SPACES TO REPORT-LINE
               STRING "  NOT RECORDED IN THESE RUNS" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               COMPUTE WS-AVG-ELAPSED ROUNDED =
                   WS-TOTAL-ELAPSED / WS-PHASE-RUNS
               COMPUTE WS-AVG-VOLUME ROUNDED =
                   WS-TOTAL-VOLUME / WS-PHASE-RUNS
               MOVE SPACES TO REPORT-LINE
               STRING "  RUN DATE    START     ELAPSED      VS AVG"
                      DELIMITED BY SIZE
                      "     VOLUME     VS AVG" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM WRITE-PHASE-RUN-LINE
                   VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > WS-RUNS-USED
               MOVE WS-AVG-ELAPSED TO WS-EDIT-ELAPSED
               MOVE WS-AVG-VOLUME TO WS-EDIT-VOLUME
               MOVE WS-PHASE-RUNS TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  AVERAGE            " DELIMITED BY SIZE
                      WS-EDIT-ELAPSED DELIMITED BY SIZE
                      "              " DELIMITED BY SIZE
                      WS-EDIT-VOLUME DELIMITED BY SIZE
                      "   OVER " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      " RUNS" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       ADD-PHASE-TOTALS.
           IF WS-RP-PRESENT(WS-RUN-SUB WS-PHASE-HIT) = "Y"
               ADD 1 TO WS-PHASE-RUNS
               ADD WS-RP-ELAPSED(WS-RUN-SUB WS-PHASE-HIT)
                   TO WS-TOTAL-ELAPSED
               ADD WS-RP-VOLUME(WS-RUN-SUB WS-PHASE-HIT)
                   TO WS-TOTAL-VOLUME
           END-IF.

       WRITE-PHASE-RUN-LINE.
           IF WS-RP-PRESENT(WS-RUN-SUB WS-PHASE-HIT) = "Y"
               MOVE SPACES TO WS-EDIT-DATE
               STRING WS-RUN-DATE-T(WS-RUN-SUB)(1:4) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-RUN-DATE-T(WS-RUN-SUB)(5:2) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-RUN-DATE-T(WS-RUN-SUB)(7:2) DELIMITED BY SIZE
                   INTO WS-EDIT-DATE
               MOVE SPACES TO WS-EDIT-TIME
               STRING WS-RUN-STAMP-T(WS-RUN-SUB)(9:2) DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-RUN-STAMP-T(WS-RUN-SUB)(11:2) DELIMITED BY SIZE
                   INTO WS-EDIT-TIME
               MOVE WS-RP-ELAPSED(WS-RUN-SUB WS-PHASE-HIT)
                   TO WS-EDIT-ELAPSED
               COMPUTE WS-DIFF-ELAPSED =
                   WS-RP-ELAPSED(WS-RUN-SUB WS-PHASE-HIT)
                   - WS-AVG-ELAPSED
               MOVE WS-DIFF-ELAPSED TO WS-EDIT-DIFF-ELAPSED
               MOVE WS-RP-VOLUME(WS-RUN-SUB WS-PHASE-HIT)
                   TO WS-EDIT-VOLUME
               COMPUTE WS-DIFF-VOLUME =
                   WS-RP-VOLUME(WS-RUN-SUB WS-PHASE-HIT)
                   - WS-AVG-VOLUME
               MOVE WS-DIFF-VOLUME TO WS-EDIT-DIFF-VOLUME
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-EDIT-DATE DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-EDIT-TIME DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-EDIT-ELAPSED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-EDIT-DIFF-ELAPSED DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-EDIT-VOLUME DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-EDIT-DIFF-VOLUME DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
