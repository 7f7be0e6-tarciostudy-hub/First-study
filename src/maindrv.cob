               FILE STATUS IS WS-FIBO-ARCH-STATUS.
           SELECT RECON-DATE-FILE ASSIGN TO "RECNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INTAKE-DATE-FILE ASSIGN TO "INTKDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIST-DATE-FILE ASSIGN TO "DISTDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FEED-ACK-FILE ASSIGN TO "FEEDACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT OPTIONAL BALANCE-FILE ASSIGN TO "CALCBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
               FILE STATUS IS WS-HIST-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO "MAINDRV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-HIST-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RHIST-STATUS.
           SELECT OPTIONAL RUN-LIMIT-FILE ASSIGN TO "RUNLIMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
      *    Fixed 38-byte layout shared by all row types:
      *    col  1    CTL-TYPE      "C" (calculator), "R" (rate-code
      *                            calculator), "A" (chain step) or
      *                            "F" (fibonacci)
      *    col  2-12 CTL-NUM1      operand 1, "C"/"R" rows only
      *    col 13    CTL-OPERATION operator code, "C"/"R" rows only
      *    col 14-24 CTL-NUM2      operand 2, "C" rows only
      *    col 25-27 CTL-N         term count, "F" rows only
      *    col 28    CTL-FREQ      run frequency: blank or "D" daily,
      *                            "B" business days only, "M"
      *                            month-end dates only
      *    col 29-38 CTL-ORIG-TRAN-ID original transaction id, "V"/"X"
      *                            rows only
      *    "R" rows redefine cols 14-21 as an 8-char rate code that
      *    CALCULATOR resolves against RATEMST.DAT. "A" rows ignore
      *    CTL-NUM1 and stage a chain step that uses the previous
      *    result as operand 1. "S" rows redefine cols 2-5 as the
      *    department code of the source that supplied the rows that
      *    follow; every staged transaction is stamped with the
      *    department in effect. "V" rows stage a reversal of the
      *    posted transaction named in CTL-ORIG-TRAN-ID; "X" rows
      *    stage a correction that reverses it and posts the "C"-style
      *    operands in cols 2-24 in its place. "C" rows carry
      *    unused trailing filler in CTL-N; "F" rows carry unused
      *    leading filler in CTL-NUM1/CTL-OPERATION/CTL-NUM2. A short
      *    or blank-padded record (missing filler) lands in CTL-N as
                   ==TRAN-NUM2== BY ==CTL-NUM2==.
           05 CTL-N PIC 9(3).
           05 CTL-FREQ PIC X(1).
           05 CTL-ORIG-TRAN-ID PIC X(10).
       01  CONTROL-RATE-RECORD.
           05 CR-TYPE PIC X(1).
           05 CR-NUM1 PIC S9(9)V9(2).
           05 CR-OPERATION PIC X(1).
           05 CR-RATE-CODE PIC X(8).
           05 FILLER PIC X(7).
       01  CONTROL-SOURCE-RECORD.
           05 CS-TYPE PIC X(1).
           05 CS-DEPT-CODE PIC X(4).
           05 FILLER PIC X(23).

       FD  CALC-IN-FILE.
       01  CALC-IN-RECORD.
                   ==TD-NUM2== BY ==CI-NUM2==
                   ==TD-RATE-CODE== BY ==CI-RATE-CODE==
                   ==TD-CHAIN-CODE== BY ==CI-CHAIN-CODE==
                   ==TD-DEPT-CODE== BY ==CI-DEPT-CODE==
                   ==TD-ORIG-TRAN-ID== BY ==CI-ORIG-TRAN-ID==.
       COPY TRANBAT.

       FD  CALC-OUT-FILE.
       FD  RECON-DATE-FILE.
       01  RECON-DATE-RECORD PIC 9(8).

       FD  INTAKE-DATE-FILE.
       01  INTAKE-DATE-RECORD PIC 9(8).

       FD  DIST-DATE-FILE.
       01  DIST-DATE-RECORD PIC 9(8).

      *    One acknowledgment per department feed listed for intake,
      *    rewritten by FEEDINTK on every run.
       FD  FEED-ACK-FILE.
       01  FEED-ACK-RECORD.
           COPY FEEDACK.

       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
           COPY CALCBAL.
       FD  SUMMARY-FILE.
       01  SUMMARY-RECORD PIC X(80).

      *    One record per timed phase of every run, kept across days
      *    for RUNTREND.
       FD  RUN-HIST-FILE.
       01  RUN-HIST-RECORD.
           COPY RUNHIST.

      *    Elapsed-time limits in whole seconds, one record per phase
      *    name as written to RUNHIST.DAT (BUILD, FIBO - each step -,
      *    INTAKE, CALC, RECON, DIST, RUN for the whole run). A
      *    "DEADLINE" record gives the clock time hhmm the run must
      *    end by; it is taken as the first such time after the run
      *    starts. Phases with no record have no limit.
       FD  RUN-LIMIT-FILE.
       01  RUN-LIMIT-RECORD.
           05 RL-PHASE PIC X(8).
           05 FILLER PIC X(1).
           05 RL-LIMIT-SECS PIC 9(5).
       01  RUN-DEADLINE-RECORD.
           05 RD-PHASE PIC X(8).
           05 FILLER PIC X(1).
           05 RD-DEADLINE-TIME PIC 9(4).
           05 FILLER PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-CTL-EOF PIC X(1) VALUE "N".
           88 END-OF-CONTROL-FILE VALUE "Y".
       01 WS-REJECT-STATUS PIC X(2).
       01 WS-CTL-REJECT-COUNT PIC 9(5) VALUE 0.

       01 WS-ACK-STATUS PIC X(2).
       01 WS-ACK-EOF PIC X(1) VALUE "N".
           88 END-OF-FEED-ACKS VALUE "Y".
       01 WS-FEEDS-ACCEPTED PIC 9(5) VALUE 0.
       01 WS-FEEDS-REJECTED PIC 9(5) VALUE 0.
       01 WS-FEED-RECORDS PIC 9(5) VALUE 0.

       01 WS-FIBO-RUN-COUNT PIC 9(3) VALUE 0.
       01 WS-FIBO-RPT-STATUS PIC X(2).
       01 WS-FIBO-ARCH-STATUS PIC X(2).
       01 WS-BAL-EOF PIC X(1) VALUE "N".
           88 END-OF-BALANCE-FILE VALUE "Y".
       01 WS-BAL-READ-COUNT PIC 9(3) VALUE 0.
       01 WS-DUP-TOTAL PIC 9(5) VALUE 0.
       01 WS-CURRENT-STAMP PIC X(21).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BATCH-ID.
       01 WS-TRAN-ID-BUILD.
           05 WS-TRAN-ID-DATE PIC 9(6) VALUE 0.
           05 WS-TRAN-ID-SEQ PIC 9(4) VALUE 0.
       01 WS-STAGED-HASH PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-FINAL-RC PIC 9(4) VALUE 0.
       01 WS-RECON-RC PIC 9(4) VALUE 0.
       01 WS-DIST-RC PIC 9(4) VALUE 0.
       01 WS-EDIT-HASH PIC -(13)9.99.

       01 WS-MODE-STATUS PIC X(2).
       01 WS-RUN-MODE PIC X(1) VALUE "A".
       01 WS-ALERT-SEVERITY PIC X(1) VALUE "W".
       01 WS-PRIOR-ALERT-COUNT PIC 9(3) VALUE 0.

       01 WS-RHIST-STATUS PIC X(2).
       01 WS-LIMIT-STATUS PIC X(2).
       01 WS-LIMIT-EOF PIC X(1) VALUE "N".
           88 END-OF-RUN-LIMITS VALUE "Y".
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
       01 WS-PHASE-LIMITS.
           05 WS-PHASE-LIMIT OCCURS 7 PIC 9(5) VALUE 0.
       01 WS-PHASE-SUB PIC 9(2) COMP.
       01 WS-PHASE-HIT PIC 9(2) COMP.
       01 WS-DEADLINE-TIME.
           05 WS-DEADLINE-HH PIC 9(2) VALUE 0.
           05 WS-DEADLINE-MM PIC 9(2) VALUE 0.
       01 WS-DEADLINE-FLAG PIC X(1) VALUE "N".
           88 DEADLINE-CONFIGURED VALUE "Y".
       01 WS-DEADLINE-SECS PIC 9(11)V9(2) COMP-3.

      *    Phase timings for this run. The batch build is timed net of
      *    the FIBONACCI steps it runs, which are timed on their own.
       01 WS-TIMING-TABLE.
           05 WS-TIMING-ENTRY OCCURS 60.
               10 WS-TM-PHASE PIC X(8).
               10 WS-TM-STEP-SEQ PIC 9(4).
               10 WS-TM-START PIC X(16).
               10 WS-TM-START-SECS PIC 9(11)V9(2) COMP-3.
               10 WS-TM-END PIC X(16).
               10 WS-TM-ELAPSED PIC 9(7)V9(2).
               10 WS-TM-VOLUME PIC 9(7).
               10 WS-TM-OVER-FLAG PIC X(1).
       01 WS-TIMING-COUNT PIC 9(2) COMP VALUE 0.
       01 WS-TIMING-SUB PIC 9(2) COMP VALUE 0.
       01 WS-BUILD-TIMING-SUB PIC 9(2) COMP VALUE 0.
       01 WS-TM-NEW-PHASE PIC X(8).
       01 WS-TM-NEW-SEQ PIC 9(4).
       01 WS-TM-NEW-VOLUME PIC 9(7).
       01 WS-FIBO-ELAPSED-TOTAL PIC 9(7)V9(2) VALUE 0.
       01 WS-TIME-STAMP.
           05 WS-TS-DATE PIC 9(8).
           05 WS-TS-HH PIC 9(2).
           05 WS-TS-MM PIC 9(2).
           05 WS-TS-SS PIC 9(2).
           05 WS-TS-CC PIC 9(2).
           05 FILLER PIC X(5).
       01 WS-TIME-SECS PIC 9(11)V9(2) COMP-3.
       01 WS-RUN-START-SECS PIC 9(11)V9(2) COMP-3.
       01 WS-PART-SECS PIC 9(11)V9(2) COMP-3.
       01 WS-EDIT-ELAPSED PIC ZZZZZZ9.99.
       01 WS-EDIT-LIMIT PIC ZZZZ9.
       01 WS-EDIT-VOLUME PIC ZZZZZZ9.
       01 WS-EDIT-STEP PIC X(4).
       01 WS-EDIT-START PIC X(8).
       01 WS-EDIT-END PIC X(8).
       01 WS-OVER-TEXT PIC X(11).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM LOAD-RUN-MODE.
               PERFORM WRITE-NOTHING-TO-DO-ALERT
           ELSE
               PERFORM BUILD-CALC-BATCH-FILE
               PERFORM RUN-FEED-INTAKE
               PERFORM RUN-CALCULATOR-BATCH
               PERFORM RUN-RECONCILIATION
               PERFORM RUN-DEPT-DISTRIBUTION
               PERFORM EVALUATE-OPS-ALERTS
               PERFORM WRITE-RUN-TIMINGS
           END-IF.
           PERFORM CLOSE-SUMMARY-REPORT.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           END-IF.

       BUILD-CALC-BATCH-FILE.
           MOVE "BUILD" TO WS-TM-NEW-PHASE.
           MOVE 0 TO WS-TM-NEW-SEQ.
           PERFORM BEGIN-PHASE-TIMING.
           MOVE WS-TIMING-SUB TO WS-BUILD-TIMING-SUB.
           OPEN INPUT CONTROL-FILE.
           OPEN OUTPUT CALC-IN-FILE.
           PERFORM WRITE-BATCH-HEADER.
           PERFORM WRITE-BATCH-TRAILER.
           CLOSE CALC-IN-FILE.
           CLOSE CONTROL-FILE.
           MOVE WS-BUILD-TIMING-SUB TO WS-TIMING-SUB.
           MOVE WS-TRANS-STAGED TO WS-TM-NEW-VOLUME.
           PERFORM END-PHASE-TIMING.
           IF WS-TIMING-SUB > 0
               IF WS-TM-ELAPSED(WS-TIMING-SUB) > WS-FIBO-ELAPSED-TOTAL
                   SUBTRACT WS-FIBO-ELAPSED-TOTAL
                       FROM WS-TM-ELAPSED(WS-TIMING-SUB)
               ELSE
                   MOVE 0 TO WS-TM-ELAPSED(WS-TIMING-SUB)
               END-IF
           END-IF.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO BATCH-HEADER-RECORD.
                   MOVE CS-DEPT-CODE TO WS-CURRENT-DEPT
               WHEN "A"
                   PERFORM WRITE-CHAIN-TRANSACTION
               WHEN "V"
               WHEN "X"
                   IF CTL-ORIG-TRAN-ID = SPACES
                       PERFORM WRITE-CONTROL-REJECT
                   ELSE
                       PERFORM WRITE-REVERSAL-TRANSACTION
                   END-IF
               WHEN "F"
                   IF CTL-N IS NUMERIC
                       IF RESUMED-RUN AND
           WRITE SUMMARY-RECORD.

       WRITE-CALC-TRANSACTION.
           MOVE "D" TO CI-REC-TYPE.
           MOVE SPACES TO CI-ORIG-TRAN-ID.
           MOVE CTL-NUM1 TO CI-NUM1.
           MOVE CTL-OPERATION TO CI-OPERATION.
           MOVE CTL-NUM2 TO CI-NUM2.
           PERFORM STAGE-CALC-TRANSACTION.

       WRITE-RATE-TRANSACTION.
           MOVE "D" TO CI-REC-TYPE.
           MOVE SPACES TO CI-ORIG-TRAN-ID.
           MOVE CR-NUM1 TO CI-NUM1.
           MOVE CR-OPERATION TO CI-OPERATION.
           MOVE ZEROS TO CI-NUM2.
           PERFORM STAGE-CALC-TRANSACTION.

       WRITE-CHAIN-TRANSACTION.
           MOVE "D" TO CI-REC-TYPE.
           MOVE SPACES TO CI-ORIG-TRAN-ID.
           MOVE ZEROS TO CI-NUM1.
           MOVE CTL-OPERATION TO CI-OPERATION.
           MOVE CTL-NUM2 TO CI-NUM2.
           MOVE "C" TO CI-CHAIN-CODE.
           PERFORM STAGE-CALC-TRANSACTION.

       WRITE-REVERSAL-TRANSACTION.
           IF CTL-TYPE = "V"
               MOVE "R" TO CI-REC-TYPE
               MOVE ZEROS TO CI-NUM1
               MOVE SPACE TO CI-OPERATION
               MOVE ZEROS TO CI-NUM2
           ELSE
               MOVE "C" TO CI-REC-TYPE
               MOVE CTL-NUM1 TO CI-NUM1
               MOVE CTL-OPERATION TO CI-OPERATION
               MOVE CTL-NUM2 TO CI-NUM2
           END-IF.
           MOVE SPACES TO CI-RATE-CODE.
           MOVE SPACE TO CI-CHAIN-CODE.
           MOVE CTL-ORIG-TRAN-ID TO CI-ORIG-TRAN-ID.
           PERFORM STAGE-CALC-TRANSACTION.

       STAGE-CALC-TRANSACTION.
           MOVE WS-CURRENT-DEPT TO CI-DEPT-CODE.
           ADD 1 TO WS-TRAN-ID-SEQ.
           MOVE WS-BATCH-ID-DATE TO WS-TRAN-ID-DATE.

           PERFORM CLEAR-FIBO-CHECKPOINT.

           MOVE "FIBO" TO WS-TM-NEW-PHASE.
           MOVE WS-CTL-SEQ TO WS-TM-NEW-SEQ.
           PERFORM BEGIN-PHASE-TIMING.
           CALL "FIBONACCI".
           CANCEL "FIBONACCI".
           MOVE CTL-N TO WS-TM-NEW-VOLUME.
           PERFORM END-PHASE-TIMING.
           IF WS-TIMING-SUB > 0
               ADD WS-TM-ELAPSED(WS-TIMING-SUB)
                   TO WS-FIBO-ELAPSED-TOTAL
           END-IF.
           ADD 1 TO WS-FIBO-RUN-COUNT.

           PERFORM FIND-FIBO-CONTROL-TOTAL.
               INTO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.

      *    Department feeds are appended to TRANSIN.DAT behind the
      *    keyed batch, one H...T batch per accepted feed. A rejected
      *    or missing feed does not stop the run; it is raised as an
      *    alert and the department resends under the same number.
       RUN-FEED-INTAKE.
           OPEN OUTPUT INTAKE-DATE-FILE.
           MOVE WS-RUN-DATE TO INTAKE-DATE-RECORD.
           WRITE INTAKE-DATE-RECORD.
           CLOSE INTAKE-DATE-FILE.
           MOVE "INTAKE" TO WS-TM-NEW-PHASE.
           MOVE 0 TO WS-TM-NEW-SEQ.
           PERFORM BEGIN-PHASE-TIMING.
           CALL "FEEDINTK".
           CANCEL "FEEDINTK".
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO WS-FEEDS-ACCEPTED.
           MOVE 0 TO WS-FEEDS-REJECTED.
           MOVE 0 TO WS-FEED-RECORDS.
           MOVE "N" TO WS-ACK-EOF.
           OPEN INPUT FEED-ACK-FILE.
           IF WS-ACK-STATUS = "00"
               PERFORM READ-FEED-ACK
               PERFORM COUNT-FEED-ACK UNTIL END-OF-FEED-ACKS
           END-IF.
           CLOSE FEED-ACK-FILE.
           MOVE WS-FEED-RECORDS TO WS-TM-NEW-VOLUME.
           PERFORM END-PHASE-TIMING.
           MOVE SPACES TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           MOVE WS-FEEDS-ACCEPTED TO WS-EDIT-COUNT.
           MOVE SPACES TO SUMMARY-RECORD.
           STRING "DEPARTMENT FEEDS ACCEPTED:         "
                  DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           MOVE WS-FEED-RECORDS TO WS-EDIT-COUNT.
           MOVE SPACES TO SUMMARY-RECORD.
           STRING "DEPARTMENT FEED RECORDS STAGED:    "
                  DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           MOVE WS-FEEDS-REJECTED TO WS-EDIT-COUNT.
           MOVE SPACES TO SUMMARY-RECORD.
           STRING "DEPARTMENT FEEDS REJECTED/MISSING: "
                  DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.

       READ-FEED-ACK.
           READ FEED-ACK-FILE
               AT END
                   SET END-OF-FEED-ACKS TO TRUE
           END-READ.

       COUNT-FEED-ACK.
           IF FA-ACCEPTED
               ADD 1 TO WS-FEEDS-ACCEPTED
               IF FA-REC-COUNT IS NUMERIC
                   ADD FA-REC-COUNT TO WS-FEED-RECORDS
               END-IF
           ELSE
               ADD 1 TO WS-FEEDS-REJECTED
           END-IF.
           PERFORM READ-FEED-ACK.

       RUN-CALCULATOR-BATCH.
           OPEN OUTPUT BALANCE-FILE.
           CLOSE BALANCE-FILE.
           MOVE "CALC" TO WS-TM-NEW-PHASE.
           MOVE 0 TO WS-TM-NEW-SEQ.
           PERFORM BEGIN-PHASE-TIMING.
           CALL "CALCULATOR".
           CANCEL "CALCULATOR".
           PERFORM COUNT-CALC-RESULTS.
           PERFORM COUNT-CALC-REJECTS.
           COMPUTE WS-TM-NEW-VOLUME = WS-CALC-COUNT + WS-REJECT-COUNT.
           PERFORM END-PHASE-TIMING.
           MOVE SPACES TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           MOVE WS-CALC-COUNT TO WS-EDIT-COUNT.
           MOVE WS-RUN-DATE TO RECON-DATE-RECORD.
           WRITE RECON-DATE-RECORD.
           CLOSE RECON-DATE-FILE.
           MOVE "RECON" TO WS-TM-NEW-PHASE.
           MOVE 0 TO WS-TM-NEW-SEQ.
           PERFORM BEGIN-PHASE-TIMING.
           MOVE 0 TO RETURN-CODE.
           CALL "RECNCILE".
           CANCEL "RECNCILE".
           MOVE RETURN-CODE TO WS-RECON-RC.
           MOVE 0 TO RETURN-CODE.
           MOVE WS-CALC-COUNT TO WS-TM-NEW-VOLUME.
           PERFORM END-PHASE-TIMING.
           MOVE SPACES TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           IF WS-RECON-RC = 0
               END-IF
           END-IF.

      *    Return files go to the departments only from a run that
      *    balanced and reconciled; otherwise they would have to be
      *    recalled after the rerun.
       RUN-DEPT-DISTRIBUTION.
           MOVE SPACES TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           IF WS-FINAL-RC NOT < 8
               MOVE SPACES TO SUMMARY-RECORD
               STRING "DEPARTMENT RETURN FILES NOT PRODUCED - "
                      DELIMITED BY SIZE
                      "RUN NOT IN BALANCE" DELIMITED BY SIZE
                   INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
           ELSE
               OPEN OUTPUT DIST-DATE-FILE
               MOVE WS-RUN-DATE TO DIST-DATE-RECORD
               WRITE DIST-DATE-RECORD
               CLOSE DIST-DATE-FILE
               MOVE "DIST" TO WS-TM-NEW-PHASE
               MOVE 0 TO WS-TM-NEW-SEQ
               PERFORM BEGIN-PHASE-TIMING
               MOVE 0 TO RETURN-CODE
               CALL "DEPTDIST"
               CANCEL "DEPTDIST"
               MOVE RETURN-CODE TO WS-DIST-RC
               MOVE 0 TO RETURN-CODE
               COMPUTE WS-TM-NEW-VOLUME =
                   WS-CALC-COUNT + WS-REJECT-COUNT
               PERFORM END-PHASE-TIMING
               IF WS-DIST-RC = 0
                   MOVE SPACES TO SUMMARY-RECORD
                   STRING "DEPARTMENT RETURN FILES IN BALANCE - "
                          DELIMITED BY SIZE
                          "SEE DEPTDIST.RPT" DELIMITED BY SIZE
                       INTO SUMMARY-RECORD
                   WRITE SUMMARY-RECORD
               ELSE
                   MOVE SPACES TO SUMMARY-RECORD
                   STRING "*** DEPARTMENT DISTRIBUTION FAILED - "
                          DELIMITED BY SIZE
                          "SEE DEPTDIST.RPT ***" DELIMITED BY SIZE
                       INTO SUMMARY-RECORD
                   WRITE SUMMARY-RECORD
                   MOVE 8 TO WS-FINAL-RC
               END-IF
           END-IF.

       CHECK-BATCH-BALANCE.
           MOVE SPACES TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           MOVE 0 TO WS-BAL-READ-COUNT.
           MOVE 0 TO WS-DUP-TOTAL.
           MOVE "N" TO WS-BAL-EOF.
           OPEN INPUT BALANCE-FILE.
           IF WS-BAL-STATUS = "00"

       CHECK-ONE-BALANCE.
           ADD 1 TO WS-BAL-READ-COUNT.
           IF BAL-DUP-COUNT IS NUMERIC
               ADD BAL-DUP-COUNT TO WS-DUP-TOTAL
           END-IF.
           PERFORM WRITE-BALANCE-RESULT.
           PERFORM READ-BALANCE-RECORD.

                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           IF BAL-DUP-COUNT IS NUMERIC AND BAL-DUP-COUNT > 0
               MOVE BAL-DUP-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO SUMMARY-RECORD
               STRING "BATCH " DELIMITED BY SIZE
                      BAL-BATCH-ID DELIMITED BY SIZE
                      "  DUPLICATE IDS REJECTED: " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
           END-IF.
           IF BAL-IN-BALANCE
               MOVE SPACES TO SUMMARY-RECORD
               STRING "BATCH IN BALANCE - "
                      DELIMITED BY SIZE
                      "RESULTS, REJECTS, DUPLICATES AND CHAIN STEPS "
                      DELIMITED BY SIZE
                      "EQUAL INPUT" DELIMITED BY SIZE
                   INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
           ELSE
                   PERFORM WRITE-OPS-ALERT
               END-IF
           END-IF.
           IF WS-DUP-TOTAL > 0
               MOVE WS-DUP-TOTAL TO WS-EDIT-COUNT
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "DUPLICATE TRANSACTION IDS REJECTED: "
                      DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      " - SEE DUPRPT" DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT
               MOVE "W" TO WS-ALERT-SEVERITY
               PERFORM WRITE-OPS-ALERT
           END-IF.
           IF WS-FEEDS-REJECTED > 0
               MOVE WS-FEEDS-REJECTED TO WS-EDIT-COUNT
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "DEPARTMENT FEEDS REJECTED OR MISSING: "
                      DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      " - SEE FEEDINTK.LOG" DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT
               MOVE "W" TO WS-ALERT-SEVERITY
               PERFORM WRITE-OPS-ALERT
           END-IF.
           IF WS-CTL-REJECT-COUNT > 0
               MOVE WS-CTL-REJECT-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-ALERT-TEXT
               MOVE "W" TO WS-ALERT-SEVERITY
               PERFORM WRITE-OPS-ALERT
           END-IF.
           PERFORM CHECK-RUN-TIMINGS.
           IF WS-ALERT-COUNT = 0
               MOVE SPACES TO ALERT-RECORD
               STRING "NO ALERTS - RUN WITHIN THRESHOLDS"

       CLOSE-SUMMARY-REPORT.
           CLOSE SUMMARY-FILE.

      *    A phase is stamped on entry and on exit; the seconds come
      *    from the integer date so a phase may run past midnight.
       BEGIN-PHASE-TIMING.
           MOVE 0 TO WS-TIMING-SUB.
           IF WS-TIMING-COUNT < 60
               MOVE FUNCTION CURRENT-DATE TO WS-TIME-STAMP
               PERFORM COMPUTE-STAMP-SECONDS
               ADD 1 TO WS-TIMING-COUNT
               MOVE WS-TIMING-COUNT TO WS-TIMING-SUB
               MOVE WS-TM-NEW-PHASE TO WS-TM-PHASE(WS-TIMING-SUB)
               MOVE WS-TM-NEW-SEQ TO WS-TM-STEP-SEQ(WS-TIMING-SUB)
               MOVE WS-TIME-STAMP(1:16) TO WS-TM-START(WS-TIMING-SUB)
               MOVE WS-TIME-SECS TO WS-TM-START-SECS(WS-TIMING-SUB)
               MOVE SPACES TO WS-TM-END(WS-TIMING-SUB)
               MOVE 0 TO WS-TM-ELAPSED(WS-TIMING-SUB)
               MOVE 0 TO WS-TM-VOLUME(WS-TIMING-SUB)
               MOVE "N" TO WS-TM-OVER-FLAG(WS-TIMING-SUB)
           END-IF.

       END-PHASE-TIMING.
           IF WS-TIMING-SUB > 0
               MOVE FUNCTION CURRENT-DATE TO WS-TIME-STAMP
               PERFORM COMPUTE-STAMP-SECONDS
               MOVE WS-TIME-STAMP(1:16) TO WS-TM-END(WS-TIMING-SUB)
               COMPUTE WS-TM-ELAPSED(WS-TIMING-SUB) =
                   WS-TIME-SECS - WS-TM-START-SECS(WS-TIMING-SUB)
               MOVE WS-TM-NEW-VOLUME TO WS-TM-VOLUME(WS-TIMING-SUB)
           END-IF.

       COMPUTE-STAMP-SECONDS.
           COMPUTE WS-TIME-SECS =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400.
           MULTIPLY WS-TS-HH BY 3600 GIVING WS-PART-SECS.
           ADD WS-PART-SECS TO WS-TIME-SECS.
           MULTIPLY WS-TS-MM BY 60 GIVING WS-PART-SECS.
           ADD WS-PART-SECS TO WS-TIME-SECS.
           ADD WS-TS-SS TO WS-TIME-SECS.
           DIVIDE WS-TS-CC BY 100 GIVING WS-PART-SECS.
           ADD WS-PART-SECS TO WS-TIME-SECS.

      *    The whole run is timed from the stamp taken when the
      *    summary report was opened to the point the alerts are
      *    raised, and added to the table as phase RUN.
       CHECK-RUN-TIMINGS.
           PERFORM LOAD-RUN-LIMITS.
           MOVE WS-CURRENT-STAMP TO WS-TIME-STAMP.
           PERFORM COMPUTE-STAMP-SECONDS.
           MOVE WS-TIME-SECS TO WS-RUN-START-SECS.
           MOVE "RUN" TO WS-TM-NEW-PHASE.
           MOVE 0 TO WS-TM-NEW-SEQ.
           PERFORM BEGIN-PHASE-TIMING.
           IF WS-TIMING-SUB > 0
               MOVE WS-CURRENT-STAMP(1:16) TO WS-TM-START(WS-TIMING-SUB)
               MOVE WS-RUN-START-SECS
                   TO WS-TM-START-SECS(WS-TIMING-SUB)
           END-IF.
           COMPUTE WS-TM-NEW-VOLUME = WS-CALC-COUNT + WS-REJECT-COUNT.
           PERFORM END-PHASE-TIMING.
           PERFORM CHECK-ONE-PHASE-LIMIT
               VARYING WS-TIMING-SUB FROM 1 BY 1
               UNTIL WS-TIMING-SUB > WS-TIMING-COUNT.
           IF DEADLINE-CONFIGURED
               PERFORM CHECK-RUN-DEADLINE
           END-IF.

       LOAD-RUN-LIMITS.
           MOVE "N" TO WS-LIMIT-EOF.
           OPEN INPUT RUN-LIMIT-FILE.
           IF WS-LIMIT-STATUS = "00"
               PERFORM READ-RUN-LIMIT
               PERFORM STORE-RUN-LIMIT UNTIL END-OF-RUN-LIMITS
           END-IF.
           CLOSE RUN-LIMIT-FILE.

       READ-RUN-LIMIT.
           READ RUN-LIMIT-FILE
               AT END
                   SET END-OF-RUN-LIMITS TO TRUE
           END-READ.

       STORE-RUN-LIMIT.
           IF RD-PHASE = "DEADLINE"
               IF RD-DEADLINE-TIME IS NUMERIC
                   MOVE RD-DEADLINE-TIME TO WS-DEADLINE-TIME
                   SET DEADLINE-CONFIGURED TO TRUE
               END-IF
           ELSE
               IF RL-LIMIT-SECS IS NUMERIC
                   MOVE RL-PHASE TO WS-TM-NEW-PHASE
                   PERFORM FIND-PHASE-NAME
                   IF WS-PHASE-HIT > 0
                       MOVE RL-LIMIT-SECS
                           TO WS-PHASE-LIMIT(WS-PHASE-HIT)
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-RUN-LIMIT.

       FIND-PHASE-NAME.
           MOVE 0 TO WS-PHASE-HIT.
           PERFORM MATCH-PHASE-NAME
               VARYING WS-PHASE-SUB FROM 1 BY 1
               UNTIL WS-PHASE-SUB > 7.

       MATCH-PHASE-NAME.
           IF WS-PHASE-NAME(WS-PHASE-SUB) = WS-TM-NEW-PHASE
               MOVE WS-PHASE-SUB TO WS-PHASE-HIT
           END-IF.

       CHECK-ONE-PHASE-LIMIT.
           MOVE WS-TM-PHASE(WS-TIMING-SUB) TO WS-TM-NEW-PHASE.
           PERFORM FIND-PHASE-NAME.
           IF WS-PHASE-HIT > 0
               IF WS-PHASE-LIMIT(WS-PHASE-HIT) > 0 AND
                  WS-TM-ELAPSED(WS-TIMING-SUB) >
                      WS-PHASE-LIMIT(WS-PHASE-HIT)
                   MOVE "Y" TO WS-TM-OVER-FLAG(WS-TIMING-SUB)
                   PERFORM RAISE-PHASE-LIMIT-ALERT
               END-IF
           END-IF.

       RAISE-PHASE-LIMIT-ALERT.
           MOVE WS-TM-ELAPSED(WS-TIMING-SUB) TO WS-EDIT-ELAPSED.
           MOVE WS-PHASE-LIMIT(WS-PHASE-HIT) TO WS-EDIT-LIMIT.
           MOVE SPACES TO WS-ALERT-TEXT.
           IF WS-TM-STEP-SEQ(WS-TIMING-SUB) > 0
               MOVE WS-TM-STEP-SEQ(WS-TIMING-SUB) TO WS-EDIT-SEQ
               STRING "PHASE " DELIMITED BY SIZE
                      WS-TM-PHASE(WS-TIMING-SUB) DELIMITED BY SPACE
                      " STEP " DELIMITED BY SIZE
                      WS-EDIT-SEQ DELIMITED BY SIZE
                      " RAN " DELIMITED BY SIZE
                      WS-EDIT-ELAPSED DELIMITED BY SIZE
                      " SECS - LIMIT " DELIMITED BY SIZE
                      WS-EDIT-LIMIT DELIMITED BY SIZE
                      " SECS" DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT
           ELSE
               STRING "PHASE " DELIMITED BY SIZE
                      WS-TM-PHASE(WS-TIMING-SUB) DELIMITED BY SPACE
                      " RAN " DELIMITED BY SIZE
                      WS-EDIT-ELAPSED DELIMITED BY SIZE
                      " SECS - LIMIT " DELIMITED BY SIZE
                      WS-EDIT-LIMIT DELIMITED BY SIZE
                      " SECS" DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT
           END-IF.
           MOVE "W" TO WS-ALERT-SEVERITY.
           PERFORM WRITE-OPS-ALERT.

      *    The deadline is the first hhmm on or after the run start,
      *    so a run started at 22:00 against 0600 is due next morning.
       CHECK-RUN-DEADLINE.
           MOVE WS-CURRENT-STAMP TO WS-TIME-STAMP.
           COMPUTE WS-DEADLINE-SECS =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400.
           MULTIPLY WS-DEADLINE-HH BY 3600 GIVING WS-PART-SECS.
           ADD WS-PART-SECS TO WS-DEADLINE-SECS.
           MULTIPLY WS-DEADLINE-MM BY 60 GIVING WS-PART-SECS.
           ADD WS-PART-SECS TO WS-DEADLINE-SECS.
           IF WS-DEADLINE-SECS < WS-RUN-START-SECS
               ADD 86400 TO WS-DEADLINE-SECS
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIME-STAMP.
           PERFORM COMPUTE-STAMP-SECONDS.
           IF WS-TIME-SECS > WS-DEADLINE-SECS
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "RUN ENDED " DELIMITED BY SIZE
                      WS-TIME-STAMP(9:2) DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-TIME-STAMP(11:2) DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-TIME-STAMP(13:2) DELIMITED BY SIZE
                      " ON " DELIMITED BY SIZE
                      WS-TS-DATE DELIMITED BY SIZE
                      " - AFTER " DELIMITED BY SIZE
                      WS-DEADLINE-HH DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-DEADLINE-MM DELIMITED BY SIZE
                      " BATCH WINDOW DEADLINE" DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT
               MOVE "C" TO WS-ALERT-SEVERITY
               PERFORM WRITE-OPS-ALERT
           END-IF.

       WRITE-RUN-TIMINGS.
           MOVE SPACES TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           MOVE SPACES TO SUMMARY-RECORD.
           STRING "BATCH WINDOW TIMINGS" DELIMITED BY SIZE
               INTO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           MOVE SPACES TO SUMMARY-RECORD.
           STRING "PHASE    STEP  START     END          EL"
                  DELIMITED BY SIZE
                  "APSED   VOLUME" DELIMITED BY SIZE
               INTO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           OPEN EXTEND RUN-HIST-FILE.
           IF WS-RHIST-STATUS NOT = "00"
               OPEN OUTPUT RUN-HIST-FILE
           END-IF.
           PERFORM WRITE-ONE-TIMING
               VARYING WS-TIMING-SUB FROM 1 BY 1
               UNTIL WS-TIMING-SUB > WS-TIMING-COUNT.
           CLOSE RUN-HIST-FILE.

       WRITE-ONE-TIMING.
           MOVE SPACES TO WS-EDIT-STEP.
           IF WS-TM-STEP-SEQ(WS-TIMING-SUB) > 0
               MOVE WS-TM-STEP-SEQ(WS-TIMING-SUB) TO WS-EDIT-SEQ
               MOVE WS-EDIT-SEQ TO WS-EDIT-STEP
           END-IF.
           MOVE SPACES TO WS-EDIT-START.
           STRING WS-TM-START(WS-TIMING-SUB)(9:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-TM-START(WS-TIMING-SUB)(11:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-TM-START(WS-TIMING-SUB)(13:2) DELIMITED BY SIZE
               INTO WS-EDIT-START.
           MOVE SPACES TO WS-EDIT-END.
           STRING WS-TM-END(WS-TIMING-SUB)(9:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-TM-END(WS-TIMING-SUB)(11:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-TM-END(WS-TIMING-SUB)(13:2) DELIMITED BY SIZE
               INTO WS-EDIT-END.
           MOVE WS-TM-ELAPSED(WS-TIMING-SUB) TO WS-EDIT-ELAPSED.
           MOVE WS-TM-VOLUME(WS-TIMING-SUB) TO WS-EDIT-VOLUME.
           MOVE SPACES TO WS-OVER-TEXT.
           IF WS-TM-OVER-FLAG(WS-TIMING-SUB) = "Y"
               MOVE " OVER LIMIT" TO WS-OVER-TEXT
           END-IF.
           MOVE SPACES TO SUMMARY-RECORD.
           STRING WS-TM-PHASE(WS-TIMING-SUB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT-STEP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EDIT-START DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EDIT-END DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EDIT-ELAPSED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EDIT-VOLUME DELIMITED BY SIZE
                  WS-OVER-TEXT DELIMITED BY SIZE
               INTO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           MOVE SPACES TO RUN-HIST-RECORD.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-CURRENT-STAMP(1:14) TO RH-RUN-STAMP.
           MOVE WS-TM-PHASE(WS-TIMING-SUB) TO RH-PHASE.
           MOVE WS-TM-STEP-SEQ(WS-TIMING-SUB) TO RH-STEP-SEQ.
           MOVE WS-TM-START(WS-TIMING-SUB) TO RH-START-STAMP.
           MOVE WS-TM-END(WS-TIMING-SUB) TO RH-END-STAMP.
           MOVE WS-TM-ELAPSED(WS-TIMING-SUB) TO RH-ELAPSED.
           MOVE WS-TM-VOLUME(WS-TIMING-SUB) TO RH-VOLUME.
           MOVE WS-TM-OVER-FLAG(WS-TIMING-SUB) TO RH-LIMIT-FLAG.
           WRITE RUN-HIST-RECORD.
