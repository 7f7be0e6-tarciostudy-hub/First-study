       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSLTAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "RSLTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-TRAN-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT WORK-FILE ASSIGN TO "RSLTAGE.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO "RSLTHGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "BUSCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT OPTIONAL INQUIRY-LOG-FILE ASSIGN TO "TRANINQ.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQ-STATUS.
           SELECT OPTIONAL AGE-PARM-FILE ASSIGN TO "AGEPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGE-PARM-STATUS.
           SELECT OPTIONAL DATE-PARM-FILE ASSIGN TO "AGEDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RSLTAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY RSLTMST.

      *    Master records older than the cutoff, held between the
      *    selection pass and the move so that the master is never
      *    updated while it is being read in key sequence.
       FD  WORK-FILE.
       01  WORK-RECORD PIC X(91).

      *    RSLTHST.D<yyyymmdd>: master records moved off by the aging
      *    run for that business date, in the master layout.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD PIC X(91).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05 HC-GEN-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 HC-FILE-NAME PIC X(44).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05 CAL-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 CAL-TYPE PIC X(1).

       FD  INQUIRY-LOG-FILE.
       01  INQUIRY-LOG-RECORD.
           COPY INQLOG.

      *    Retention in business days (cols 1-3) and the number of
      *    calendar days an inquiry protects a record (cols 5-7).
      *    The coded defaults apply when the file or a field is
      *    absent or not numeric.
       FD  AGE-PARM-FILE.
       01  AGE-PARM-RECORD.
           05 AP-RETAIN-DAYS PIC 9(3).
           05 FILLER PIC X(1).
           05 AP-INQUIRY-DAYS PIC 9(3).

       FD  DATE-PARM-FILE.
       01  DATE-PARM-RECORD PIC 9(8).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-WORK-STATUS PIC X(2).
       01 WS-HIST-STATUS PIC X(2).
       01 WS-CATALOG-STATUS PIC X(2).
       01 WS-CAL-STATUS PIC X(2).
       01 WS-INQ-STATUS PIC X(2).
       01 WS-AGE-PARM-STATUS PIC X(2).
       01 WS-PARM-STATUS PIC X(2).

       01 WS-HIST-NAME PIC X(44).

       01 WS-MASTER-EOF PIC X(1) VALUE "N".
           88 END-OF-MASTER VALUE "Y".
       01 WS-WORK-EOF PIC X(1) VALUE "N".
           88 END-OF-WORK-FILE VALUE "Y".
       01 WS-CATALOG-EOF PIC X(1) VALUE "N".
           88 END-OF-CATALOG VALUE "Y".
       01 WS-CAL-EOF PIC X(1) VALUE "N".
           88 END-OF-CALENDAR VALUE "Y".
       01 WS-INQ-EOF PIC X(1) VALUE "N".
           88 END-OF-INQUIRY-LOG VALUE "Y".
       01 WS-MASTER-FLAG PIC X(1) VALUE "Y".
           88 MASTER-AVAILABLE VALUE "Y".
       01 WS-HIST-OPEN-FLAG PIC X(1) VALUE "N".
           88 HISTORY-FILE-OPEN VALUE "Y".
       01 WS-HIST-FAIL-FLAG PIC X(1) VALUE "N".
           88 HISTORY-FILE-FAILED VALUE "Y".
       01 WS-CATALOG-HIT PIC X(1) VALUE "N".
           88 DATE-ALREADY-CATALOGED VALUE "Y".

       01 WS-BUS-DATE PIC 9(8).
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-RETAIN-DAYS PIC 9(3) VALUE 60.
       01 WS-INQUIRY-DAYS PIC 9(3) VALUE 30.
       01 WS-CUTOFF-DATE PIC 9(8).
       01 WS-INQ-CUTOFF-DATE PIC 9(8).
       01 WS-FINAL-RC PIC 9(4) VALUE 0.

       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 400.
               10 WS-CAL-DATE PIC 9(8).
               10 WS-CAL-TYPE PIC X(1).
       01 WS-CAL-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-CAL-SUB PIC 9(3) COMP.
       01 WS-CAND-DATE PIC 9(8).
       01 WS-DATE-INTEGER PIC 9(8) COMP.
       01 WS-DAY-OF-WEEK PIC 9(1).
       01 WS-CAND-BUS-FLAG PIC X(1) VALUE "N".
           88 CANDIDATE-IS-BUSINESS VALUE "Y".
       01 WS-DAYS-BACK PIC 9(3) COMP.
       01 WS-CAL-LOOPS PIC 9(4) COMP.

       01 WS-INQ-TABLE.
           05 WS-INQ-ID OCCURS 2000 PIC X(10).
       01 WS-INQ-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-INQ-SUB PIC 9(4) COMP.
       01 WS-INQ-HIT PIC X(1).
           88 ID-RECENTLY-INQUIRED VALUE "Y".
       01 WS-INQ-OVERFLOW PIC X(1) VALUE "N".
           88 INQUIRY-TABLE-OVERFLOW VALUE "Y".
       01 WS-TEST-ID PIC X(10).

       01 WS-CAND-ID PIC X(10).
       01 WS-CAND-RUN-DATE PIC 9(8).
       01 WS-PARTNER-ORIG-ID PIC X(10).
       01 WS-PARTNER-REV-ID PIC X(10).
       01 WS-KEEP-REASON PIC X(24).

       01 WS-BEFORE-COUNT PIC 9(7) COMP-3 VALUE 0.
       01 WS-AFTER-COUNT PIC 9(7) COMP-3 VALUE 0.
       01 WS-ELIGIBLE-COUNT PIC 9(7) COMP-3 VALUE 0.
       01 WS-MOVED-COUNT PIC 9(7) COMP-3 VALUE 0.
       01 WS-KEPT-PAIR-COUNT PIC 9(7) COMP-3 VALUE 0.
       01 WS-KEPT-INQ-COUNT PIC 9(7) COMP-3 VALUE 0.
       01 WS-MOVED-TOTAL PIC S9(13)V9(2) COMP-3 VALUE 0.

       01 WS-EDIT-DATE PIC X(10).
       01 WS-EDIT-COUNT PIC ZZZZZZ9.
       01 WS-EDIT-DAYS PIC ZZ9.
       01 WS-EDIT-TOTAL PIC -(13)9.99.

       PROCEDURE DIVISION.
      *    Moves results master records older than the retention
      *    period, counted in business days on BUSCAL.DAT, into a
      *    dated history file listed in RSLTHGEN.DAT. A record stays
      *    on the master while it is half of a reversal or correction
      *    pair whose other half is still current, or while its id
      *    was looked up through TRANINQ within the inquiry period.
       MAIN-PROCESS.
           PERFORM GET-AGING-DATE.
           PERFORM LOAD-AGING-PARMS.
           PERFORM LOAD-BUSINESS-CALENDAR.
           PERFORM COMPUTE-CUTOFF-DATES.
           PERFORM LOAD-RECENT-INQUIRIES.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           IF INQUIRY-TABLE-OVERFLOW
               MOVE 8 TO WS-FINAL-RC
               MOVE SPACES TO REPORT-LINE
               STRING "*** MORE THAN 2000 RECENT INQUIRIES - "
                      DELIMITED BY SIZE
                      "NOTHING AGED ***" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM SELECT-AGING-CANDIDATES
               IF MASTER-AVAILABLE
                   PERFORM MOVE-AGED-RECORDS
                   PERFORM COUNT-MASTER-AFTER
               END-IF
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE REPORT-FILE.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           GOBACK.

       GET-AGING-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-BUS-DATE.
           OPEN INPUT DATE-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ DATE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DATE-PARM-RECORD IS NUMERIC
                           MOVE DATE-PARM-RECORD TO WS-BUS-DATE
                       END-IF
               END-READ
           END-IF.
           CLOSE DATE-PARM-FILE.

       LOAD-AGING-PARMS.
           OPEN INPUT AGE-PARM-FILE.
           IF WS-AGE-PARM-STATUS = "00"
               READ AGE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AP-RETAIN-DAYS IS NUMERIC AND
                          AP-RETAIN-DAYS > 0
                           MOVE AP-RETAIN-DAYS TO WS-RETAIN-DAYS
                       END-IF
                       IF AP-INQUIRY-DAYS IS NUMERIC
                           MOVE AP-INQUIRY-DAYS TO WS-INQUIRY-DAYS
                       END-IF
               END-READ
           END-IF.
           CLOSE AGE-PARM-FILE.

       LOAD-BUSINESS-CALENDAR.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CAL-STATUS = "00"
               PERFORM READ-CALENDAR-RECORD
               PERFORM STORE-CALENDAR-RECORD UNTIL END-OF-CALENDAR
           END-IF.
           CLOSE CALENDAR-FILE.

       READ-CALENDAR-RECORD.
           READ CALENDAR-FILE
               AT END
                   SET END-OF-CALENDAR TO TRUE
           END-READ.

       STORE-CALENDAR-RECORD.
           IF WS-CAL-COUNT < 400 AND CAL-DATE IS NUMERIC
               ADD 1 TO WS-CAL-COUNT
               MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
               MOVE CAL-TYPE TO WS-CAL-TYPE(WS-CAL-COUNT)
           END-IF.
           PERFORM READ-CALENDAR-RECORD.

      *    The cutoff is the business day that lies the retention
      *    number of business days before the aging date; records
      *    run before it are aged. The loop cap guards against a
      *    calendar that marks every day a holiday.
       COMPUTE-CUTOFF-DATES.
           MOVE WS-BUS-DATE TO WS-CAND-DATE.
           MOVE 0 TO WS-DAYS-BACK.
           MOVE 0 TO WS-CAL-LOOPS.
           PERFORM STEP-BACK-ONE-DAY
               UNTIL WS-DAYS-BACK NOT < WS-RETAIN-DAYS
                  OR WS-CAL-LOOPS > 3000.
           MOVE WS-CAND-DATE TO WS-CUTOFF-DATE.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
               - WS-INQUIRY-DAYS.
           COMPUTE WS-INQ-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).

       STEP-BACK-ONE-DAY.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CAND-DATE) - 1.
           COMPUTE WS-CAND-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           ADD 1 TO WS-CAL-LOOPS.
           PERFORM TEST-BUSINESS-DAY.
           IF CANDIDATE-IS-BUSINESS
               ADD 1 TO WS-DAYS-BACK
           END-IF.

      *    Day 1 of the integer-date epoch was a Monday, so REM 6 is
      *    Saturday and REM 0 is Sunday.
       TEST-BUSINESS-DAY.
           MOVE "Y" TO WS-CAND-BUS-FLAG.
           COMPUTE WS-DAY-OF-WEEK = FUNCTION REM(
               FUNCTION INTEGER-OF-DATE(WS-CAND-DATE), 7).
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               MOVE "N" TO WS-CAND-BUS-FLAG
           END-IF.
           PERFORM CHECK-HOLIDAY-DATE
               VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > WS-CAL-COUNT.

       CHECK-HOLIDAY-DATE.
           IF WS-CAL-DATE(WS-CAL-SUB) = WS-CAND-DATE AND
              WS-CAL-TYPE(WS-CAL-SUB) = "H"
               MOVE "N" TO WS-CAND-BUS-FLAG
           END-IF.

       LOAD-RECENT-INQUIRIES.
           OPEN INPUT INQUIRY-LOG-FILE.
           IF WS-INQ-STATUS = "00"
               PERFORM READ-INQUIRY-LOG
               PERFORM STORE-INQUIRY UNTIL END-OF-INQUIRY-LOG
           END-IF.
           CLOSE INQUIRY-LOG-FILE.

       READ-INQUIRY-LOG.
           READ INQUIRY-LOG-FILE
               AT END
                   SET END-OF-INQUIRY-LOG TO TRUE
           END-READ.

       STORE-INQUIRY.
           IF IL-INQ-DATE IS NUMERIC AND
              IL-INQ-DATE NOT < WS-INQ-CUTOFF-DATE AND
              IL-TRAN-ID NOT = SPACES
               MOVE IL-TRAN-ID TO WS-TEST-ID
               PERFORM FIND-RECENT-INQUIRY
               IF NOT ID-RECENTLY-INQUIRED
                   IF WS-INQ-COUNT < 2000
                       ADD 1 TO WS-INQ-COUNT
                       MOVE IL-TRAN-ID TO WS-INQ-ID(WS-INQ-COUNT)
                   ELSE
                       SET INQUIRY-TABLE-OVERFLOW TO TRUE
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-INQUIRY-LOG.

       FIND-RECENT-INQUIRY.
           MOVE "N" TO WS-INQ-HIT.
           PERFORM MATCH-RECENT-INQUIRY
               VARYING WS-INQ-SUB FROM 1 BY 1
               UNTIL WS-INQ-SUB > WS-INQ-COUNT.

       MATCH-RECENT-INQUIRY.
           IF WS-INQ-ID(WS-INQ-SUB) = WS-TEST-ID
               SET ID-RECENTLY-INQUIRED TO TRUE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-EDIT-DATE.
           STRING WS-BUS-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-BUS-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-BUS-DATE(7:2) DELIMITED BY SIZE
               INTO WS-EDIT-DATE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RESULTS MASTER AGING FOR " DELIMITED BY SIZE
                  WS-EDIT-DATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-EDIT-DATE.
           STRING WS-CUTOFF-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CUTOFF-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CUTOFF-DATE(7:2) DELIMITED BY SIZE
               INTO WS-EDIT-DATE.
           MOVE WS-RETAIN-DAYS TO WS-EDIT-DAYS.
           MOVE SPACES TO REPORT-LINE.
           STRING "RETENTION " DELIMITED BY SIZE
                  WS-EDIT-DAYS DELIMITED BY SIZE
                  " BUSINESS DAYS - RECORDS RUN BEFORE "
                  DELIMITED BY SIZE
                  WS-EDIT-DATE DELIMITED BY SIZE
                  " ARE AGED" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-INQUIRY-DAYS TO WS-EDIT-DAYS.
           MOVE SPACES TO REPORT-LINE.
           STRING "IDS INQUIRED IN THE LAST " DELIMITED BY SIZE
                  WS-EDIT-DAYS DELIMITED BY SIZE
                  " DAYS ARE KEPT" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      *    Pass one reads the master in key order and sets aside
      *    every record older than the cutoff.
       SELECT-AGING-CANDIDATES.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               CLOSE MASTER-FILE
               MOVE "N" TO WS-MASTER-FLAG
               MOVE 8 TO WS-FINAL-RC
               MOVE SPACES TO REPORT-LINE
               STRING "*** RESULTS MASTER NOT AVAILABLE, STATUS "
                      DELIMITED BY SIZE
                      WS-MASTER-STATUS DELIMITED BY SIZE
                      " ***" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM START-MASTER-SCAN
               PERFORM SELECT-ONE-CANDIDATE UNTIL END-OF-MASTER
               CLOSE WORK-FILE
               CLOSE MASTER-FILE
           END-IF.

       START-MASTER-SCAN.
           MOVE "N" TO WS-MASTER-EOF.
           MOVE LOW-VALUES TO RM-TRAN-ID.
           START MASTER-FILE KEY NOT < RM-TRAN-ID
               INVALID KEY
                   SET END-OF-MASTER TO TRUE
           END-START.
           IF NOT END-OF-MASTER
               PERFORM READ-NEXT-MASTER
           END-IF.

       READ-NEXT-MASTER.
           READ MASTER-FILE NEXT
               AT END
                   SET END-OF-MASTER TO TRUE
           END-READ.

       SELECT-ONE-CANDIDATE.
           ADD 1 TO WS-BEFORE-COUNT.
           IF RM-RUN-DATE < WS-CUTOFF-DATE
               ADD 1 TO WS-ELIGIBLE-COUNT
               WRITE WORK-RECORD FROM MASTER-RECORD
           END-IF.
           PERFORM READ-NEXT-MASTER.

      *    Pass two takes the set-aside records one at a time, checks
      *    the protections by reading pair partners by key, and moves
      *    the rest to history. A partner already gone from the master
      *    was aged earlier (or just now) and protects nothing.
       MOVE-AGED-RECORDS.
           PERFORM LOAD-CATALOG-DATE.
           MOVE SPACES TO WS-HIST-NAME.
           STRING "RSLTHST.D" DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
               INTO WS-HIST-NAME.
           OPEN I-O MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               CLOSE MASTER-FILE
               MOVE 8 TO WS-FINAL-RC
               MOVE SPACES TO REPORT-LINE
               STRING "*** RESULTS MASTER NOT AVAILABLE FOR UPDATE, "
                      DELIMITED BY SIZE
                      "STATUS " DELIMITED BY SIZE
                      WS-MASTER-STATUS DELIMITED BY SIZE
                      " - NOTHING AGED ***" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               OPEN INPUT WORK-FILE
               IF WS-WORK-STATUS NOT = "00"
                   CLOSE WORK-FILE
                   MOVE 8 TO WS-FINAL-RC
                   MOVE SPACES TO REPORT-LINE
                   STRING "*** RSLTAGE.WRK NOT AVAILABLE, STATUS "
                          DELIMITED BY SIZE
                          WS-WORK-STATUS DELIMITED BY SIZE
                          " - NOTHING AGED ***" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   PERFORM READ-WORK-RECORD
                   PERFORM AGE-ONE-CANDIDATE
                       UNTIL END-OF-WORK-FILE OR HISTORY-FILE-FAILED
                   CLOSE WORK-FILE
               END-IF
               CLOSE MASTER-FILE
           END-IF.
           IF HISTORY-FILE-OPEN
               CLOSE HISTORY-FILE
               IF NOT DATE-ALREADY-CATALOGED
                   PERFORM ADD-CATALOG-ENTRY
               END-IF
           END-IF.

       READ-WORK-RECORD.
           READ WORK-FILE
               AT END
                   SET END-OF-WORK-FILE TO TRUE
           END-READ.

       AGE-ONE-CANDIDATE.
           MOVE WORK-RECORD TO MASTER-RECORD.
           MOVE RM-TRAN-ID TO WS-CAND-ID.
           MOVE RM-RUN-DATE TO WS-CAND-RUN-DATE.
           MOVE SPACES TO WS-PARTNER-ORIG-ID.
           MOVE SPACES TO WS-PARTNER-REV-ID.
           IF RM-ENTRY-REVERSAL OR RM-ENTRY-CORRECTION
               MOVE RM-ORIG-TRAN-ID TO WS-PARTNER-ORIG-ID
           END-IF.
           IF RM-IS-REVERSED
               MOVE RM-REVERSED-BY-ID TO WS-PARTNER-REV-ID
           END-IF.
           MOVE SPACES TO WS-KEEP-REASON.
           MOVE WS-CAND-ID TO WS-TEST-ID.
           PERFORM FIND-RECENT-INQUIRY.
           IF ID-RECENTLY-INQUIRED
               MOVE "RECENT INQUIRY" TO WS-KEEP-REASON
               ADD 1 TO WS-KEPT-INQ-COUNT
           ELSE
               IF WS-PARTNER-ORIG-ID NOT = SPACES
                   MOVE WS-PARTNER-ORIG-ID TO WS-TEST-ID
                   PERFORM CHECK-PARTNER-CURRENT
               END-IF
               IF WS-PARTNER-REV-ID NOT = SPACES AND
                  WS-KEEP-REASON = SPACES
                   MOVE WS-PARTNER-REV-ID TO WS-TEST-ID
                   PERFORM CHECK-PARTNER-CURRENT
               END-IF
               IF WS-KEEP-REASON NOT = SPACES
                   ADD 1 TO WS-KEPT-PAIR-COUNT
               END-IF
           END-IF.
           IF WS-KEEP-REASON = SPACES
               PERFORM MOVE-ONE-TO-HISTORY
           ELSE
               PERFORM WRITE-KEPT-LINE
           END-IF.
           PERFORM READ-WORK-RECORD.

       CHECK-PARTNER-CURRENT.
           PERFORM FIND-RECENT-INQUIRY.
           IF ID-RECENTLY-INQUIRED
               MOVE "PAIR PARTNER INQUIRED" TO WS-KEEP-REASON
           ELSE
               MOVE WS-TEST-ID TO RM-TRAN-ID
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RM-RUN-DATE NOT < WS-CUTOFF-DATE
                           MOVE "OPEN REVERSAL PAIR"
                               TO WS-KEEP-REASON
                       END-IF
               END-READ
           END-IF.

       MOVE-ONE-TO-HISTORY.
           MOVE WS-CAND-ID TO RM-TRAN-ID.
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM OPEN-HISTORY-FILE
                   IF HISTORY-FILE-OPEN
                       PERFORM WRITE-HISTORY-RECORD
                   END-IF
           END-READ.

      *    A record leaves the master only once it is safely on the
      *    history file; a history file that cannot be opened or
      *    written stops the aging with everything else left in place.
       WRITE-HISTORY-RECORD.
           WRITE HISTORY-RECORD FROM MASTER-RECORD.
           IF WS-HIST-STATUS = "00"
               DELETE MASTER-FILE
                   INVALID KEY
                       MOVE 8 TO WS-FINAL-RC
                   NOT INVALID KEY
                       ADD 1 TO WS-MOVED-COUNT
                       ADD RM-RESULT TO WS-MOVED-TOTAL
               END-DELETE
           ELSE
               PERFORM REPORT-HISTORY-FAILURE
           END-IF.

       OPEN-HISTORY-FILE.
           IF NOT HISTORY-FILE-OPEN
               IF DATE-ALREADY-CATALOGED
                   OPEN EXTEND HISTORY-FILE
                   IF WS-HIST-STATUS NOT = "00"
                       OPEN OUTPUT HISTORY-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT HISTORY-FILE
               END-IF
               IF WS-HIST-STATUS = "00"
                   SET HISTORY-FILE-OPEN TO TRUE
               ELSE
                   CLOSE HISTORY-FILE
                   PERFORM REPORT-HISTORY-FAILURE
               END-IF
           END-IF.

       REPORT-HISTORY-FAILURE.
           SET HISTORY-FILE-FAILED TO TRUE.
           MOVE 8 TO WS-FINAL-RC.
           MOVE SPACES TO REPORT-LINE.
           STRING "*** " DELIMITED BY SIZE
                  WS-HIST-NAME DELIMITED BY SPACE
                  " NOT WRITTEN, STATUS " DELIMITED BY SIZE
                  WS-HIST-STATUS DELIMITED BY SIZE
                  " - AGING STOPPED ***" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-KEPT-LINE.
           MOVE SPACES TO WS-EDIT-DATE.
           STRING WS-CAND-RUN-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CAND-RUN-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CAND-RUN-DATE(7:2) DELIMITED BY SIZE
               INTO WS-EDIT-DATE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  KEPT " DELIMITED BY SIZE
                  WS-CAND-ID DELIMITED BY SIZE
                  " RUN " DELIMITED BY SIZE
                  WS-EDIT-DATE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-KEEP-REASON DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       LOAD-CATALOG-DATE.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS = "00"
               PERFORM READ-CATALOG-RECORD
               PERFORM CHECK-CATALOG-DATE UNTIL END-OF-CATALOG
           END-IF.
           CLOSE CATALOG-FILE.

       READ-CATALOG-RECORD.
           READ CATALOG-FILE
               AT END
                   SET END-OF-CATALOG TO TRUE
           END-READ.

       CHECK-CATALOG-DATE.
           IF HC-GEN-DATE IS NUMERIC AND HC-GEN-DATE = WS-BUS-DATE
               SET DATE-ALREADY-CATALOGED TO TRUE
           END-IF.
           PERFORM READ-CATALOG-RECORD.

       ADD-CATALOG-ENTRY.
           OPEN EXTEND CATALOG-FILE.
           IF WS-CATALOG-STATUS NOT = "00"
               OPEN OUTPUT CATALOG-FILE
           END-IF.
           MOVE SPACES TO CATALOG-RECORD.
           MOVE WS-BUS-DATE TO HC-GEN-DATE.
           MOVE WS-HIST-NAME TO HC-FILE-NAME.
           WRITE CATALOG-RECORD.
           CLOSE CATALOG-FILE.

       COUNT-MASTER-AFTER.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM START-MASTER-SCAN
               PERFORM COUNT-ONE-MASTER UNTIL END-OF-MASTER
           END-IF.
           CLOSE MASTER-FILE.

       COUNT-ONE-MASTER.
           ADD 1 TO WS-AFTER-COUNT.
           PERFORM READ-NEXT-MASTER.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BEFORE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "MASTER RECORDS BEFORE AGING:    " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ELIGIBLE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "OLDER THAN CUTOFF:              " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-KEPT-PAIR-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  KEPT - REVERSAL PAIR OPEN:    " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-KEPT-INQ-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  KEPT - RECENT INQUIRY:        " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-MOVED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  MOVED TO HISTORY:             " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-HIST-NAME DELIMITED BY SPACE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-MOVED-TOTAL TO WS-EDIT-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "  RESULT TOTAL MOVED:  " DELIMITED BY SIZE
                  WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-AFTER-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "MASTER RECORDS AFTER AGING:     " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF MASTER-AVAILABLE AND NOT INQUIRY-TABLE-OVERFLOW
               MOVE SPACES TO REPORT-LINE
               IF WS-BEFORE-COUNT = WS-MOVED-COUNT + WS-AFTER-COUNT
                  AND WS-FINAL-RC = 0
                   MOVE "BEFORE = MOVED + AFTER - AGING IN BALANCE"
                       TO REPORT-LINE
               ELSE
                   MOVE 8 TO WS-FINAL-RC
                   MOVE "*** BEFORE NOT = MOVED + AFTER - CHECK MASTER"
                       TO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-IF.
