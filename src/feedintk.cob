       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDINTK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FEED-CONTROL-FILE ASSIGN TO "FEEDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT FEED-FILE ASSIGN TO DYNAMIC WS-FEED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT OPTIONAL REGISTER-FILE ASSIGN TO "FEEDREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT OPTIONAL CALC-IN-FILE ASSIGN TO "TRANSIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALC-IN-STATUS.
           SELECT OPTIONAL DATE-PARM-FILE ASSIGN TO "INTKDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACK-FILE ASSIGN TO "FEEDACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOG-FILE ASSIGN TO "FEEDINTK.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    One row per department feed expected this run: the
      *    department code and the name of the file it delivers.
      *    Blank rows are ignored.
       FD  FEED-CONTROL-FILE.
       01  FEED-CONTROL-RECORD.
           05 FC-DEPT-CODE PIC X(4).
           05 FILLER PIC X(1).
           05 FC-FILE-NAME PIC X(44).

      *    A department feed is one header, its detail rows in the
      *    TRANSIN detail layout, and one trailer.
       FD  FEED-FILE.
       01  FEED-DETAIL-RECORD.
           05 FI-REC-TYPE PIC X(1).
           COPY TRANDTL
               REPLACING ==TD-TRAN-ID== BY ==FI-TRAN-ID==
                   ==TD-NUM1== BY ==FI-NUM1==
                   ==TD-OPERATION== BY ==FI-OPERATION==
                   ==TD-NUM2== BY ==FI-NUM2==
                   ==TD-RATE-CODE== BY ==FI-RATE-CODE==
                   ==TD-CHAIN-CODE== BY ==FI-CHAIN-CODE==
                   ==TD-DEPT-CODE== BY ==FI-DEPT-CODE==
                   ==TD-ORIG-TRAN-ID== BY ==FI-ORIG-TRAN-ID==.
       COPY FEEDBAT.

      *    Every feed taken, appended as it is accepted. The last row
      *    for a department holds the sequence number the next feed
      *    must follow.
       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           05 FR-DEPT-CODE PIC X(4).
           05 FILLER PIC X(1).
           05 FR-SEQ-NO PIC 9(4).
           05 FILLER PIC X(1).
           05 FR-FILE-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 FR-BUS-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 FR-REC-COUNT PIC 9(5).
           05 FILLER PIC X(1).
           05 FR-TAKEN-STAMP PIC X(14).

       FD  CALC-IN-FILE.
       01  CALC-IN-RECORD.
           05 CI-REC-TYPE PIC X(1).
           COPY TRANDTL
               REPLACING ==TD-TRAN-ID== BY ==CI-TRAN-ID==
                   ==TD-NUM1== BY ==CI-NUM1==
                   ==TD-OPERATION== BY ==CI-OPERATION==
                   ==TD-NUM2== BY ==CI-NUM2==
                   ==TD-RATE-CODE== BY ==CI-RATE-CODE==
                   ==TD-CHAIN-CODE== BY ==CI-CHAIN-CODE==
                   ==TD-DEPT-CODE== BY ==CI-DEPT-CODE==
                   ==TD-ORIG-TRAN-ID== BY ==CI-ORIG-TRAN-ID==.
       COPY TRANBAT.

       FD  DATE-PARM-FILE.
       01  DATE-PARM-RECORD PIC 9(8).

       FD  ACK-FILE.
       01  ACK-RECORD.
           COPY FEEDACK.

       FD  LOG-FILE.
       01  LOG-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS PIC X(2).
       01 WS-FEED-STATUS PIC X(2).
       01 WS-REG-STATUS PIC X(2).
       01 WS-CALC-IN-STATUS PIC X(2).
       01 WS-PARM-STATUS PIC X(2).
       01 WS-LOG-STATUS PIC X(2).

       01 WS-FEED-NAME PIC X(44).

       01 WS-CTL-EOF PIC X(1) VALUE "N".
           88 END-OF-FEED-CONTROL VALUE "Y".
       01 WS-FEED-EOF PIC X(1) VALUE "N".
           88 END-OF-FEED VALUE "Y".
       01 WS-REG-EOF PIC X(1) VALUE "N".
           88 END-OF-REGISTER VALUE "Y".

       01 WS-INTAKE-DATE PIC 9(8).
       01 WS-CURRENT-DATE PIC X(21).

       01 WS-FEED-RESULT PIC X(1).
           88 FEED-ACCEPTED VALUE "A".
           88 FEED-REJECTED VALUE "R".
           88 FEED-NOT-RECEIVED VALUE "M".
       01 WS-FEED-REASON PIC X(40).
       01 WS-REJECT-TEXT PIC X(40).
       01 WS-HEADER-FLAG PIC X(1).
           88 FEED-HEADER-SEEN VALUE "Y".
       01 WS-TRAILER-FLAG PIC X(1).
           88 FEED-TRAILER-SEEN VALUE "Y".
       01 WS-RETAKE-FLAG PIC X(1).
           88 FEED-IS-RETAKE VALUE "Y".

       01 WS-FEED-DEPT PIC X(4).
       01 WS-FEED-SEQ PIC 9(4).
       01 WS-FEED-FILE-DATE PIC 9(8).
       01 WS-FEED-COUNT PIC 9(5).
       01 WS-FEED-HASH PIC S9(13)V9(2) COMP-3.
       01 WS-TRAILER-COUNT PIC 9(5).
       01 WS-TRAILER-HASH PIC S9(13)V9(2) COMP-3.
       01 WS-EXPECTED-SEQ PIC 9(4).

       01 WS-FEED-BATCH-ID.
           05 WS-FEED-BATCH-DEPT PIC X(4).
           05 WS-FEED-BATCH-SEQ PIC 9(4).

       01 WS-REG-TABLE.
           05 WS-REG-ENTRY OCCURS 200.
               10 WS-REG-DEPT PIC X(4).
               10 WS-REG-SEQ PIC 9(4).
               10 WS-REG-BUS-DATE PIC 9(8).
               10 WS-REG-TAKEN PIC X(1).
       01 WS-REG-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-REG-SUB PIC 9(3) COMP.
       01 WS-REG-HIT PIC 9(3) COMP.
       01 WS-REG-OVERFLOW PIC X(1) VALUE "N".
           88 REGISTER-TABLE-FULL VALUE "Y".

       01 WS-LISTED-COUNT PIC 9(5) VALUE 0.
       01 WS-ACCEPTED-COUNT PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE 0.
       01 WS-MISSING-COUNT PIC 9(5) VALUE 0.
       01 WS-TAKEN-TOTAL PIC 9(7) VALUE 0.

       01 WS-EDIT-COUNT PIC ZZZZ9.
       01 WS-EDIT-TOTAL PIC ZZZZZZ9.
       01 WS-EDIT-SEQ PIC ZZZ9.
       01 WS-EDIT-HASH PIC -(13)9.99.
       01 WS-STATUS-TEXT PIC X(12).

       PROCEDURE DIVISION.
      *    Takes each department's feed listed in FEEDCTL.DAT, proves
      *    it against its own trailer and the feed register, and
      *    appends accepted feeds to TRANSIN.DAT as separate H...T
      *    batches for CALCULATOR. A feed is taken whole or not at
      *    all. Every listed feed gets an acknowledgment record in
      *    FEEDACK.DAT and a line in FEEDINTK.LOG.
       MAIN-PROCESS.
           PERFORM GET-INTAKE-DATE.
           PERFORM LOAD-FEED-REGISTER.
           OPEN OUTPUT ACK-FILE.
           PERFORM OPEN-INTAKE-LOG.
           PERFORM WRITE-LOG-HEADER.
           OPEN INPUT FEED-CONTROL-FILE.
           IF WS-CTL-STATUS = "00"
               PERFORM READ-FEED-CONTROL
               PERFORM PROCESS-FEED-CONTROL
                   UNTIL END-OF-FEED-CONTROL
           END-IF.
           CLOSE FEED-CONTROL-FILE.
           PERFORM WRITE-LOG-TOTALS.
           CLOSE LOG-FILE.
           CLOSE ACK-FILE.
           IF WS-REJECTED-COUNT + WS-MISSING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       GET-INTAKE-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-INTAKE-DATE.
           OPEN INPUT DATE-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ DATE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DATE-PARM-RECORD IS NUMERIC
                           MOVE DATE-PARM-RECORD TO WS-INTAKE-DATE
                       END-IF
               END-READ
           END-IF.
           CLOSE DATE-PARM-FILE.

       LOAD-FEED-REGISTER.
           OPEN INPUT REGISTER-FILE.
           IF WS-REG-STATUS = "00"
               PERFORM READ-REGISTER-RECORD
               PERFORM STORE-REGISTER-RECORD UNTIL END-OF-REGISTER
           END-IF.
           CLOSE REGISTER-FILE.

       READ-REGISTER-RECORD.
           READ REGISTER-FILE
               AT END
                   SET END-OF-REGISTER TO TRUE
           END-READ.

      *    Later rows supersede earlier ones for the same department,
      *    so the table ends up holding each department's last feed.
       STORE-REGISTER-RECORD.
           IF FR-SEQ-NO IS NUMERIC AND FR-BUS-DATE IS NUMERIC
               MOVE FR-DEPT-CODE TO WS-FEED-DEPT
               PERFORM FIND-REGISTER-DEPT
               IF WS-REG-HIT = 0
                   PERFORM ADD-REGISTER-DEPT
               END-IF
               IF WS-REG-HIT > 0
                   MOVE FR-SEQ-NO TO WS-REG-SEQ(WS-REG-HIT)
                   MOVE FR-BUS-DATE TO WS-REG-BUS-DATE(WS-REG-HIT)
               END-IF
           END-IF.
           PERFORM READ-REGISTER-RECORD.

       FIND-REGISTER-DEPT.
           MOVE 0 TO WS-REG-HIT.
           PERFORM CHECK-REGISTER-DEPT
               VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT.

       CHECK-REGISTER-DEPT.
           IF WS-REG-DEPT(WS-REG-SUB) = WS-FEED-DEPT
               MOVE WS-REG-SUB TO WS-REG-HIT
           END-IF.

       ADD-REGISTER-DEPT.
           IF WS-REG-COUNT < 200
               ADD 1 TO WS-REG-COUNT
               MOVE WS-REG-COUNT TO WS-REG-HIT
               MOVE WS-FEED-DEPT TO WS-REG-DEPT(WS-REG-HIT)
               MOVE 0 TO WS-REG-SEQ(WS-REG-HIT)
               MOVE 0 TO WS-REG-BUS-DATE(WS-REG-HIT)
               MOVE "N" TO WS-REG-TAKEN(WS-REG-HIT)
           ELSE
               SET REGISTER-TABLE-FULL TO TRUE
           END-IF.

       OPEN-INTAKE-LOG.
           OPEN EXTEND LOG-FILE.
           IF WS-LOG-STATUS NOT = "00"
               OPEN OUTPUT LOG-FILE
           END-IF.

       READ-FEED-CONTROL.
           READ FEED-CONTROL-FILE
               AT END
                   SET END-OF-FEED-CONTROL TO TRUE
           END-READ.

       PROCESS-FEED-CONTROL.
           IF FC-DEPT-CODE NOT = SPACES
               ADD 1 TO WS-LISTED-COUNT
               PERFORM INTAKE-ONE-FEED
           END-IF.
           PERFORM READ-FEED-CONTROL.

       INTAKE-ONE-FEED.
           PERFORM RESET-FEED-FIELDS.
           MOVE FC-FILE-NAME TO WS-FEED-NAME.
           OPEN INPUT FEED-FILE.
           IF WS-FEED-STATUS NOT = "00"
               SET FEED-NOT-RECEIVED TO TRUE
               MOVE "FEED FILE NOT RECEIVED" TO WS-FEED-REASON
           ELSE
               PERFORM READ-FEED-RECORD
               PERFORM VALIDATE-FEED-RECORD UNTIL END-OF-FEED
               CLOSE FEED-FILE
               PERFORM CHECK-FEED-CONTROLS
               IF FEED-ACCEPTED
                   PERFORM CHECK-FEED-SEQUENCE
               END-IF
               IF FEED-ACCEPTED
                   PERFORM COPY-FEED-TO-BATCH
                   PERFORM REGISTER-FEED
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN FEED-ACCEPTED
                   ADD 1 TO WS-ACCEPTED-COUNT
                   ADD WS-FEED-COUNT TO WS-TAKEN-TOTAL
               WHEN FEED-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-MISSING-COUNT
           END-EVALUATE.
           PERFORM WRITE-FEED-ACK.
           PERFORM WRITE-FEED-LOG-LINE.

       RESET-FEED-FIELDS.
           SET FEED-ACCEPTED TO TRUE.
           MOVE SPACES TO WS-FEED-REASON.
           MOVE "N" TO WS-FEED-EOF.
           MOVE "N" TO WS-HEADER-FLAG.
           MOVE "N" TO WS-TRAILER-FLAG.
           MOVE "N" TO WS-RETAKE-FLAG.
           MOVE FC-DEPT-CODE TO WS-FEED-DEPT.
           MOVE 0 TO WS-FEED-SEQ.
           MOVE 0 TO WS-FEED-FILE-DATE.
           MOVE 0 TO WS-FEED-COUNT.
           MOVE 0 TO WS-FEED-HASH.
           MOVE 0 TO WS-TRAILER-COUNT.
           MOVE 0 TO WS-TRAILER-HASH.

       READ-FEED-RECORD.
           READ FEED-FILE
               AT END
                   SET END-OF-FEED TO TRUE
           END-READ.

      *    The first structural fault found is the one reported; the
      *    rest of the file is still read so the counts in the log and
      *    acknowledgment show what was actually delivered.
       VALIDATE-FEED-RECORD.
           IF FEED-TRAILER-SEEN
               MOVE "RECORDS FOUND AFTER TRAILER" TO WS-REJECT-TEXT
               PERFORM REJECT-FEED
           END-IF.
           EVALUATE FI-REC-TYPE
               WHEN "H"
                   PERFORM VALIDATE-FEED-HEADER
               WHEN "T"
                   PERFORM VALIDATE-FEED-TRAILER
               WHEN "D"
               WHEN "R"
               WHEN "C"
                   PERFORM VALIDATE-FEED-DETAIL
               WHEN OTHER
                   ADD 1 TO WS-FEED-COUNT
                   MOVE "INVALID RECORD TYPE" TO WS-REJECT-TEXT
                   PERFORM REJECT-FEED
           END-EVALUATE.
           PERFORM READ-FEED-RECORD.

       VALIDATE-FEED-HEADER.
           IF FEED-HEADER-SEEN OR WS-FEED-COUNT > 0
               MOVE "HEADER NOT FIRST OR REPEATED" TO WS-REJECT-TEXT
               PERFORM REJECT-FEED
           ELSE
               SET FEED-HEADER-SEEN TO TRUE
               IF FH-DEPT-CODE NOT = FC-DEPT-CODE
                   MOVE "HEADER DEPARTMENT DOES NOT MATCH"
                       TO WS-REJECT-TEXT
                   PERFORM REJECT-FEED
               END-IF
               IF FH-FILE-DATE IS NUMERIC
                   MOVE FH-FILE-DATE TO WS-FEED-FILE-DATE
               ELSE
                   MOVE "HEADER FILE DATE INVALID" TO WS-REJECT-TEXT
                   PERFORM REJECT-FEED
               END-IF
               IF FH-SEQ-NO IS NUMERIC AND FH-SEQ-NO > 0
                   MOVE FH-SEQ-NO TO WS-FEED-SEQ
               ELSE
                   MOVE "HEADER SEQUENCE NUMBER INVALID"
                       TO WS-REJECT-TEXT
                   PERFORM REJECT-FEED
               END-IF
           END-IF.

       VALIDATE-FEED-TRAILER.
           IF FEED-TRAILER-SEEN
               CONTINUE
           ELSE
               SET FEED-TRAILER-SEEN TO TRUE
               IF FT-REC-COUNT IS NUMERIC AND
                  FT-HASH-TOTAL IS NUMERIC
                   MOVE FT-REC-COUNT TO WS-TRAILER-COUNT
                   MOVE FT-HASH-TOTAL TO WS-TRAILER-HASH
               ELSE
                   MOVE "TRAILER CONTROLS NOT NUMERIC"
                       TO WS-REJECT-TEXT
                   PERFORM REJECT-FEED
               END-IF
           END-IF.

      *    The hash is built exactly as CALCULATOR builds it from
      *    TRANSIN, so the trailer written for an accepted feed
      *    balances there as well.
       VALIDATE-FEED-DETAIL.
           ADD 1 TO WS-FEED-COUNT.
           IF NOT FEED-HEADER-SEEN
               MOVE "DETAIL BEFORE HEADER" TO WS-REJECT-TEXT
               PERFORM REJECT-FEED
           END-IF.
           IF FI-TRAN-ID = SPACES
               MOVE "DETAIL WITH BLANK TRANSACTION ID"
                   TO WS-REJECT-TEXT
               PERFORM REJECT-FEED
           END-IF.
           IF FI-NUM1 IS NUMERIC
               ADD FI-NUM1 TO WS-FEED-HASH
                   ON SIZE ERROR
                       CONTINUE
               END-ADD
           END-IF.
           IF FI-NUM2 IS NUMERIC
               ADD FI-NUM2 TO WS-FEED-HASH
                   ON SIZE ERROR
                       CONTINUE
               END-ADD
           END-IF.

       REJECT-FEED.
           IF FEED-ACCEPTED
               SET FEED-REJECTED TO TRUE
               MOVE WS-REJECT-TEXT TO WS-FEED-REASON
           END-IF.

       CHECK-FEED-CONTROLS.
           IF NOT FEED-HEADER-SEEN
               MOVE "HEADER RECORD MISSING" TO WS-REJECT-TEXT
               PERFORM REJECT-FEED
           END-IF.
           IF NOT FEED-TRAILER-SEEN
               MOVE "TRAILER RECORD MISSING" TO WS-REJECT-TEXT
               PERFORM REJECT-FEED
           END-IF.
           IF WS-TRAILER-COUNT NOT = WS-FEED-COUNT
               MOVE "OUT OF BALANCE - RECORD COUNT" TO WS-REJECT-TEXT
               PERFORM REJECT-FEED
           END-IF.
           IF WS-TRAILER-HASH NOT = WS-FEED-HASH
               MOVE "OUT OF BALANCE - HASH TOTAL" TO WS-REJECT-TEXT
               PERFORM REJECT-FEED
           END-IF.

      *    Each department numbers its feeds 1, 2, 3 ... wrapping from
      *    9999 back to 1; the first feed on record for a department
      *    starts its sequence. A feed carrying the number already
      *    registered for this same business date is a rerun of the
      *    night's intake (TRANSIN is rebuilt on every run) and is
      *    taken again without being registered twice, but only once
      *    per run.
       CHECK-FEED-SEQUENCE.
           PERFORM FIND-REGISTER-DEPT.
           IF WS-REG-HIT = 0
               IF WS-REG-COUNT NOT < 200
                   MOVE "FEED REGISTER TABLE FULL" TO WS-REJECT-TEXT
                   PERFORM REJECT-FEED
               END-IF
           ELSE
               IF WS-REG-SEQ(WS-REG-HIT) NOT < 9999
                   MOVE 1 TO WS-EXPECTED-SEQ
               ELSE
                   COMPUTE WS-EXPECTED-SEQ =
                       WS-REG-SEQ(WS-REG-HIT) + 1
               END-IF
               EVALUATE TRUE
                   WHEN WS-FEED-SEQ = WS-EXPECTED-SEQ
                       CONTINUE
                   WHEN WS-FEED-SEQ = WS-REG-SEQ(WS-REG-HIT) AND
                        WS-REG-BUS-DATE(WS-REG-HIT) = WS-INTAKE-DATE
                        AND WS-REG-TAKEN(WS-REG-HIT) = "N"
                       SET FEED-IS-RETAKE TO TRUE
                   WHEN WS-FEED-SEQ NOT > WS-REG-SEQ(WS-REG-HIT)
                       MOVE "ALREADY RECEIVED" TO WS-REJECT-TEXT
                       PERFORM REJECT-FEED
                   WHEN OTHER
                       MOVE WS-EXPECTED-SEQ TO WS-EDIT-SEQ
                       MOVE SPACES TO WS-REJECT-TEXT
                       STRING "OUT OF SEQUENCE - EXPECTED "
                              DELIMITED BY SIZE
                              WS-EDIT-SEQ DELIMITED BY SIZE
                           INTO WS-REJECT-TEXT
                       PERFORM REJECT-FEED
               END-EVALUATE
           END-IF.

      *    The feed goes in as its own batch, identified by department
      *    and feed sequence number and dated to the business date.
       COPY-FEED-TO-BATCH.
           OPEN EXTEND CALC-IN-FILE.
           IF WS-CALC-IN-STATUS NOT = "00"
               OPEN OUTPUT CALC-IN-FILE
           END-IF.
           MOVE WS-FEED-DEPT TO WS-FEED-BATCH-DEPT.
           MOVE WS-FEED-SEQ TO WS-FEED-BATCH-SEQ.
           MOVE SPACES TO BATCH-HEADER-RECORD.
           MOVE "H" TO BH-REC-TYPE.
           MOVE WS-FEED-BATCH-ID TO BH-BATCH-ID.
           MOVE WS-INTAKE-DATE TO BH-BUS-DATE.
           WRITE BATCH-HEADER-RECORD.
           MOVE "N" TO WS-FEED-EOF.
           OPEN INPUT FEED-FILE.
           PERFORM READ-FEED-RECORD.
           PERFORM COPY-FEED-RECORD UNTIL END-OF-FEED.
           CLOSE FEED-FILE.
           MOVE SPACES TO BATCH-TRAILER-RECORD.
           MOVE "T" TO BT-REC-TYPE.
           MOVE WS-FEED-COUNT TO BT-REC-COUNT.
           MOVE WS-FEED-HASH TO BT-HASH-TOTAL.
           WRITE BATCH-TRAILER-RECORD.
           CLOSE CALC-IN-FILE.

      *    Every detail is stamped with the department that sent the
      *    feed, whatever it carried.
       COPY-FEED-RECORD.
           IF FI-REC-TYPE = "D" OR "R" OR "C"
               MOVE FEED-DETAIL-RECORD TO CALC-IN-RECORD
               MOVE WS-FEED-DEPT TO CI-DEPT-CODE
               WRITE CALC-IN-RECORD
           END-IF.
           PERFORM READ-FEED-RECORD.

       REGISTER-FEED.
           IF WS-REG-HIT = 0
               PERFORM ADD-REGISTER-DEPT
           END-IF.
           IF NOT FEED-IS-RETAKE
               OPEN EXTEND REGISTER-FILE
               IF WS-REG-STATUS NOT = "00"
                   OPEN OUTPUT REGISTER-FILE
               END-IF
               MOVE SPACES TO REGISTER-RECORD
               MOVE WS-FEED-DEPT TO FR-DEPT-CODE
               MOVE WS-FEED-SEQ TO FR-SEQ-NO
               MOVE WS-FEED-FILE-DATE TO FR-FILE-DATE
               MOVE WS-INTAKE-DATE TO FR-BUS-DATE
               MOVE WS-FEED-COUNT TO FR-REC-COUNT
               MOVE WS-CURRENT-DATE(1:14) TO FR-TAKEN-STAMP
               WRITE REGISTER-RECORD
               CLOSE REGISTER-FILE
           END-IF.
           MOVE WS-FEED-SEQ TO WS-REG-SEQ(WS-REG-HIT).
           MOVE WS-INTAKE-DATE TO WS-REG-BUS-DATE(WS-REG-HIT).
           MOVE "Y" TO WS-REG-TAKEN(WS-REG-HIT).

       WRITE-FEED-ACK.
           MOVE SPACES TO ACK-RECORD.
           MOVE WS-FEED-DEPT TO FA-DEPT-CODE.
           MOVE WS-FEED-SEQ TO FA-SEQ-NO.
           MOVE WS-FEED-FILE-DATE TO FA-FILE-DATE.
           MOVE WS-INTAKE-DATE TO FA-BUS-DATE.
           MOVE WS-FEED-RESULT TO FA-STATUS.
           MOVE WS-FEED-COUNT TO FA-REC-COUNT.
           MOVE WS-FEED-HASH TO FA-HASH-TOTAL.
           MOVE WS-FEED-REASON TO FA-REASON.
           WRITE ACK-RECORD.

       WRITE-LOG-HEADER.
           MOVE SPACES TO LOG-RECORD.
           STRING "FEED INTAKE RUN " DELIMITED BY SIZE
                  WS-CURRENT-DATE(1:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CURRENT-DATE(9:6) DELIMITED BY SIZE
                  "  BUSINESS DATE " DELIMITED BY SIZE
                  WS-INTAKE-DATE DELIMITED BY SIZE
               INTO LOG-RECORD.
           WRITE LOG-RECORD.

       WRITE-FEED-LOG-LINE.
           EVALUATE TRUE
               WHEN FEED-ACCEPTED AND FEED-IS-RETAKE
                   MOVE "RETAKEN" TO WS-STATUS-TEXT
               WHEN FEED-ACCEPTED
                   MOVE "ACCEPTED" TO WS-STATUS-TEXT
               WHEN FEED-REJECTED
                   MOVE "REJECTED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "NOT RECEIVED" TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE WS-FEED-SEQ TO WS-EDIT-SEQ.
           MOVE WS-FEED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-FEED-HASH TO WS-EDIT-HASH.
           MOVE SPACES TO LOG-RECORD.
           STRING "  " DELIMITED BY SIZE
                  WS-FEED-DEPT DELIMITED BY SIZE
                  " SEQ " DELIMITED BY SIZE
                  WS-EDIT-SEQ DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STATUS-TEXT DELIMITED BY SIZE
                  " RECORDS " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  " HASH " DELIMITED BY SIZE
                  WS-EDIT-HASH DELIMITED BY SIZE
               INTO LOG-RECORD.
           WRITE LOG-RECORD.
           IF NOT FEED-ACCEPTED
               MOVE SPACES TO LOG-RECORD
               STRING "       " DELIMITED BY SIZE
                      WS-FEED-REASON DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-FEED-NAME DELIMITED BY SPACE
                   INTO LOG-RECORD
               WRITE LOG-RECORD
           END-IF.

       WRITE-LOG-TOTALS.
           IF WS-LISTED-COUNT = 0
               MOVE "  NO FEEDS LISTED IN FEEDCTL.DAT" TO LOG-RECORD
               WRITE LOG-RECORD
           END-IF.
           MOVE SPACES TO LOG-RECORD.
           MOVE WS-ACCEPTED-COUNT TO WS-EDIT-COUNT.
           STRING "  FEEDS ACCEPTED " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO LOG-RECORD.
           WRITE LOG-RECORD.
           MOVE SPACES TO LOG-RECORD.
           MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT.
           STRING "  REJECTED       " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO LOG-RECORD.
           WRITE LOG-RECORD.
           MOVE SPACES TO LOG-RECORD.
           MOVE WS-MISSING-COUNT TO WS-EDIT-COUNT.
           MOVE WS-TAKEN-TOTAL TO WS-EDIT-TOTAL.
           STRING "  NOT RECEIVED   " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  "  DETAIL RECORDS TAKEN " DELIMITED BY SIZE
                  WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO LOG-RECORD.
           WRITE LOG-RECORD.
