       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEUSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RATE-FILE ASSIGN TO "RATEMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO "AUDTGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT GENERATION-FILE ASSIGN TO DYNAMIC WS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT OPTIONAL RATE-PARM-FILE ASSIGN TO "RATEPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-PARM-STATUS.
           SELECT OPTIONAL DATE-PARM-FILE ASSIGN TO "AUDTDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RATEUSE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE.
       01  RATE-RECORD.
           COPY RATEMST.

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05 GC-GEN-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 GC-FILE-NAME PIC X(44).

       FD  GENERATION-FILE.
       01  GENERATION-RECORD.
           COPY AUDITREC.

      *    Look-ahead in calendar days for expiring codes (cols 1-3)
      *    and the usage window in calendar days, ending on the
      *    report date (cols 5-7). The coded defaults apply when the
      *    file or a field is absent or not numeric.
       FD  RATE-PARM-FILE.
       01  RATE-PARM-RECORD.
           05 RP-LOOKAHEAD-DAYS PIC 9(3).
           05 FILLER PIC X(1).
           05 RP-USAGE-DAYS PIC 9(3).

       FD  DATE-PARM-FILE.
       01  DATE-PARM-RECORD PIC 9(8).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RATE-STATUS PIC X(2).
       01 WS-CATALOG-STATUS PIC X(2).
       01 WS-GEN-STATUS PIC X(2).
       01 WS-RATE-PARM-STATUS PIC X(2).
       01 WS-PARM-STATUS PIC X(2).

       01 WS-GEN-NAME PIC X(44).

       01 WS-RATE-EOF-FLAG PIC X(1) VALUE "N".
           88 END-OF-RATES VALUE "Y".
       01 WS-CATALOG-EOF PIC X(1) VALUE "N".
           88 END-OF-CATALOG VALUE "Y".
       01 WS-GEN-EOF PIC X(1) VALUE "N".
           88 END-OF-GENERATION VALUE "Y".
       01 WS-RATE-FULL-FLAG PIC X(1) VALUE "N".
           88 RATE-TABLE-FULL VALUE "Y".
       01 WS-CODE-FULL-FLAG PIC X(1) VALUE "N".
           88 CODE-TABLE-FULL VALUE "Y".
       01 WS-USE-FULL-FLAG PIC X(1) VALUE "N".
           88 USE-TABLE-FULL VALUE "Y".

       01 WS-REPORT-DATE PIC 9(8).
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-LOOKAHEAD-DAYS PIC 9(3) VALUE 30.
       01 WS-USAGE-DAYS PIC 9(3) VALUE 30.
       01 WS-HORIZON-DATE PIC 9(8).
       01 WS-USAGE-FROM-DATE PIC 9(8).
       01 WS-DATE-INTEGER PIC 9(8) COMP.
       01 WS-FROM-INTEGER PIC 9(8) COMP.
       01 WS-TO-INTEGER PIC 9(8) COMP.
       01 WS-DAY-SPAN PIC S9(8) COMP.
       01 WS-GAP-FROM-DATE PIC 9(8).
       01 WS-GAP-TO-DATE PIC 9(8).
       01 WS-FINAL-RC PIC 9(4) VALUE 0.

      *    Sorted by code and effective date, as CALCULATOR holds it,
      *    so a code's rows are together and in date order.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 1000.
               10 WS-RATE-KEY.
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
       01 WS-SORT-SUB PIC 9(4) COMP.

      *    One entry per code on RATEMST.DAT, then any code seen only
      *    on the audit trail (an "RT" reject for a code that was
      *    never set up).
       01 WS-CODE-TABLE.
           05 WS-CODE-ENTRY OCCURS 500.
               10 WS-CODE-T PIC X(8).
               10 WS-CODE-ON-MASTER PIC X(1).
               10 WS-CODE-USES-TOTAL PIC 9(7) COMP-3.
               10 WS-CODE-REJ-WINDOW PIC 9(7) COMP-3.
               10 WS-CODE-REJ-TOTAL PIC 9(7) COMP-3.
       01 WS-CODE-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-CODE-SUB PIC 9(4) COMP.
       01 WS-CODE-HIT PIC 9(4) COMP.
       01 WS-FIND-CODE PIC X(8).

       01 WS-USE-TABLE.
           05 WS-USE-ENTRY OCCURS 1000.
               10 WS-USE-KEY.
                   15 WS-USE-CODE PIC X(8).
                   15 WS-USE-VALUE PIC X(13).
               10 WS-USE-COUNT PIC 9(7) COMP-3.
       01 WS-USE-HOLD.
           05 WS-USE-HOLD-KEY.
               10 WS-USE-HOLD-CODE PIC X(8).
               10 WS-USE-HOLD-VALUE PIC X(13).
           05 WS-USE-HOLD-COUNT PIC 9(7) COMP-3.
       01 WS-USE-COUNT-USED PIC 9(4) COMP VALUE 0.
       01 WS-USE-SUB PIC 9(4) COMP.
       01 WS-USE-HIT PIC 9(4) COMP.

       01 WS-IN-WINDOW-FLAG PIC X(1).
           88 RECORD-IN-WINDOW VALUE "Y".
       01 WS-LAST-ROW-FLAG PIC X(1).
           88 LAST-ROW-OF-CODE VALUE "Y".

       01 WS-GENS-READ PIC 9(3) COMP VALUE 0.
       01 WS-LINES-LISTED PIC 9(5) COMP.
       01 WS-EXPIRING-COUNT PIC 9(5) COMP VALUE 0.
       01 WS-GAP-COUNT PIC 9(5) COMP VALUE 0.
       01 WS-WINDOW-USES PIC 9(7) COMP-3 VALUE 0.
       01 WS-WINDOW-REJECTS PIC 9(7) COMP-3 VALUE 0.

       01 WS-FORMAT-DATE PIC 9(8).
       01 WS-EDIT-DATE PIC X(10).
       01 WS-EDIT-DATE-2 PIC X(10).
       01 WS-EDIT-COUNT PIC ZZZZZZ9.
       01 WS-EDIT-COUNT-2 PIC ZZZZZZ9.
       01 WS-EDIT-DAYS PIC ZZZZ9.
       01 WS-EDIT-AMOUNT PIC -(9)9.99.
       01 WS-STATUS-TEXT PIC X(24).

       PROCEDURE DIVISION.
      *    Looks over the rate table as a whole before CALCULATOR
      *    finds the holes in it: codes about to lapse with nothing to
      *    follow them, gaps between one row and the next, which codes
      *    were applied recently and at what value, which have never
      *    been applied, and the "RT" rejects for each code, taken
      *    from the audit generations cataloged in AUDTGEN.DAT.
       MAIN-PROCESS.
           PERFORM GET-REPORT-DATE.
           PERFORM LOAD-RATE-PARMS.
           PERFORM COMPUTE-REPORT-WINDOW.
           PERFORM LOAD-RATE-TABLE.
           PERFORM BUILD-CODE-TABLE.
           PERFORM WALK-GENERATION-CATALOG.
           PERFORM SORT-USE-TABLE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM WRITE-EXPIRING-SECTION.
           PERFORM WRITE-GAP-SECTION.
           PERFORM WRITE-USAGE-SECTION.
           PERFORM WRITE-NEVER-USED-SECTION.
           PERFORM WRITE-REJECT-SECTION.
           PERFORM WRITE-TABLE-WARNINGS.
           CLOSE REPORT-FILE.
           MOVE WS-FINAL-RC TO RETURN-CODE.
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

       LOAD-RATE-PARMS.
           OPEN INPUT RATE-PARM-FILE.
           IF WS-RATE-PARM-STATUS = "00"
               READ RATE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RP-LOOKAHEAD-DAYS IS NUMERIC
                           MOVE RP-LOOKAHEAD-DAYS TO WS-LOOKAHEAD-DAYS
                       END-IF
                       IF RP-USAGE-DAYS IS NUMERIC AND
                          RP-USAGE-DAYS > 0
                           MOVE RP-USAGE-DAYS TO WS-USAGE-DAYS
                       END-IF
               END-READ
           END-IF.
           CLOSE RATE-PARM-FILE.

      *    The usage window is the report date and the days before it,
      *    WS-USAGE-DAYS days in all.
       COMPUTE-REPORT-WINDOW.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
               + WS-LOOKAHEAD-DAYS.
           COMPUTE WS-HORIZON-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
               - WS-USAGE-DAYS + 1.
           COMPUTE WS-USAGE-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).

       LOAD-RATE-TABLE.
           MOVE 0 TO WS-RATE-COUNT.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS = "00"
               PERFORM READ-RATE-RECORD
               PERFORM STORE-RATE-RECORD UNTIL END-OF-RATES
           END-IF.
           CLOSE RATE-FILE.
           PERFORM SORT-RATE-TABLE.

       READ-RATE-RECORD.
           READ RATE-FILE
               AT END
                   SET END-OF-RATES TO TRUE
           END-READ.

       STORE-RATE-RECORD.
           IF WS-RATE-COUNT = 1000
               SET RATE-TABLE-FULL TO TRUE
           END-IF.
           IF WS-RATE-COUNT < 1000 AND
              RT-EFF-DATE IS NUMERIC AND
              RT-EXP-DATE IS NUMERIC AND
              RT-VALUE IS NUMERIC
               ADD 1 TO WS-RATE-COUNT
               MOVE RT-CODE TO WS-RATE-CODE-T(WS-RATE-COUNT)
               MOVE RT-EFF-DATE TO WS-RATE-EFF(WS-RATE-COUNT)
               MOVE RT-EXP-DATE TO WS-RATE-EXP(WS-RATE-COUNT)
               MOVE RT-VALUE TO WS-RATE-AMT(WS-RATE-COUNT)
           END-IF.
           PERFORM READ-RATE-RECORD.

       SORT-RATE-TABLE.
           PERFORM SORT-ONE-RATE-ENTRY
               VARYING WS-SORT-SUB FROM 2 BY 1
               UNTIL WS-SORT-SUB > WS-RATE-COUNT.

       SORT-ONE-RATE-ENTRY.
           MOVE WS-RATE-ENTRY(WS-SORT-SUB) TO WS-RATE-HOLD.
           MOVE WS-SORT-SUB TO WS-RATE-SUB.
           PERFORM SHIFT-RATE-ENTRY
               UNTIL WS-RATE-SUB = 1
                  OR WS-RATE-KEY(WS-RATE-SUB - 1)
                     NOT > WS-RATE-HOLD-KEY.
           MOVE WS-RATE-HOLD TO WS-RATE-ENTRY(WS-RATE-SUB).

       SHIFT-RATE-ENTRY.
           MOVE WS-RATE-ENTRY(WS-RATE-SUB - 1)
               TO WS-RATE-ENTRY(WS-RATE-SUB).
           SUBTRACT 1 FROM WS-RATE-SUB.

       BUILD-CODE-TABLE.
           PERFORM ADD-MASTER-CODE
               VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT.

       ADD-MASTER-CODE.
           IF WS-RATE-SUB = 1 OR
              WS-RATE-CODE-T(WS-RATE-SUB) NOT =
                  WS-RATE-CODE-T(WS-RATE-SUB - 1)
               MOVE WS-RATE-CODE-T(WS-RATE-SUB) TO WS-FIND-CODE
               PERFORM ADD-CODE-ENTRY
               IF WS-CODE-HIT > 0
                   MOVE "Y" TO WS-CODE-ON-MASTER(WS-CODE-HIT)
               END-IF
           END-IF.

       ADD-CODE-ENTRY.
           MOVE 0 TO WS-CODE-HIT.
           IF WS-CODE-COUNT < 500
               ADD 1 TO WS-CODE-COUNT
               MOVE WS-CODE-COUNT TO WS-CODE-HIT
               MOVE WS-FIND-CODE TO WS-CODE-T(WS-CODE-HIT)
               MOVE "N" TO WS-CODE-ON-MASTER(WS-CODE-HIT)
               MOVE 0 TO WS-CODE-USES-TOTAL(WS-CODE-HIT)
               MOVE 0 TO WS-CODE-REJ-WINDOW(WS-CODE-HIT)
               MOVE 0 TO WS-CODE-REJ-TOTAL(WS-CODE-HIT)
           ELSE
               SET CODE-TABLE-FULL TO TRUE
           END-IF.

       FIND-CODE-ENTRY.
           MOVE 0 TO WS-CODE-HIT.
           PERFORM MATCH-CODE-ENTRY
               VARYING WS-CODE-SUB FROM 1 BY 1
               UNTIL WS-CODE-SUB > WS-CODE-COUNT
                  OR WS-CODE-HIT > 0.
           IF WS-CODE-HIT = 0
               PERFORM ADD-CODE-ENTRY
           END-IF.

       MATCH-CODE-ENTRY.
           IF WS-CODE-T(WS-CODE-SUB) = WS-FIND-CODE
               MOVE WS-CODE-SUB TO WS-CODE-HIT
           END-IF.

      *    Every cataloged generation is read: "never used" means not
      *    applied anywhere in the audit history still kept.
       WALK-GENERATION-CATALOG.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS = "00"
               PERFORM READ-CATALOG-RECORD
               PERFORM SELECT-ONE-GENERATION UNTIL END-OF-CATALOG
           END-IF.
           CLOSE CATALOG-FILE.

       READ-CATALOG-RECORD.
           READ CATALOG-FILE
               AT END
                   SET END-OF-CATALOG TO TRUE
           END-READ.

       SELECT-ONE-GENERATION.
           IF GC-GEN-DATE IS NUMERIC
               PERFORM TALLY-ONE-GENERATION
           END-IF.
           PERFORM READ-CATALOG-RECORD.

       TALLY-ONE-GENERATION.
           MOVE GC-FILE-NAME TO WS-GEN-NAME.
           MOVE "N" TO WS-GEN-EOF.
           OPEN INPUT GENERATION-FILE.
           IF WS-GEN-STATUS = "00"
               ADD 1 TO WS-GENS-READ
               PERFORM READ-GENERATION-RECORD
               PERFORM TALLY-ONE-AUDIT-RECORD UNTIL END-OF-GENERATION
           END-IF.
           CLOSE GENERATION-FILE.

       READ-GENERATION-RECORD.
           READ GENERATION-FILE
               AT END
                   SET END-OF-GENERATION TO TRUE
           END-READ.

      *    A rate value is only written to the audit record when the
      *    code resolved, so a non-blank value marks a code applied.
       TALLY-ONE-AUDIT-RECORD.
           IF AUD-RATE-CODE NOT = SPACES
               MOVE "N" TO WS-IN-WINDOW-FLAG
               IF AUD-BUS-DATE IS NUMERIC
                   IF AUD-BUS-DATE NOT < WS-USAGE-FROM-DATE AND
                      AUD-BUS-DATE NOT > WS-REPORT-DATE
                       SET RECORD-IN-WINDOW TO TRUE
                   END-IF
               END-IF
               MOVE AUD-RATE-CODE TO WS-FIND-CODE
               PERFORM FIND-CODE-ENTRY
               IF WS-CODE-HIT > 0
                   IF AUD-RATE-VALUE NOT = SPACES
                       ADD 1 TO WS-CODE-USES-TOTAL(WS-CODE-HIT)
                       IF RECORD-IN-WINDOW
                           ADD 1 TO WS-WINDOW-USES
                           PERFORM TALLY-RATE-USE
                       END-IF
                   END-IF
                   IF AUD-OUTCOME = "RT"
                       ADD 1 TO WS-CODE-REJ-TOTAL(WS-CODE-HIT)
                       IF RECORD-IN-WINDOW
                           ADD 1 TO WS-CODE-REJ-WINDOW(WS-CODE-HIT)
                           ADD 1 TO WS-WINDOW-REJECTS
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-GENERATION-RECORD.

       TALLY-RATE-USE.
           MOVE 0 TO WS-USE-HIT.
           PERFORM MATCH-RATE-USE
               VARYING WS-USE-SUB FROM 1 BY 1
               UNTIL WS-USE-SUB > WS-USE-COUNT-USED
                  OR WS-USE-HIT > 0.
           IF WS-USE-HIT = 0
               IF WS-USE-COUNT-USED < 1000
                   ADD 1 TO WS-USE-COUNT-USED
                   MOVE WS-USE-COUNT-USED TO WS-USE-HIT
                   MOVE AUD-RATE-CODE TO WS-USE-CODE(WS-USE-HIT)
                   MOVE AUD-RATE-VALUE TO WS-USE-VALUE(WS-USE-HIT)
                   MOVE 0 TO WS-USE-COUNT(WS-USE-HIT)
               ELSE
                   SET USE-TABLE-FULL TO TRUE
               END-IF
           END-IF.
           IF WS-USE-HIT > 0
               ADD 1 TO WS-USE-COUNT(WS-USE-HIT)
           END-IF.

       MATCH-RATE-USE.
           IF WS-USE-CODE(WS-USE-SUB) = AUD-RATE-CODE AND
              WS-USE-VALUE(WS-USE-SUB) = AUD-RATE-VALUE
               MOVE WS-USE-SUB TO WS-USE-HIT
           END-IF.

       SORT-USE-TABLE.
           PERFORM SORT-ONE-USE-ENTRY
               VARYING WS-SORT-SUB FROM 2 BY 1
               UNTIL WS-SORT-SUB > WS-USE-COUNT-USED.

       SORT-ONE-USE-ENTRY.
           MOVE WS-USE-ENTRY(WS-SORT-SUB) TO WS-USE-HOLD.
           MOVE WS-SORT-SUB TO WS-USE-SUB.
           PERFORM SHIFT-USE-ENTRY
               UNTIL WS-USE-SUB = 1
                  OR WS-USE-KEY(WS-USE-SUB - 1)
                     NOT > WS-USE-HOLD-KEY.
           MOVE WS-USE-HOLD TO WS-USE-ENTRY(WS-USE-SUB).

       SHIFT-USE-ENTRY.
           MOVE WS-USE-ENTRY(WS-USE-SUB - 1)
               TO WS-USE-ENTRY(WS-USE-SUB).
           SUBTRACT 1 FROM WS-USE-SUB.

       FORMAT-REPORT-DATE.
           MOVE SPACES TO WS-EDIT-DATE.
           STRING WS-FORMAT-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-FORMAT-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-FORMAT-DATE(7:2) DELIMITED BY SIZE
               INTO WS-EDIT-DATE.

       WRITE-REPORT-HEADER.
           MOVE WS-REPORT-DATE TO WS-FORMAT-DATE.
           PERFORM FORMAT-REPORT-DATE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RATE-CODE USAGE AND EXPIRY LOOK-AHEAD FOR "
                  DELIMITED BY SIZE
                  WS-EDIT-DATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RATE-COUNT TO WS-EDIT-COUNT.
           MOVE WS-GENS-READ TO WS-EDIT-COUNT-2.
           MOVE SPACES TO REPORT-LINE.
           STRING "RATE ROWS ON RATEMST: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  "   AUDIT GENERATIONS READ: " DELIMITED BY SIZE
                  WS-EDIT-COUNT-2 DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      *    Only the last row of a code can lapse with nothing after it.
      *    A row that lapsed inside the usage window is still shown so
      *    that a code allowed to lapse last week is not lost sight of.
       WRITE-EXPIRING-SECTION.
           MOVE WS-LOOKAHEAD-DAYS TO WS-EDIT-DAYS.
           MOVE SPACES TO REPORT-LINE.
           STRING "CODES EXPIRING WITHIN " DELIMITED BY SIZE
                  WS-EDIT-DAYS DELIMITED BY SIZE
                  " DAYS WITH NO SUCCESSOR ROW" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  CODE      EFFECTIVE   EXPIRES             VALUE"
                  DELIMITED BY SIZE
                  "  STATUS" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM CHECK-EXPIRING-ROW
               VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT.
           IF WS-EXPIRING-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               STRING "  NONE" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE 4 TO WS-FINAL-RC
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       CHECK-EXPIRING-ROW.
           MOVE "N" TO WS-LAST-ROW-FLAG.
           IF WS-RATE-SUB = WS-RATE-COUNT
               SET LAST-ROW-OF-CODE TO TRUE
           ELSE
               IF WS-RATE-CODE-T(WS-RATE-SUB + 1) NOT =
                  WS-RATE-CODE-T(WS-RATE-SUB)
                   SET LAST-ROW-OF-CODE TO TRUE
               END-IF
           END-IF.
           IF LAST-ROW-OF-CODE AND
              WS-RATE-EXP(WS-RATE-SUB) NOT < WS-USAGE-FROM-DATE AND
              WS-RATE-EXP(WS-RATE-SUB) NOT > WS-HORIZON-DATE
               ADD 1 TO WS-EXPIRING-COUNT
               PERFORM WRITE-EXPIRING-LINE
           END-IF.

       WRITE-EXPIRING-LINE.
           COMPUTE WS-FROM-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE).
           COMPUTE WS-TO-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RATE-EXP(WS-RATE-SUB)).
           MOVE SPACES TO WS-STATUS-TEXT.
           IF WS-TO-INTEGER < WS-FROM-INTEGER
               COMPUTE WS-DAY-SPAN = WS-FROM-INTEGER - WS-TO-INTEGER
               MOVE WS-DAY-SPAN TO WS-EDIT-DAYS
               STRING "LAPSED " DELIMITED BY SIZE
                      WS-EDIT-DAYS DELIMITED BY SIZE
                      " DAYS AGO" DELIMITED BY SIZE
                   INTO WS-STATUS-TEXT
           ELSE
               COMPUTE WS-DAY-SPAN = WS-TO-INTEGER - WS-FROM-INTEGER
               MOVE WS-DAY-SPAN TO WS-EDIT-DAYS
               STRING "EXPIRES IN " DELIMITED BY SIZE
                      WS-EDIT-DAYS DELIMITED BY SIZE
                      " DAYS" DELIMITED BY SIZE
                   INTO WS-STATUS-TEXT
           END-IF.
           MOVE WS-RATE-EXP(WS-RATE-SUB) TO WS-FORMAT-DATE.
           PERFORM FORMAT-REPORT-DATE.
           MOVE WS-EDIT-DATE TO WS-EDIT-DATE-2.
           MOVE WS-RATE-EFF(WS-RATE-SUB) TO WS-FORMAT-DATE.
           PERFORM FORMAT-REPORT-DATE.
           MOVE WS-RATE-AMT(WS-RATE-SUB) TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
                  WS-RATE-CODE-T(WS-RATE-SUB) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EDIT-DATE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EDIT-DATE-2 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-STATUS-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *    A gap is any day between one row's expiry and the next
      *    row's effective date for the same code; CALCULATOR rejects
      *    the code on those days. Gaps that closed before the usage
      *    window are history and are left off.
       WRITE-GAP-SECTION.
           MOVE SPACES TO REPORT-LINE.
           STRING "GAPS BETWEEN RATE ROWS" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  CODE      NO RATE FROM  NO RATE TO     DAYS"
                  DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM CHECK-RATE-GAP
               VARYING WS-RATE-SUB FROM 2 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT.
           IF WS-GAP-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               STRING "  NONE" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE 4 TO WS-FINAL-RC
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       CHECK-RATE-GAP.
           IF WS-RATE-CODE-T(WS-RATE-SUB) =
              WS-RATE-CODE-T(WS-RATE-SUB - 1) AND
              WS-RATE-EFF(WS-RATE-SUB) >
                  WS-RATE-EXP(WS-RATE-SUB - 1)
               COMPUTE WS-FROM-INTEGER =
                   FUNCTION INTEGER-OF-DATE(
                       WS-RATE-EXP(WS-RATE-SUB - 1)) + 1
               COMPUTE WS-TO-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RATE-EFF(WS-RATE-SUB))
                   - 1
               IF WS-TO-INTEGER NOT < WS-FROM-INTEGER
                   COMPUTE WS-GAP-FROM-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-FROM-INTEGER)
                   COMPUTE WS-GAP-TO-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-TO-INTEGER)
                   IF WS-GAP-TO-DATE NOT < WS-USAGE-FROM-DATE
                       ADD 1 TO WS-GAP-COUNT
                       PERFORM WRITE-GAP-LINE
                   END-IF
               END-IF
           END-IF.

       WRITE-GAP-LINE.
           COMPUTE WS-DAY-SPAN = WS-TO-INTEGER - WS-FROM-INTEGER + 1.
           MOVE WS-DAY-SPAN TO WS-EDIT-DAYS.
           MOVE WS-GAP-TO-DATE TO WS-FORMAT-DATE.
           PERFORM FORMAT-REPORT-DATE.
           MOVE WS-EDIT-DATE TO WS-EDIT-DATE-2.
           MOVE WS-GAP-FROM-DATE TO WS-FORMAT-DATE.
           PERFORM FORMAT-REPORT-DATE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
                  WS-RATE-CODE-T(WS-RATE-SUB) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EDIT-DATE DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-EDIT-DATE-2 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EDIT-DAYS DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-USAGE-SECTION.
           MOVE WS-USAGE-DAYS TO WS-EDIT-DAYS.
           MOVE WS-USAGE-FROM-DATE TO WS-FORMAT-DATE.
           PERFORM FORMAT-REPORT-DATE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CODES USED IN THE LAST " DELIMITED BY SIZE
                  WS-EDIT-DAYS DELIMITED BY SIZE
                  " DAYS (FROM " DELIMITED BY SIZE
                  WS-EDIT-DATE DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  CODE      VALUE APPLIED      COUNT"
                  DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-USAGE-LINE
               VARYING WS-USE-SUB FROM 1 BY 1
               UNTIL WS-USE-SUB > WS-USE-COUNT-USED.
           MOVE WS-WINDOW-USES TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  TOTAL                    " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-USAGE-LINE.
           MOVE WS-USE-COUNT(WS-USE-SUB) TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
                  WS-USE-CODE(WS-USE-SUB) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-USE-VALUE(WS-USE-SUB) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-NEVER-USED-SECTION.
           MOVE SPACES TO REPORT-LINE.
           STRING "CODES ON RATEMST NEVER USED IN THE AUDIT "
                  DELIMITED BY SIZE
                  "GENERATIONS READ" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO WS-LINES-LISTED.
           PERFORM WRITE-NEVER-USED-LINE
               VARYING WS-CODE-SUB FROM 1 BY 1
               UNTIL WS-CODE-SUB > WS-CODE-COUNT.
           IF WS-LINES-LISTED = 0
               MOVE SPACES TO REPORT-LINE
               STRING "  NONE" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-NEVER-USED-LINE.
           IF WS-CODE-ON-MASTER(WS-CODE-SUB) = "Y" AND
              WS-CODE-USES-TOTAL(WS-CODE-SUB) = 0
               ADD 1 TO WS-LINES-LISTED
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-CODE-T(WS-CODE-SUB) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-REJECT-SECTION.
           MOVE SPACES TO REPORT-LINE.
           STRING "RT REJECTS BY CODE (UNKNOWN OR EXPIRED RATE CODE)"
                  DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-USAGE-DAYS TO WS-EDIT-DAYS.
           MOVE SPACES TO REPORT-LINE.
           STRING "  CODE      LAST " DELIMITED BY SIZE
                  WS-EDIT-DAYS DELIMITED BY SIZE
                  " DAYS  ALL GENERATIONS" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO WS-LINES-LISTED.
           PERFORM WRITE-REJECT-LINE
               VARYING WS-CODE-SUB FROM 1 BY 1
               UNTIL WS-CODE-SUB > WS-CODE-COUNT.
           IF WS-LINES-LISTED = 0
               MOVE SPACES TO REPORT-LINE
               STRING "  NONE" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-WINDOW-REJECTS > 0
               MOVE 4 TO WS-FINAL-RC
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-REJECT-LINE.
           IF WS-CODE-REJ-TOTAL(WS-CODE-SUB) > 0
               ADD 1 TO WS-LINES-LISTED
               MOVE WS-CODE-REJ-WINDOW(WS-CODE-SUB) TO WS-EDIT-COUNT
               MOVE WS-CODE-REJ-TOTAL(WS-CODE-SUB) TO WS-EDIT-COUNT-2
               MOVE SPACES TO WS-STATUS-TEXT
               IF WS-CODE-ON-MASTER(WS-CODE-SUB) NOT = "Y"
                   MOVE "NOT ON RATEMST" TO WS-STATUS-TEXT
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-CODE-T(WS-CODE-SUB) DELIMITED BY SIZE
                      "          " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      "          " DELIMITED BY SIZE
                      WS-EDIT-COUNT-2 DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-STATUS-TEXT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-TABLE-WARNINGS.
           IF RATE-TABLE-FULL
               MOVE 8 TO WS-FINAL-RC
               MOVE SPACES TO REPORT-LINE
               STRING "*** MORE THAN 1000 RATE ROWS - "
                      DELIMITED BY SIZE
                      "REMAINING ROWS NOT REPORTED ***"
                      DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF CODE-TABLE-FULL
               MOVE 8 TO WS-FINAL-RC
               MOVE SPACES TO REPORT-LINE
               STRING "*** MORE THAN 500 RATE CODES - "
                      DELIMITED BY SIZE
                      "USAGE AND REJECTS INCOMPLETE ***"
                      DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF USE-TABLE-FULL
               MOVE 8 TO WS-FINAL-RC
               MOVE SPACES TO REPORT-LINE
               STRING "*** MORE THAN 1000 CODE AND VALUE PAIRS - "
                      DELIMITED BY SIZE
                      "USAGE LIST INCOMPLETE ***" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
