       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "RSLTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-TRAN-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPTIONAL ACCOUNT-FILE ASSIGN TO "GLACCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "GLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT OPTIONAL DATE-PARM-FILE ASSIGN TO "GLDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "GLEXCP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY RSLTMST.

      *    Ledger accounts for each department and operation. A row
      *    with department "****" applies to every department without
      *    a row of its own for that operation; the row "****" with
      *    operation "*" names the suspense account in GA-DEBIT-ACCT.
       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           05 GA-DEPT-CODE PIC X(4).
           05 FILLER PIC X(1).
           05 GA-OPERATION PIC X(1).
           05 FILLER PIC X(1).
           05 GA-DEBIT-ACCT PIC X(10).
           05 FILLER PIC X(1).
           05 GA-CREDIT-ACCT PIC X(10).

      *    One row per journal produced; a date already on file is
      *    never journaled again.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 JC-BUS-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 JC-CREATED-STAMP PIC X(14).
           05 FILLER PIC X(1).
           05 JC-LINE-COUNT PIC 9(5).
           05 FILLER PIC X(1).
           05 JC-DEBIT-TOTAL PIC 9(13)V9(2).

      *    GLJRNL.D<yyyymmdd>: header, balanced debit and credit
      *    lines, and a control trailer.
       FD  JOURNAL-FILE.
           COPY GLJRNL.

       FD  DATE-PARM-FILE.
       01  DATE-PARM-RECORD PIC 9(8).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-ACCT-STATUS PIC X(2).
       01 WS-CTL-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-PARM-STATUS PIC X(2).

       01 WS-JOURNAL-NAME PIC X(44).

       01 WS-MASTER-EOF PIC X(1) VALUE "N".
           88 END-OF-MASTER VALUE "Y".
       01 WS-ACCT-EOF PIC X(1) VALUE "N".
           88 END-OF-ACCOUNTS VALUE "Y".
       01 WS-CTL-EOF PIC X(1) VALUE "N".
           88 END-OF-CONTROL VALUE "Y".
       01 WS-DONE-FLAG PIC X(1) VALUE "N".
           88 JOURNAL-ALREADY-DONE VALUE "Y".

       01 WS-GL-DATE PIC 9(8).
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-FINAL-RC PIC 9(4) VALUE 0.

       01 WS-SUSPENSE-ACCT PIC X(10) VALUE "SUSPENSE".

       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 500.
               10 WS-ACCT-DEPT PIC X(4).
               10 WS-ACCT-OP PIC X(1).
               10 WS-ACCT-DEBIT PIC X(10).
               10 WS-ACCT-CREDIT PIC X(10).
       01 WS-ACCT-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-ACCT-SUB PIC 9(3) COMP.
       01 WS-ACCT-HIT PIC 9(3) COMP.
       01 WS-ACCT-DEFAULT-HIT PIC 9(3) COMP.

       01 WS-SUM-TABLE.
           05 WS-SUM-ENTRY OCCURS 500.
               10 WS-SUM-DEPT PIC X(4).
               10 WS-SUM-OP PIC X(1).
               10 WS-SUM-COUNT PIC 9(7) COMP-3.
               10 WS-SUM-TOTAL PIC S9(13)V9(2) COMP-3.
               10 WS-SUM-DEBIT PIC X(10).
               10 WS-SUM-CREDIT PIC X(10).
               10 WS-SUM-SUSPENSE PIC X(1).
       01 WS-SUM-COUNT-USED PIC 9(3) COMP VALUE 0.
       01 WS-SUM-SUB PIC 9(3) COMP.
       01 WS-SUM-HIT PIC 9(3) COMP.
       01 WS-SUM-OVERFLOW PIC X(1) VALUE "N".
           88 SUMMARY-TABLE-OVERFLOW VALUE "Y".
       01 WS-TALLY-DEPT PIC X(4).
       01 WS-SAVE-TRAN-ID PIC X(10).
       01 WS-SAVE-DEPT-CODE PIC X(4).
       01 WS-SAVE-OPERATION PIC X(1).
       01 WS-OFFSET-AMOUNT PIC S9(9)V9(2).

       01 WS-POSTED-COUNT PIC 9(7) COMP-3 VALUE 0.
       01 WS-POSTED-TOTAL PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-LINE-NO PIC 9(5) VALUE 0.
       01 WS-DEBIT-TOTAL PIC 9(13)V9(2) COMP-3 VALUE 0.
       01 WS-CREDIT-TOTAL PIC 9(13)V9(2) COMP-3 VALUE 0.
       01 WS-POST-AMOUNT PIC 9(13)V9(2) COMP-3.
       01 WS-EXCEPTION-COUNT PIC 9(3) COMP VALUE 0.

       01 WS-EDIT-DATE PIC X(10).
       01 WS-EDIT-COUNT PIC ZZZZZZ9.
       01 WS-EDIT-TOTAL PIC -(13)9.99.

       PROCEDURE DIVISION.
      *    Summarizes the business date's posted results on the master
      *    by department and operation into one balanced journal.
      *    Anything without an account mapping is posted to suspense
      *    and listed on GLEXCP.RPT. GLCTL.DAT stops a second journal
      *    for a date already sent to the ledger.
       MAIN-PROCESS.
           PERFORM GET-GL-DATE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM CHECK-PRIOR-JOURNAL.
           IF JOURNAL-ALREADY-DONE
               MOVE 4 TO WS-FINAL-RC
               MOVE SPACES TO REPORT-LINE
               STRING "*** JOURNAL ALREADY PRODUCED FOR THIS DATE - "
                      DELIMITED BY SIZE
                      "NOT REPEATED ***" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM LOAD-ACCOUNT-MAP
               PERFORM SUMMARIZE-MASTER
               IF WS-FINAL-RC = 0
                   PERFORM WRITE-JOURNAL-FILE
               END-IF
               IF WS-FINAL-RC = 0
                   PERFORM RECORD-JOURNAL-CONTROL
               END-IF
               PERFORM WRITE-EXCEPTIONS
               PERFORM WRITE-REPORT-TOTALS
           END-IF.
           CLOSE REPORT-FILE.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           GOBACK.

       GET-GL-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-GL-DATE.
           OPEN INPUT DATE-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ DATE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DATE-PARM-RECORD IS NUMERIC
                           MOVE DATE-PARM-RECORD TO WS-GL-DATE
                       END-IF
               END-READ
           END-IF.
           CLOSE DATE-PARM-FILE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-EDIT-DATE.
           STRING WS-GL-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-GL-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-GL-DATE(7:2) DELIMITED BY SIZE
               INTO WS-EDIT-DATE.
           MOVE SPACES TO REPORT-LINE.
           STRING "GL JOURNAL EXCEPTIONS AND CONTROLS FOR "
                  DELIMITED BY SIZE
                  WS-EDIT-DATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       CHECK-PRIOR-JOURNAL.
           OPEN INPUT CONTROL-FILE.
           IF WS-CTL-STATUS = "00"
               PERFORM READ-CONTROL-RECORD
               PERFORM CHECK-CONTROL-RECORD UNTIL END-OF-CONTROL
           END-IF.
           CLOSE CONTROL-FILE.

       READ-CONTROL-RECORD.
           READ CONTROL-FILE
               AT END
                   SET END-OF-CONTROL TO TRUE
           END-READ.

       CHECK-CONTROL-RECORD.
           IF JC-BUS-DATE IS NUMERIC AND JC-BUS-DATE = WS-GL-DATE
               SET JOURNAL-ALREADY-DONE TO TRUE
           END-IF.
           PERFORM READ-CONTROL-RECORD.

       LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCT-STATUS = "00"
               PERFORM READ-ACCOUNT-RECORD
               PERFORM STORE-ACCOUNT-RECORD UNTIL END-OF-ACCOUNTS
           END-IF.
           CLOSE ACCOUNT-FILE.

       READ-ACCOUNT-RECORD.
           READ ACCOUNT-FILE
               AT END
                   SET END-OF-ACCOUNTS TO TRUE
           END-READ.

       STORE-ACCOUNT-RECORD.
           EVALUATE TRUE
               WHEN GA-DEPT-CODE = SPACES
                   CONTINUE
               WHEN GA-DEPT-CODE = "****" AND GA-OPERATION = "*"
                   IF GA-DEBIT-ACCT NOT = SPACES
                       MOVE GA-DEBIT-ACCT TO WS-SUSPENSE-ACCT
                   END-IF
               WHEN WS-ACCT-COUNT < 500
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE GA-DEPT-CODE TO WS-ACCT-DEPT(WS-ACCT-COUNT)
                   MOVE GA-OPERATION TO WS-ACCT-OP(WS-ACCT-COUNT)
                   MOVE GA-DEBIT-ACCT TO WS-ACCT-DEBIT(WS-ACCT-COUNT)
                   MOVE GA-CREDIT-ACCT
                       TO WS-ACCT-CREDIT(WS-ACCT-COUNT)
           END-EVALUATE.
           PERFORM READ-ACCOUNT-RECORD.

       SUMMARIZE-MASTER.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               CLOSE MASTER-FILE
               MOVE 8 TO WS-FINAL-RC
               MOVE SPACES TO REPORT-LINE
               STRING "*** RESULTS MASTER NOT AVAILABLE, STATUS "
                      DELIMITED BY SIZE
                      WS-MASTER-STATUS DELIMITED BY SIZE
                      " - NO JOURNAL WRITTEN ***" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE LOW-VALUES TO RM-TRAN-ID
               START MASTER-FILE KEY NOT < RM-TRAN-ID
                   INVALID KEY
                       SET END-OF-MASTER TO TRUE
               END-START
               IF NOT END-OF-MASTER
                   PERFORM READ-NEXT-MASTER
                   PERFORM SUMMARIZE-MASTER-RECORD UNTIL END-OF-MASTER
               END-IF
               CLOSE MASTER-FILE
           END-IF.
           IF SUMMARY-TABLE-OVERFLOW
               MOVE 8 TO WS-FINAL-RC
               MOVE SPACES TO REPORT-LINE
               STRING "*** MORE THAN 500 DEPARTMENT/OPERATION "
                      DELIMITED BY SIZE
                      "TOTALS - NO JOURNAL WRITTEN ***"
                      DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       READ-NEXT-MASTER.
           READ MASTER-FILE NEXT
               AT END
                   SET END-OF-MASTER TO TRUE
           END-READ.

      *    Reversal entries ("RV") carry the negated result of the
      *    original, so they are journaled with the "OK" results;
      *    otherwise the ledger would keep a reversed posting. A
      *    correction posts one "OK" record holding the replacement,
      *    with the backing-out of the original only in its offset,
      *    so the offset is journaled as well.
       SUMMARIZE-MASTER-RECORD.
           IF RM-RUN-DATE = WS-GL-DATE AND
              (RM-OUTCOME = "OK" OR RM-OUTCOME = "RV")
               ADD 1 TO WS-POSTED-COUNT
               ADD RM-RESULT TO WS-POSTED-TOTAL
               MOVE RM-DEPT-CODE TO WS-TALLY-DEPT
               IF WS-TALLY-DEPT = SPACES
                   MOVE "NONE" TO WS-TALLY-DEPT
               END-IF
               PERFORM FIND-SUMMARY-ENTRY
               IF WS-SUM-HIT > 0
                   ADD 1 TO WS-SUM-COUNT(WS-SUM-HIT)
                   ADD RM-RESULT TO WS-SUM-TOTAL(WS-SUM-HIT)
               END-IF
               IF RM-OUTCOME = "OK" AND RM-ENTRY-CORRECTION
                   PERFORM SUMMARIZE-CORRECTION-OFFSET
               END-IF
           END-IF.
           IF NOT END-OF-MASTER
               PERFORM READ-NEXT-MASTER
           END-IF.

      *    The offset goes to the original's department and operation,
      *    which is where the original was journaled. Should the
      *    original no longer be on the master, the correction's own
      *    are used. The scan is then re-positioned after the
      *    correction.
       SUMMARIZE-CORRECTION-OFFSET.
           MOVE RM-TRAN-ID TO WS-SAVE-TRAN-ID.
           MOVE RM-DEPT-CODE TO WS-SAVE-DEPT-CODE.
           MOVE RM-OPERATION TO WS-SAVE-OPERATION.
           MOVE RM-OFFSET-RESULT TO WS-OFFSET-AMOUNT.
           ADD WS-OFFSET-AMOUNT TO WS-POSTED-TOTAL.
           MOVE RM-ORIG-TRAN-ID TO RM-TRAN-ID.
           READ MASTER-FILE
               INVALID KEY
                   MOVE WS-SAVE-DEPT-CODE TO RM-DEPT-CODE
                   MOVE WS-SAVE-OPERATION TO RM-OPERATION
           END-READ.
           MOVE RM-DEPT-CODE TO WS-TALLY-DEPT.
           IF WS-TALLY-DEPT = SPACES
               MOVE "NONE" TO WS-TALLY-DEPT
           END-IF.
           PERFORM FIND-SUMMARY-ENTRY.
           IF WS-SUM-HIT > 0
               ADD WS-OFFSET-AMOUNT TO WS-SUM-TOTAL(WS-SUM-HIT)
           END-IF.
           MOVE WS-SAVE-TRAN-ID TO RM-TRAN-ID.
           START MASTER-FILE KEY > RM-TRAN-ID
               INVALID KEY
                   SET END-OF-MASTER TO TRUE
           END-START.

       FIND-SUMMARY-ENTRY.
           MOVE 0 TO WS-SUM-HIT.
           PERFORM MATCH-SUMMARY-ENTRY
               VARYING WS-SUM-SUB FROM 1 BY 1
               UNTIL WS-SUM-SUB > WS-SUM-COUNT-USED.
           IF WS-SUM-HIT = 0
               IF WS-SUM-COUNT-USED < 500
                   ADD 1 TO WS-SUM-COUNT-USED
                   MOVE WS-SUM-COUNT-USED TO WS-SUM-HIT
                   MOVE WS-TALLY-DEPT TO WS-SUM-DEPT(WS-SUM-HIT)
                   MOVE RM-OPERATION TO WS-SUM-OP(WS-SUM-HIT)
                   MOVE 0 TO WS-SUM-COUNT(WS-SUM-HIT)
                   MOVE 0 TO WS-SUM-TOTAL(WS-SUM-HIT)
                   PERFORM MAP-SUMMARY-ACCOUNTS
               ELSE
                   SET SUMMARY-TABLE-OVERFLOW TO TRUE
               END-IF
           END-IF.

       MATCH-SUMMARY-ENTRY.
           IF WS-SUM-DEPT(WS-SUM-SUB) = WS-TALLY-DEPT AND
              WS-SUM-OP(WS-SUM-SUB) = RM-OPERATION
               MOVE WS-SUM-SUB TO WS-SUM-HIT
           END-IF.

      *    A department's own row wins over the "****" row for the
      *    same operation.
       MAP-SUMMARY-ACCOUNTS.
           MOVE 0 TO WS-ACCT-HIT.
           MOVE 0 TO WS-ACCT-DEFAULT-HIT.
           PERFORM MATCH-ACCOUNT-ENTRY
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT.
           IF WS-ACCT-HIT = 0
               MOVE WS-ACCT-DEFAULT-HIT TO WS-ACCT-HIT
           END-IF.
           IF WS-ACCT-HIT > 0
               MOVE WS-ACCT-DEBIT(WS-ACCT-HIT)
                   TO WS-SUM-DEBIT(WS-SUM-HIT)
               MOVE WS-ACCT-CREDIT(WS-ACCT-HIT)
                   TO WS-SUM-CREDIT(WS-SUM-HIT)
               MOVE "N" TO WS-SUM-SUSPENSE(WS-SUM-HIT)
           ELSE
               MOVE WS-SUSPENSE-ACCT TO WS-SUM-DEBIT(WS-SUM-HIT)
               MOVE WS-SUSPENSE-ACCT TO WS-SUM-CREDIT(WS-SUM-HIT)
               MOVE "Y" TO WS-SUM-SUSPENSE(WS-SUM-HIT)
           END-IF.

       MATCH-ACCOUNT-ENTRY.
           IF WS-ACCT-OP(WS-ACCT-SUB) = RM-OPERATION
               IF WS-ACCT-DEPT(WS-ACCT-SUB) = WS-TALLY-DEPT
                   MOVE WS-ACCT-SUB TO WS-ACCT-HIT
               END-IF
               IF WS-ACCT-DEPT(WS-ACCT-SUB) = "****"
                   MOVE WS-ACCT-SUB TO WS-ACCT-DEFAULT-HIT
               END-IF
           END-IF.

       WRITE-JOURNAL-FILE.
           MOVE SPACES TO WS-JOURNAL-NAME.
           STRING "GLJRNL.D" DELIMITED BY SIZE
                  WS-GL-DATE DELIMITED BY SIZE
               INTO WS-JOURNAL-NAME.
           OPEN OUTPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               MOVE 8 TO WS-FINAL-RC
               MOVE SPACES TO REPORT-LINE
               STRING "*** " DELIMITED BY SIZE
                      WS-JOURNAL-NAME DELIMITED BY SPACE
                      " NOT WRITTEN, STATUS " DELIMITED BY SIZE
                      WS-JOURNAL-STATUS DELIMITED BY SIZE
                      " ***" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE SPACES TO JOURNAL-HEADER-RECORD
               MOVE "H" TO JH-REC-TYPE
               MOVE SPACES TO JH-JOURNAL-ID
               STRING "CALC" DELIMITED BY SIZE
                      WS-GL-DATE DELIMITED BY SIZE
                   INTO JH-JOURNAL-ID
               MOVE WS-GL-DATE TO JH-BUS-DATE
               MOVE WS-CURRENT-DATE(1:14) TO JH-CREATED-STAMP
               WRITE JOURNAL-HEADER-RECORD
               PERFORM WRITE-JOURNAL-PAIR
                   VARYING WS-SUM-SUB FROM 1 BY 1
                   UNTIL WS-SUM-SUB > WS-SUM-COUNT-USED
               MOVE SPACES TO JOURNAL-TRAILER-RECORD
               MOVE "T" TO JT-REC-TYPE
               MOVE WS-LINE-NO TO JT-LINE-COUNT
               MOVE WS-DEBIT-TOTAL TO JT-DEBIT-TOTAL
               MOVE WS-CREDIT-TOTAL TO JT-CREDIT-TOTAL
               WRITE JOURNAL-TRAILER-RECORD
               CLOSE JOURNAL-FILE
           END-IF.

      *    Each department/operation total becomes one debit and one
      *    equal credit. A net negative total swaps the two accounts
      *    so that every amount on the journal is positive.
       WRITE-JOURNAL-PAIR.
           IF WS-SUM-TOTAL(WS-SUM-SUB) NOT = 0
               IF WS-SUM-TOTAL(WS-SUM-SUB) > 0
                   MOVE WS-SUM-TOTAL(WS-SUM-SUB) TO WS-POST-AMOUNT
                   MOVE WS-SUM-DEBIT(WS-SUM-SUB) TO JD-ACCOUNT
                   PERFORM WRITE-DEBIT-LINE
                   MOVE WS-SUM-CREDIT(WS-SUM-SUB) TO JD-ACCOUNT
                   PERFORM WRITE-CREDIT-LINE
               ELSE
                   COMPUTE WS-POST-AMOUNT =
                       0 - WS-SUM-TOTAL(WS-SUM-SUB)
                   MOVE WS-SUM-CREDIT(WS-SUM-SUB) TO JD-ACCOUNT
                   PERFORM WRITE-DEBIT-LINE
                   MOVE WS-SUM-DEBIT(WS-SUM-SUB) TO JD-ACCOUNT
                   PERFORM WRITE-CREDIT-LINE
               END-IF
           END-IF.

       WRITE-DEBIT-LINE.
           SET JD-DEBIT TO TRUE.
           ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL.
           PERFORM WRITE-JOURNAL-LINE.

       WRITE-CREDIT-LINE.
           SET JD-CREDIT TO TRUE.
           ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL.
           PERFORM WRITE-JOURNAL-LINE.

       WRITE-JOURNAL-LINE.
           ADD 1 TO WS-LINE-NO.
           MOVE "D" TO JD-REC-TYPE.
           MOVE WS-LINE-NO TO JD-LINE-NO.
           MOVE WS-POST-AMOUNT TO JD-AMOUNT.
           MOVE WS-SUM-DEPT(WS-SUM-SUB) TO JD-DEPT-CODE.
           MOVE WS-SUM-OP(WS-SUM-SUB) TO JD-OPERATION.
           MOVE WS-SUM-COUNT(WS-SUM-SUB) TO JD-TRAN-COUNT.
           MOVE WS-SUM-SUSPENSE(WS-SUM-SUB) TO JD-SUSPENSE-FLAG.
           WRITE JOURNAL-DETAIL-RECORD.

       RECORD-JOURNAL-CONTROL.
           OPEN EXTEND CONTROL-FILE.
           IF WS-CTL-STATUS NOT = "00"
               OPEN OUTPUT CONTROL-FILE
           END-IF.
           MOVE SPACES TO CONTROL-RECORD.
           MOVE WS-GL-DATE TO JC-BUS-DATE.
           MOVE WS-CURRENT-DATE(1:14) TO JC-CREATED-STAMP.
           MOVE WS-LINE-NO TO JC-LINE-COUNT.
           MOVE WS-DEBIT-TOTAL TO JC-DEBIT-TOTAL.
           WRITE CONTROL-RECORD.
           CLOSE CONTROL-FILE.

       WRITE-EXCEPTIONS.
           PERFORM WRITE-ONE-EXCEPTION
               VARYING WS-SUM-SUB FROM 1 BY 1
               UNTIL WS-SUM-SUB > WS-SUM-COUNT-USED.
           IF WS-EXCEPTION-COUNT = 0
               MOVE "NO UNMAPPED DEPARTMENTS OR OPERATIONS"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-ONE-EXCEPTION.
           IF WS-SUM-SUSPENSE(WS-SUM-SUB) = "Y"
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-SUM-COUNT(WS-SUM-SUB) TO WS-EDIT-COUNT
               MOVE WS-SUM-TOTAL(WS-SUM-SUB) TO WS-EDIT-TOTAL
               MOVE SPACES TO REPORT-LINE
               STRING "NO ACCOUNT FOR DEPT " DELIMITED BY SIZE
                      WS-SUM-DEPT(WS-SUM-SUB) DELIMITED BY SIZE
                      " OP " DELIMITED BY SIZE
                      WS-SUM-OP(WS-SUM-SUB) DELIMITED BY SIZE
                      "  COUNT " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      "  TOTAL " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      "  TO SUSPENSE " DELIMITED BY SIZE
                      WS-SUSPENSE-ACCT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE WS-POSTED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-POSTED-TOTAL TO WS-EDIT-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "RESULTS SUMMARIZED:    " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  "  NET RESULT " DELIMITED BY SIZE
                  WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-FINAL-RC = 0
               MOVE WS-LINE-NO TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "JOURNAL LINES WRITTEN: " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      "  TO " DELIMITED BY SIZE
                      WS-JOURNAL-NAME DELIMITED BY SPACE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-DEBIT-TOTAL TO WS-EDIT-TOTAL
               MOVE SPACES TO REPORT-LINE
               STRING "TOTAL DEBITS:          " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-CREDIT-TOTAL TO WS-EDIT-TOTAL
               MOVE SPACES TO REPORT-LINE
               STRING "TOTAL CREDITS:         " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
                   MOVE "JOURNAL IN BALANCE" TO REPORT-LINE
               ELSE
                   MOVE 8 TO WS-FINAL-RC
                   MOVE "*** JOURNAL OUT OF BALANCE ***" TO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-IF.
           IF WS-EXCEPTION-COUNT > 0 AND WS-FINAL-RC < 4
               MOVE 4 TO WS-FINAL-RC
           END-IF.
