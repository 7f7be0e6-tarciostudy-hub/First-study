           SELECT OPTIONAL CHANGE-LOG-FILE ASSIGN TO "RATECHG.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO "RATEPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT OPTIONAL SECURITY-LOG-FILE ASSIGN TO "SECURITY.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY RATEMST.

       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-RECORD PIC X(132).

      *    Adds, changes and expiries waiting for a second operator
      *    with the approver role to release them into RATEMST.DAT.
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           COPY RATEPEND.

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           COPY OPERMST.

       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-RECORD.
           COPY SECLOG.

       WORKING-STORAGE SECTION.
       01 WS-RATE-STATUS PIC X(2).
       01 WS-LOG-STATUS PIC X(2).
       01 WS-PEND-STATUS PIC X(2).
       01 WS-OPER-STATUS PIC X(2).
       01 WS-SEC-STATUS PIC X(2).

       01 WS-RATE-EOF PIC X(1) VALUE "N".
           88 END-OF-RATES VALUE "Y".
               10 WS-RATE-CODE-T PIC X(8).
               10 WS-RATE-EFF PIC 9(8).
               10 WS-RATE-EXP PIC 9(8).
               10 WS-RATE-AMT PIC S9(9)V9(2).
               10 WS-RATE-PARSED PIC X(1).
               10 WS-RATE-RAW PIC X(35).
       01 WS-RATE-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-RATE-SUB PIC 9(4) COMP.
       01 WS-RATE-HIT PIC 9(4) COMP VALUE 0.
       01 WS-TRUNC-FLAG PIC X(1) VALUE "N".
           88 RATE-LOAD-TRUNCATED VALUE "Y".

       01 WS-PEND-EOF PIC X(1) VALUE "N".
           88 END-OF-PENDING VALUE "Y".

      *    Pending entries released or declined this session are
      *    marked "D" and dropped when RATEPEND.DAT is rewritten.
       01 WS-PEND-TABLE.
           05 WS-PEND-ENTRY OCCURS 200.
               10 WS-PD-ACTION PIC X(6).
               10 WS-PD-CODE PIC X(8).
               10 WS-PD-EFF PIC 9(8).
               10 WS-PD-EXP PIC 9(8).
               10 WS-PD-AMT PIC S9(9)V9(2).
               10 WS-PD-ENTERED-BY PIC X(3).
               10 WS-PD-STAMP PIC X(14).
               10 WS-PD-STATE PIC X(1).
       01 WS-PEND-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-PEND-SUB PIC 9(4) COMP.
       01 WS-PEND-OPEN-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-PEND-OVERFLOW PIC X(1) VALUE "N".
           88 PENDING-LOAD-TRUNCATED VALUE "Y".
       01 WS-PEND-CHANGED-FLAG PIC X(1) VALUE "N".
           88 PENDING-CHANGED VALUE "Y".

       01 WS-OPERATOR-ID PIC X(3).
       01 WS-OPERATOR-PIN PIC X(8).
       01 WS-SIGNON-TRIES PIC 9(1) VALUE 0.
       01 WS-SIGNON-FLAG PIC X(1) VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
       01 WS-OPER-EOF PIC X(1) VALUE "N".
           88 END-OF-OPERATORS VALUE "Y".
       01 WS-OPER-HIT PIC X(1) VALUE "N".
           88 OPERATOR-FOUND VALUE "Y".
       01 WS-OPERATOR-ROLES.
           05 WS-ROLE-RATE-MAINT PIC X(1).
               88 MAY-MAINTAIN-RATES VALUE "Y".
           05 WS-ROLE-RATE-APPROVE PIC X(1).
               88 MAY-APPROVE-RATES VALUE "Y".
       01 WS-SEC-EVENT PIC X(8).
       01 WS-SEC-DETAIL PIC X(50).

       01 WS-ENTERED-BY PIC X(3).
       01 WS-LOG-RESULT PIC X(8).

       01 WS-DONE-FLAG PIC X(1) VALUE "N".
           88 SESSION-DONE VALUE "Y".
           88 ACTION-IS-ADD VALUE "A" "a".
           88 ACTION-IS-CHANGE VALUE "C" "c".
           88 ACTION-IS-EXPIRE VALUE "E" "e".
           88 ACTION-IS-RELEASE VALUE "R" "r".
           88 ACTION-IS-QUIT VALUE "Q" "q".

       01 WS-RELEASE-ANSWER PIC X(1).
           88 RELEASE-IS-APPROVE VALUE "R" "r".
           88 RELEASE-IS-DECLINE VALUE "D" "d".
           88 RELEASE-IS-SKIP VALUE "S" "s".

       01 WS-ENTRY-CODE PIC X(8).
       01 WS-ENTRY-EFF PIC X(8).
       01 WS-ENTRY-EXP PIC X(8).
       01 WS-ENTRY-VALUE PIC X(11).
       01 WS-ENTRY-VALUE-NUM REDEFINES WS-ENTRY-VALUE PIC 9(9)V9(2).

       01 WS-NEW-EFF PIC 9(8).
       01 WS-NEW-EXP PIC 9(8).
       01 WS-NEW-AMT PIC S9(9)V9(2).

       01 WS-ENTRY-STATUS PIC X(1) VALUE "Y".
           88 ENTRY-IS-VALID VALUE "Y".
       01 WS-STAMP PIC X(21).
       01 WS-OLD-EFF-X PIC X(8).
       01 WS-OLD-EXP-X PIC X(8).
       01 WS-OLD-AMT-X PIC X(13).
       01 WS-NEW-EFF-X PIC X(8).
       01 WS-NEW-EXP-X PIC X(8).
       01 WS-NEW-AMT-X PIC X(13).
       01 WS-EDIT-AMT PIC -(9)9.99.
       01 WS-EDIT-COUNT PIC ZZZ9.

       PROCEDURE DIVISION.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-PENDING-CHANGES.
           IF PENDING-LOAD-TRUNCATED
               DISPLAY "Pending change file has more rows than the "
                       "table holds."
               DISPLAY "Maintenance refused, RATEPEND.DAT left "
                       "untouched."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-RATE-COUNT TO WS-EDIT-COUNT.
           DISPLAY "Rate table loaded, entries: " WS-EDIT-COUNT.
           IF WS-RAW-COUNT > 0
               DISPLAY "Rows with unparsable dates or value, "
                       "kept as-is: " WS-EDIT-COUNT
           END-IF.
           MOVE WS-PEND-COUNT TO WS-EDIT-COUNT.
           DISPLAY "Changes awaiting approval: " WS-EDIT-COUNT.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-SIGNED-ON
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT MAY-MAINTAIN-RATES AND NOT MAY-APPROVE-RATES
               DISPLAY "Operator not authorised for rate maintenance."
               MOVE "REFUSED" TO WS-SEC-EVENT
               MOVE "NO RATE MAINTAINER OR APPROVER ROLE"
                   TO WS-SEC-DETAIL
               PERFORM WRITE-SECURITY-LOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-CHANGE-LOG.
           PERFORM RUN-ONE-ACTION UNTIL SESSION-DONE.
           IF TABLE-CHANGED
               PERFORM REWRITE-RATE-FILE
               DISPLAY "Rate file rewritten."
           ELSE
               DISPLAY "No changes released to the rate file."
           END-IF.
           IF PENDING-CHANGED
               PERFORM REWRITE-PENDING-FILE
           END-IF.
           PERFORM COUNT-OPEN-PENDING.
           MOVE WS-PEND-OPEN-COUNT TO WS-EDIT-COUNT.
           DISPLAY "Changes awaiting approval: " WS-EDIT-COUNT.
           CLOSE CHANGE-LOG-FILE.
           GOBACK.

           END-IF.
           PERFORM READ-RATE-RECORD.

       LOAD-PENDING-CHANGES.
           OPEN INPUT PENDING-FILE.
           IF WS-PEND-STATUS = "00"
               PERFORM READ-PENDING-RECORD
               PERFORM STORE-PENDING-RECORD UNTIL END-OF-PENDING
           END-IF.
           CLOSE PENDING-FILE.

       READ-PENDING-RECORD.
           READ PENDING-FILE
               AT END
                   SET END-OF-PENDING TO TRUE
           END-READ.

       STORE-PENDING-RECORD.
           IF WS-PEND-COUNT = 200
               SET PENDING-LOAD-TRUNCATED TO TRUE
           END-IF.
           IF WS-PEND-COUNT < 200
               ADD 1 TO WS-PEND-COUNT
               MOVE PR-ACTION TO WS-PD-ACTION(WS-PEND-COUNT)
               MOVE PR-CODE TO WS-PD-CODE(WS-PEND-COUNT)
               MOVE PR-EFF-DATE TO WS-PD-EFF(WS-PEND-COUNT)
               MOVE PR-EXP-DATE TO WS-PD-EXP(WS-PEND-COUNT)
               MOVE PR-VALUE TO WS-PD-AMT(WS-PEND-COUNT)
               MOVE PR-ENTERED-BY TO WS-PD-ENTERED-BY(WS-PEND-COUNT)
               MOVE PR-ENTERED-STAMP TO WS-PD-STAMP(WS-PEND-COUNT)
               MOVE "P" TO WS-PD-STATE(WS-PEND-COUNT)
           END-IF.
           PERFORM READ-PENDING-RECORD.

      *    The operator id and PIN must match an OPERMST.DAT record
      *    that is not revoked. Three failures end the session.
       SIGN-ON-OPERATOR.
           MOVE 0 TO WS-SIGNON-TRIES.
           PERFORM TRY-SIGN-ON
               UNTIL OPERATOR-SIGNED-ON OR WS-SIGNON-TRIES = 3.
           IF NOT OPERATOR-SIGNED-ON
               DISPLAY "Three failed sign-on attempts - session ended."
               MOVE "LOCKOUT" TO WS-SEC-EVENT
               MOVE "THREE FAILED SIGN-ON ATTEMPTS" TO WS-SEC-DETAIL
               PERFORM WRITE-SECURITY-LOG
           END-IF.

       TRY-SIGN-ON.
           ADD 1 TO WS-SIGNON-TRIES.
           MOVE SPACES TO WS-OPERATOR-ID.
           MOVE SPACES TO WS-OPERATOR-PIN.
           DISPLAY "Operator ID: ".
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "PIN: ".
           ACCEPT WS-OPERATOR-PIN.
           MOVE "N" TO WS-OPER-HIT.
           IF WS-OPERATOR-ID NOT = SPACES
               PERFORM FIND-OPERATOR
           END-IF.
           IF OPERATOR-SIGNED-ON
               MOVE "SIGNON" TO WS-SEC-EVENT
               MOVE "SIGNED ON" TO WS-SEC-DETAIL
           ELSE
               DISPLAY "Sign-on refused."
               MOVE "BADSIGN" TO WS-SEC-EVENT
               EVALUATE TRUE
                   WHEN NOT OPERATOR-FOUND
                       MOVE "UNKNOWN OPERATOR ID" TO WS-SEC-DETAIL
                   WHEN WS-OPERATOR-PIN = SPACES
                       MOVE "BLANK PIN" TO WS-SEC-DETAIL
                   WHEN OTHER
                       MOVE "WRONG PIN OR OPERATOR REVOKED"
                           TO WS-SEC-DETAIL
               END-EVALUATE
           END-IF.
           PERFORM WRITE-SECURITY-LOG.

       FIND-OPERATOR.
           MOVE "N" TO WS-OPER-EOF.
           MOVE SPACES TO WS-OPERATOR-ROLES.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-STATUS = "00"
               PERFORM READ-OPERATOR-RECORD
               PERFORM MATCH-OPERATOR
                   UNTIL END-OF-OPERATORS OR OPERATOR-FOUND
           END-IF.
           CLOSE OPERATOR-FILE.

       READ-OPERATOR-RECORD.
           READ OPERATOR-FILE
               AT END
                   SET END-OF-OPERATORS TO TRUE
           END-READ.

       MATCH-OPERATOR.
           IF OP-OPERATOR-ID = WS-OPERATOR-ID
               SET OPERATOR-FOUND TO TRUE
               IF OP-PIN = WS-OPERATOR-PIN AND NOT OP-REVOKED
                  AND OP-PIN NOT = SPACES
                  AND WS-OPERATOR-PIN NOT = SPACES
                   SET OPERATOR-SIGNED-ON TO TRUE
                   MOVE OP-ROLE-RATE-MAINT TO WS-ROLE-RATE-MAINT
                   MOVE OP-ROLE-RATE-APPROVE TO WS-ROLE-RATE-APPROVE
               END-IF
           ELSE
               PERFORM READ-OPERATOR-RECORD
           END-IF.

       WRITE-SECURITY-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP.
           OPEN EXTEND SECURITY-LOG-FILE.
           IF WS-SEC-STATUS NOT = "00"
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF.
           MOVE SPACES TO SECURITY-LOG-RECORD.
           MOVE WS-STAMP(1:14) TO SL-STAMP.
           MOVE "RATEMNT" TO SL-PROGRAM.
           MOVE WS-OPERATOR-ID TO SL-OPERATOR-ID.
           MOVE WS-SEC-EVENT TO SL-EVENT.
           MOVE WS-SEC-DETAIL TO SL-DETAIL.
           WRITE SECURITY-LOG-RECORD.
           CLOSE SECURITY-LOG-FILE.

       OPEN-CHANGE-LOG.
           OPEN EXTEND CHANGE-LOG-FILE.
           MOVE SPACE TO WS-ACTION-ANSWER.
           PERFORM GET-ACTION-ANSWER
               UNTIL ACTION-IS-ADD OR ACTION-IS-CHANGE
                  OR ACTION-IS-EXPIRE OR ACTION-IS-RELEASE
                  OR ACTION-IS-QUIT.
           EVALUATE TRUE
               WHEN ACTION-IS-QUIT
                   SET SESSION-DONE TO TRUE
               WHEN ACTION-IS-RELEASE AND NOT MAY-APPROVE-RATES
                   PERFORM REFUSE-ACTION
               WHEN ACTION-IS-RELEASE
                   PERFORM REVIEW-PENDING-CHANGES
               WHEN NOT MAY-MAINTAIN-RATES
                   PERFORM REFUSE-ACTION
               WHEN ACTION-IS-ADD
                   PERFORM ADD-RATE-ENTRY
               WHEN ACTION-IS-CHANGE
                   PERFORM CHANGE-RATE-ENTRY
               WHEN ACTION-IS-EXPIRE
                   PERFORM EXPIRE-RATE-ENTRY
           END-EVALUATE.

       GET-ACTION-ANSWER.
           DISPLAY "(A)dd, (C)hange, (E)xpire, (R)elease pending "
                   "or (Q)uit? ".
           ACCEPT WS-ACTION-ANSWER.

       REFUSE-ACTION.
           DISPLAY "Operator not authorised for that action.".
           MOVE "REFUSED" TO WS-SEC-EVENT.
           EVALUATE TRUE
               WHEN ACTION-IS-ADD
                   MOVE "RATE ADD - NO MAINTAINER ROLE" TO WS-SEC-DETAIL
               WHEN ACTION-IS-CHANGE
                   MOVE "RATE CHANGE - NO MAINTAINER ROLE"
                       TO WS-SEC-DETAIL
               WHEN ACTION-IS-EXPIRE
                   MOVE "RATE EXPIRE - NO MAINTAINER ROLE"
                       TO WS-SEC-DETAIL
               WHEN ACTION-IS-RELEASE
                   MOVE "RATE RELEASE - NO APPROVER ROLE"
                       TO WS-SEC-DETAIL
           END-EVALUATE.
           PERFORM WRITE-SECURITY-LOG.

      *    Adds, changes and expiries are validated against the live
      *    table when keyed, held in the pending table, and validated
      *    again when an approver releases them.
       ADD-RATE-ENTRY.
           IF WS-RATE-COUNT = 1000
               DISPLAY "Rate table is full - cannot add."
                   PERFORM VALIDATE-RATE-WINDOW
               END-IF
               IF ENTRY-IS-VALID
                   PERFORM CHECK-PENDING-CLASH
               END-IF
               IF ENTRY-IS-VALID
                   MOVE "ADD   " TO WS-LOG-ACTION
                   PERFORM HOLD-PENDING-CHANGE
                   DISPLAY "Rate add held for approval."
               ELSE
                   DISPLAY "Entry rejected: " WS-ENTRY-ERROR
               END-IF
               PERFORM VALIDATE-RATE-WINDOW
           END-IF.
           IF ENTRY-IS-VALID
               PERFORM CHECK-PENDING-CLASH
           END-IF.
           IF ENTRY-IS-VALID
               MOVE "CHANGE" TO WS-LOG-ACTION
               PERFORM HOLD-PENDING-CHANGE
               DISPLAY "Rate change held for approval."
           ELSE
               DISPLAY "Entry rejected: " WS-ENTRY-ERROR
           END-IF.
               PERFORM VALIDATE-RATE-WINDOW
           END-IF.
           IF ENTRY-IS-VALID
               PERFORM CHECK-PENDING-CLASH
           END-IF.
           IF ENTRY-IS-VALID
               MOVE "EXPIRE" TO WS-LOG-ACTION
               PERFORM HOLD-PENDING-CHANGE
               DISPLAY "Rate expiry held for approval."
           ELSE
               DISPLAY "Entry rejected: " WS-ENTRY-ERROR
           END-IF.
       GET-RATE-VALUE.
           IF ENTRY-IS-VALID
               MOVE SPACES TO WS-ENTRY-VALUE
               DISPLAY "Rate value, 11 digits nnnnnnnnnvv: "
               ACCEPT WS-ENTRY-VALUE
               IF WS-ENTRY-VALUE IS NUMERIC
                   MOVE WS-ENTRY-VALUE-NUM TO WS-NEW-AMT
               SET ENTRY-IS-REJECTED TO TRUE
           END-IF.

      *    Only one pending entry may exist for a code and effective
      *    date, so an approver never has two versions to choose from.
       CHECK-PENDING-CLASH.
           IF WS-PEND-COUNT = 200
               MOVE "Pending table is full" TO WS-ENTRY-ERROR
               SET ENTRY-IS-REJECTED TO TRUE
           ELSE
               PERFORM CHECK-ONE-PENDING-CLASH
                   VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > WS-PEND-COUNT
           END-IF.

       CHECK-ONE-PENDING-CLASH.
           IF WS-PD-STATE(WS-PEND-SUB) = "P" AND
              WS-PD-CODE(WS-PEND-SUB) = WS-ENTRY-CODE AND
              WS-PD-EFF(WS-PEND-SUB) = WS-NEW-EFF
               MOVE "Change already pending for code and date"
                   TO WS-ENTRY-ERROR
               SET ENTRY-IS-REJECTED TO TRUE
           END-IF.

       HOLD-PENDING-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP.
           ADD 1 TO WS-PEND-COUNT.
           MOVE WS-LOG-ACTION TO WS-PD-ACTION(WS-PEND-COUNT).
           MOVE WS-ENTRY-CODE TO WS-PD-CODE(WS-PEND-COUNT).
           MOVE WS-NEW-EFF TO WS-PD-EFF(WS-PEND-COUNT).
           MOVE WS-NEW-EXP TO WS-PD-EXP(WS-PEND-COUNT).
           MOVE WS-NEW-AMT TO WS-PD-AMT(WS-PEND-COUNT).
           MOVE WS-OPERATOR-ID TO WS-PD-ENTERED-BY(WS-PEND-COUNT).
           MOVE WS-STAMP(1:14) TO WS-PD-STAMP(WS-PEND-COUNT).
           MOVE "P" TO WS-PD-STATE(WS-PEND-COUNT).
           SET PENDING-CHANGED TO TRUE.

      *    An approver may not release an entry keyed under the same
      *    operator id; the attempt is refused and logged.
       REVIEW-PENDING-CHANGES.
           PERFORM COUNT-OPEN-PENDING.
           IF WS-PEND-OPEN-COUNT = 0
               DISPLAY "No changes awaiting approval."
           ELSE
               PERFORM REVIEW-ONE-PENDING
                   VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > WS-PEND-COUNT
           END-IF.

       COUNT-OPEN-PENDING.
           MOVE 0 TO WS-PEND-OPEN-COUNT.
           PERFORM COUNT-ONE-OPEN-PENDING
               VARYING WS-PEND-SUB FROM 1 BY 1
               UNTIL WS-PEND-SUB > WS-PEND-COUNT.

       COUNT-ONE-OPEN-PENDING.
           IF WS-PD-STATE(WS-PEND-SUB) = "P"
               ADD 1 TO WS-PEND-OPEN-COUNT
           END-IF.

       REVIEW-ONE-PENDING.
           IF WS-PD-STATE(WS-PEND-SUB) = "P"
               DISPLAY "----------------------------------------"
               MOVE WS-PD-AMT(WS-PEND-SUB) TO WS-EDIT-AMT
               DISPLAY "Pending " WS-PD-ACTION(WS-PEND-SUB)
                   " " WS-PD-CODE(WS-PEND-SUB)
                   " EFF " WS-PD-EFF(WS-PEND-SUB)
                   " EXP " WS-PD-EXP(WS-PEND-SUB)
                   " VALUE " WS-EDIT-AMT
               DISPLAY "Entered by " WS-PD-ENTERED-BY(WS-PEND-SUB)
                   " at " WS-PD-STAMP(WS-PEND-SUB)
               IF WS-PD-ENTERED-BY(WS-PEND-SUB) = WS-OPERATOR-ID
                   DISPLAY "Entered by you - another approver must "
                           "release it."
                   MOVE "REFUSED" TO WS-SEC-EVENT
                   MOVE SPACES TO WS-SEC-DETAIL
                   STRING "RELEASE OF OWN " DELIMITED BY SIZE
                          WS-PD-ACTION(WS-PEND-SUB) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-PD-CODE(WS-PEND-SUB) DELIMITED BY SIZE
                       INTO WS-SEC-DETAIL
                   PERFORM WRITE-SECURITY-LOG
               ELSE
                   MOVE SPACE TO WS-RELEASE-ANSWER
                   PERFORM GET-RELEASE-ANSWER
                       UNTIL RELEASE-IS-APPROVE OR RELEASE-IS-DECLINE
                          OR RELEASE-IS-SKIP
                   EVALUATE TRUE
                       WHEN RELEASE-IS-APPROVE
                           PERFORM RELEASE-PENDING-CHANGE
                       WHEN RELEASE-IS-DECLINE
                           PERFORM DECLINE-PENDING-CHANGE
                       WHEN RELEASE-IS-SKIP
                           DISPLAY "Left pending."
                   END-EVALUATE
               END-IF
           END-IF.

       GET-RELEASE-ANSWER.
           DISPLAY "(R)elease, (D)ecline or (S)kip? ".
           ACCEPT WS-RELEASE-ANSWER.

      *    Loads the pending entry into the entry fields and finds the
      *    live row a change or expiry applies to.
       PREPARE-PENDING-ENTRY.
           SET ENTRY-IS-VALID TO TRUE.
           MOVE SPACES TO WS-ENTRY-ERROR.
           MOVE WS-PD-ACTION(WS-PEND-SUB) TO WS-LOG-ACTION.
           MOVE WS-PD-CODE(WS-PEND-SUB) TO WS-ENTRY-CODE.
           MOVE WS-PD-EFF(WS-PEND-SUB) TO WS-NEW-EFF.
           MOVE WS-PD-EXP(WS-PEND-SUB) TO WS-NEW-EXP.
           MOVE WS-PD-AMT(WS-PEND-SUB) TO WS-NEW-AMT.
           MOVE WS-PD-ENTERED-BY(WS-PEND-SUB) TO WS-ENTERED-BY.
           MOVE SPACES TO WS-OLD-EFF-X.
           MOVE SPACES TO WS-OLD-EXP-X.
           MOVE SPACES TO WS-OLD-AMT-X.
           MOVE 0 TO WS-RATE-HIT.
           IF WS-LOG-ACTION = "ADD   "
               IF WS-RATE-COUNT = 1000
                   MOVE "Rate table is full" TO WS-ENTRY-ERROR
                   SET ENTRY-IS-REJECTED TO TRUE
               END-IF
           ELSE
               PERFORM FIND-RATE-ENTRY
               IF WS-RATE-HIT = 0
                   MOVE "No rate row for code and date"
                       TO WS-ENTRY-ERROR
                   SET ENTRY-IS-REJECTED TO TRUE
               ELSE
                   PERFORM FORMAT-OLD-VALUES
                   IF WS-LOG-ACTION = "EXPIRE"
                       MOVE WS-RATE-AMT(WS-RATE-HIT) TO WS-NEW-AMT
                   END-IF
               END-IF
           END-IF.

       RELEASE-PENDING-CHANGE.
           PERFORM PREPARE-PENDING-ENTRY.
           IF ENTRY-IS-VALID
               PERFORM VALIDATE-RATE-WINDOW
           END-IF.
           IF ENTRY-IS-VALID
               IF WS-LOG-ACTION = "ADD   "
                   ADD 1 TO WS-RATE-COUNT
                   MOVE WS-ENTRY-CODE
                       TO WS-RATE-CODE-T(WS-RATE-COUNT)
                   MOVE WS-NEW-EFF TO WS-RATE-EFF(WS-RATE-COUNT)
                   MOVE WS-NEW-EXP TO WS-RATE-EXP(WS-RATE-COUNT)
                   MOVE WS-NEW-AMT TO WS-RATE-AMT(WS-RATE-COUNT)
                   MOVE "Y" TO WS-RATE-PARSED(WS-RATE-COUNT)
                   MOVE SPACES TO WS-RATE-RAW(WS-RATE-COUNT)
               ELSE
                   MOVE WS-NEW-EXP TO WS-RATE-EXP(WS-RATE-HIT)
                   MOVE WS-NEW-AMT TO WS-RATE-AMT(WS-RATE-HIT)
               END-IF
               SET TABLE-CHANGED TO TRUE
               MOVE "D" TO WS-PD-STATE(WS-PEND-SUB)
               SET PENDING-CHANGED TO TRUE
               MOVE "RELEASED" TO WS-LOG-RESULT
               PERFORM FORMAT-NEW-VALUES
               PERFORM WRITE-CHANGE-LOG
               DISPLAY "Released to the rate table."
           ELSE
               DISPLAY "Cannot release: " WS-ENTRY-ERROR
               DISPLAY "Left pending - decline it or correct the "
                       "table first."
           END-IF.

       DECLINE-PENDING-CHANGE.
           PERFORM PREPARE-PENDING-ENTRY.
           MOVE "D" TO WS-PD-STATE(WS-PEND-SUB).
           SET PENDING-CHANGED TO TRUE.
           MOVE "DECLINED" TO WS-LOG-RESULT.
           PERFORM FORMAT-NEW-VALUES.
           PERFORM WRITE-CHANGE-LOG.
           DISPLAY "Declined.".

       DISPLAY-CURRENT-ENTRY.
           MOVE WS-RATE-AMT(WS-RATE-HIT) TO WS-EDIT-AMT.
           DISPLAY "Current entry: " WS-ENTRY-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP.
           MOVE SPACES TO CHANGE-LOG-RECORD.
           STRING WS-STAMP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ENTERED-BY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NEW-EXP-X DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NEW-AMT-X DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LOG-RESULT DELIMITED BY SIZE
               INTO CHANGE-LOG-RECORD.
           WRITE CHANGE-LOG-RECORD.

               MOVE WS-RATE-RAW(WS-RATE-SUB) TO RATE-RECORD
           END-IF.
           WRITE RATE-RECORD.

       REWRITE-PENDING-FILE.
           OPEN OUTPUT PENDING-FILE.
           PERFORM WRITE-ONE-PENDING-RECORD
               VARYING WS-PEND-SUB FROM 1 BY 1
               UNTIL WS-PEND-SUB > WS-PEND-COUNT.
           CLOSE PENDING-FILE.

       WRITE-ONE-PENDING-RECORD.
           IF WS-PD-STATE(WS-PEND-SUB) = "P"
               MOVE SPACES TO PENDING-RECORD
               MOVE WS-PD-ACTION(WS-PEND-SUB) TO PR-ACTION
               MOVE WS-PD-CODE(WS-PEND-SUB) TO PR-CODE
               MOVE WS-PD-EFF(WS-PEND-SUB) TO PR-EFF-DATE
               MOVE WS-PD-EXP(WS-PEND-SUB) TO PR-EXP-DATE
               MOVE WS-PD-AMT(WS-PEND-SUB) TO PR-VALUE
               MOVE WS-PD-ENTERED-BY(WS-PEND-SUB) TO PR-ENTERED-BY
               MOVE WS-PD-STAMP(WS-PEND-SUB) TO PR-ENTERED-STAMP
               WRITE PENDING-RECORD
           END-IF.
