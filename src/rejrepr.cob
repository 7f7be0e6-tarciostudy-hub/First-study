           SELECT OPTIONAL HOLD-FILE ASSIGN TO "CALCREJ.HLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT OPTIONAL SECURITY-LOG-FILE ASSIGN TO "SECURITY.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    CALCULATOR to validate again on the next run.
       FD  RECYCLE-FILE.
       01  RECYCLE-RECORD.
           05 RCY-NUM1 PIC X(11).
           05 RCY-OPERATION PIC X(1).
           05 RCY-NUM2 PIC X(11).

       FD  DISPOSITION-FILE.
       01  DISPOSITION-RECORD PIC X(120).
       FD  HOLD-FILE.
       01  HOLD-RECORD PIC X(80).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           COPY OPERMST.

       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-RECORD.
           COPY SECLOG.

       WORKING-STORAGE SECTION.
       01 WS-REJECT-STATUS PIC X(2).
       01 WS-RECYCLE-STATUS PIC X(2).
       01 WS-DISP-STATUS PIC X(2).
       01 WS-OPER-STATUS PIC X(2).
       01 WS-SEC-STATUS PIC X(2).

       01 WS-REJECT-EOF PIC X(1) VALUE "N".
           88 END-OF-REJECTS VALUE "Y".
       01 WS-ACTION-ANSWER PIC X(1).
           88 ACTION-IS-REPAIR VALUE "R" "r".
           88 ACTION-IS-ABANDON VALUE "A" "a".
       01 WS-FIELD-ANSWER PIC X(11).
       01 WS-OP-ANSWER PIC X(1).
       01 WS-DISP-ACTION PIC X(9).

       01 WS-STAMP PIC X(21).

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
           05 WS-ROLE-REJ-REPAIR PIC X(1).
               88 MAY-REPAIR-REJECTS VALUE "Y".
       01 WS-SEC-EVENT PIC X(8).
       01 WS-SEC-DETAIL PIC X(50).
       01 WS-REPAIRED-COUNT PIC 9(5) VALUE 0.
       01 WS-ABANDONED-COUNT PIC 9(5) VALUE 0.
       01 WS-AUTO-COUNT PIC 9(5) VALUE 0.
       01 WS-REFERRED-COUNT PIC 9(5) VALUE 0.
       01 WS-EDIT-COUNT PIC ZZZZ9.

       01 WS-RULES-STATUS PIC X(2).
       01 WS-RULE-SUB PIC 9(2) COMP.
       01 WS-RULE-HIT PIC 9(2) COMP VALUE 0.

       01 WS-FIX-FIELD PIC X(11).
       01 WS-FIX-OP PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-SIGNED-ON
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT MAY-REPAIR-REJECTS
               DISPLAY "Operator not authorised to repair rejects."
               MOVE "REFUSED" TO WS-SEC-EVENT
               MOVE "NO REJECT REPAIRER ROLE" TO WS-SEC-DETAIL
               PERFORM WRITE-SECURITY-LOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND RECYCLE-FILE.
           IF WS-RECYCLE-STATUS NOT = "00"
               OPEN OUTPUT RECYCLE-FILE
                   SET END-OF-REJECTS TO TRUE
           END-READ.

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
                   MOVE OP-ROLE-REJ-REPAIR TO WS-ROLE-REJ-REPAIR
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
           MOVE "REJREPR" TO SL-PROGRAM.
           MOVE WS-OPERATOR-ID TO SL-OPERATOR-ID.
           MOVE WS-SEC-EVENT TO SL-EVENT.
           MOVE WS-SEC-DETAIL TO SL-DETAIL.
           WRITE SECURITY-LOG-RECORD.
           CLOSE SECURITY-LOG-FILE.

       LOAD-REPAIR-RULES.
           OPEN INPUT RULES-FILE.
           IF WS-RULES-STATUS = "00"
           MOVE "N" TO WS-REJECT-EOF.

       AUTO-REPAIR-ONE-REJECT.
           MOVE 0 TO WS-RULE-HIT.
           IF NOT REJ-BAD-REVERSAL AND
              NOT REJ-REVERSAL-OR-CORRECTION
               PERFORM MATCH-REPAIR-RULE
           END-IF.
           IF WS-RULE-HIT > 0
               WRITE RECYCLE-RECORD
               ADD 1 TO WS-AUTO-COUNT
           DISPLAY "OPERATION:      " REJ-OPERATION.
           DISPLAY "NUM2:           " REJ-NUM2.
           DISPLAY "REASON:         " REJ-REASON.
           IF REJ-BAD-REVERSAL OR REJ-REVERSAL-OR-CORRECTION
               PERFORM REFER-REVERSAL-REJECT
           ELSE
               MOVE SPACE TO WS-ACTION-ANSWER
               PERFORM GET-ACTION-ANSWER
                   UNTIL ACTION-IS-REPAIR OR ACTION-IS-ABANDON
               IF ACTION-IS-REPAIR
                   PERFORM REPAIR-REJECT
               ELSE
                   PERFORM ABANDON-REJECT
               END-IF
           END-IF.
           PERFORM READ-REJECT-RECORD.

           MOVE REJ-NUM1 TO RCY-NUM1.
           MOVE REJ-OPERATION TO RCY-OPERATION.
           MOVE REJ-NUM2 TO RCY-NUM2.
           DISPLAY "New NUM1, 11 digits nnnnnnnnnvv (blank keeps): ".
           MOVE SPACES TO WS-FIELD-ANSWER.
           ACCEPT WS-FIELD-ANSWER.
           IF WS-FIELD-ANSWER NOT = SPACES
           IF WS-OP-ANSWER NOT = SPACES
               MOVE WS-OP-ANSWER TO RCY-OPERATION
           END-IF.
           DISPLAY "New NUM2, 11 digits nnnnnnnnnvv (blank keeps): ".
           MOVE SPACES TO WS-FIELD-ANSWER.
           ACCEPT WS-FIELD-ANSWER.
           IF WS-FIELD-ANSWER NOT = SPACES
           PERFORM WRITE-DISPOSITION.
           DISPLAY "Queued for recycle.".

      *    A rejected reversal or correction either names an original
      *    that cannot be offset or failed on its own (a duplicate id,
      *    or a correction whose replacement would not calculate).
      *    The recycle layout carries operands only, so recycling it
      *    would post a plain calculation with the original left in
      *    place; it goes back to the department to be resubmitted
      *    as a reversal or correction instead.
       REFER-REVERSAL-REJECT.
           ADD 1 TO WS-REFERRED-COUNT.
           MOVE "REFERRED" TO WS-DISP-ACTION.
           PERFORM WRITE-DISPOSITION.
           DISPLAY "Reversal reject referred to department.".

       ABANDON-REJECT.
           ADD 1 TO WS-ABANDONED-COUNT.
           MOVE "ABANDONED" TO WS-DISP-ACTION.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP.
           MOVE SPACES TO DISPOSITION-RECORD.
           STRING WS-STAMP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISP-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
           DISPLAY "REPAIRED:  " WS-EDIT-COUNT.
           MOVE WS-ABANDONED-COUNT TO WS-EDIT-COUNT.
           DISPLAY "ABANDONED: " WS-EDIT-COUNT.
           MOVE WS-REFERRED-COUNT TO WS-EDIT-COUNT.
           DISPLAY "REFERRED:  " WS-EDIT-COUNT.
