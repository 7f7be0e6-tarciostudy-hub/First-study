           SELECT OPTIONAL ALERT-ARCH-FILE ASSIGN TO "ALRTARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT OPTIONAL SECURITY-LOG-FILE ASSIGN TO "SECURITY.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.

       DATA DIVISION.
       FILE SECTION.
                   ==AH-ACK-INITIALS== BY ==AR-ACK-INITIALS==
                   ==AH-ALERT-TEXT== BY ==AR-ALERT-TEXT==.

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           COPY OPERMST.

       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-RECORD.
           COPY SECLOG.

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS PIC X(2).
       01 WS-ARCH-STATUS PIC X(2).
       01 WS-OPER-STATUS PIC X(2).
       01 WS-SEC-STATUS PIC X(2).

       01 WS-HIST-EOF PIC X(1) VALUE "N".
           88 END-OF-ALERT-HISTORY VALUE "Y".
       01 WS-ALERT-SUB PIC 9(3) COMP.

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
           05 WS-ROLE-ALERT-ACK PIC X(1).
               88 MAY-ACKNOWLEDGE-ALERTS VALUE "Y".
       01 WS-SEC-EVENT PIC X(8).
       01 WS-SEC-DETAIL PIC X(50).
       01 WS-STAMP PIC X(21).

       01 WS-ACTION-ANSWER PIC X(1).
           88 ACTION-IS-ACK VALUE "A" "a".
           END-IF.
           MOVE WS-PENDING-COUNT TO WS-EDIT-COUNT.
           DISPLAY "Unacknowledged alerts: " WS-EDIT-COUNT.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-SIGNED-ON
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT MAY-ACKNOWLEDGE-ALERTS
               DISPLAY "Operator not authorised to acknowledge alerts."
               MOVE "REFUSED" TO WS-SEC-EVENT
               MOVE "NO ALERT ACKNOWLEDGER ROLE" TO WS-SEC-DETAIL
               PERFORM WRITE-SECURITY-LOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM REVIEW-ONE-ALERT
               VARYING WS-ALERT-SUB FROM 1 BY 1
               UNTIL WS-ALERT-SUB > WS-ALERT-COUNT.
               ADD 1 TO WS-PENDING-COUNT
           END-IF.

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
                   MOVE OP-ROLE-ALERT-ACK TO WS-ROLE-ALERT-ACK
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
           MOVE "ALRTACK" TO SL-PROGRAM.
           MOVE WS-OPERATOR-ID TO SL-OPERATOR-ID.
           MOVE WS-SEC-EVENT TO SL-EVENT.
           MOVE WS-SEC-DETAIL TO SL-DETAIL.
           WRITE SECURITY-LOG-RECORD.
           CLOSE SECURITY-LOG-FILE.

       REVIEW-ONE-ALERT.
           IF WS-AL-ACK-FLAG(WS-ALERT-SUB) NOT = "Y"
