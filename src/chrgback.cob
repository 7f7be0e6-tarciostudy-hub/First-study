               10 WS-DEPT-CODE-T PIC X(4).
               10 WS-DEPT-COUNT PIC 9(7) COMP-3 VALUE 0.
               10 WS-DEPT-REJECTS PIC 9(7) COMP-3 VALUE 0.
               10 WS-DEPT-OVERFLOWS PIC 9(7) COMP-3 VALUE 0.
               10 WS-DEPT-OP-COUNT OCCURS 7 PIC 9(7) COMP-3 VALUE 0.
       01 WS-DEPT-COUNT-USED PIC 9(2) COMP VALUE 0.
       01 WS-DEPT-SUB PIC 9(2) COMP.

       01 WS-TOTAL-COUNT PIC 9(7) COMP-3 VALUE 0.
       01 WS-TOTAL-REJECTS PIC 9(7) COMP-3 VALUE 0.
       01 WS-TOTAL-OVERFLOWS PIC 9(7) COMP-3 VALUE 0.

       01 WS-SUB PIC 9(2) COMP.
       01 WS-REJECT-RATE PIC 9(3)V9(2).
       TALLY-DEPT-RECORD.
           ADD 1 TO WS-DEPT-COUNT(WS-DEPT-HIT).
           ADD 1 TO WS-TOTAL-COUNT.
           IF AUD-OUTCOME NOT = "OK" AND
              AUD-OUTCOME NOT = "RV"
               ADD 1 TO WS-DEPT-REJECTS(WS-DEPT-HIT)
               ADD 1 TO WS-TOTAL-REJECTS
           END-IF.
           IF AUD-OUTCOME = "OV"
               ADD 1 TO WS-DEPT-OVERFLOWS(WS-DEPT-HIT)
               ADD 1 TO WS-TOTAL-OVERFLOWS
           END-IF.
           PERFORM TALLY-DEPT-OPERATION
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 7.

                  " PCT" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
      *    Overflows are already counted as rejects above; they are
      *    shown on their own so the department can see which of its
      *    rejects were amounts too large to calculate.
           IF WS-DEPT-OVERFLOWS(WS-DEPT-SUB) > 0
               MOVE WS-DEPT-OVERFLOWS(WS-DEPT-SUB) TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  OVERFLOWS:    " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM WRITE-DEPT-OP-LINE
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 7.
           MOVE SPACES TO REPORT-LINE.
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-OVERFLOWS TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ALL DEPARTMENTS OVERFLOWS:    " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
