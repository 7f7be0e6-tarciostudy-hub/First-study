       01 WS-OP-COUNTERS.
           05 WS-OP-COUNT OCCURS 7 PIC 9(7) COMP-3 VALUE 0.
       01 WS-OP-TOTALS.
           05 WS-OP-TOTAL OCCURS 7 PIC S9(15)V9(2) COMP-3 VALUE 0.

       01 WS-OUTCOME-CODE-LIST PIC X(18) VALUE "OKDZIOIDRTRVRXDUOV".
       01 FILLER REDEFINES WS-OUTCOME-CODE-LIST.
           05 WS-OUTCOME-CODE OCCURS 9 PIC X(2).
       01 WS-OUTCOME-COUNTERS.
           05 WS-OUTCOME-COUNT OCCURS 9 PIC 9(7) COMP-3 VALUE 0.

       01 WS-HOUR-COUNTERS.
           05 WS-HOUR-COUNT OCCURS 24 PIC 9(7) COMP-3 VALUE 0.
       01 WS-PEAK-COUNT PIC 9(7) COMP-3 VALUE 0.

       01 WS-SELECTED-COUNT PIC 9(7) COMP-3 VALUE 0.
       01 WS-RESULT-VALUE PIC S9(15)V9(2) COMP-3.
       01 WS-MAX-RESULT PIC S9(15)V9(2) COMP-3 VALUE 0.
       01 WS-MIN-RESULT PIC S9(15)V9(2) COMP-3 VALUE 0.
       01 WS-RESULT-SEEN PIC X(1) VALUE "N".
           88 ANY-RESULT-SEEN VALUE "Y".

       01 WS-EDIT-DATE PIC X(10).
       01 WS-EDIT-COUNT PIC ZZZZZZ9.
       01 WS-EDIT-TOTAL PIC -(15)9.99.
       01 WS-EDIT-HOUR PIC 99.

       PROCEDURE DIVISION.
           END-PERFORM.

       TALLY-OUTCOME.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 9
               IF AUD-OUTCOME = WS-OUTCOME-CODE(WS-SUB)
                   ADD 1 TO WS-OUTCOME-COUNT(WS-SUB)
               END-IF
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-OUTCOME-LINE
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 9.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

