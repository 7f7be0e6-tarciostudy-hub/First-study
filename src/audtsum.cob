               IF WS-GEN-DAY >= 1 AND WS-GEN-DAY <= 31
                   ADD 1 TO WS-DAY-COUNT(WS-GEN-DAY)
               END-IF
               IF AUD-OUTCOME NOT = "OK" AND
                  AUD-OUTCOME NOT = "RV"
                   ADD 1 TO WS-MONTH-REJECTS
                   IF WS-GEN-DAY >= 1 AND WS-GEN-DAY <= 31
                       ADD 1 TO WS-DAY-REJECTS(WS-GEN-DAY)
                   VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 7
           ELSE
               ADD 1 TO WS-PRIOR-COUNT
               IF AUD-OUTCOME NOT = "OK" AND
                  AUD-OUTCOME NOT = "RV"
                   ADD 1 TO WS-PRIOR-REJECTS
               END-IF
           END-IF.
