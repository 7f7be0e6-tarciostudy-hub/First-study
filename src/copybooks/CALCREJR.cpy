           05 REJ-TRAN-ID PIC X(10).
           05 REJ-NUM1 PIC X(11).
           05 REJ-OPERATION PIC X(1).
           05 REJ-NUM2 PIC X(11).
           05 REJ-REASON PIC X(40).
           05 REJ-DEPT-CODE PIC X(4).
           05 REJ-OUTCOME PIC X(2).
               88 REJ-BAD-REVERSAL VALUE "RX".
           05 REJ-ENTRY-TYPE PIC X(1).
               88 REJ-REVERSAL-OR-CORRECTION VALUE "R" "C".
