           05 BAL-REJECT-COUNT PIC 9(5).
           05 BAL-CHAIN-COUNT PIC 9(5).
           05 BAL-TRAILER-COUNT PIC 9(5).
           05 BAL-HASH-READ PIC S9(13)V9(2).
           05 BAL-HASH-COMPUTED PIC S9(13)V9(2).
           05 BAL-MESSAGE PIC X(30).
           05 BAL-DUP-COUNT PIC 9(5).
