       01  BATCH-TRAILER-RECORD.
           05 BT-REC-TYPE PIC X(1).
           05 BT-REC-COUNT PIC 9(5).
           05 BT-HASH-TOTAL PIC S9(13)V9(2).
