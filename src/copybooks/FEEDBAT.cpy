       01  FEED-HEADER-RECORD.
           05 FH-REC-TYPE PIC X(1).
           05 FH-DEPT-CODE PIC X(4).
           05 FH-FILE-DATE PIC 9(8).
           05 FH-SEQ-NO PIC 9(4).
       01  FEED-TRAILER-RECORD.
           05 FT-REC-TYPE PIC X(1).
           05 FT-REC-COUNT PIC 9(5).
           05 FT-HASH-TOTAL PIC S9(13)V9(2).
