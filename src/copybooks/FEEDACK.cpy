           05 FA-DEPT-CODE PIC X(4).
           05 FA-SEQ-NO PIC 9(4).
           05 FA-FILE-DATE PIC 9(8).
           05 FA-BUS-DATE PIC 9(8).
           05 FA-STATUS PIC X(1).
               88 FA-ACCEPTED VALUE "A".
               88 FA-REJECTED VALUE "R".
               88 FA-NOT-RECEIVED VALUE "M".
           05 FA-REC-COUNT PIC 9(5).
           05 FA-HASH-TOTAL PIC S9(13)V9(2).
           05 FA-REASON PIC X(40).
