           05 DUP-TRAN-ID PIC X(10).
           05 DUP-BUS-DATE PIC 9(8).
           05 DUP-BATCH-ID PIC X(8).
           05 DUP-NEW-ENTRY-TYPE PIC X(1).
           05 DUP-NEW-NUM1 PIC X(11).
           05 DUP-NEW-NUM1-N REDEFINES DUP-NEW-NUM1 PIC S9(9)V9(2).
           05 DUP-NEW-OPERATION PIC X(1).
           05 DUP-NEW-NUM2 PIC X(11).
           05 DUP-NEW-NUM2-N REDEFINES DUP-NEW-NUM2 PIC S9(9)V9(2).
           05 DUP-NEW-RATE-CODE PIC X(8).
           05 DUP-NEW-DEPT-CODE PIC X(4).
           05 DUP-OLD-SOURCE PIC X(1).
               88 DUP-OLD-ON-MASTER VALUE "M".
               88 DUP-OLD-HELD-IN-RUN VALUE "P".
           05 DUP-OLD-RUN-DATE PIC 9(8).
           05 DUP-OLD-NUM1 PIC S9(9)V9(2).
           05 DUP-OLD-OPERATION PIC X(1).
           05 DUP-OLD-NUM2 PIC S9(9)V9(2).
           05 DUP-OLD-RESULT PIC S9(9)V9(2).
           05 DUP-OLD-OUTCOME PIC X(2).
           05 DUP-OLD-DEPT-CODE PIC X(4).
           05 DUP-OLD-ENTRY-TYPE PIC X(1).
