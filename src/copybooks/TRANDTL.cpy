           05 TD-TRAN-ID PIC X(10).
           05 TD-NUM1 PIC S9(9)V9(2).
           05 TD-OPERATION PIC X(1).
           05 TD-NUM2 PIC S9(9)V9(2).
           05 TD-RATE-CODE PIC X(8).
           05 TD-CHAIN-CODE PIC X(1).
           05 TD-DEPT-CODE PIC X(4).
           05 TD-ORIG-TRAN-ID PIC X(10).
