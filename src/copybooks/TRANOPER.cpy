           05 TRAN-NUM1 PIC S9(9)V9(2).
           05 TRAN-OPERATION PIC X(1).
           05 TRAN-NUM2 PIC S9(9)V9(2).
