           05 RT-CODE PIC X(8).
           05 RT-EFF-DATE PIC 9(8).
           05 RT-EXP-DATE PIC 9(8).
           05 RT-VALUE PIC S9(9)V9(2).
