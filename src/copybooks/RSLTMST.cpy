           05 RM-TRAN-ID PIC X(10).
           05 RM-NUM1 PIC S9(9)V9(2).
           05 RM-OPERATION PIC X(1).
           05 RM-NUM2 PIC S9(9)V9(2).
           05 RM-RESULT PIC S9(9)V9(2).
           05 RM-OUTCOME PIC X(2).
           05 RM-RUN-DATE PIC 9(8).
           05 RM-DEPT-CODE PIC X(4).
           05 RM-ENTRY-TYPE PIC X(1).
               88 RM-ENTRY-REVERSAL VALUE "R".
               88 RM-ENTRY-CORRECTION VALUE "C".
           05 RM-REV-FLAG PIC X(1).
               88 RM-IS-REVERSED VALUE "Y".
           05 RM-ORIG-TRAN-ID PIC X(10).
           05 RM-REVERSED-BY-ID PIC X(10).
           05 RM-OFFSET-RESULT PIC S9(9)V9(2).
