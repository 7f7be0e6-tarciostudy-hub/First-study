           05 AUD-TIMESTAMP PIC X(21).
           05 FILLER PIC X(1).
           05 AUD-NUM1 PIC X(13).
           05 FILLER PIC X(1).
           05 AUD-OPERATION PIC X(1).
           05 FILLER PIC X(1).
           05 AUD-NUM2 PIC X(13).
           05 FILLER PIC X(1).
           05 AUD-RESULT PIC X(13).
           05 FILLER PIC X(1).
           05 AUD-OUTCOME PIC X(2).
           05 FILLER PIC X(1).
           05 AUD-RATE-CODE PIC X(8).
           05 FILLER PIC X(1).
           05 AUD-RATE-VALUE PIC X(13).
           05 FILLER PIC X(1).
           05 AUD-DEPT-CODE PIC X(4).
           05 FILLER PIC X(1).
           05 AUD-TRAN-ID PIC X(10).
           05 FILLER PIC X(1).
           05 AUD-BUS-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 AUD-ORIG-TRAN-ID PIC X(10).
