       01  JOURNAL-HEADER-RECORD.
           05 JH-REC-TYPE PIC X(1).
           05 JH-JOURNAL-ID PIC X(12).
           05 JH-BUS-DATE PIC 9(8).
           05 JH-CREATED-STAMP PIC X(14).
       01  JOURNAL-DETAIL-RECORD.
           05 JD-REC-TYPE PIC X(1).
           05 JD-LINE-NO PIC 9(5).
           05 JD-ACCOUNT PIC X(10).
           05 JD-DR-CR PIC X(1).
               88 JD-DEBIT VALUE "D".
               88 JD-CREDIT VALUE "C".
           05 JD-AMOUNT PIC 9(13)V9(2).
           05 JD-DEPT-CODE PIC X(4).
           05 JD-OPERATION PIC X(1).
           05 JD-TRAN-COUNT PIC 9(7).
           05 JD-SUSPENSE-FLAG PIC X(1).
               88 JD-TO-SUSPENSE VALUE "Y".
       01  JOURNAL-TRAILER-RECORD.
           05 JT-REC-TYPE PIC X(1).
           05 JT-LINE-COUNT PIC 9(5).
           05 JT-DEBIT-TOTAL PIC 9(13)V9(2).
           05 JT-CREDIT-TOTAL PIC 9(13)V9(2).
