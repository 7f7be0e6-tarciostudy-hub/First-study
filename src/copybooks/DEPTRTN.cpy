       01  RETURN-HEADER-RECORD.
           05 DH-REC-TYPE PIC X(1).
           05 DH-DEPT-CODE PIC X(4).
           05 DH-BUS-DATE PIC 9(8).
           05 DH-CREATED-STAMP PIC X(14).
       01  RETURN-RESULT-RECORD.
           05 DD-REC-TYPE PIC X(1).
           05 DD-TRAN-ID PIC X(10).
           05 DD-NUM1 PIC S9(9)V9(2).
           05 DD-OPERATION PIC X(1).
           05 DD-NUM2 PIC S9(9)V9(2).
           05 DD-RESULT PIC S9(9)V9(2).
           05 DD-OUTCOME PIC X(2).
           05 DD-ENTRY-TYPE PIC X(1).
           05 DD-REV-FLAG PIC X(1).
           05 DD-ORIG-TRAN-ID PIC X(10).
           05 DD-OFFSET-RESULT PIC S9(9)V9(2).
       01  RETURN-REJECT-RECORD.
           05 DJ-REC-TYPE PIC X(1).
           05 DJ-TRAN-ID PIC X(10).
           05 DJ-NUM1 PIC X(11).
           05 DJ-OPERATION PIC X(1).
           05 DJ-NUM2 PIC X(11).
           05 DJ-OUTCOME PIC X(2).
           05 DJ-REASON PIC X(40).
       01  RETURN-TRAILER-RECORD.
           05 DT-REC-TYPE PIC X(1).
           05 DT-RESULT-COUNT PIC 9(7).
           05 DT-RESULT-TOTAL PIC S9(13)V9(2).
           05 DT-REJECT-COUNT PIC 9(7).
