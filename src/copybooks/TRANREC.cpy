       01  TRAN-RECORD.
           COPY TRANOPER.
           05 TRAN-RESULT PIC S9(9)V9(2).
           05 TRAN-OUTCOME-CODE PIC X(2).
               88 TRAN-OUTCOME-NORMAL VALUE "OK".
               88 TRAN-OUTCOME-DIV-ZERO VALUE "DZ".
               88 TRAN-OUTCOME-INVALID-OP VALUE "IO".
               88 TRAN-OUTCOME-INVALID-DATA VALUE "ID".
               88 TRAN-OUTCOME-BAD-RATE VALUE "RT".
               88 TRAN-OUTCOME-REVERSAL VALUE "RV".
               88 TRAN-OUTCOME-BAD-REVERSAL VALUE "RX".
               88 TRAN-OUTCOME-DUPLICATE VALUE "DU".
               88 TRAN-OUTCOME-OVERFLOW VALUE "OV".
