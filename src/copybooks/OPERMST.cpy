           05 OP-OPERATOR-ID PIC X(3).
           05 FILLER PIC X(1).
           05 OP-PIN PIC X(8).
           05 FILLER PIC X(1).
           05 OP-ROLE-RATE-MAINT PIC X(1).
               88 OP-CAN-MAINTAIN-RATES VALUE "Y".
           05 OP-ROLE-RATE-APPROVE PIC X(1).
               88 OP-CAN-APPROVE-RATES VALUE "Y".
           05 OP-ROLE-REJ-REPAIR PIC X(1).
               88 OP-CAN-REPAIR-REJECTS VALUE "Y".
           05 OP-ROLE-ALERT-ACK PIC X(1).
               88 OP-CAN-ACK-ALERTS VALUE "Y".
           05 FILLER PIC X(1).
           05 OP-STATUS PIC X(1).
               88 OP-REVOKED VALUE "R".
           05 FILLER PIC X(1).
           05 OP-NAME PIC X(30).
