           05 RH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 RH-RUN-STAMP PIC X(14).
           05 FILLER PIC X(1).
           05 RH-PHASE PIC X(8).
           05 FILLER PIC X(1).
           05 RH-STEP-SEQ PIC 9(4).
           05 FILLER PIC X(1).
           05 RH-START-STAMP PIC X(16).
           05 FILLER PIC X(1).
           05 RH-END-STAMP PIC X(16).
           05 FILLER PIC X(1).
           05 RH-ELAPSED PIC 9(7)V9(2).
           05 FILLER PIC X(1).
           05 RH-VOLUME PIC 9(7).
           05 FILLER PIC X(1).
           05 RH-LIMIT-FLAG PIC X(1).
               88 RH-OVER-LIMIT VALUE "Y".
