           05 IL-INQ-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 IL-MODE PIC X(1).
               88 IL-INTERACTIVE VALUE "I".
               88 IL-BATCH VALUE "B".
           05 FILLER PIC X(1).
           05 IL-TRAN-ID PIC X(10).
