           05 SL-STAMP PIC X(14).
           05 FILLER PIC X(1).
           05 SL-PROGRAM PIC X(8).
           05 FILLER PIC X(1).
           05 SL-OPERATOR-ID PIC X(3).
           05 FILLER PIC X(1).
           05 SL-EVENT PIC X(8).
               88 SL-SIGNED-ON VALUE "SIGNON".
               88 SL-SIGNON-FAILED VALUE "BADSIGN".
               88 SL-LOCKED-OUT VALUE "LOCKOUT".
               88 SL-REFUSED VALUE "REFUSED".
           05 FILLER PIC X(1).
           05 SL-DETAIL PIC X(50).
