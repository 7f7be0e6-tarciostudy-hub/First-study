           05 PR-ACTION PIC X(6).
               88 PR-ACTION-ADD VALUE "ADD".
               88 PR-ACTION-CHANGE VALUE "CHANGE".
               88 PR-ACTION-EXPIRE VALUE "EXPIRE".
           05 PR-CODE PIC X(8).
           05 PR-EFF-DATE PIC 9(8).
           05 PR-EXP-DATE PIC 9(8).
           05 PR-VALUE PIC S9(9)V9(2).
           05 PR-ENTERED-BY PIC X(3).
           05 PR-ENTERED-STAMP PIC X(14).
