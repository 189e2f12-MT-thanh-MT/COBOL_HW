             05 WS-JRNL-NEW-SCORE  PIC 9(2)V99.
             05 WS-JRNL-OLD-WEIGHT PIC 9(1)V9.
             05 WS-JRNL-NEW-WEIGHT PIC 9(1)V9.
             05 WS-JRNL-APPROVER-ID PIC X(8) VALUE SPACES.

          01 FILE-TERM-STATUS PIC 99.
          01 FILE-TH-STATUS   PIC 99.
