             05 JRN-OLD-WEIGHT PIC 9(1)V9.
             05 FILLER         PIC X(1).
             05 JRN-NEW-WEIGHT PIC 9(1)V9.
             05 FILLER         PIC X(1).
             05 JRN-APPROVER-ID PIC X(8).

          FD HISTORY-RPT.
          01 HISTORY-RPT-LINE PIC X(90).
           MOVE SPACES TO HISTORY-RPT-LINE
           STRING "DATE     TIME     SOURCE ACTION  TERM  "
              DELIMITED BY SIZE
              "SUBJECT       OLD    NEW  APPROVED" DELIMITED BY SIZE
              INTO HISTORY-RPT-LINE
           WRITE HISTORY-RPT-LINE
           PERFORM UNTIL WS-EOF-J = 'Y'
                  WS-RPT-OLD DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RPT-NEW DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  JRN-APPROVER-ID DELIMITED BY SIZE
              INTO HISTORY-RPT-LINE
           WRITE HISTORY-RPT-LINE.

