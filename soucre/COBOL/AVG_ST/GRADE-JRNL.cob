             05 JRN-OLD-WEIGHT PIC 9(1)V9.
             05 FILLER         PIC X(1).
             05 JRN-NEW-WEIGHT PIC 9(1)V9.
             05 FILLER         PIC X(1).
             05 JRN-APPROVER-ID PIC X(8).

          WORKING-STORAGE SECTION.
          01 WS-JOURNAL-STATUS PIC 99.
             05 JD-NEW-SCORE  PIC 9(2)V99.
             05 JD-OLD-WEIGHT PIC 9(1)V9.
             05 JD-NEW-WEIGHT PIC 9(1)V9.
             05 JD-APPROVER-ID PIC X(8).

       PROCEDURE DIVISION USING JOURNAL-DETAIL.
       000-MAIN.
           MOVE JD-NEW-SCORE TO JRN-NEW-SCORE
           MOVE JD-OLD-WEIGHT TO JRN-OLD-WEIGHT
           MOVE JD-NEW-WEIGHT TO JRN-NEW-WEIGHT
           MOVE JD-APPROVER-ID TO JRN-APPROVER-ID
           WRITE JOURNAL-REC
           CLOSE JOURNAL-FILE
           EXIT PROGRAM.
