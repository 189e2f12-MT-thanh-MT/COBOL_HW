       IDENTIFICATION DIVISION.
       PROGRAM-ID. ST01GDM1.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT GUARD-TRANS ASSIGN TO 'RESOURCES/GRDTRN.txt'
             STATUS IS FILE-GT-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT GUARD-MST ASSIGN TO 'RESOURCES/GUARDMST.txt'
             STATUS IS FILE-GM-STATUS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS GRD-STUDENT-ID.

             SELECT STUDENT ASSIGN TO 'RESOURCES/FILEA.txt'
             STATUS IS FILE-A-STATUS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS STUDENT-ID.

       DATA DIVISION.
          FILE SECTION.

          FD GUARD-TRANS.
          01 GUARD-TRANS-REC.
             05 GTR-ACTION      PIC X(1).
             05 GTR-STUDENT-ID  PIC X(7).
             05 GTR-NAME        PIC A(25).
             05 GTR-RELATION    PIC X(10).
             05 GTR-ADDR-1      PIC X(30).
             05 GTR-ADDR-2      PIC X(30).
             05 GTR-POSTCODE    PIC X(8).
             05 GTR-PHONE       PIC X(15).

          FD GUARD-MST.
          01 GUARDIAN-MASTER.
             05 GRD-STUDENT-ID  PIC X(7).
             05 GRD-NAME        PIC A(25).
             05 GRD-RELATION    PIC X(10).
             05 GRD-ADDR-1      PIC X(30).
             05 GRD-ADDR-2      PIC X(30).
             05 GRD-POSTCODE    PIC X(8).
             05 GRD-PHONE       PIC X(15).
             05 GRD-UPDATE-DATE PIC 9(8).

          FD STUDENT.
          01 STUDENT-FILE.
             05 STUDENT-ID PIC X(7).
             05 NAME PIC A(25).
             05 CLASS-CODE PIC X(4).
             05 STU-STATUS PIC X(1).
             05 STU-STATUS-DATE PIC 9(8).

          WORKING-STORAGE SECTION.
          01 WS-GUARD-TRANS.
             05 WS-GTR-ACTION      PIC X(1).
             05 WS-GTR-STUDENT-ID  PIC X(7).
             05 WS-GTR-NAME        PIC A(25).
             05 WS-GTR-RELATION    PIC X(10).
             05 WS-GTR-ADDR-1      PIC X(30).
             05 WS-GTR-ADDR-2      PIC X(30).
             05 WS-GTR-POSTCODE    PIC X(8).
             05 WS-GTR-PHONE       PIC X(15).

          01 FILE-GT-STATUS  PIC 99.
          01 FILE-GM-STATUS  PIC 99.
          01 FILE-A-STATUS   PIC 99.
          01 WS-EOF-GT       PIC A(1).
          01 WS-TODAY        PIC 9(8).
          01 WS-TRN-RESULT   PIC X(8).
          01 WS-TRN-REASON   PIC X(25).
          01 WS-APPLIED      PIC 9(5) VALUE 0.
          01 WS-REJECTED     PIC 9(5) VALUE 0.
          01 FILE-NAME       PIC X(25).
          01 IS-ERR          PIC A VALUE 'N'.
          01 WS-AUDIT-MSG    PIC X(80).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INIT.
           PERFORM 200-PROCESS-TRANS.
           PERFORM 900-CLOSE-ALL.
           STOP RUN.

       100-INIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE 'N' TO WS-EOF-GT
           OPEN INPUT GUARD-TRANS
           PERFORM 500-CHECK-TRANS-STATUS
           OPEN INPUT STUDENT
           PERFORM 502-CHECK-FILEA-STATUS
           OPEN I-O GUARD-MST
           IF FILE-GM-STATUS EQUAL 35
              OPEN OUTPUT GUARD-MST
              PERFORM 501-CHECK-MST-STATUS
              CLOSE GUARD-MST
              OPEN I-O GUARD-MST
           END-IF
           PERFORM 501-CHECK-MST-STATUS.

       200-PROCESS-TRANS.
           PERFORM UNTIL WS-EOF-GT = 'Y'
              READ GUARD-TRANS INTO WS-GUARD-TRANS
                 AT END MOVE 'Y' TO WS-EOF-GT
                 NOT AT END PERFORM 210-APPLY-TRANS
              END-READ
           END-PERFORM.

       210-APPLY-TRANS.
           MOVE 'REJECTED' TO WS-TRN-RESULT
           MOVE SPACES TO WS-TRN-REASON
           EVALUATE WS-GTR-ACTION
              WHEN 'A' PERFORM 220-ADD-GUARDIAN
              WHEN 'C' PERFORM 230-CHANGE-GUARDIAN
              WHEN 'D' PERFORM 240-DELETE-GUARDIAN
              WHEN OTHER
                 MOVE 'REJECTED' TO WS-TRN-RESULT
                 MOVE 'INVALID ACTION CODE' TO WS-TRN-REASON
           END-EVALUATE
           PERFORM 250-LOG-TRANS.

       215-VALIDATE-FIELDS.
           IF WS-GTR-NAME EQUAL SPACES
              MOVE 'GUARDIAN NAME MISSING' TO WS-TRN-REASON
              EXIT PARAGRAPH
           END-IF
           IF WS-GTR-ADDR-1 EQUAL SPACES
              MOVE 'ADDRESS LINE 1 MISSING' TO WS-TRN-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE WS-GTR-STUDENT-ID TO STUDENT-ID
           READ STUDENT
              INVALID KEY
                 MOVE 'STUDENT NOT ON FILEA' TO WS-TRN-REASON
              NOT INVALID KEY
                 IF STU-STATUS EQUAL 'M'
                    MOVE 'STUDENT ID MERGED' TO WS-TRN-REASON
                 END-IF
           END-READ.

       220-ADD-GUARDIAN.
           PERFORM 215-VALIDATE-FIELDS
           IF WS-TRN-REASON NOT EQUAL SPACES
              CONTINUE
           ELSE
              MOVE WS-GTR-STUDENT-ID TO GRD-STUDENT-ID
              PERFORM 245-MOVE-GUARDIAN-FIELDS
              WRITE GUARDIAN-MASTER
                 INVALID KEY
                    MOVE 'GUARDIAN ALREADY EXISTS' TO WS-TRN-REASON
                 NOT INVALID KEY
                    PERFORM 501-CHECK-MST-STATUS
                    MOVE 'APPLIED' TO WS-TRN-RESULT
              END-WRITE
           END-IF.

       230-CHANGE-GUARDIAN.
           PERFORM 215-VALIDATE-FIELDS
           IF WS-TRN-REASON NOT EQUAL SPACES
              CONTINUE
           ELSE
              MOVE WS-GTR-STUDENT-ID TO GRD-STUDENT-ID
              READ GUARD-MST
                 INVALID KEY
                    MOVE 'GUARDIAN NOT FOUND' TO WS-TRN-REASON
                 NOT INVALID KEY
                    PERFORM 245-MOVE-GUARDIAN-FIELDS
                    REWRITE GUARDIAN-MASTER
                    PERFORM 501-CHECK-MST-STATUS
                    MOVE 'APPLIED' TO WS-TRN-RESULT
              END-READ
           END-IF.

       240-DELETE-GUARDIAN.
           MOVE WS-GTR-STUDENT-ID TO GRD-STUDENT-ID
           READ GUARD-MST
              INVALID KEY
                 MOVE 'GUARDIAN NOT FOUND' TO WS-TRN-REASON
              NOT INVALID KEY
                 DELETE GUARD-MST RECORD
                 PERFORM 501-CHECK-MST-STATUS
                 MOVE 'APPLIED' TO WS-TRN-RESULT
           END-READ.

       245-MOVE-GUARDIAN-FIELDS.
           MOVE WS-GTR-NAME TO GRD-NAME
           MOVE WS-GTR-RELATION TO GRD-RELATION
           MOVE WS-GTR-ADDR-1 TO GRD-ADDR-1
           MOVE WS-GTR-ADDR-2 TO GRD-ADDR-2
           MOVE WS-GTR-POSTCODE TO GRD-POSTCODE
           MOVE WS-GTR-PHONE TO GRD-PHONE
           MOVE WS-TODAY TO GRD-UPDATE-DATE.

       250-LOG-TRANS.
           IF WS-TRN-RESULT EQUAL 'APPLIED'
              ADD 1 TO WS-APPLIED
           ELSE
              ADD 1 TO WS-REJECTED
           END-IF
           DISPLAY "GUARDIAN TRANS " WS-GTR-ACTION " "
              WS-GTR-STUDENT-ID " " WS-TRN-RESULT " " WS-TRN-REASON
           MOVE SPACES TO WS-AUDIT-MSG
           STRING "GUARDIAN TRANS " DELIMITED BY SIZE
                  WS-GTR-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-GTR-STUDENT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRN-RESULT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRN-REASON DELIMITED BY SIZE
              INTO WS-AUDIT-MSG
           CALL 'AUDIT-LOG' USING WS-AUDIT-MSG.

       900-CLOSE-ALL.
           CLOSE GUARD-TRANS
           CLOSE GUARD-MST
           CLOSE STUDENT
           DISPLAY "GUARDIAN TRANSACTIONS APPLIED: " WS-APPLIED
              " REJECTED: " WS-REJECTED
           MOVE SPACES TO WS-AUDIT-MSG
           STRING "GUARDIAN MAINT RUN APPLIED=" DELIMITED BY SIZE
                  WS-APPLIED DELIMITED BY SIZE
                  " REJECTED=" DELIMITED BY SIZE
                  WS-REJECTED DELIMITED BY SIZE
              INTO WS-AUDIT-MSG
           CALL 'AUDIT-LOG' USING WS-AUDIT-MSG.

       500-CHECK-TRANS-STATUS.
           MOVE 'GRDTRN.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-GT-STATUS, FILE-NAME, IS-ERR.
           PERFORM 503-CHECK-ERR.

       501-CHECK-MST-STATUS.
           MOVE 'GUARDMST.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-GM-STATUS, FILE-NAME, IS-ERR.
           PERFORM 503-CHECK-ERR.

       502-CHECK-FILEA-STATUS.
           MOVE 'FLIEA.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-A-STATUS, FILE-NAME, IS-ERR.
           PERFORM 503-CHECK-ERR.

       503-CHECK-ERR.
           IF IS-ERR EQUAL 'Y'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       END PROGRAM ST01GDM1.
