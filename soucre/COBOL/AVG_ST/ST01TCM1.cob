       IDENTIFICATION DIVISION.
       PROGRAM-ID. ST01TCM1.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT TEACH-TRANS ASSIGN TO 'RESOURCES/TCHTRN.txt'
             STATUS IS FILE-TT-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT TEACH-MST ASSIGN TO 'RESOURCES/TEACHMST.txt'
             STATUS IS FILE-TM-STATUS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TCH-ID.

             SELECT CLASS-ASSIGN ASSIGN TO 'RESOURCES/CLSASGN.txt'
             STATUS IS FILE-CA-STATUS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ASG-KEY.

             SELECT SUBJ-MST ASSIGN TO 'RESOURCES/SUBJMST.txt'
             STATUS IS FILE-SM-STATUS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SUBJ-CODE.

       DATA DIVISION.
          FILE SECTION.

          FD TEACH-TRANS.
          01 TEACH-TRANS-REC.
             05 TTR-REC-TYPE    PIC X(1).
             05 TTR-ACTION      PIC X(1).
             05 TTR-TCH-ID      PIC X(6).
             05 TTR-TCH-NAME    PIC A(25).
             05 TTR-TCH-STATUS  PIC X(1).

          01 ASSIGN-TRANS-REC.
             05 ATR-REC-TYPE    PIC X(1).
             05 ATR-ACTION      PIC X(1).
             05 ATR-CLASS-CODE  PIC X(4).
             05 ATR-SUBJ-CODE   PIC X(10).
             05 ATR-TEACHER-ID  PIC X(6).
             05 ATR-REQUIRED    PIC X(1).

          FD TEACH-MST.
          01 TEACHER-MASTER.
             05 TCH-ID          PIC X(6).
             05 TCH-NAME        PIC A(25).
             05 TCH-STATUS      PIC X(1).

          FD CLASS-ASSIGN.
          01 CLASS-ASSIGN-REC.
             05 ASG-KEY.
                10 ASG-CLASS-CODE PIC X(4).
                10 ASG-SUBJ-CODE  PIC X(10).
             05 ASG-TEACHER-ID  PIC X(6).
             05 ASG-REQUIRED    PIC X(1).

          FD SUBJ-MST.
          01 SUBJECT-MASTER.
             05 SUBJ-CODE       PIC X(10).
             05 SUBJ-NAME       PIC X(20).
             05 SUBJ-WEIGHT-MIN PIC 9(1)V9.
             05 SUBJ-WEIGHT-MAX PIC 9(1)V9.
             05 SUBJ-PASS-MARK  PIC 9(2)V99.

          WORKING-STORAGE SECTION.
          01 FILE-TT-STATUS  PIC 99.
          01 FILE-TM-STATUS  PIC 99.
          01 FILE-CA-STATUS  PIC 99.
          01 FILE-SM-STATUS  PIC 99.
          01 WS-EOF-TT       PIC A(1).
          01 WS-EOF-CA       PIC A(1).
          01 WS-HAS-ASSIGN   PIC A(1).
          01 WS-TRN-KEY      PIC X(14).
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
           MOVE 'N' TO WS-EOF-TT
           OPEN INPUT TEACH-TRANS
           PERFORM 500-CHECK-TRANS-STATUS
           OPEN INPUT SUBJ-MST
           PERFORM 503-CHECK-SM-STATUS
           OPEN I-O TEACH-MST
           IF FILE-TM-STATUS EQUAL 35
              OPEN OUTPUT TEACH-MST
              PERFORM 501-CHECK-TM-STATUS
              CLOSE TEACH-MST
              OPEN I-O TEACH-MST
           END-IF
           PERFORM 501-CHECK-TM-STATUS
           OPEN I-O CLASS-ASSIGN
           IF FILE-CA-STATUS EQUAL 35
              OPEN OUTPUT CLASS-ASSIGN
              PERFORM 502-CHECK-CA-STATUS
              CLOSE CLASS-ASSIGN
              OPEN I-O CLASS-ASSIGN
           END-IF
           PERFORM 502-CHECK-CA-STATUS.

       200-PROCESS-TRANS.
           PERFORM UNTIL WS-EOF-TT = 'Y'
              READ TEACH-TRANS
                 AT END MOVE 'Y' TO WS-EOF-TT
                 NOT AT END PERFORM 210-APPLY-TRANS
              END-READ
           END-PERFORM.

       210-APPLY-TRANS.
           MOVE 'REJECTED' TO WS-TRN-RESULT
           MOVE SPACES TO WS-TRN-REASON
           MOVE SPACES TO WS-TRN-KEY
           EVALUATE TTR-REC-TYPE
              WHEN 'T'
                 MOVE TTR-TCH-ID TO WS-TRN-KEY
                 EVALUATE TTR-ACTION
                    WHEN 'A' PERFORM 220-ADD-TEACHER
                    WHEN 'C' PERFORM 230-CHANGE-TEACHER
                    WHEN 'D' PERFORM 240-DELETE-TEACHER
                    WHEN OTHER
                       MOVE 'INVALID ACTION CODE' TO WS-TRN-REASON
                 END-EVALUATE
              WHEN 'S'
                 STRING ATR-CLASS-CODE DELIMITED BY SIZE
                        ATR-SUBJ-CODE DELIMITED BY SIZE
                    INTO WS-TRN-KEY
                 EVALUATE ATR-ACTION
                    WHEN 'A' PERFORM 260-ADD-ASSIGNMENT
                    WHEN 'C' PERFORM 270-CHANGE-ASSIGNMENT
                    WHEN 'D' PERFORM 280-DELETE-ASSIGNMENT
                    WHEN OTHER
                       MOVE 'INVALID ACTION CODE' TO WS-TRN-REASON
                 END-EVALUATE
              WHEN OTHER
                 MOVE 'INVALID RECORD TYPE' TO WS-TRN-REASON
           END-EVALUATE
           PERFORM 290-LOG-TRANS.

       215-VALIDATE-TEACHER.
           IF TTR-TCH-ID EQUAL SPACES
              MOVE 'TEACHER ID MISSING' TO WS-TRN-REASON
           ELSE
              IF TTR-TCH-NAME EQUAL SPACES
                 MOVE 'TEACHER NAME MISSING' TO WS-TRN-REASON
              ELSE
                 IF TTR-TCH-STATUS NOT EQUAL 'A'
                    AND TTR-TCH-STATUS NOT EQUAL 'L'
                    MOVE 'STATUS NOT A OR L' TO WS-TRN-REASON
                 END-IF
              END-IF
           END-IF.

       220-ADD-TEACHER.
           PERFORM 215-VALIDATE-TEACHER
           IF WS-TRN-REASON NOT EQUAL SPACES
              CONTINUE
           ELSE
              MOVE TTR-TCH-ID TO TCH-ID
              MOVE TTR-TCH-NAME TO TCH-NAME
              MOVE TTR-TCH-STATUS TO TCH-STATUS
              WRITE TEACHER-MASTER
                 INVALID KEY
                    MOVE 'TEACHER ALREADY EXISTS' TO WS-TRN-REASON
                 NOT INVALID KEY
                    PERFORM 501-CHECK-TM-STATUS
                    MOVE 'APPLIED' TO WS-TRN-RESULT
              END-WRITE
           END-IF.

       230-CHANGE-TEACHER.
           PERFORM 215-VALIDATE-TEACHER
           IF WS-TRN-REASON NOT EQUAL SPACES
              CONTINUE
           ELSE
              MOVE TTR-TCH-ID TO TCH-ID
              READ TEACH-MST
                 INVALID KEY
                    MOVE 'TEACHER NOT FOUND' TO WS-TRN-REASON
                 NOT INVALID KEY
                    MOVE TTR-TCH-NAME TO TCH-NAME
                    MOVE TTR-TCH-STATUS TO TCH-STATUS
                    REWRITE TEACHER-MASTER
                    PERFORM 501-CHECK-TM-STATUS
                    MOVE 'APPLIED' TO WS-TRN-RESULT
              END-READ
           END-IF.

       240-DELETE-TEACHER.
           PERFORM 245-CHECK-TEACHER-ASSIGNED
           IF WS-HAS-ASSIGN EQUAL 'Y'
              MOVE 'TEACHER STILL ASSIGNED' TO WS-TRN-REASON
           ELSE
              MOVE TTR-TCH-ID TO TCH-ID
              READ TEACH-MST
                 INVALID KEY
                    MOVE 'TEACHER NOT FOUND' TO WS-TRN-REASON
                 NOT INVALID KEY
                    DELETE TEACH-MST RECORD
                    PERFORM 501-CHECK-TM-STATUS
                    MOVE 'APPLIED' TO WS-TRN-RESULT
              END-READ
           END-IF.

       245-CHECK-TEACHER-ASSIGNED.
           MOVE 'N' TO WS-HAS-ASSIGN
           MOVE 'N' TO WS-EOF-CA
           MOVE LOW-VALUES TO ASG-KEY
           START CLASS-ASSIGN KEY IS NOT LESS THAN ASG-KEY
              INVALID KEY MOVE 'Y' TO WS-EOF-CA
           END-START
           PERFORM UNTIL WS-EOF-CA = 'Y'
              READ CLASS-ASSIGN NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF-CA
                 NOT AT END
                    IF ASG-TEACHER-ID EQUAL TTR-TCH-ID
                       MOVE 'Y' TO WS-HAS-ASSIGN
                       MOVE 'Y' TO WS-EOF-CA
                    END-IF
              END-READ
           END-PERFORM.

       250-VALIDATE-ASSIGNMENT.
           IF ATR-CLASS-CODE EQUAL SPACES
              MOVE 'CLASS CODE MISSING' TO WS-TRN-REASON
              EXIT PARAGRAPH
           END-IF
           IF ATR-REQUIRED NOT EQUAL 'Y' AND ATR-REQUIRED NOT EQUAL 'N'
              MOVE 'REQUIRED FLAG NOT Y OR N' TO WS-TRN-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE ATR-SUBJ-CODE TO SUBJ-CODE
           READ SUBJ-MST
              INVALID KEY
                 MOVE 'SUBJECT NOT IN SUBJMST' TO WS-TRN-REASON
           END-READ
           IF WS-TRN-REASON NOT EQUAL SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE ATR-TEACHER-ID TO TCH-ID
           READ TEACH-MST
              INVALID KEY
                 MOVE 'TEACHER NOT FOUND' TO WS-TRN-REASON
              NOT INVALID KEY
                 IF TCH-STATUS EQUAL 'L'
                    MOVE 'TEACHER HAS LEFT' TO WS-TRN-REASON
                 END-IF
           END-READ.

       260-ADD-ASSIGNMENT.
           PERFORM 250-VALIDATE-ASSIGNMENT
           IF WS-TRN-REASON NOT EQUAL SPACES
              CONTINUE
           ELSE
              MOVE ATR-CLASS-CODE TO ASG-CLASS-CODE
              MOVE ATR-SUBJ-CODE TO ASG-SUBJ-CODE
              MOVE ATR-TEACHER-ID TO ASG-TEACHER-ID
              MOVE ATR-REQUIRED TO ASG-REQUIRED
              WRITE CLASS-ASSIGN-REC
                 INVALID KEY
                    MOVE 'ASSIGNMENT ALREADY EXISTS' TO WS-TRN-REASON
                 NOT INVALID KEY
                    PERFORM 502-CHECK-CA-STATUS
                    MOVE 'APPLIED' TO WS-TRN-RESULT
              END-WRITE
           END-IF.

       270-CHANGE-ASSIGNMENT.
           PERFORM 250-VALIDATE-ASSIGNMENT
           IF WS-TRN-REASON NOT EQUAL SPACES
              CONTINUE
           ELSE
              MOVE ATR-CLASS-CODE TO ASG-CLASS-CODE
              MOVE ATR-SUBJ-CODE TO ASG-SUBJ-CODE
              READ CLASS-ASSIGN
                 INVALID KEY
                    MOVE 'ASSIGNMENT NOT FOUND' TO WS-TRN-REASON
                 NOT INVALID KEY
                    MOVE ATR-TEACHER-ID TO ASG-TEACHER-ID
                    MOVE ATR-REQUIRED TO ASG-REQUIRED
                    REWRITE CLASS-ASSIGN-REC
                    PERFORM 502-CHECK-CA-STATUS
                    MOVE 'APPLIED' TO WS-TRN-RESULT
              END-READ
           END-IF.

       280-DELETE-ASSIGNMENT.
           MOVE ATR-CLASS-CODE TO ASG-CLASS-CODE
           MOVE ATR-SUBJ-CODE TO ASG-SUBJ-CODE
           READ CLASS-ASSIGN
              INVALID KEY
                 MOVE 'ASSIGNMENT NOT FOUND' TO WS-TRN-REASON
              NOT INVALID KEY
                 DELETE CLASS-ASSIGN RECORD
                 PERFORM 502-CHECK-CA-STATUS
                 MOVE 'APPLIED' TO WS-TRN-RESULT
           END-READ.

       290-LOG-TRANS.
           IF WS-TRN-RESULT EQUAL 'APPLIED'
              ADD 1 TO WS-APPLIED
           ELSE
              ADD 1 TO WS-REJECTED
           END-IF
           DISPLAY "TRANS " TTR-REC-TYPE TTR-ACTION " " WS-TRN-KEY
              " " WS-TRN-RESULT " " WS-TRN-REASON
           MOVE SPACES TO WS-AUDIT-MSG
           STRING "TEACHER TRANS " DELIMITED BY SIZE
                  TTR-REC-TYPE DELIMITED BY SIZE
                  TTR-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRN-KEY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRN-RESULT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRN-REASON DELIMITED BY SIZE
              INTO WS-AUDIT-MSG
           CALL 'AUDIT-LOG' USING WS-AUDIT-MSG.

       900-CLOSE-ALL.
           CLOSE TEACH-TRANS
           CLOSE TEACH-MST
           CLOSE CLASS-ASSIGN
           CLOSE SUBJ-MST
           DISPLAY "TEACHER TRANSACTIONS APPLIED: " WS-APPLIED
              " REJECTED: " WS-REJECTED
           MOVE SPACES TO WS-AUDIT-MSG
           STRING "TEACHER RUN APPLIED=" DELIMITED BY SIZE
                  WS-APPLIED DELIMITED BY SIZE
                  " REJECTED=" DELIMITED BY SIZE
                  WS-REJECTED DELIMITED BY SIZE
              INTO WS-AUDIT-MSG
           CALL 'AUDIT-LOG' USING WS-AUDIT-MSG.

       500-CHECK-TRANS-STATUS.
           MOVE 'TCHTRN.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-TT-STATUS, FILE-NAME, IS-ERR.
           PERFORM 504-CHECK-ERR.

       501-CHECK-TM-STATUS.
           MOVE 'TEACHMST.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-TM-STATUS, FILE-NAME, IS-ERR.
           PERFORM 504-CHECK-ERR.

       502-CHECK-CA-STATUS.
           MOVE 'CLSASGN.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-CA-STATUS, FILE-NAME, IS-ERR.
           PERFORM 504-CHECK-ERR.

       503-CHECK-SM-STATUS.
           MOVE 'SUBJMST.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-SM-STATUS, FILE-NAME, IS-ERR.
           PERFORM 504-CHECK-ERR.

       504-CHECK-ERR.
           IF IS-ERR EQUAL 'Y'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       END PROGRAM ST01TCM1.
