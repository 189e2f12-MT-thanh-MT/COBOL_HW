       IDENTIFICATION DIVISION.
       PROGRAM-ID. ST01AMD1.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT AMD-REQ ASSIGN TO 'RESOURCES/AMDREQ.txt'
             STATUS IS FILE-Q-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT TERM-HIST ASSIGN TO 'RESOURCES/TERMHIST.txt'
             STATUS IS FILE-TH-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT SCORE ASSIGN TO 'RESOURCES/FILEB.txt'
             STATUS IS FILE-B-STATUS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SCORE-REC-KEY.

             SELECT SUBJ-MST ASSIGN TO 'RESOURCES/SUBJMST.txt'
             STATUS IS FILE-SM-STATUS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SUBJ-CODE.

             SELECT PENDING-RPT ASSIGN TO 'RESOURCES/AMDPEND.txt'
             STATUS IS FILE-R-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
          FILE SECTION.

          FD AMD-REQ.
          01 AMD-REQ-REC.
             05 AMR-STUDENT-ID   PIC X(7).
             05 AMR-TERM-ID      PIC X(5).
             05 AMR-SUBJECT-NAME PIC X(10).
             05 AMR-NEW-SCORE    PIC 9(2)V99.
             05 AMR-REASON-CODE  PIC X(2).
             05 AMR-REQUESTER-ID PIC X(8).
             05 AMR-APPROVER-ID  PIC X(8).

          FD TERM-HIST.
          01 TERM-HIST-REC.
             05 CTH-TERM-ID    PIC X(5).
             05 FILLER         PIC X(1).
             05 CTH-CLOSE-DATE PIC 9(8).
             05 FILLER         PIC X(1).
             05 CTH-RUN-NUMBER PIC 9(5).

          FD SCORE.
          01 STUDENT-SCORE.
             05 SCORE-REC-KEY.
                10 SCORE-STUDENT-ID PIC X(7).
                10 SCORE-TERM-ID PIC X(5).
             05 SCORE-SUBJECT-COUNT PIC 9(2).
             05 SCORE-SUBJECT OCCURS 1 TO 10 TIMES
                   DEPENDING ON SCORE-SUBJECT-COUNT.
                10 SUBJECT-NAME PIC X(10).
                10 SUBJECT-SCORE PIC 9(2)V99.
                10 SUBJECT-WEIGHT PIC 9(1)V9.
                10 SUBJECT-ORIG-SCORE PIC 9(2)V99.
                10 SUBJECT-RESIT-FLAG PIC X(1).

          FD SUBJ-MST.
          01 SUBJECT-MASTER.
             05 SUBJ-CODE       PIC X(10).
             05 SUBJ-NAME       PIC X(20).
             05 SUBJ-WEIGHT-MIN PIC 9(1)V9.
             05 SUBJ-WEIGHT-MAX PIC 9(1)V9.
             05 SUBJ-PASS-MARK  PIC 9(2)V99.

          FD PENDING-RPT.
          01 PENDING-RPT-LINE PIC X(100).

          WORKING-STORAGE SECTION.
          01 WS-REASON-TABLE.
             05 FILLER PIC X(2) VALUE 'AP'.
             05 FILLER PIC X(2) VALUE 'ME'.
             05 FILLER PIC X(2) VALUE 'TR'.
             05 FILLER PIC X(2) VALUE 'OT'.
          01 WS-REASON-LIST REDEFINES WS-REASON-TABLE.
             05 WS-REASON-CODE OCCURS 4 TIMES PIC X(2).

          01 WS-CLOSED-TERM-TABLE.
             05 WS-CLOSED-TERM-ID PIC X(5) OCCURS 60 TIMES.
          01 WS-CLOSED-TERM-COUNT PIC 9(2) COMP VALUE 0.
          01 WS-CLOSED-IDX        PIC 9(2) COMP.
          01 WS-REASON-IDX        PIC 9(2) COMP.
          01 WS-TERM-CLOSED       PIC A(1).
          01 WS-REASON-OK         PIC A(1).

          01 WS-SUBJECT-IDX   PIC 9(2) COMP.
          01 WS-SUBJECT-LIMIT PIC 9(2) COMP.
          01 WS-AMD-HIT       PIC 9(2) COMP.
          01 WS-CURR-SCORE    PIC 9(2)V99.
          01 WS-AMD-REASON    PIC X(30).
          01 WS-AMD-STATUS    PIC X(40).

          01 WS-CNT-READ      PIC 9(5) VALUE 0.
          01 WS-CNT-READY     PIC 9(5) VALUE 0.
          01 WS-CNT-AWAITING  PIC 9(5) VALUE 0.
          01 WS-CNT-INVALID   PIC 9(5) VALUE 0.

          01 WS-RPT-CURR      PIC Z9.99.
          01 WS-RPT-NEW       PIC Z9.99.

          01 FILE-Q-STATUS    PIC 99.
          01 FILE-TH-STATUS   PIC 99.
          01 FILE-B-STATUS    PIC 99.
          01 FILE-SM-STATUS   PIC 99.
          01 FILE-R-STATUS    PIC 99.
          01 WS-EOF-Q         PIC A(1).
          01 WS-EOF-TH        PIC A(1).
          01 STUDENT_EXISTS   PIC A VALUE 'N'.
          01 WS-TODAY         PIC 9(8).
          01 FILE-NAME        PIC X(25).
          01 IS-ERR           PIC A VALUE 'N'.
          01 WS-AUDIT-MSG     PIC X(80).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-LOAD-CLOSED-TERMS.
           PERFORM 110-INIT.
           PERFORM 200-PROCESS-REQUESTS.
           PERFORM 900-CLOSE-ALL.
           STOP RUN.

       100-LOAD-CLOSED-TERMS.
           MOVE 'N' TO WS-EOF-TH
           OPEN INPUT TERM-HIST
           IF FILE-TH-STATUS EQUAL 00
              PERFORM UNTIL WS-EOF-TH = 'Y'
                 READ TERM-HIST
                    AT END MOVE 'Y' TO WS-EOF-TH
                    NOT AT END
                       IF WS-CLOSED-TERM-COUNT < 60
                          ADD 1 TO WS-CLOSED-TERM-COUNT
                          MOVE CTH-TERM-ID
                             TO WS-CLOSED-TERM-ID(WS-CLOSED-TERM-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TERM-HIST
           END-IF.

       110-INIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE 'N' TO WS-EOF-Q
           OPEN INPUT AMD-REQ
           PERFORM 500-CHECK-FILEQ-STATUS
           OPEN INPUT SCORE
           PERFORM 501-CHECK-FILEB-STATUS
           OPEN INPUT SUBJ-MST
           PERFORM 502-CHECK-SM-STATUS
           OPEN OUTPUT PENDING-RPT
           PERFORM 503-CHECK-FILER-STATUS
           MOVE SPACES TO PENDING-RPT-LINE
           STRING "PENDING GRADE AMENDMENTS   RUN DATE "
                  DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
              INTO PENDING-RPT-LINE
           WRITE PENDING-RPT-LINE
           MOVE SPACES TO PENDING-RPT-LINE
           STRING "ID      TERM  SUBJECT     CURR   NEW  RSN "
                  DELIMITED BY SIZE
                  "REQUEST  APPROVER STATUS" DELIMITED BY SIZE
              INTO PENDING-RPT-LINE
           WRITE PENDING-RPT-LINE.

       200-PROCESS-REQUESTS.
           PERFORM UNTIL WS-EOF-Q = 'Y'
              READ AMD-REQ
                 AT END MOVE 'Y' TO WS-EOF-Q
                 NOT AT END PERFORM 210-LIST-ONE-REQUEST
              END-READ
           END-PERFORM.

       210-LIST-ONE-REQUEST.
           ADD 1 TO WS-CNT-READ
           PERFORM 220-VALIDATE-REQUEST
           IF WS-AMD-REASON NOT EQUAL SPACES
              ADD 1 TO WS-CNT-INVALID
              MOVE SPACES TO WS-AMD-STATUS
              STRING "INVALID - " DELIMITED BY SIZE
                     WS-AMD-REASON DELIMITED BY SIZE
                 INTO WS-AMD-STATUS
           ELSE
              IF AMR-APPROVER-ID EQUAL SPACES
                 ADD 1 TO WS-CNT-AWAITING
                 MOVE 'AWAITING APPROVAL' TO WS-AMD-STATUS
              ELSE
                 IF AMR-APPROVER-ID EQUAL AMR-REQUESTER-ID
                    ADD 1 TO WS-CNT-INVALID
                    MOVE 'INVALID - APPROVER IS REQUESTER'
                       TO WS-AMD-STATUS
                 ELSE
                    ADD 1 TO WS-CNT-READY
                    MOVE 'APPROVED - READY TO APPLY' TO WS-AMD-STATUS
                 END-IF
              END-IF
           END-IF
           PERFORM 250-WRITE-PENDING-LINE.

       220-VALIDATE-REQUEST.
           MOVE SPACES TO WS-AMD-REASON
           MOVE 0 TO WS-CURR-SCORE
           MOVE 0 TO WS-AMD-HIT
           IF AMR-NEW-SCORE NOT NUMERIC
              MOVE 'SCORE NOT NUMERIC' TO WS-AMD-REASON
              EXIT PARAGRAPH
           END-IF
           IF AMR-NEW-SCORE > 10.00
              MOVE 'SCORE OVER 10.00' TO WS-AMD-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-REASON-OK
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
              UNTIL WS-REASON-IDX > 4
              IF AMR-REASON-CODE EQUAL WS-REASON-CODE(WS-REASON-IDX)
                 MOVE 'Y' TO WS-REASON-OK
              END-IF
           END-PERFORM
           IF WS-REASON-OK EQUAL 'N'
              MOVE 'INVALID REASON CODE' TO WS-AMD-REASON
              EXIT PARAGRAPH
           END-IF
           IF AMR-REQUESTER-ID EQUAL SPACES
              MOVE 'REQUESTER ID MISSING' TO WS-AMD-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-TERM-CLOSED
           PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
              UNTIL WS-CLOSED-IDX > WS-CLOSED-TERM-COUNT
              IF WS-CLOSED-TERM-ID(WS-CLOSED-IDX) EQUAL AMR-TERM-ID
                 MOVE 'Y' TO WS-TERM-CLOSED
              END-IF
           END-PERFORM
           IF WS-TERM-CLOSED EQUAL 'N'
              MOVE 'TERM NOT CLOSED' TO WS-AMD-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE AMR-SUBJECT-NAME TO SUBJ-CODE
           READ SUBJ-MST
              INVALID KEY
                 MOVE 'UNKNOWN SUBJECT' TO WS-AMD-REASON
                 EXIT PARAGRAPH
           END-READ
           MOVE AMR-STUDENT-ID TO SCORE-STUDENT-ID
           MOVE AMR-TERM-ID TO SCORE-TERM-ID
           READ SCORE
              INVALID KEY MOVE 'N' TO STUDENT_EXISTS
              NOT INVALID KEY MOVE 'Y' TO STUDENT_EXISTS
           END-READ
           IF STUDENT_EXISTS EQUAL 'N'
              MOVE 'NO SCORES FOR TERM' TO WS-AMD-REASON
              EXIT PARAGRAPH
           END-IF
           IF SCORE-SUBJECT-COUNT > 10
              MOVE 10 TO WS-SUBJECT-LIMIT
           ELSE
              MOVE SCORE-SUBJECT-COUNT TO WS-SUBJECT-LIMIT
           END-IF
           PERFORM VARYING WS-SUBJECT-IDX FROM 1 BY 1
              UNTIL WS-SUBJECT-IDX > WS-SUBJECT-LIMIT
                 OR WS-AMD-HIT > 0
              IF SUBJECT-NAME(WS-SUBJECT-IDX) EQUAL AMR-SUBJECT-NAME
                 MOVE WS-SUBJECT-IDX TO WS-AMD-HIT
              END-IF
           END-PERFORM
           IF WS-AMD-HIT EQUAL 0
              MOVE 'SUBJECT NOT ON TERM RECORD' TO WS-AMD-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE SUBJECT-SCORE(WS-AMD-HIT) TO WS-CURR-SCORE
           IF WS-CURR-SCORE EQUAL AMR-NEW-SCORE
              MOVE 'NO CHANGE TO SCORE' TO WS-AMD-REASON
           END-IF.

       250-WRITE-PENDING-LINE.
           MOVE WS-CURR-SCORE TO WS-RPT-CURR
           IF AMR-NEW-SCORE IS NUMERIC
              MOVE AMR-NEW-SCORE TO WS-RPT-NEW
           ELSE
              MOVE 0 TO WS-RPT-NEW
           END-IF
           MOVE SPACES TO PENDING-RPT-LINE
           STRING AMR-STUDENT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AMR-TERM-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AMR-SUBJECT-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-CURR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-NEW DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  AMR-REASON-CODE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  AMR-REQUESTER-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AMR-APPROVER-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AMD-STATUS DELIMITED BY SIZE
              INTO PENDING-RPT-LINE
           WRITE PENDING-RPT-LINE.

       900-CLOSE-ALL.
           MOVE SPACES TO PENDING-RPT-LINE
           WRITE PENDING-RPT-LINE
           MOVE SPACES TO PENDING-RPT-LINE
           STRING "REQUESTS: " DELIMITED BY SIZE
                  WS-CNT-READ DELIMITED BY SIZE
                  "  READY: " DELIMITED BY SIZE
                  WS-CNT-READY DELIMITED BY SIZE
                  "  AWAITING APPROVAL: " DELIMITED BY SIZE
                  WS-CNT-AWAITING DELIMITED BY SIZE
                  "  INVALID: " DELIMITED BY SIZE
                  WS-CNT-INVALID DELIMITED BY SIZE
              INTO PENDING-RPT-LINE
           WRITE PENDING-RPT-LINE
           CLOSE AMD-REQ
           CLOSE SCORE
           CLOSE SUBJ-MST
           CLOSE PENDING-RPT
           DISPLAY "AMENDMENT REQUESTS: " WS-CNT-READ
              " READY: " WS-CNT-READY
              " AWAITING: " WS-CNT-AWAITING
              " INVALID: " WS-CNT-INVALID.

       500-CHECK-FILEQ-STATUS.
           MOVE 'AMDREQ.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-Q-STATUS, FILE-NAME, IS-ERR.
           PERFORM 504-CHECK-ERR.

       501-CHECK-FILEB-STATUS.
           MOVE 'FLIEB.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-B-STATUS, FILE-NAME, IS-ERR.
           PERFORM 504-CHECK-ERR.

       502-CHECK-SM-STATUS.
           MOVE 'SUBJMST.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-SM-STATUS, FILE-NAME, IS-ERR.
           PERFORM 504-CHECK-ERR.

       503-CHECK-FILER-STATUS.
           MOVE 'AMDPEND.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-R-STATUS, FILE-NAME, IS-ERR.
           PERFORM 504-CHECK-ERR.

       504-CHECK-ERR.
           IF IS-ERR EQUAL 'Y'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       END PROGRAM ST01AMD1.
