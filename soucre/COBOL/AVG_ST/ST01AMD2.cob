       IDENTIFICATION DIVISION.
       PROGRAM-ID. ST01AMD2.

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

             SELECT AMD-CARRY ASSIGN TO 'RESOURCES/AMDREQ.tmp'
             STATUS IS FILE-CF-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT AMEND-RPT ASSIGN TO 'RESOURCES/AMDRPT.txt'
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

          FD AMD-CARRY.
          01 AMD-CARRY-REC PIC X(44).

          FD AMEND-RPT.
          01 AMEND-RPT-LINE PIC X(100).

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

          01 WS-AMD-OUTCOME   PIC X(40).

          01 WS-GPA-WORK.
             05 WS-WEIGHTED-SUM     PIC 9(4)V99.
             05 WS-WEIGHT-TOTAL     PIC 9(2)V9.
             05 WS-TERM-AVG         PIC 9(2)V99.
          01 WS-AVG-BEFORE    PIC 9(2)V99.
          01 WS-AVG-AFTER     PIC 9(2)V99.

          01 WS-CNT-READ      PIC 9(5) VALUE 0.
          01 WS-CNT-APPLIED   PIC 9(5) VALUE 0.
          01 WS-CNT-CARRIED   PIC 9(5) VALUE 0.
          01 WS-CNT-REFUSED   PIC 9(5) VALUE 0.

          01 WS-RPT-CURR      PIC Z9.99.
          01 WS-RPT-NEW       PIC Z9.99.
          01 WS-RPT-BEFORE    PIC Z9.99.
          01 WS-RPT-AFTER     PIC Z9.99.

          01 WS-JRNL-DETAIL.
             05 WS-JRNL-SOURCE     PIC X(4).
             05 WS-JRNL-ACTION     PIC X(1).
             05 WS-JRNL-STUDENT-ID PIC X(7).
             05 WS-JRNL-TERM-ID    PIC X(5).
             05 WS-JRNL-SUBJECT    PIC X(10).
             05 WS-JRNL-OLD-SCORE  PIC 9(2)V99.
             05 WS-JRNL-NEW-SCORE  PIC 9(2)V99.
             05 WS-JRNL-OLD-WEIGHT PIC 9(1)V9.
             05 WS-JRNL-NEW-WEIGHT PIC 9(1)V9.
             05 WS-JRNL-APPROVER-ID PIC X(8) VALUE SPACES.

          01 FILE-Q-STATUS    PIC 99.
          01 FILE-TH-STATUS   PIC 99.
          01 FILE-B-STATUS    PIC 99.
          01 FILE-SM-STATUS   PIC 99.
          01 FILE-R-STATUS    PIC 99.
          01 FILE-CF-STATUS   PIC 99.
          01 WS-EOF-Q         PIC A(1).
          01 WS-EOF-CF        PIC A(1).
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
           PERFORM 300-CARRY-FORWARD.
           DISPLAY "AMENDMENTS APPLIED: " WS-CNT-APPLIED
              " AWAITING APPROVAL: " WS-CNT-CARRIED
              " REFUSED: " WS-CNT-REFUSED
           MOVE SPACES TO WS-AUDIT-MSG
           STRING "AMEND RUN APPLIED=" DELIMITED BY SIZE
                  WS-CNT-APPLIED DELIMITED BY SIZE
                  " CARRIED=" DELIMITED BY SIZE
                  WS-CNT-CARRIED DELIMITED BY SIZE
                  " REFUSED=" DELIMITED BY SIZE
                  WS-CNT-REFUSED DELIMITED BY SIZE
              INTO WS-AUDIT-MSG
           CALL 'AUDIT-LOG' USING WS-AUDIT-MSG
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
           OPEN I-O SCORE
           PERFORM 501-CHECK-FILEB-STATUS
           OPEN INPUT SUBJ-MST
           PERFORM 502-CHECK-SM-STATUS
           OPEN OUTPUT AMD-CARRY
           PERFORM 504-CHECK-CARRY-STATUS
           OPEN OUTPUT AMEND-RPT
           PERFORM 503-CHECK-FILER-STATUS
           MOVE SPACES TO AMEND-RPT-LINE
           STRING "CLOSED-TERM GRADE AMENDMENTS APPLIED   RUN DATE "
                  DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
              INTO AMEND-RPT-LINE
           WRITE AMEND-RPT-LINE
           MOVE SPACES TO AMEND-RPT-LINE
           STRING "ID      TERM  SUBJECT      OLD   NEW  RSN "
                  DELIMITED BY SIZE
                  "REQUEST  APPROVER OUTCOME" DELIMITED BY SIZE
              INTO AMEND-RPT-LINE
           WRITE AMEND-RPT-LINE.

       200-PROCESS-REQUESTS.
           PERFORM UNTIL WS-EOF-Q = 'Y'
              READ AMD-REQ
                 AT END MOVE 'Y' TO WS-EOF-Q
                 NOT AT END PERFORM 210-APPLY-ONE-REQUEST
              END-READ
           END-PERFORM.

       210-APPLY-ONE-REQUEST.
           ADD 1 TO WS-CNT-READ
           PERFORM 220-VALIDATE-REQUEST
           IF WS-AMD-REASON NOT EQUAL SPACES
              ADD 1 TO WS-CNT-REFUSED
              MOVE SPACES TO WS-AMD-OUTCOME
              STRING "REFUSED - " DELIMITED BY SIZE
                     WS-AMD-REASON DELIMITED BY SIZE
                 INTO WS-AMD-OUTCOME
              PERFORM 250-WRITE-AMEND-LINE
              EXIT PARAGRAPH
           END-IF
           IF AMR-APPROVER-ID EQUAL SPACES
              ADD 1 TO WS-CNT-CARRIED
              MOVE AMD-REQ-REC TO AMD-CARRY-REC
              WRITE AMD-CARRY-REC
              PERFORM 504-CHECK-CARRY-STATUS
              MOVE 'NOT APPLIED - AWAITING APPROVAL'
                 TO WS-AMD-OUTCOME
              PERFORM 250-WRITE-AMEND-LINE
              EXIT PARAGRAPH
           END-IF
           IF AMR-APPROVER-ID EQUAL AMR-REQUESTER-ID
              ADD 1 TO WS-CNT-REFUSED
              MOVE 'REFUSED - APPROVER IS REQUESTER'
                 TO WS-AMD-OUTCOME
              PERFORM 250-WRITE-AMEND-LINE
              MOVE SPACES TO WS-AUDIT-MSG
              STRING "AMEND REFUSED SELF-APPROVED " DELIMITED BY SIZE
                     AMR-STUDENT-ID DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     AMR-TERM-ID DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     AMR-SUBJECT-NAME DELIMITED BY SIZE
                     " BY " DELIMITED BY SIZE
                     AMR-REQUESTER-ID DELIMITED BY SIZE
                 INTO WS-AUDIT-MSG
              CALL 'AUDIT-LOG' USING WS-AUDIT-MSG
              EXIT PARAGRAPH
           END-IF
           PERFORM 230-APPLY-AMENDMENT.

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

       230-APPLY-AMENDMENT.
           PERFORM 260-COMPUTE-TERM-AVG
           MOVE WS-TERM-AVG TO WS-AVG-BEFORE
           MOVE AMR-NEW-SCORE TO SUBJECT-SCORE(WS-AMD-HIT)
           REWRITE STUDENT-SCORE
           PERFORM 501-CHECK-FILEB-STATUS
           PERFORM 260-COMPUTE-TERM-AVG
           MOVE WS-TERM-AVG TO WS-AVG-AFTER
           ADD 1 TO WS-CNT-APPLIED
           MOVE 'AMD ' TO WS-JRNL-SOURCE
           MOVE 'U' TO WS-JRNL-ACTION
           MOVE AMR-STUDENT-ID TO WS-JRNL-STUDENT-ID
           MOVE AMR-TERM-ID TO WS-JRNL-TERM-ID
           MOVE AMR-SUBJECT-NAME TO WS-JRNL-SUBJECT
           MOVE WS-CURR-SCORE TO WS-JRNL-OLD-SCORE
           MOVE AMR-NEW-SCORE TO WS-JRNL-NEW-SCORE
           MOVE SUBJECT-WEIGHT(WS-AMD-HIT) TO WS-JRNL-OLD-WEIGHT
           MOVE SUBJECT-WEIGHT(WS-AMD-HIT) TO WS-JRNL-NEW-WEIGHT
           MOVE AMR-APPROVER-ID TO WS-JRNL-APPROVER-ID
           CALL 'GRADE-JRNL' USING WS-JRNL-DETAIL
           MOVE 'APPLIED' TO WS-AMD-OUTCOME
           PERFORM 250-WRITE-AMEND-LINE
           MOVE WS-AVG-BEFORE TO WS-RPT-BEFORE
           MOVE WS-AVG-AFTER TO WS-RPT-AFTER
           MOVE SPACES TO AMEND-RPT-LINE
           STRING "        TERM AVERAGE " DELIMITED BY SIZE
                  AMR-STUDENT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AMR-TERM-ID DELIMITED BY SIZE
                  "  WAS " DELIMITED BY SIZE
                  WS-RPT-BEFORE DELIMITED BY SIZE
                  "  NOW " DELIMITED BY SIZE
                  WS-RPT-AFTER DELIMITED BY SIZE
              INTO AMEND-RPT-LINE
           WRITE AMEND-RPT-LINE
           MOVE SPACES TO WS-AUDIT-MSG
           STRING "AMEND " DELIMITED BY SIZE
                  AMR-STUDENT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AMR-TERM-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AMR-SUBJECT-NAME DELIMITED BY SIZE
                  " RSN " DELIMITED BY SIZE
                  AMR-REASON-CODE DELIMITED BY SIZE
                  " REQ " DELIMITED BY SIZE
                  AMR-REQUESTER-ID DELIMITED BY SIZE
                  " APPR " DELIMITED BY SIZE
                  AMR-APPROVER-ID DELIMITED BY SIZE
              INTO WS-AUDIT-MSG
           CALL 'AUDIT-LOG' USING WS-AUDIT-MSG.

       250-WRITE-AMEND-LINE.
           MOVE WS-CURR-SCORE TO WS-RPT-CURR
           IF AMR-NEW-SCORE IS NUMERIC
              MOVE AMR-NEW-SCORE TO WS-RPT-NEW
           ELSE
              MOVE 0 TO WS-RPT-NEW
           END-IF
           MOVE SPACES TO AMEND-RPT-LINE
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
                  WS-AMD-OUTCOME DELIMITED BY SIZE
              INTO AMEND-RPT-LINE
           WRITE AMEND-RPT-LINE.

       260-COMPUTE-TERM-AVG.
           MOVE 0 TO WS-WEIGHTED-SUM
           MOVE 0 TO WS-WEIGHT-TOTAL
           IF SCORE-SUBJECT-COUNT > 10
              MOVE 10 TO WS-SUBJECT-LIMIT
           ELSE
              MOVE SCORE-SUBJECT-COUNT TO WS-SUBJECT-LIMIT
           END-IF
           PERFORM VARYING WS-SUBJECT-IDX FROM 1 BY 1
              UNTIL WS-SUBJECT-IDX > WS-SUBJECT-LIMIT
              IF SUBJECT-SCORE(WS-SUBJECT-IDX) NOT > 10.00
                 COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM +
                    (SUBJECT-SCORE(WS-SUBJECT-IDX) *
                     SUBJECT-WEIGHT(WS-SUBJECT-IDX))
                 ADD SUBJECT-WEIGHT(WS-SUBJECT-IDX) TO WS-WEIGHT-TOTAL
              END-IF
           END-PERFORM
           IF WS-WEIGHT-TOTAL > 0
              COMPUTE WS-TERM-AVG = WS-WEIGHTED-SUM / WS-WEIGHT-TOTAL
           ELSE
              MOVE 0 TO WS-TERM-AVG
           END-IF.

       300-CARRY-FORWARD.
           OPEN INPUT AMD-CARRY
           PERFORM 504-CHECK-CARRY-STATUS
           OPEN OUTPUT AMD-REQ
           PERFORM 500-CHECK-FILEQ-STATUS
           MOVE 'N' TO WS-EOF-CF
           PERFORM UNTIL WS-EOF-CF = 'Y'
              READ AMD-CARRY
                 AT END MOVE 'Y' TO WS-EOF-CF
                 NOT AT END
                    MOVE AMD-CARRY-REC TO AMD-REQ-REC
                    WRITE AMD-REQ-REC
              END-READ
           END-PERFORM
           CLOSE AMD-CARRY
           CLOSE AMD-REQ
           DISPLAY "AMDREQ.txt NOW HOLDS " WS-CNT-CARRIED
              " REQUEST(S) AWAITING APPROVAL".

       900-CLOSE-ALL.
           MOVE SPACES TO AMEND-RPT-LINE
           WRITE AMEND-RPT-LINE
           MOVE SPACES TO AMEND-RPT-LINE
           STRING "REQUESTS: " DELIMITED BY SIZE
                  WS-CNT-READ DELIMITED BY SIZE
                  "  APPLIED: " DELIMITED BY SIZE
                  WS-CNT-APPLIED DELIMITED BY SIZE
                  "  AWAITING APPROVAL: " DELIMITED BY SIZE
                  WS-CNT-CARRIED DELIMITED BY SIZE
                  "  REFUSED: " DELIMITED BY SIZE
                  WS-CNT-REFUSED DELIMITED BY SIZE
              INTO AMEND-RPT-LINE
           WRITE AMEND-RPT-LINE
           CLOSE AMD-REQ
           CLOSE SCORE
           CLOSE SUBJ-MST
           CLOSE AMD-CARRY
           CLOSE AMEND-RPT.

       500-CHECK-FILEQ-STATUS.
           MOVE 'AMDREQ.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-Q-STATUS, FILE-NAME, IS-ERR.
           PERFORM 505-CHECK-ERR.

       501-CHECK-FILEB-STATUS.
           MOVE 'FLIEB.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-B-STATUS, FILE-NAME, IS-ERR.
           PERFORM 505-CHECK-ERR.

       502-CHECK-SM-STATUS.
           MOVE 'SUBJMST.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-SM-STATUS, FILE-NAME, IS-ERR.
           PERFORM 505-CHECK-ERR.

       503-CHECK-FILER-STATUS.
           MOVE 'AMDRPT.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-R-STATUS, FILE-NAME, IS-ERR.
           PERFORM 505-CHECK-ERR.

       504-CHECK-CARRY-STATUS.
           MOVE 'AMDREQ.tmp' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-CF-STATUS, FILE-NAME, IS-ERR.
           PERFORM 505-CHECK-ERR.

       505-CHECK-ERR.
           IF IS-ERR EQUAL 'Y'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       END PROGRAM ST01AMD2.
