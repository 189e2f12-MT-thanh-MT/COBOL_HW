       IDENTIFICATION DIVISION.
       PROGRAM-ID. ST01GBK1.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT TERM-CTL ASSIGN TO 'RESOURCES/TERMCTL.txt'
             STATUS IS FILE-TERM-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT CLASS-ASSIGN ASSIGN TO 'RESOURCES/CLSASGN.txt'
             STATUS IS FILE-CA-STATUS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS ASG-KEY.

             SELECT TEACH-MST ASSIGN TO 'RESOURCES/TEACHMST.txt'
             STATUS IS FILE-TM-STATUS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TCH-ID.

             SELECT STUDENT ASSIGN TO 'RESOURCES/FILEA.txt'
             STATUS IS FILE-A-STATUS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS STUDENT-ID.

             SELECT SCORE ASSIGN TO 'RESOURCES/FILEB.txt'
             STATUS IS FILE-B-STATUS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SCORE-REC-KEY.

             SELECT CHASE-RPT ASSIGN TO 'RESOURCES/GBKRPT.txt'
             STATUS IS FILE-R-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT GBK-STAT ASSIGN TO 'RESOURCES/GBKSTAT.txt'
             STATUS IS FILE-GS-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT GBK-SORT-WORK ASSIGN TO 'RESOURCES/SORTWORK.tmp'.

       DATA DIVISION.
          FILE SECTION.

          FD TERM-CTL.
          01 TERM-CTL-REC.
             05 CTL-TERM-ID PIC X(5).

          FD CLASS-ASSIGN.
          01 CLASS-ASSIGN-REC.
             05 ASG-KEY.
                10 ASG-CLASS-CODE PIC X(4).
                10 ASG-SUBJ-CODE  PIC X(10).
             05 ASG-TEACHER-ID  PIC X(6).
             05 ASG-REQUIRED    PIC X(1).

          FD TEACH-MST.
          01 TEACHER-MASTER.
             05 TCH-ID          PIC X(6).
             05 TCH-NAME        PIC A(25).
             05 TCH-STATUS      PIC X(1).

          FD STUDENT.
          01 STUDENT-FILE.
             05 STUDENT-ID PIC X(7).
             05 NAME PIC A(25).
             05 CLASS-CODE PIC X(4).
             05 STU-STATUS PIC X(1).
             05 STU-STATUS-DATE PIC 9(8).

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

          FD CHASE-RPT.
          01 CHASE-RPT-LINE PIC X(80).

          FD GBK-STAT.
          01 GBK-STAT-REC.
             05 GKS-TERM-ID     PIC X(5).
             05 FILLER          PIC X(1).
             05 GKS-COMPLETE    PIC X(1).
             05 FILLER          PIC X(1).
             05 GKS-RUN-DATE    PIC 9(8).
             05 FILLER          PIC X(1).
             05 GKS-INCOMPLETE  PIC 9(5).

          SD GBK-SORT-WORK.
          01 GSRT-REC.
             05 GSRT-TEACHER-ID PIC X(6).
             05 GSRT-CLASS-CODE PIC X(4).
             05 GSRT-SUBJ-CODE  PIC X(10).
             05 GSRT-REC-TYPE   PIC X(1).
             05 GSRT-STUDENT-ID PIC X(7).
             05 GSRT-NAME       PIC A(25).
             05 GSRT-EXPECTED   PIC 9(5).
             05 GSRT-RECEIVED   PIC 9(5).

          WORKING-STORAGE SECTION.
          01 WS-ASSIGN-TABLE.
             05 WS-ASG-ENTRY OCCURS 300 TIMES.
                10 WS-ASG-CLASS    PIC X(4).
                10 WS-ASG-SUBJ     PIC X(10).
                10 WS-ASG-TEACHER  PIC X(6).
                10 WS-ASG-EXPECTED PIC 9(5).
                10 WS-ASG-RECEIVED PIC 9(5).
          01 WS-ASG-USED      PIC 9(3) COMP VALUE 0.
          01 WS-ASG-MAX       PIC 9(3) COMP VALUE 300.
          01 WS-ASG-IDX       PIC 9(3) COMP.

          01 WS-SUBJECT-IDX   PIC 9(2) COMP.
          01 WS-SUBJECT-LIMIT PIC 9(2) COMP.
          01 WS-MARK-FOUND    PIC A(1).
          01 WS-RUN-TERM-ID   PIC X(5) VALUE SPACES.
          01 WS-TODAY         PIC 9(8).
          01 WS-CUR-TEACHER   PIC X(6).
          01 WS-TEACHER-NAME  PIC A(25).
          01 WS-MISSING       PIC 9(5).

          01 WS-CNT-CHECKED    PIC 9(5) VALUE 0.
          01 WS-CNT-COMPLETE   PIC 9(5) VALUE 0.
          01 WS-CNT-INCOMPLETE PIC 9(5) VALUE 0.
          01 WS-CNT-OPTIONAL   PIC 9(5) VALUE 0.

          01 FILE-TERM-STATUS PIC 99.
          01 FILE-CA-STATUS   PIC 99.
          01 FILE-TM-STATUS   PIC 99.
          01 FILE-A-STATUS    PIC 99.
          01 FILE-B-STATUS    PIC 99.
          01 FILE-R-STATUS    PIC 99.
          01 FILE-GS-STATUS   PIC 99.
          01 WS-EOF-CA        PIC A(1).
          01 WS-EOF-A         PIC A(1).
          01 WS-EOF-SORT      PIC A(1).
          01 WS-TM-OPEN       PIC A(1) VALUE 'N'.
          01 STUDENT_EXISTS   PIC A VALUE 'N'.
          01 FILE-NAME        PIC X(25).
          01 IS-ERR           PIC A VALUE 'N'.
          01 WS-AUDIT-MSG     PIC X(80).

          01 WS-RPT-EXPECTED  PIC Z(4)9.
          01 WS-RPT-RECEIVED  PIC Z(4)9.
          01 WS-RPT-MISSING   PIC Z(4)9.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-READ-TERM-CTL.
           PERFORM 110-LOAD-ASSIGNMENTS.
           PERFORM 120-INIT.
           SORT GBK-SORT-WORK ON ASCENDING KEY GSRT-TEACHER-ID
              ON ASCENDING KEY GSRT-CLASS-CODE
              ON ASCENDING KEY GSRT-SUBJ-CODE
              ON ASCENDING KEY GSRT-REC-TYPE
              ON ASCENDING KEY GSRT-STUDENT-ID
              INPUT PROCEDURE 200-CHECK-GRADEBOOKS
              OUTPUT PROCEDURE 300-WRITE-CHASE-LIST.
           PERFORM 400-WRITE-TOTALS.
           PERFORM 700-WRITE-GBK-STATUS.
           PERFORM 900-CLOSE-ALL.
           IF WS-CNT-INCOMPLETE > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       100-READ-TERM-CTL.
           OPEN INPUT TERM-CTL
           PERFORM 500-CHECK-TERM-STATUS
           READ TERM-CTL
              AT END MOVE SPACES TO WS-RUN-TERM-ID
              NOT AT END MOVE CTL-TERM-ID TO WS-RUN-TERM-ID
           END-READ
           CLOSE TERM-CTL
           IF WS-RUN-TERM-ID EQUAL SPACES
              DISPLAY "NO CURRENT TERM IN TERMCTL.txt!"
              MOVE 14 TO RETURN-CODE
              STOP RUN
           END-IF.

       110-LOAD-ASSIGNMENTS.
           MOVE 0 TO WS-ASG-USED
           MOVE 'N' TO WS-EOF-CA
           OPEN INPUT CLASS-ASSIGN
           IF FILE-CA-STATUS EQUAL 35
              DISPLAY "NO CLSASGN.txt - NO GRADEBOOKS TO CHECK"
              EXIT PARAGRAPH
           END-IF
           PERFORM 501-CHECK-CA-STATUS
           PERFORM UNTIL WS-EOF-CA = 'Y'
              READ CLASS-ASSIGN NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF-CA
                 NOT AT END
                    IF ASG-REQUIRED EQUAL 'Y'
                       PERFORM 115-ADD-ASSIGNMENT
                    ELSE
                       ADD 1 TO WS-CNT-OPTIONAL
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CLASS-ASSIGN.

       115-ADD-ASSIGNMENT.
           IF WS-ASG-USED NOT < WS-ASG-MAX
              DISPLAY "ASSIGNMENT TABLE FULL AT " WS-ASG-MAX
                 " - CHECK NOT COMPLETE"
              MOVE 14 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-ASG-USED
           MOVE ASG-CLASS-CODE TO WS-ASG-CLASS(WS-ASG-USED)
           MOVE ASG-SUBJ-CODE TO WS-ASG-SUBJ(WS-ASG-USED)
           MOVE ASG-TEACHER-ID TO WS-ASG-TEACHER(WS-ASG-USED)
           MOVE 0 TO WS-ASG-EXPECTED(WS-ASG-USED)
           MOVE 0 TO WS-ASG-RECEIVED(WS-ASG-USED).

       120-INIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT STUDENT
           PERFORM 502-CHECK-FILEA-STATUS
           OPEN INPUT SCORE
           PERFORM 503-CHECK-FILEB-STATUS
           OPEN INPUT TEACH-MST
           IF FILE-TM-STATUS EQUAL 00
              MOVE 'Y' TO WS-TM-OPEN
           END-IF
           OPEN OUTPUT CHASE-RPT
           PERFORM 504-CHECK-RPT-STATUS
           MOVE SPACES TO CHASE-RPT-LINE
           STRING "GRADEBOOK CHASE LIST - TERM " DELIMITED BY SIZE
                  WS-RUN-TERM-ID DELIMITED BY SIZE
              INTO CHASE-RPT-LINE
           WRITE CHASE-RPT-LINE.

       200-CHECK-GRADEBOOKS.
           MOVE 'N' TO WS-EOF-A
           PERFORM UNTIL WS-EOF-A = 'Y'
              READ STUDENT NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF-A
                 NOT AT END
                    IF STU-STATUS NOT EQUAL 'W'
                       AND STU-STATUS NOT EQUAL 'T'
                       AND STU-STATUS NOT EQUAL 'M'
                       PERFORM 210-CHECK-ONE-STUDENT
                    END-IF
              END-READ
           END-PERFORM
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
              UNTIL WS-ASG-IDX > WS-ASG-USED
              PERFORM 240-RELEASE-GRADEBOOK
           END-PERFORM.

       210-CHECK-ONE-STUDENT.
           MOVE STUDENT-ID TO SCORE-STUDENT-ID
           MOVE WS-RUN-TERM-ID TO SCORE-TERM-ID
           READ SCORE KEY IS SCORE-REC-KEY
              INVALID KEY MOVE 'N' TO STUDENT_EXISTS
              NOT INVALID KEY MOVE 'Y' TO STUDENT_EXISTS
           END-READ
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
              UNTIL WS-ASG-IDX > WS-ASG-USED
              IF WS-ASG-CLASS(WS-ASG-IDX) EQUAL CLASS-CODE
                 ADD 1 TO WS-ASG-EXPECTED(WS-ASG-IDX)
                 PERFORM 220-FIND-MARK
                 IF WS-MARK-FOUND EQUAL 'Y'
                    ADD 1 TO WS-ASG-RECEIVED(WS-ASG-IDX)
                 ELSE
                    PERFORM 230-RELEASE-MISSING
                 END-IF
              END-IF
           END-PERFORM.

       220-FIND-MARK.
           MOVE 'N' TO WS-MARK-FOUND
           IF STUDENT_EXISTS EQUAL 'Y'
              IF SCORE-SUBJECT-COUNT > 10
                 MOVE 10 TO WS-SUBJECT-LIMIT
              ELSE
                 MOVE SCORE-SUBJECT-COUNT TO WS-SUBJECT-LIMIT
              END-IF
              PERFORM VARYING WS-SUBJECT-IDX FROM 1 BY 1
                 UNTIL WS-SUBJECT-IDX > WS-SUBJECT-LIMIT
                    OR WS-MARK-FOUND EQUAL 'Y'
                 IF SUBJECT-NAME(WS-SUBJECT-IDX)
                    EQUAL WS-ASG-SUBJ(WS-ASG-IDX)
                    MOVE 'Y' TO WS-MARK-FOUND
                 END-IF
              END-PERFORM
           END-IF.

       230-RELEASE-MISSING.
           MOVE WS-ASG-TEACHER(WS-ASG-IDX) TO GSRT-TEACHER-ID
           MOVE WS-ASG-CLASS(WS-ASG-IDX) TO GSRT-CLASS-CODE
           MOVE WS-ASG-SUBJ(WS-ASG-IDX) TO GSRT-SUBJ-CODE
           MOVE '2' TO GSRT-REC-TYPE
           MOVE STUDENT-ID TO GSRT-STUDENT-ID
           MOVE NAME TO GSRT-NAME
           MOVE 0 TO GSRT-EXPECTED
           MOVE 0 TO GSRT-RECEIVED
           RELEASE GSRT-REC.

       240-RELEASE-GRADEBOOK.
           ADD 1 TO WS-CNT-CHECKED
           IF WS-ASG-RECEIVED(WS-ASG-IDX) < WS-ASG-EXPECTED(WS-ASG-IDX)
              ADD 1 TO WS-CNT-INCOMPLETE
              MOVE WS-ASG-TEACHER(WS-ASG-IDX) TO GSRT-TEACHER-ID
              MOVE WS-ASG-CLASS(WS-ASG-IDX) TO GSRT-CLASS-CODE
              MOVE WS-ASG-SUBJ(WS-ASG-IDX) TO GSRT-SUBJ-CODE
              MOVE '1' TO GSRT-REC-TYPE
              MOVE SPACES TO GSRT-STUDENT-ID
              MOVE SPACES TO GSRT-NAME
              MOVE WS-ASG-EXPECTED(WS-ASG-IDX) TO GSRT-EXPECTED
              MOVE WS-ASG-RECEIVED(WS-ASG-IDX) TO GSRT-RECEIVED
              RELEASE GSRT-REC
           ELSE
              ADD 1 TO WS-CNT-COMPLETE
           END-IF.

       300-WRITE-CHASE-LIST.
           MOVE 'N' TO WS-EOF-SORT
           MOVE SPACES TO WS-CUR-TEACHER
           PERFORM UNTIL WS-EOF-SORT = 'Y'
              RETURN GBK-SORT-WORK
                 AT END MOVE 'Y' TO WS-EOF-SORT
                 NOT AT END
                    IF GSRT-TEACHER-ID NOT EQUAL WS-CUR-TEACHER
                       PERFORM 310-WRITE-TEACHER-HEADING
                    END-IF
                    IF GSRT-REC-TYPE EQUAL '1'
                       PERFORM 320-WRITE-GRADEBOOK-LINE
                    ELSE
                       PERFORM 330-WRITE-MISSING-LINE
                    END-IF
              END-RETURN
           END-PERFORM
           IF WS-CNT-INCOMPLETE EQUAL 0
              MOVE SPACES TO CHASE-RPT-LINE
              WRITE CHASE-RPT-LINE
              MOVE SPACES TO CHASE-RPT-LINE
              STRING "ALL REQUIRED GRADEBOOKS COMPLETE"
                 DELIMITED BY SIZE
                 INTO CHASE-RPT-LINE
              WRITE CHASE-RPT-LINE
           END-IF.

       310-WRITE-TEACHER-HEADING.
           MOVE GSRT-TEACHER-ID TO WS-CUR-TEACHER
           MOVE 'NOT ON TEACHMST' TO WS-TEACHER-NAME
           IF WS-TM-OPEN EQUAL 'Y'
              MOVE GSRT-TEACHER-ID TO TCH-ID
              READ TEACH-MST
                 NOT INVALID KEY MOVE TCH-NAME TO WS-TEACHER-NAME
              END-READ
           END-IF
           MOVE SPACES TO CHASE-RPT-LINE
           WRITE CHASE-RPT-LINE
           MOVE SPACES TO CHASE-RPT-LINE
           STRING "TEACHER " DELIMITED BY SIZE
                  GSRT-TEACHER-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TEACHER-NAME DELIMITED BY SIZE
              INTO CHASE-RPT-LINE
           WRITE CHASE-RPT-LINE
           MOVE SPACES TO CHASE-RPT-LINE
           STRING "CLASS  SUBJECT     EXPECTED  RECEIVED   MISSING"
              DELIMITED BY SIZE
              INTO CHASE-RPT-LINE
           WRITE CHASE-RPT-LINE.

       320-WRITE-GRADEBOOK-LINE.
           COMPUTE WS-MISSING = GSRT-EXPECTED - GSRT-RECEIVED
           MOVE GSRT-EXPECTED TO WS-RPT-EXPECTED
           MOVE GSRT-RECEIVED TO WS-RPT-RECEIVED
           MOVE WS-MISSING TO WS-RPT-MISSING
           MOVE SPACES TO CHASE-RPT-LINE
           STRING GSRT-CLASS-CODE DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  GSRT-SUBJ-CODE DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-RPT-EXPECTED DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-RPT-RECEIVED DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-RPT-MISSING DELIMITED BY SIZE
              INTO CHASE-RPT-LINE
           WRITE CHASE-RPT-LINE.

       330-WRITE-MISSING-LINE.
           MOVE SPACES TO CHASE-RPT-LINE
           STRING "       NO MARK: " DELIMITED BY SIZE
                  GSRT-STUDENT-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  GSRT-NAME DELIMITED BY SIZE
              INTO CHASE-RPT-LINE
           WRITE CHASE-RPT-LINE.

       400-WRITE-TOTALS.
           MOVE SPACES TO CHASE-RPT-LINE
           WRITE CHASE-RPT-LINE
           MOVE SPACES TO CHASE-RPT-LINE
           STRING "REQUIRED GRADEBOOKS CHECKED: " DELIMITED BY SIZE
                  WS-CNT-CHECKED DELIMITED BY SIZE
                  "  COMPLETE: " DELIMITED BY SIZE
                  WS-CNT-COMPLETE DELIMITED BY SIZE
                  "  INCOMPLETE: " DELIMITED BY SIZE
                  WS-CNT-INCOMPLETE DELIMITED BY SIZE
              INTO CHASE-RPT-LINE
           WRITE CHASE-RPT-LINE
           MOVE SPACES TO CHASE-RPT-LINE
           STRING "OPTIONAL ASSIGNMENTS NOT CHECKED: " DELIMITED BY SIZE
                  WS-CNT-OPTIONAL DELIMITED BY SIZE
              INTO CHASE-RPT-LINE
           WRITE CHASE-RPT-LINE
           DISPLAY "GRADEBOOK CHECK - CHECKED: " WS-CNT-CHECKED
              " COMPLETE: " WS-CNT-COMPLETE
              " INCOMPLETE: " WS-CNT-INCOMPLETE
           MOVE SPACES TO WS-AUDIT-MSG
           STRING "GRADEBOOK CHECK TERM=" DELIMITED BY SIZE
                  WS-RUN-TERM-ID DELIMITED BY SIZE
                  " CHECKED=" DELIMITED BY SIZE
                  WS-CNT-CHECKED DELIMITED BY SIZE
                  " INCOMPLETE=" DELIMITED BY SIZE
                  WS-CNT-INCOMPLETE DELIMITED BY SIZE
              INTO WS-AUDIT-MSG
           CALL 'AUDIT-LOG' USING WS-AUDIT-MSG.

       700-WRITE-GBK-STATUS.
           OPEN OUTPUT GBK-STAT
           PERFORM 505-CHECK-GS-STATUS
           MOVE SPACES TO GBK-STAT-REC
           MOVE WS-RUN-TERM-ID TO GKS-TERM-ID
           IF WS-CNT-INCOMPLETE EQUAL 0
              MOVE 'Y' TO GKS-COMPLETE
           ELSE
              MOVE 'N' TO GKS-COMPLETE
           END-IF
           MOVE WS-TODAY TO GKS-RUN-DATE
           MOVE WS-CNT-INCOMPLETE TO GKS-INCOMPLETE
           WRITE GBK-STAT-REC
           CLOSE GBK-STAT.

       900-CLOSE-ALL.
           CLOSE STUDENT
           CLOSE SCORE
           IF WS-TM-OPEN EQUAL 'Y'
              CLOSE TEACH-MST
           END-IF
           CLOSE CHASE-RPT.

       500-CHECK-TERM-STATUS.
           MOVE 'TERMCTL.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-TERM-STATUS, FILE-NAME, IS-ERR.
           PERFORM 506-CHECK-ERR.

       501-CHECK-CA-STATUS.
           MOVE 'CLSASGN.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-CA-STATUS, FILE-NAME, IS-ERR.
           PERFORM 506-CHECK-ERR.

       502-CHECK-FILEA-STATUS.
           MOVE 'FLIEA.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-A-STATUS, FILE-NAME, IS-ERR.
           PERFORM 506-CHECK-ERR.

       503-CHECK-FILEB-STATUS.
           MOVE 'FLIEB.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-B-STATUS, FILE-NAME, IS-ERR.
           PERFORM 506-CHECK-ERR.

       504-CHECK-RPT-STATUS.
           MOVE 'GBKRPT.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-R-STATUS, FILE-NAME, IS-ERR.
           PERFORM 506-CHECK-ERR.

       505-CHECK-GS-STATUS.
           MOVE 'GBKSTAT.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-GS-STATUS, FILE-NAME, IS-ERR.
           PERFORM 506-CHECK-ERR.

       506-CHECK-ERR.
           IF IS-ERR EQUAL 'Y'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       END PROGRAM ST01GBK1.
