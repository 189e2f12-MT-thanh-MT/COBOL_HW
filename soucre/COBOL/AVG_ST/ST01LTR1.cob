       IDENTIFICATION DIVISION.
       PROGRAM-ID. ST01LTR1.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT TERM-CTL ASSIGN TO 'RESOURCES/TERMCTL.txt'
             STATUS IS FILE-TERM-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT AVG ASSIGN TO 'RESOURCES/FILEC.txt'
             STATUS IS FILE-C-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT STUDENT ASSIGN TO 'RESOURCES/FILEA.txt'
             STATUS IS FILE-A-STATUS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS STUDENT-ID.

             SELECT SCORE ASSIGN TO 'RESOURCES/FILEB.txt'
             STATUS IS FILE-B-STATUS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS SCORE-REC-KEY.

             SELECT SUBJ-MST ASSIGN TO 'RESOURCES/SUBJMST.txt'
             STATUS IS FILE-SM-STATUS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SUBJ-CODE.

             SELECT GUARD-MST ASSIGN TO 'RESOURCES/GUARDMST.txt'
             STATUS IS FILE-GM-STATUS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS GRD-STUDENT-ID.

             SELECT PROM-DEC ASSIGN TO 'RESOURCES/PROMDEC.txt'
             STATUS IS FILE-PD-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT LETTER-FILE ASSIGN TO 'RESOURCES/LETTERS.txt'
             STATUS IS FILE-L-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT EXCEPT-RPT ASSIGN TO 'RESOURCES/LTREXCP.txt'
             STATUS IS FILE-E-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT LTR-SORT-WORK ASSIGN TO 'RESOURCES/SORTWORK.tmp'.

       DATA DIVISION.
          FILE SECTION.

          FD TERM-CTL.
          01 TERM-CTL-REC.
             05 CTL-TERM-ID PIC X(5).

          FD AVG.
          01 STUDENT-AVG-SCORE.
             05 AVG-REC-TYPE PIC X(1).
             05 AVG-STUDENT-ID PIC X(7).
             05 AVG-TERM-ID PIC X(5).
             05 AVG-CLASS-ID PIC X(4).
             05 AVG-NAME PIC A(25).
             05 AVG-SCORE PIC 9(2)V99.
             05 AVG-STATUS PIC X(2).
             05 AVG-GRADE PIC X(2).
             05 AVG-CLASS-TEXT PIC X(10).

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

          FD SUBJ-MST.
          01 SUBJECT-MASTER.
             05 SUBJ-CODE       PIC X(10).
             05 SUBJ-NAME       PIC X(20).
             05 SUBJ-WEIGHT-MIN PIC 9(1)V9.
             05 SUBJ-WEIGHT-MAX PIC 9(1)V9.
             05 SUBJ-PASS-MARK  PIC 9(2)V99.

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

          FD PROM-DEC.
          01 PROM-DEC-REC.
             05 PDC-STUDENT-ID PIC X(7).
             05 PDC-YEAR       PIC X(4).
             05 PDC-DECISION   PIC X(8).
             05 PDC-YEAR-GPA   PIC 9(2)V99.
             05 PDC-TERM-COUNT PIC 9(3).

          FD LETTER-FILE.
          01 LETTER-LINE PIC X(80).

          FD EXCEPT-RPT.
          01 EXCEPT-RPT-LINE PIC X(80).

          SD LTR-SORT-WORK.
          01 LSRT-REC.
             05 LSRT-STUDENT-ID PIC X(7).
             05 LSRT-REASON     PIC X(1).
             05 LSRT-SUBJECT    PIC X(10).
             05 LSRT-SCORE      PIC 9(2)V99.
             05 LSRT-PASS-MARK  PIC 9(2)V99.

          WORKING-STORAGE SECTION.
          01 WS-RUN-TERM-ID   PIC X(5) VALUE SPACES.
          01 WS-YEAR-PREFIX   PIC X(4).
          01 WS-PROBATION-MARK PIC 9(2)V99 VALUE 5.00.
          01 WS-PASS-MARK     PIC 9(2)V99 VALUE 5.00.
          01 WS-SUBJECT-IDX   PIC 9(2) COMP.
          01 WS-SUBJECT-LIMIT PIC 9(2) COMP.

          01 WS-CUR-STUDENT-ID PIC X(7).
          01 WS-CUR-NAME      PIC A(25).
          01 WS-CUR-CLASS-ID  PIC X(4).
          01 WS-CUR-TARGET    PIC X(1).
          01 WS-CUR-REASON    PIC X(30).
          01 WS-SUBJ-HEAD-DONE PIC A(1).

          01 WS-TODAY         PIC 9(8).
          01 WS-RPT-SCORE     PIC Z9.99.
          01 WS-RPT-PASS      PIC Z9.99.

          01 FILE-TERM-STATUS PIC 99.
          01 FILE-C-STATUS    PIC 99.
          01 FILE-A-STATUS    PIC 99.
          01 FILE-B-STATUS    PIC 99.
          01 FILE-SM-STATUS   PIC 99.
          01 FILE-GM-STATUS   PIC 99.
          01 FILE-PD-STATUS   PIC 99.
          01 FILE-L-STATUS    PIC 99.
          01 FILE-E-STATUS    PIC 99.
          01 WS-EOF-C         PIC A(1).
          01 WS-EOF-B         PIC A(1).
          01 WS-EOF-PD        PIC A(1).
          01 WS-EOF-SORT      PIC A(1).
          01 WS-TRAILER-SEEN  PIC A(1) VALUE 'N'.
          01 WS-GRD-OPEN      PIC A(1) VALUE 'N'.
          01 STUDENT_EXISTS   PIC A VALUE 'N'.

          01 WS-CNT-PROBATION PIC 9(5) VALUE 0.
          01 WS-CNT-REPEAT    PIC 9(5) VALUE 0.
          01 WS-CNT-FAILED    PIC 9(5) VALUE 0.
          01 WS-CNT-LETTERS   PIC 9(5) VALUE 0.
          01 WS-CNT-EXCEPTIONS PIC 9(5) VALUE 0.
          01 WS-CNT-OTHER-TERM PIC 9(5) VALUE 0.
          01 FILE-NAME        PIC X(25).
          01 IS-ERR           PIC A VALUE 'N'.
          01 WS-AUDIT-MSG     PIC X(80).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-READ-TERM-CTL.
           PERFORM 110-CHECK-TRAILER.
           PERFORM 120-INIT.
           SORT LTR-SORT-WORK ON ASCENDING KEY LSRT-STUDENT-ID
              ON ASCENDING KEY LSRT-REASON
              ON ASCENDING KEY LSRT-SUBJECT
              INPUT PROCEDURE 200-COLLECT-NOTICES
              OUTPUT PROCEDURE 300-WRITE-LETTERS.
           PERFORM 900-CLOSE-ALL.
           IF WS-CNT-EXCEPTIONS > 0
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
           END-IF
           MOVE WS-RUN-TERM-ID(1:4) TO WS-YEAR-PREFIX.

       110-CHECK-TRAILER.
           MOVE 'N' TO WS-EOF-C
           OPEN INPUT AVG
           PERFORM 501-CHECK-FILEC-STATUS
           PERFORM UNTIL WS-EOF-C = 'Y'
              READ AVG
                 AT END MOVE 'Y' TO WS-EOF-C
                 NOT AT END
                    IF AVG-REC-TYPE EQUAL 'T'
                       MOVE 'Y' TO WS-TRAILER-SEEN
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AVG
           IF WS-TRAILER-SEEN NOT EQUAL 'Y'
              DISPLAY "NO TRAILER ON FILEC - RUN ST01HW01 FIRST"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       120-INIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT STUDENT
           PERFORM 502-CHECK-FILEA-STATUS
           OPEN INPUT SCORE
           PERFORM 503-CHECK-FILEB-STATUS
           OPEN INPUT SUBJ-MST
           PERFORM 504-CHECK-SM-STATUS
           OPEN INPUT GUARD-MST
           IF FILE-GM-STATUS EQUAL 00
              MOVE 'Y' TO WS-GRD-OPEN
           ELSE
              DISPLAY "NO GUARDMST.txt - ALL LETTERS GO TO EXCEPTIONS"
           END-IF
           OPEN OUTPUT LETTER-FILE
           PERFORM 505-CHECK-FILEL-STATUS
           OPEN OUTPUT EXCEPT-RPT
           PERFORM 506-CHECK-FILEE-STATUS
           MOVE SPACES TO EXCEPT-RPT-LINE
           STRING "GUARDIAN LETTER EXCEPTIONS - TERM " DELIMITED BY SIZE
                  WS-RUN-TERM-ID DELIMITED BY SIZE
                  "   RUN DATE " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
              INTO EXCEPT-RPT-LINE
           WRITE EXCEPT-RPT-LINE
           MOVE SPACES TO EXCEPT-RPT-LINE
           STRING "ID       NAME                       CLASS  REASON"
                  DELIMITED BY SIZE
              INTO EXCEPT-RPT-LINE
           WRITE EXCEPT-RPT-LINE.

       200-COLLECT-NOTICES.
           PERFORM 210-COLLECT-PROBATION
           PERFORM 220-COLLECT-FAILED-SUBJECTS
           PERFORM 230-COLLECT-REPEAT.

       210-COLLECT-PROBATION.
           MOVE 'N' TO WS-EOF-C
           OPEN INPUT AVG
           PERFORM 501-CHECK-FILEC-STATUS
           PERFORM UNTIL WS-EOF-C = 'Y'
              READ AVG
                 AT END MOVE 'Y' TO WS-EOF-C
                 NOT AT END
                    IF AVG-REC-TYPE EQUAL 'D' AND
                          AVG-STATUS EQUAL 'OK' AND
                          AVG-SCORE < WS-PROBATION-MARK
                       IF AVG-TERM-ID EQUAL WS-RUN-TERM-ID
                          MOVE AVG-STUDENT-ID TO LSRT-STUDENT-ID
                          MOVE '1' TO LSRT-REASON
                          MOVE SPACES TO LSRT-SUBJECT
                          MOVE AVG-SCORE TO LSRT-SCORE
                          MOVE WS-PROBATION-MARK TO LSRT-PASS-MARK
                          RELEASE LSRT-REC
                          ADD 1 TO WS-CNT-PROBATION
                       ELSE
                          ADD 1 TO WS-CNT-OTHER-TERM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AVG.

       220-COLLECT-FAILED-SUBJECTS.
           MOVE 'N' TO WS-EOF-B
           PERFORM UNTIL WS-EOF-B = 'Y'
              READ SCORE NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF-B
                 NOT AT END
                    IF SCORE-TERM-ID EQUAL WS-RUN-TERM-ID
                       PERFORM 225-CHECK-TERM-SUBJECTS
                    END-IF
              END-READ
           END-PERFORM.

       225-CHECK-TERM-SUBJECTS.
           IF SCORE-SUBJECT-COUNT > 10
              MOVE 10 TO WS-SUBJECT-LIMIT
           ELSE
              MOVE SCORE-SUBJECT-COUNT TO WS-SUBJECT-LIMIT
           END-IF
           PERFORM VARYING WS-SUBJECT-IDX FROM 1 BY 1
              UNTIL WS-SUBJECT-IDX > WS-SUBJECT-LIMIT
              IF SUBJECT-SCORE(WS-SUBJECT-IDX) NOT > 10.00
                 MOVE SUBJECT-NAME(WS-SUBJECT-IDX) TO SUBJ-CODE
                 READ SUBJ-MST
                    INVALID KEY
                       MOVE WS-PASS-MARK TO SUBJ-PASS-MARK
                 END-READ
                 IF SUBJECT-SCORE(WS-SUBJECT-IDX) < SUBJ-PASS-MARK
                    MOVE SCORE-STUDENT-ID TO LSRT-STUDENT-ID
                    MOVE '3' TO LSRT-REASON
                    MOVE SUBJECT-NAME(WS-SUBJECT-IDX) TO LSRT-SUBJECT
                    MOVE SUBJECT-SCORE(WS-SUBJECT-IDX) TO LSRT-SCORE
                    MOVE SUBJ-PASS-MARK TO LSRT-PASS-MARK
                    RELEASE LSRT-REC
                    ADD 1 TO WS-CNT-FAILED
                 END-IF
              END-IF
           END-PERFORM.

       230-COLLECT-REPEAT.
           MOVE 'N' TO WS-EOF-PD
           OPEN INPUT PROM-DEC
           IF FILE-PD-STATUS NOT EQUAL 00
              DISPLAY "NO PROMDEC.txt - NO REPEAT-YEAR LETTERS"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-PD = 'Y'
              READ PROM-DEC
                 AT END MOVE 'Y' TO WS-EOF-PD
                 NOT AT END
                    IF PDC-DECISION EQUAL 'REPEAT  ' AND
                          PDC-YEAR EQUAL WS-YEAR-PREFIX
                       MOVE PDC-STUDENT-ID TO LSRT-STUDENT-ID
                       MOVE '2' TO LSRT-REASON
                       MOVE SPACES TO LSRT-SUBJECT
                       MOVE PDC-YEAR-GPA TO LSRT-SCORE
                       MOVE WS-PASS-MARK TO LSRT-PASS-MARK
                       RELEASE LSRT-REC
                       ADD 1 TO WS-CNT-REPEAT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PROM-DEC.

       300-WRITE-LETTERS.
           MOVE 'N' TO WS-EOF-SORT
           MOVE SPACES TO WS-CUR-STUDENT-ID
           PERFORM UNTIL WS-EOF-SORT = 'Y'
              RETURN LTR-SORT-WORK
                 AT END MOVE 'Y' TO WS-EOF-SORT
                 NOT AT END
                    IF LSRT-STUDENT-ID NOT EQUAL WS-CUR-STUDENT-ID
                       PERFORM 340-END-STUDENT
                       PERFORM 310-START-STUDENT
                    END-IF
                    PERFORM 330-WRITE-NOTICE-LINE
              END-RETURN
           END-PERFORM
           PERFORM 340-END-STUDENT.

       310-START-STUDENT.
           MOVE LSRT-STUDENT-ID TO WS-CUR-STUDENT-ID
           MOVE 'N' TO WS-SUBJ-HEAD-DONE
           MOVE SPACES TO WS-CUR-REASON
           MOVE SPACES TO WS-CUR-NAME
           MOVE SPACES TO WS-CUR-CLASS-ID
           MOVE WS-CUR-STUDENT-ID TO STUDENT-ID
           READ STUDENT
              INVALID KEY MOVE 'N' TO STUDENT_EXISTS
              NOT INVALID KEY MOVE 'Y' TO STUDENT_EXISTS
           END-READ
           EVALUATE TRUE
              WHEN STUDENT_EXISTS EQUAL 'N'
                 MOVE 'STUDENT NOT ON FILEA' TO WS-CUR-REASON
              WHEN STU-STATUS EQUAL 'W' OR STU-STATUS EQUAL 'T'
                 OR STU-STATUS EQUAL 'M'
                 MOVE NAME TO WS-CUR-NAME
                 MOVE CLASS-CODE TO WS-CUR-CLASS-ID
                 STRING "STUDENT NOT ACTIVE - STATUS " DELIMITED BY SIZE
                        STU-STATUS DELIMITED BY SIZE
                    INTO WS-CUR-REASON
              WHEN OTHER
                 MOVE NAME TO WS-CUR-NAME
                 MOVE CLASS-CODE TO WS-CUR-CLASS-ID
                 PERFORM 315-READ-GUARDIAN
           END-EVALUATE
           IF WS-CUR-REASON EQUAL SPACES
              MOVE 'L' TO WS-CUR-TARGET
              PERFORM 320-WRITE-LETTER-HEAD
           ELSE
              MOVE 'E' TO WS-CUR-TARGET
              ADD 1 TO WS-CNT-EXCEPTIONS
              MOVE SPACES TO EXCEPT-RPT-LINE
              WRITE EXCEPT-RPT-LINE
              MOVE SPACES TO EXCEPT-RPT-LINE
              STRING WS-CUR-STUDENT-ID DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     WS-CUR-NAME DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     WS-CUR-CLASS-ID DELIMITED BY SIZE
                     "   " DELIMITED BY SIZE
                     WS-CUR-REASON DELIMITED BY SIZE
                 INTO EXCEPT-RPT-LINE
              WRITE EXCEPT-RPT-LINE
           END-IF.

       315-READ-GUARDIAN.
           IF WS-GRD-OPEN NOT EQUAL 'Y'
              MOVE 'NO GUARDIAN ON FILE' TO WS-CUR-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CUR-STUDENT-ID TO GRD-STUDENT-ID
           READ GUARD-MST
              INVALID KEY
                 MOVE 'NO GUARDIAN ON FILE' TO WS-CUR-REASON
           END-READ.

       320-WRITE-LETTER-HEAD.
           ADD 1 TO WS-CNT-LETTERS
           MOVE ALL '=' TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING GRD-NAME DELIMITED BY SIZE
                  "  (" DELIMITED BY SIZE
                  GRD-RELATION DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
              INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE GRD-ADDR-1 TO LETTER-LINE
           WRITE LETTER-LINE
           IF GRD-ADDR-2 NOT EQUAL SPACES
              MOVE GRD-ADDR-2 TO LETTER-LINE
              WRITE LETTER-LINE
           END-IF
           MOVE GRD-POSTCODE TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "DATE: " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
              INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "RE:   " DELIMITED BY SIZE
                  WS-CUR-NAME DELIMITED BY SIZE
                  " ID " DELIMITED BY SIZE
                  WS-CUR-STUDENT-ID DELIMITED BY SIZE
                  " CLASS " DELIMITED BY SIZE
                  WS-CUR-CLASS-ID DELIMITED BY SIZE
                  " TERM " DELIMITED BY SIZE
                  WS-RUN-TERM-ID DELIMITED BY SIZE
              INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "DEAR " DELIMITED BY SIZE
                  GRD-NAME DELIMITED BY SIZE
              INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "WE ARE WRITING TO LET YOU KNOW ABOUT THE FOLLOWING"
                  DELIMITED BY SIZE
                  " RESULTS:" DELIMITED BY SIZE
              INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE.

       330-WRITE-NOTICE-LINE.
           MOVE LSRT-SCORE TO WS-RPT-SCORE
           MOVE LSRT-PASS-MARK TO WS-RPT-PASS
           MOVE SPACES TO LETTER-LINE
           EVALUATE LSRT-REASON
              WHEN '1'
                 STRING "  TERM AVERAGE " DELIMITED BY SIZE
                        WS-RPT-SCORE DELIMITED BY SIZE
                        " IS BELOW " DELIMITED BY SIZE
                        WS-RPT-PASS DELIMITED BY SIZE
                        " - THE STUDENT IS ON ACADEMIC PROBATION."
                        DELIMITED BY SIZE
                    INTO LETTER-LINE
              WHEN '2'
                 STRING "  YEAR AVERAGE " DELIMITED BY SIZE
                        WS-RPT-SCORE DELIMITED BY SIZE
                        " - THE STUDENT MUST REPEAT THE YEAR."
                        DELIMITED BY SIZE
                    INTO LETTER-LINE
              WHEN OTHER
                 IF WS-SUBJ-HEAD-DONE NOT EQUAL 'Y'
                    PERFORM 335-WRITE-SUBJECT-HEAD
                 END-IF
                 STRING "    " DELIMITED BY SIZE
                        LSRT-SUBJECT DELIMITED BY SIZE
                        "  SCORE " DELIMITED BY SIZE
                        WS-RPT-SCORE DELIMITED BY SIZE
                        "  PASS MARK " DELIMITED BY SIZE
                        WS-RPT-PASS DELIMITED BY SIZE
                    INTO LETTER-LINE
           END-EVALUATE
           IF WS-CUR-TARGET EQUAL 'L'
              WRITE LETTER-LINE
           ELSE
              MOVE LETTER-LINE TO EXCEPT-RPT-LINE
              WRITE EXCEPT-RPT-LINE
           END-IF.

       335-WRITE-SUBJECT-HEAD.
           MOVE 'Y' TO WS-SUBJ-HEAD-DONE
           MOVE SPACES TO LETTER-LINE
           STRING "  FAILING SUBJECTS THIS TERM:" DELIMITED BY SIZE
              INTO LETTER-LINE
           IF WS-CUR-TARGET EQUAL 'L'
              WRITE LETTER-LINE
           ELSE
              MOVE LETTER-LINE TO EXCEPT-RPT-LINE
              WRITE EXCEPT-RPT-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE.

       340-END-STUDENT.
           IF WS-CUR-STUDENT-ID EQUAL SPACES
              EXIT PARAGRAPH
           END-IF
           IF WS-CUR-TARGET EQUAL 'L'
              MOVE SPACES TO LETTER-LINE
              WRITE LETTER-LINE
              MOVE SPACES TO LETTER-LINE
              STRING "PLEASE CONTACT THE SCHOOL OFFICE TO ARRANGE A"
                     DELIMITED BY SIZE
                     " MEETING WITH THE CLASS TEACHER."
                     DELIMITED BY SIZE
                 INTO LETTER-LINE
              WRITE LETTER-LINE
              MOVE SPACES TO LETTER-LINE
              WRITE LETTER-LINE
              MOVE "YOURS SINCERELY," TO LETTER-LINE
              WRITE LETTER-LINE
              MOVE "THE PRINCIPAL" TO LETTER-LINE
              WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO WS-CUR-STUDENT-ID.

       900-CLOSE-ALL.
           MOVE SPACES TO EXCEPT-RPT-LINE
           WRITE EXCEPT-RPT-LINE
           MOVE SPACES TO EXCEPT-RPT-LINE
           STRING "LETTERS WRITTEN: " DELIMITED BY SIZE
                  WS-CNT-LETTERS DELIMITED BY SIZE
                  "  EXCEPTIONS: " DELIMITED BY SIZE
                  WS-CNT-EXCEPTIONS DELIMITED BY SIZE
              INTO EXCEPT-RPT-LINE
           WRITE EXCEPT-RPT-LINE
           MOVE SPACES TO EXCEPT-RPT-LINE
           STRING "NOTICES - PROBATION: " DELIMITED BY SIZE
                  WS-CNT-PROBATION DELIMITED BY SIZE
                  "  REPEAT: " DELIMITED BY SIZE
                  WS-CNT-REPEAT DELIMITED BY SIZE
                  "  FAILED SUBJECTS: " DELIMITED BY SIZE
                  WS-CNT-FAILED DELIMITED BY SIZE
              INTO EXCEPT-RPT-LINE
           WRITE EXCEPT-RPT-LINE
           IF WS-CNT-OTHER-TERM > 0
              MOVE SPACES TO EXCEPT-RPT-LINE
              STRING "FILEC ROWS FOR ANOTHER TERM IGNORED: "
                     DELIMITED BY SIZE
                     WS-CNT-OTHER-TERM DELIMITED BY SIZE
                 INTO EXCEPT-RPT-LINE
              WRITE EXCEPT-RPT-LINE
           END-IF
           CLOSE STUDENT
           CLOSE SCORE
           CLOSE SUBJ-MST
           IF WS-GRD-OPEN EQUAL 'Y'
              CLOSE GUARD-MST
           END-IF
           CLOSE LETTER-FILE
           CLOSE EXCEPT-RPT
           DISPLAY "GUARDIAN LETTERS: " WS-CNT-LETTERS
              " EXCEPTIONS: " WS-CNT-EXCEPTIONS
           MOVE SPACES TO WS-AUDIT-MSG
           STRING "GUARDIAN LETTER RUN " DELIMITED BY SIZE
                  WS-RUN-TERM-ID DELIMITED BY SIZE
                  " LETTERS=" DELIMITED BY SIZE
                  WS-CNT-LETTERS DELIMITED BY SIZE
                  " EXCEPTIONS=" DELIMITED BY SIZE
                  WS-CNT-EXCEPTIONS DELIMITED BY SIZE
              INTO WS-AUDIT-MSG
           CALL 'AUDIT-LOG' USING WS-AUDIT-MSG.

       500-CHECK-TERM-STATUS.
           MOVE 'TERMCTL.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-TERM-STATUS, FILE-NAME, IS-ERR.
           PERFORM 507-CHECK-ERR.

       501-CHECK-FILEC-STATUS.
           MOVE 'FLIEC.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-C-STATUS, FILE-NAME, IS-ERR.
           PERFORM 507-CHECK-ERR.

       502-CHECK-FILEA-STATUS.
           MOVE 'FLIEA.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-A-STATUS, FILE-NAME, IS-ERR.
           PERFORM 507-CHECK-ERR.

       503-CHECK-FILEB-STATUS.
           MOVE 'FLIEB.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-B-STATUS, FILE-NAME, IS-ERR.
           PERFORM 507-CHECK-ERR.

       504-CHECK-SM-STATUS.
           MOVE 'SUBJMST.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-SM-STATUS, FILE-NAME, IS-ERR.
           PERFORM 507-CHECK-ERR.

       505-CHECK-FILEL-STATUS.
           MOVE 'LETTERS.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-L-STATUS, FILE-NAME, IS-ERR.
           PERFORM 507-CHECK-ERR.

       506-CHECK-FILEE-STATUS.
           MOVE 'LTREXCP.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-E-STATUS, FILE-NAME, IS-ERR.
           PERFORM 507-CHECK-ERR.

       507-CHECK-ERR.
           IF IS-ERR EQUAL 'Y'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       END PROGRAM ST01LTR1.
