             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SCORE-REC-KEY.

             SELECT ATTEND ASSIGN TO 'RESOURCES/ATTEND.txt'
             STATUS IS FILE-AT-STATUS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ATT-REC-KEY.

             SELECT MERGE-XREF ASSIGN TO 'RESOURCES/MERGEXRF.txt'
             STATUS IS FILE-X-STATUS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS XRF-RETIRED-ID.

             SELECT GUARD-MST ASSIGN TO 'RESOURCES/GUARDMST.txt'
             STATUS IS FILE-GM-STATUS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS GRD-STUDENT-ID.

             SELECT MERGE-RPT ASSIGN TO 'RESOURCES/MERGRPT.txt'
             STATUS IS FILE-R-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
          FILE SECTION.

             05 TRN-STUDENT-ID PIC X(7).
             05 TRN-NAME PIC A(25).
             05 TRN-CLASS-ID PIC X(4).
          01 MERGE-TRANS-REC.
             05 MRG-ACTION PIC X(1).
             05 MRG-RETIRED-ID PIC X(7).
             05 MRG-SURVIVOR-ID PIC X(7).
             05 FILLER PIC X(22).

          FD STUDENT.
          01 STUDENT-FILE.
                10 SUBJECT-ORIG-SCORE PIC 9(2)V99.
                10 SUBJECT-RESIT-FLAG PIC X(1).

          FD ATTEND.
          01 ATTEND-REC.
             05 ATT-REC-KEY.
                10 ATT-STUDENT-ID PIC X(7).
                10 ATT-TERM-ID    PIC X(5).
             05 ATT-DAYS-POSSIBLE PIC 9(3).
             05 ATT-DAYS-PRESENT  PIC 9(3).
             05 ATT-AUTH-ABSENT   PIC 9(3).
             05 ATT-UNAUTH-ABSENT PIC 9(3).
             05 ATT-UPDATE-DATE   PIC 9(8).

          FD MERGE-XREF.
          01 MERGE-XREF-REC.
             05 XRF-RETIRED-ID  PIC X(7).
             05 XRF-SURVIVOR-ID PIC X(7).
             05 XRF-MERGE-DATE  PIC 9(8).

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

          FD MERGE-RPT.
          01 MERGE-RPT-LINE PIC X(80).

          WORKING-STORAGE SECTION.
          01 WS-TRANS.
             05 WS-TRN-ACTION PIC X(1).
          01 WS-SUBJECT-LIMIT PIC 9(2) COMP.
          01 WS-TODAY         PIC 9(8).

          01 FILE-AT-STATUS   PIC 99.
          01 FILE-X-STATUS    PIC 99.
          01 FILE-R-STATUS    PIC 99.
          01 FILE-GM-STATUS   PIC 99.
          01 WS-ATT-OPEN      PIC A(1) VALUE 'N'.
          01 WS-GRD-OPEN      PIC A(1) VALUE 'N'.
          01 WS-DEL-SCORES    PIC 9(5).
          01 WS-DEL-ATTEND    PIC 9(5).
          01 WS-DEL-GUARD     PIC 9(1).
          01 WS-MRG-MARKED    PIC A(1).
          01 WS-EOF-ATT       PIC A(1).
          01 WS-MRG-RETIRED-ID  PIC X(7).
          01 WS-MRG-SURVIVOR-ID PIC X(7).
          01 WS-MRG-TERM-TABLE.
             05 WS-MRG-TERM-ID PIC X(5) OCCURS 40 TIMES.
          01 WS-MRG-TERM-COUNT PIC 9(2) COMP.
          01 WS-MRG-TERM-IDX   PIC 9(2) COMP.
          01 WS-MRG-OVERFLOW   PIC A(1).
          01 WS-MRG-REFUSED    PIC 9(3).
          01 WS-MRG-FILE-TEXT  PIC X(6).
          01 WS-MRG-TERM-TEXT  PIC X(5).
          01 WS-MRG-OUTCOME    PIC X(45).
          01 WS-MRG-SUBJ-COUNT PIC Z9.
          01 WS-CNT-MERGES     PIC 9(5) VALUE 0.
          01 WS-CNT-MRG-MOVED  PIC 9(5) VALUE 0.
          01 WS-CNT-MRG-REFUSED PIC 9(5) VALUE 0.

          01 WS-MRG-SCORE-REC.
             05 WS-MRG-SCORE-KEY.
                10 WS-MRG-SCORE-STUDENT-ID PIC X(7).
                10 WS-MRG-SCORE-TERM-ID PIC X(5).
             05 WS-MRG-SUBJECT-COUNT PIC 9(2).
             05 WS-MRG-SUBJECT OCCURS 10 TIMES.
                10 WS-MRG-SUBJECT-NAME PIC X(10).
                10 WS-MRG-SUBJECT-SCORE PIC 9(2)V99.
                10 WS-MRG-SUBJECT-WEIGHT PIC 9(1)V9.
                10 WS-MRG-SUBJECT-ORIG PIC 9(2)V99.
                10 WS-MRG-SUBJECT-RESIT PIC X(1).

          01 WS-JRNL-DETAIL.
             05 WS-JRNL-SOURCE     PIC X(4).
             05 WS-JRNL-ACTION     PIC X(1).
             05 WS-JRNL-NEW-SCORE  PIC 9(2)V99.
             05 WS-JRNL-OLD-WEIGHT PIC 9(1)V9.
             05 WS-JRNL-NEW-WEIGHT PIC 9(1)V9.
             05 WS-JRNL-APPROVER-ID PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           OPEN I-O STUDENT
           PERFORM 501-CHECK-FILEA-STATUS
           OPEN I-O SCORE
           PERFORM 502-CHECK-FILEB-STATUS
           OPEN I-O ATTEND
           IF FILE-AT-STATUS EQUAL 00
              MOVE 'Y' TO WS-ATT-OPEN
           END-IF
           OPEN I-O GUARD-MST
           IF FILE-GM-STATUS EQUAL 00
              MOVE 'Y' TO WS-GRD-OPEN
           END-IF
           OPEN I-O MERGE-XREF
           IF FILE-X-STATUS EQUAL 35
              OPEN OUTPUT MERGE-XREF
              PERFORM 504-CHECK-FILEX-STATUS
              CLOSE MERGE-XREF
              OPEN I-O MERGE-XREF
           END-IF
           PERFORM 504-CHECK-FILEX-STATUS
           OPEN OUTPUT MERGE-RPT
           PERFORM 505-CHECK-FILER-STATUS
           MOVE SPACES TO MERGE-RPT-LINE
           STRING "STUDENT ID MERGE REGISTER   RUN DATE "
                  DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
              INTO MERGE-RPT-LINE
           WRITE MERGE-RPT-LINE
           MOVE SPACES TO MERGE-RPT-LINE
           WRITE MERGE-RPT-LINE
           MOVE SPACES TO MERGE-RPT-LINE
           STRING "RETIRED SURVIVOR FILE   TERM  OUTCOME"
                  DELIMITED BY SIZE
              INTO MERGE-RPT-LINE
           WRITE MERGE-RPT-LINE.

       200-PROCESS-TRANS.
           PERFORM UNTIL WS-EOF-T = 'Y'
              WHEN 'D' PERFORM 240-DELETE-STUDENT
              WHEN 'W' PERFORM 260-SET-STATUS
              WHEN 'T' PERFORM 260-SET-STATUS
              WHEN 'M' PERFORM 270-MERGE-STUDENT
              WHEN OTHER
                 MOVE 'REJECTED' TO WS-TRN-RESULT
                 MOVE 'INVALID ACTION CODE' TO WS-TRN-REASON
              NOT INVALID KEY
                 DELETE STUDENT RECORD
                 PERFORM 501-CHECK-FILEA-STATUS
                 MOVE 0 TO WS-DEL-SCORES
                 MOVE 0 TO WS-DEL-ATTEND
                 MOVE 0 TO WS-DEL-GUARD
                 PERFORM 245-DELETE-SCORES
                 IF WS-ATT-OPEN EQUAL 'Y'
                    PERFORM 247-DELETE-ATTENDANCE
                 END-IF
                 IF WS-GRD-OPEN EQUAL 'Y'
                    PERFORM 248-DELETE-GUARDIAN
                 END-IF
                 PERFORM 249-LOG-DELETE-COUNTS
                 MOVE 'APPLIED' TO WS-TRN-RESULT
           END-READ.

                 MOVE 'REJECTED' TO WS-TRN-RESULT
                 MOVE 'STUDENT NOT FOUND' TO WS-TRN-REASON
              NOT INVALID KEY
                 IF STU-STATUS EQUAL 'M'
                    MOVE 'REJECTED' TO WS-TRN-RESULT
                    MOVE 'STUDENT ID MERGED' TO WS-TRN-REASON
                 ELSE
                    MOVE WS-TRN-ACTION TO STU-STATUS
                    MOVE WS-TODAY TO STU-STATUS-DATE
                    REWRITE STUDENT-FILE
                    PERFORM 501-CHECK-FILEA-STATUS
                    MOVE 'APPLIED' TO WS-TRN-RESULT
                 END-IF
           END-READ.

       270-MERGE-STUDENT.
           MOVE WS-TRN-STUDENT-ID TO WS-MRG-RETIRED-ID
           MOVE MRG-SURVIVOR-ID TO WS-MRG-SURVIVOR-ID
           MOVE 0 TO WS-MRG-REFUSED
           MOVE 'N' TO WS-MRG-MARKED
           PERFORM 271-VALIDATE-MERGE
           IF WS-TRN-REASON NOT EQUAL SPACES
              MOVE 'FILEA ' TO WS-MRG-FILE-TEXT
              MOVE SPACES TO WS-MRG-TERM-TEXT
              MOVE SPACES TO WS-MRG-OUTCOME
              STRING "REJECTED - " DELIMITED BY SIZE
                     WS-TRN-REASON DELIMITED BY SIZE
                 INTO WS-MRG-OUTCOME
              PERFORM 279-WRITE-MERGE-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM 272-COLLECT-SCORE-TERMS
           PERFORM VARYING WS-MRG-TERM-IDX FROM 1 BY 1
              UNTIL WS-MRG-TERM-IDX > WS-MRG-TERM-COUNT
              PERFORM 273-MOVE-SCORE-TERM
           END-PERFORM
           IF WS-MRG-OVERFLOW EQUAL 'Y'
              ADD 1 TO WS-MRG-REFUSED
              MOVE 'SCORES' TO WS-MRG-FILE-TEXT
              MOVE SPACES TO WS-MRG-TERM-TEXT
              MOVE 'REFUSED - OVER 40 TERMS, RESUBMIT FOR REST'
                 TO WS-MRG-OUTCOME
              PERFORM 279-WRITE-MERGE-LINE
           END-IF
           IF WS-ATT-OPEN EQUAL 'Y'
              PERFORM 275-COLLECT-ATTEND-TERMS
              PERFORM VARYING WS-MRG-TERM-IDX FROM 1 BY 1
                 UNTIL WS-MRG-TERM-IDX > WS-MRG-TERM-COUNT
                 PERFORM 276-MOVE-ATTEND-TERM
              END-PERFORM
              IF WS-MRG-OVERFLOW EQUAL 'Y'
                 ADD 1 TO WS-MRG-REFUSED
                 MOVE 'ATTEND' TO WS-MRG-FILE-TEXT
                 MOVE SPACES TO WS-MRG-TERM-TEXT
                 MOVE 'REFUSED - OVER 40 TERMS, RESUBMIT FOR REST'
                    TO WS-MRG-OUTCOME
                 PERFORM 279-WRITE-MERGE-LINE
              END-IF
           END-IF
           MOVE 'FILEA ' TO WS-MRG-FILE-TEXT
           MOVE SPACES TO WS-MRG-TERM-TEXT
           IF WS-MRG-REFUSED EQUAL 0
              PERFORM 278-MARK-RETIRED
              IF WS-MRG-MARKED EQUAL 'Y'
                 ADD 1 TO WS-CNT-MERGES
                 MOVE 'APPLIED' TO WS-TRN-RESULT
                 MOVE 'RETIRED ID MARKED MERGED' TO WS-MRG-OUTCOME
              ELSE
                 MOVE 'PARTIAL' TO WS-TRN-RESULT
                 MOVE 'RETIRED ID NOT ON FILEA' TO WS-TRN-REASON
                 MOVE 'ERROR - RETIRED ID NOT FOUND, NOT MARKED'
                    TO WS-MRG-OUTCOME
              END-IF
           ELSE
              MOVE 'PARTIAL' TO WS-TRN-RESULT
              MOVE 'CONFLICTS - SEE MERGRPT' TO WS-TRN-REASON
              MOVE 'NOT MARKED MERGED - RESOLVE AND RESUBMIT'
                 TO WS-MRG-OUTCOME
           END-IF
           PERFORM 279-WRITE-MERGE-LINE
           IF WS-MRG-MARKED EQUAL 'Y' AND WS-GRD-OPEN EQUAL 'Y'
              PERFORM 277-MOVE-GUARDIAN
           END-IF.

       271-VALIDATE-MERGE.
           IF WS-MRG-SURVIVOR-ID EQUAL SPACES
              MOVE 'SURVIVING ID MISSING' TO WS-TRN-REASON
              EXIT PARAGRAPH
           END-IF
           IF WS-MRG-SURVIVOR-ID EQUAL WS-MRG-RETIRED-ID
              MOVE 'SURVIVING ID SAME AS OLD' TO WS-TRN-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE WS-MRG-SURVIVOR-ID TO STUDENT-ID
           READ STUDENT
              INVALID KEY
                 MOVE 'SURVIVING ID NOT FOUND' TO WS-TRN-REASON
              NOT INVALID KEY
                 IF STU-STATUS EQUAL 'M'
                    MOVE 'SURVIVING ID IS MERGED' TO WS-TRN-REASON
                 END-IF
           END-READ
           IF WS-TRN-REASON NOT EQUAL SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE WS-MRG-RETIRED-ID TO STUDENT-ID
           READ STUDENT
              INVALID KEY
                 MOVE 'STUDENT NOT FOUND' TO WS-TRN-REASON
              NOT INVALID KEY
                 IF STU-STATUS EQUAL 'M'
                    MOVE 'STUDENT ALREADY MERGED' TO WS-TRN-REASON
                 END-IF
           END-READ
           IF WS-TRN-REASON NOT EQUAL SPACES
              OR WS-GRD-OPEN NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF
           MOVE WS-MRG-RETIRED-ID TO GRD-STUDENT-ID
           READ GUARD-MST
              INVALID KEY EXIT PARAGRAPH
           END-READ
           MOVE WS-MRG-SURVIVOR-ID TO GRD-STUDENT-ID
           READ GUARD-MST
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE 'BOTH IDS HAVE A GUARDIAN' TO WS-TRN-REASON
           END-READ.

       272-COLLECT-SCORE-TERMS.
           MOVE 0 TO WS-MRG-TERM-COUNT
           MOVE 'N' TO WS-MRG-OVERFLOW
           MOVE 'N' TO WS-EOF-SCORES
           MOVE WS-MRG-RETIRED-ID TO SCORE-STUDENT-ID
           MOVE LOW-VALUES TO SCORE-TERM-ID
           START SCORE KEY IS NOT LESS THAN SCORE-REC-KEY
              INVALID KEY MOVE 'Y' TO WS-EOF-SCORES
           END-START
           PERFORM UNTIL WS-EOF-SCORES = 'Y'
              READ SCORE NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF-SCORES
                 NOT AT END
                    IF SCORE-STUDENT-ID NOT EQUAL WS-MRG-RETIRED-ID
                       MOVE 'Y' TO WS-EOF-SCORES
                    ELSE
                       IF WS-MRG-TERM-COUNT EQUAL 40
                          MOVE 'Y' TO WS-MRG-OVERFLOW
                          MOVE 'Y' TO WS-EOF-SCORES
                       ELSE
                          ADD 1 TO WS-MRG-TERM-COUNT
                          MOVE SCORE-TERM-ID
                             TO WS-MRG-TERM-ID(WS-MRG-TERM-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       273-MOVE-SCORE-TERM.
           MOVE 'SCORES' TO WS-MRG-FILE-TEXT
           MOVE WS-MRG-TERM-ID(WS-MRG-TERM-IDX) TO WS-MRG-TERM-TEXT
           MOVE WS-MRG-RETIRED-ID TO SCORE-STUDENT-ID
           MOVE WS-MRG-TERM-ID(WS-MRG-TERM-IDX) TO SCORE-TERM-ID
           READ SCORE
              INVALID KEY
                 PERFORM 502-CHECK-FILEB-STATUS
                 EXIT PARAGRAPH
           END-READ
           MOVE STUDENT-SCORE TO WS-MRG-SCORE-REC
           MOVE WS-MRG-SURVIVOR-ID TO SCORE-STUDENT-ID
           WRITE STUDENT-SCORE
              INVALID KEY
                 ADD 1 TO WS-MRG-REFUSED
                 ADD 1 TO WS-CNT-MRG-REFUSED
                 MOVE 'REFUSED - BOTH IDS HOLD SCORES FOR TERM'
                    TO WS-MRG-OUTCOME
              NOT INVALID KEY
                 PERFORM 502-CHECK-FILEB-STATUS
                 MOVE WS-MRG-RETIRED-ID TO SCORE-STUDENT-ID
                 DELETE SCORE RECORD
                 PERFORM 502-CHECK-FILEB-STATUS
                 PERFORM 274-JOURNAL-MOVED-SCORES
                 ADD 1 TO WS-CNT-MRG-MOVED
                 MOVE WS-SUBJECT-LIMIT TO WS-MRG-SUBJ-COUNT
                 MOVE SPACES TO WS-MRG-OUTCOME
                 STRING "MOVED " DELIMITED BY SIZE
                        WS-MRG-SUBJ-COUNT DELIMITED BY SIZE
                        " SUBJECT SCORES" DELIMITED BY SIZE
                    INTO WS-MRG-OUTCOME
           END-WRITE
           PERFORM 279-WRITE-MERGE-LINE.

       274-JOURNAL-MOVED-SCORES.
           IF WS-MRG-SUBJECT-COUNT > 10
              MOVE 10 TO WS-SUBJECT-LIMIT
           ELSE
              MOVE WS-MRG-SUBJECT-COUNT TO WS-SUBJECT-LIMIT
           END-IF
           MOVE 'MRG ' TO WS-JRNL-SOURCE
           MOVE WS-MRG-SCORE-TERM-ID TO WS-JRNL-TERM-ID
           PERFORM VARYING WS-SUBJECT-IDX FROM 1 BY 1
              UNTIL WS-SUBJECT-IDX > WS-SUBJECT-LIMIT
              MOVE WS-MRG-SUBJECT-NAME(WS-SUBJECT-IDX)
                 TO WS-JRNL-SUBJECT
              MOVE 'D' TO WS-JRNL-ACTION
              MOVE WS-MRG-RETIRED-ID TO WS-JRNL-STUDENT-ID
              MOVE WS-MRG-SUBJECT-SCORE(WS-SUBJECT-IDX)
                 TO WS-JRNL-OLD-SCORE
              MOVE 0 TO WS-JRNL-NEW-SCORE
              MOVE WS-MRG-SUBJECT-WEIGHT(WS-SUBJECT-IDX)
                 TO WS-JRNL-OLD-WEIGHT
              MOVE 0 TO WS-JRNL-NEW-WEIGHT
              CALL 'GRADE-JRNL' USING WS-JRNL-DETAIL
              MOVE 'A' TO WS-JRNL-ACTION
              MOVE WS-MRG-SURVIVOR-ID TO WS-JRNL-STUDENT-ID
              MOVE 0 TO WS-JRNL-OLD-SCORE
              MOVE WS-MRG-SUBJECT-SCORE(WS-SUBJECT-IDX)
                 TO WS-JRNL-NEW-SCORE
              MOVE 0 TO WS-JRNL-OLD-WEIGHT
              MOVE WS-MRG-SUBJECT-WEIGHT(WS-SUBJECT-IDX)
                 TO WS-JRNL-NEW-WEIGHT
              CALL 'GRADE-JRNL' USING WS-JRNL-DETAIL
           END-PERFORM.

       275-COLLECT-ATTEND-TERMS.
           MOVE 0 TO WS-MRG-TERM-COUNT
           MOVE 'N' TO WS-MRG-OVERFLOW
           MOVE 'N' TO WS-EOF-ATT
           MOVE WS-MRG-RETIRED-ID TO ATT-STUDENT-ID
           MOVE LOW-VALUES TO ATT-TERM-ID
           START ATTEND KEY IS NOT LESS THAN ATT-REC-KEY
              INVALID KEY MOVE 'Y' TO WS-EOF-ATT
           END-START
           PERFORM UNTIL WS-EOF-ATT = 'Y'
              READ ATTEND NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF-ATT
                 NOT AT END
                    IF ATT-STUDENT-ID NOT EQUAL WS-MRG-RETIRED-ID
                       MOVE 'Y' TO WS-EOF-ATT
                    ELSE
                       IF WS-MRG-TERM-COUNT EQUAL 40
                          MOVE 'Y' TO WS-MRG-OVERFLOW
                          MOVE 'Y' TO WS-EOF-ATT
                       ELSE
                          ADD 1 TO WS-MRG-TERM-COUNT
                          MOVE ATT-TERM-ID
                             TO WS-MRG-TERM-ID(WS-MRG-TERM-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       276-MOVE-ATTEND-TERM.
           MOVE 'ATTEND' TO WS-MRG-FILE-TEXT
           MOVE WS-MRG-TERM-ID(WS-MRG-TERM-IDX) TO WS-MRG-TERM-TEXT
           MOVE WS-MRG-RETIRED-ID TO ATT-STUDENT-ID
           MOVE WS-MRG-TERM-ID(WS-MRG-TERM-IDX) TO ATT-TERM-ID
           READ ATTEND
              INVALID KEY
                 PERFORM 506-CHECK-FILEAT-STATUS
                 EXIT PARAGRAPH
           END-READ
           MOVE WS-MRG-SURVIVOR-ID TO ATT-STUDENT-ID
           MOVE WS-TODAY TO ATT-UPDATE-DATE
           WRITE ATTEND-REC
              INVALID KEY
                 ADD 1 TO WS-MRG-REFUSED
                 ADD 1 TO WS-CNT-MRG-REFUSED
                 MOVE 'REFUSED - BOTH IDS HOLD ATTENDANCE FOR TERM'
                    TO WS-MRG-OUTCOME
              NOT INVALID KEY
                 PERFORM 506-CHECK-FILEAT-STATUS
                 MOVE WS-MRG-RETIRED-ID TO ATT-STUDENT-ID
                 DELETE ATTEND RECORD
                 PERFORM 506-CHECK-FILEAT-STATUS
                 MOVE 'MOVED ATTENDANCE' TO WS-MRG-OUTCOME
           END-WRITE
           PERFORM 279-WRITE-MERGE-LINE.

       277-MOVE-GUARDIAN.
           MOVE WS-MRG-RETIRED-ID TO GRD-STUDENT-ID
           READ GUARD-MST
              INVALID KEY EXIT PARAGRAPH
           END-READ
           MOVE 'GUARD ' TO WS-MRG-FILE-TEXT
           MOVE SPACES TO WS-MRG-TERM-TEXT
           MOVE WS-MRG-SURVIVOR-ID TO GRD-STUDENT-ID
           MOVE WS-TODAY TO GRD-UPDATE-DATE
           WRITE GUARDIAN-MASTER
              INVALID KEY
                 MOVE 'REFUSED - SURVIVOR ALREADY HAS A GUARDIAN'
                    TO WS-MRG-OUTCOME
              NOT INVALID KEY
                 PERFORM 507-CHECK-FILEGM-STATUS
                 MOVE WS-MRG-RETIRED-ID TO GRD-STUDENT-ID
                 DELETE GUARD-MST RECORD
                 PERFORM 507-CHECK-FILEGM-STATUS
                 MOVE 'MOVED GUARDIAN' TO WS-MRG-OUTCOME
           END-WRITE
           PERFORM 279-WRITE-MERGE-LINE.

       278-MARK-RETIRED.
           MOVE WS-MRG-RETIRED-ID TO STUDENT-ID
           READ STUDENT
              INVALID KEY
                 MOVE 'N' TO WS-MRG-MARKED
              NOT INVALID KEY
                 MOVE 'M' TO STU-STATUS
                 MOVE WS-TODAY TO STU-STATUS-DATE
                 REWRITE STUDENT-FILE
                 PERFORM 501-CHECK-FILEA-STATUS
                 MOVE 'Y' TO WS-MRG-MARKED
           END-READ
           IF WS-MRG-MARKED NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF
           MOVE WS-MRG-RETIRED-ID TO XRF-RETIRED-ID
           MOVE WS-MRG-SURVIVOR-ID TO XRF-SURVIVOR-ID
           MOVE WS-TODAY TO XRF-MERGE-DATE
           WRITE MERGE-XREF-REC
              INVALID KEY
                 REWRITE MERGE-XREF-REC
           END-WRITE
           PERFORM 504-CHECK-FILEX-STATUS.

       279-WRITE-MERGE-LINE.
           MOVE SPACES TO MERGE-RPT-LINE
           STRING WS-MRG-RETIRED-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MRG-SURVIVOR-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-MRG-FILE-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MRG-TERM-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MRG-OUTCOME DELIMITED BY SIZE
              INTO MERGE-RPT-LINE
           WRITE MERGE-RPT-LINE
           PERFORM 505-CHECK-FILER-STATUS.

       245-DELETE-SCORES.
           MOVE 'N' TO WS-EOF-SCORES
                       PERFORM 246-JOURNAL-DELETED-SCORES
                       DELETE SCORE RECORD
                       PERFORM 502-CHECK-FILEB-STATUS
                       ADD 1 TO WS-DEL-SCORES
                    ELSE
                       MOVE 'Y' TO WS-EOF-SCORES
                    END-IF
              CALL 'GRADE-JRNL' USING WS-JRNL-DETAIL
           END-PERFORM.

       247-DELETE-ATTENDANCE.
           MOVE 'N' TO WS-EOF-ATT
           MOVE WS-TRN-STUDENT-ID TO ATT-STUDENT-ID
           MOVE LOW-VALUES TO ATT-TERM-ID
           START ATTEND KEY IS NOT LESS THAN ATT-REC-KEY
              INVALID KEY MOVE 'Y' TO WS-EOF-ATT
           END-START
           PERFORM UNTIL WS-EOF-ATT = 'Y'
              READ ATTEND NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF-ATT
                 NOT AT END
                    IF ATT-STUDENT-ID EQUAL WS-TRN-STUDENT-ID
                       DELETE ATTEND RECORD
                       PERFORM 506-CHECK-FILEAT-STATUS
                       ADD 1 TO WS-DEL-ATTEND
                    ELSE
                       MOVE 'Y' TO WS-EOF-ATT
                    END-IF
              END-READ
           END-PERFORM.

       248-DELETE-GUARDIAN.
           MOVE WS-TRN-STUDENT-ID TO GRD-STUDENT-ID
           READ GUARD-MST
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 DELETE GUARD-MST RECORD
                 PERFORM 507-CHECK-FILEGM-STATUS
                 MOVE 1 TO WS-DEL-GUARD
           END-READ.

       249-LOG-DELETE-COUNTS.
           MOVE SPACES TO WS-AUDIT-MSG
           STRING "DELETE " DELIMITED BY SIZE
                  WS-TRN-STUDENT-ID DELIMITED BY SIZE
                  " SCORE TERMS=" DELIMITED BY SIZE
                  WS-DEL-SCORES DELIMITED BY SIZE
                  " ATTEND TERMS=" DELIMITED BY SIZE
                  WS-DEL-ATTEND DELIMITED BY SIZE
                  " GUARDIAN=" DELIMITED BY SIZE
                  WS-DEL-GUARD DELIMITED BY SIZE
              INTO WS-AUDIT-MSG
           CALL 'AUDIT-LOG' USING WS-AUDIT-MSG.

       250-LOG-TRANS.
           IF WS-TRN-RESULT EQUAL 'APPLIED'
              ADD 1 TO WS-APPLIED
           CLOSE TRANS
           CLOSE STUDENT
           CLOSE SCORE
           IF WS-ATT-OPEN EQUAL 'Y'
              CLOSE ATTEND
           END-IF
           IF WS-GRD-OPEN EQUAL 'Y'
              CLOSE GUARD-MST
           END-IF
           CLOSE MERGE-XREF
           MOVE SPACES TO MERGE-RPT-LINE
           WRITE MERGE-RPT-LINE
           MOVE SPACES TO MERGE-RPT-LINE
           STRING "MERGES COMPLETED: " DELIMITED BY SIZE
                  WS-CNT-MERGES DELIMITED BY SIZE
                  "  TERMS MOVED: " DELIMITED BY SIZE
                  WS-CNT-MRG-MOVED DELIMITED BY SIZE
                  "  TERMS REFUSED: " DELIMITED BY SIZE
                  WS-CNT-MRG-REFUSED DELIMITED BY SIZE
              INTO MERGE-RPT-LINE
           WRITE MERGE-RPT-LINE
           CLOSE MERGE-RPT
           DISPLAY "TRANSACTIONS APPLIED: " WS-APPLIED
              " REJECTED: " WS-REJECTED
           MOVE SPACES TO WS-AUDIT-MSG
              FILE-B-STATUS, FILE-NAME, IS-ERR.
           PERFORM 503-CHECK-ERR.

       504-CHECK-FILEX-STATUS.
           MOVE 'MERGEXRF.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-X-STATUS, FILE-NAME, IS-ERR.
           PERFORM 503-CHECK-ERR.

       505-CHECK-FILER-STATUS.
           MOVE 'MERGRPT.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-R-STATUS, FILE-NAME, IS-ERR.
           PERFORM 503-CHECK-ERR.

       506-CHECK-FILEAT-STATUS.
           MOVE 'ATTEND.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-AT-STATUS, FILE-NAME, IS-ERR.
           PERFORM 503-CHECK-ERR.

       507-CHECK-FILEGM-STATUS.
           MOVE 'GUARDMST.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-GM-STATUS, FILE-NAME, IS-ERR.
           PERFORM 503-CHECK-ERR.

       503-CHECK-ERR.
           IF IS-ERR EQUAL 'Y'
              MOVE 16 TO RETURN-CODE
