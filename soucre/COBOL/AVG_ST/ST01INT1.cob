       IDENTIFICATION DIVISION.
       PROGRAM-ID. ST01INT1.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT TERM-CTL ASSIGN TO 'RESOURCES/TERMCTL.txt'
             STATUS IS FILE-TERM-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT TERM-HIST ASSIGN TO 'RESOURCES/TERMHIST.txt'
             STATUS IS FILE-TH-STATUS
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

             SELECT INTEGRITY-RPT ASSIGN TO 'RESOURCES/INTGRPT.txt'
             STATUS IS FILE-R-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT INT-SORT-WORK ASSIGN TO 'RESOURCES/SORTWORK.tmp'.

       DATA DIVISION.
          FILE SECTION.

          FD TERM-CTL.
          01 TERM-CTL-REC.
             05 CTL-TERM-ID PIC X(5).

          FD TERM-HIST.
          01 TERM-HIST-REC.
             05 CTH-TERM-ID    PIC X(5).
             05 FILLER         PIC X(1).
             05 CTH-CLOSE-DATE PIC 9(8).
             05 FILLER         PIC X(1).
             05 CTH-RUN-NUMBER PIC 9(5).

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

          FD INTEGRITY-RPT.
          01 INTEGRITY-RPT-LINE PIC X(100).

          SD INT-SORT-WORK.
          01 ISRT-REC.
             05 ISRT-CATEGORY   PIC 9(1).
             05 ISRT-STUDENT-ID PIC X(7).
             05 ISRT-TERM-ID    PIC X(5).
             05 ISRT-SUBJECT    PIC X(10).
             05 ISRT-DETAIL     PIC X(45).

          WORKING-STORAGE SECTION.
          01 WS-CAT-TEXT-TABLE.
             05 FILLER PIC X(30) VALUE 'SCORES WITH NO FILEA STUDENT'.
             05 FILLER PIC X(30) VALUE 'SUBJECT NOT ON SUBJMST'.
             05 FILLER PIC X(30) VALUE 'WEIGHT OUTSIDE SUBJECT RANGE'.
             05 FILLER PIC X(30) VALUE 'SCORES AFTER STUDENT LEFT'.
             05 FILLER PIC X(30) VALUE 'TERM NOT CURRENT OR CLOSED'.
             05 FILLER PIC X(30) VALUE 'RESIT WITH NO ORIGINAL SCORE'.
          01 WS-CAT-TEXT-LIST REDEFINES WS-CAT-TEXT-TABLE.
             05 WS-CAT-TEXT OCCURS 6 TIMES PIC X(30).

          01 WS-CAT-COUNTS.
             05 WS-CAT-COUNT OCCURS 6 TIMES PIC 9(5).
          01 WS-CAT-IDX       PIC 9(1).
          01 WS-CUR-CATEGORY  PIC 9(1).
          01 WS-CNT-ISSUES    PIC 9(5) VALUE 0.
          01 WS-CNT-SCORE-RECS PIC 9(5) VALUE 0.

          01 WS-TERM-TABLE.
             05 WS-TERM-ENTRY OCCURS 60 TIMES.
                10 WS-TBL-TERM-ID    PIC X(5).
                10 WS-TBL-CLOSE-DATE PIC 9(8).
          01 WS-TERM-USED     PIC 9(2) COMP VALUE 0.
          01 WS-TERM-IDX      PIC 9(2) COMP.
          01 WS-TERM-KNOWN    PIC A(1).
          01 WS-TERM-START    PIC 9(8).

          01 WS-RUN-TERM-ID   PIC X(5) VALUE SPACES.
          01 WS-SUBJECT-IDX   PIC 9(2) COMP.
          01 WS-SUBJECT-LIMIT PIC 9(2) COMP.
          01 WS-TODAY         PIC 9(8).
          01 WS-RPT-COUNT     PIC ZZZZ9.
          01 WS-RPT-WEIGHT    PIC 9.9.
          01 WS-RPT-MIN       PIC 9.9.
          01 WS-RPT-MAX       PIC 9.9.

          01 FILE-TERM-STATUS PIC 99.
          01 FILE-TH-STATUS   PIC 99.
          01 FILE-A-STATUS    PIC 99.
          01 FILE-B-STATUS    PIC 99.
          01 FILE-SM-STATUS   PIC 99.
          01 FILE-R-STATUS    PIC 99.
          01 WS-EOF-TH        PIC A(1).
          01 WS-EOF-B         PIC A(1).
          01 WS-EOF-SORT      PIC A(1).
          01 STUDENT_EXISTS   PIC A VALUE 'N'.
          01 FILE-NAME        PIC X(25).
          01 IS-ERR           PIC A VALUE 'N'.
          01 WS-AUDIT-MSG     PIC X(80).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-READ-TERM-CTL.
           PERFORM 110-LOAD-TERM-HIST.
           PERFORM 120-INIT.
           SORT INT-SORT-WORK ON ASCENDING KEY ISRT-CATEGORY
              ON ASCENDING KEY ISRT-STUDENT-ID
              ON ASCENDING KEY ISRT-TERM-ID
              ON ASCENDING KEY ISRT-SUBJECT
              INPUT PROCEDURE 200-SCAN-SCORES
              OUTPUT PROCEDURE 300-WRITE-DISCREPANCIES.
           PERFORM 400-WRITE-SUMMARY.
           PERFORM 900-CLOSE-ALL.
           IF WS-CNT-ISSUES > 0
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

       110-LOAD-TERM-HIST.
           MOVE 'N' TO WS-EOF-TH
           OPEN INPUT TERM-HIST
           IF FILE-TH-STATUS EQUAL 00
              PERFORM UNTIL WS-EOF-TH = 'Y'
                 READ TERM-HIST
                    AT END MOVE 'Y' TO WS-EOF-TH
                    NOT AT END
                       IF WS-TERM-USED < 60
                          ADD 1 TO WS-TERM-USED
                          MOVE CTH-TERM-ID
                             TO WS-TBL-TERM-ID(WS-TERM-USED)
                          IF CTH-CLOSE-DATE IS NUMERIC
                             MOVE CTH-CLOSE-DATE
                                TO WS-TBL-CLOSE-DATE(WS-TERM-USED)
                          ELSE
                             MOVE 0 TO WS-TBL-CLOSE-DATE(WS-TERM-USED)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TERM-HIST
           END-IF.

       120-INIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-CAT-COUNTS
           OPEN INPUT STUDENT
           PERFORM 501-CHECK-FILEA-STATUS
           OPEN INPUT SCORE
           PERFORM 502-CHECK-FILEB-STATUS
           OPEN INPUT SUBJ-MST
           PERFORM 503-CHECK-SM-STATUS
           OPEN OUTPUT INTEGRITY-RPT
           PERFORM 504-CHECK-FILER-STATUS
           MOVE SPACES TO INTEGRITY-RPT-LINE
           STRING "CROSS-FILE INTEGRITY SWEEP   RUN DATE "
                  DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  "   CURRENT TERM " DELIMITED BY SIZE
                  WS-RUN-TERM-ID DELIMITED BY SIZE
              INTO INTEGRITY-RPT-LINE
           WRITE INTEGRITY-RPT-LINE.

       200-SCAN-SCORES.
           MOVE 'N' TO WS-EOF-B
           PERFORM UNTIL WS-EOF-B = 'Y'
              READ SCORE NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF-B
                 NOT AT END PERFORM 210-CHECK-ONE-SCORE-REC
              END-READ
           END-PERFORM.

       210-CHECK-ONE-SCORE-REC.
           ADD 1 TO WS-CNT-SCORE-RECS
           MOVE SCORE-STUDENT-ID TO ISRT-STUDENT-ID
           MOVE SCORE-TERM-ID TO ISRT-TERM-ID
           PERFORM 220-CHECK-TERM
           MOVE SCORE-STUDENT-ID TO STUDENT-ID
           READ STUDENT
              INVALID KEY MOVE 'N' TO STUDENT_EXISTS
              NOT INVALID KEY MOVE 'Y' TO STUDENT_EXISTS
           END-READ
           IF STUDENT_EXISTS EQUAL 'N'
              MOVE SPACES TO ISRT-SUBJECT
              MOVE SPACES TO ISRT-DETAIL
              STRING "STUDENT ID NOT ON FILEA.txt" DELIMITED BY SIZE
                 INTO ISRT-DETAIL
              MOVE 1 TO WS-CAT-IDX
              PERFORM 290-RELEASE-ISSUE
           ELSE
              PERFORM 230-CHECK-AFTER-LEAVING
           END-IF
           IF SCORE-SUBJECT-COUNT > 10
              MOVE 10 TO WS-SUBJECT-LIMIT
           ELSE
              MOVE SCORE-SUBJECT-COUNT TO WS-SUBJECT-LIMIT
           END-IF
           PERFORM VARYING WS-SUBJECT-IDX FROM 1 BY 1
              UNTIL WS-SUBJECT-IDX > WS-SUBJECT-LIMIT
              PERFORM 240-CHECK-ONE-SUBJECT
           END-PERFORM.

       220-CHECK-TERM.
           MOVE 'N' TO WS-TERM-KNOWN
           MOVE 0 TO WS-TERM-START
           IF SCORE-TERM-ID EQUAL WS-RUN-TERM-ID
              MOVE 'Y' TO WS-TERM-KNOWN
           END-IF
           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
              UNTIL WS-TERM-IDX > WS-TERM-USED
              IF WS-TBL-TERM-ID(WS-TERM-IDX) EQUAL SCORE-TERM-ID
                 MOVE 'Y' TO WS-TERM-KNOWN
              END-IF
              IF WS-TBL-TERM-ID(WS-TERM-IDX) < SCORE-TERM-ID
                 AND WS-TBL-CLOSE-DATE(WS-TERM-IDX) > WS-TERM-START
                 MOVE WS-TBL-CLOSE-DATE(WS-TERM-IDX) TO WS-TERM-START
              END-IF
           END-PERFORM
           IF WS-TERM-KNOWN EQUAL 'N'
              MOVE SPACES TO ISRT-SUBJECT
              MOVE SPACES TO ISRT-DETAIL
              STRING "TERM NOT ON TERMCTL.txt OR TERMHIST.txt"
                     DELIMITED BY SIZE
                 INTO ISRT-DETAIL
              MOVE 5 TO WS-CAT-IDX
              PERFORM 290-RELEASE-ISSUE
           END-IF.

       230-CHECK-AFTER-LEAVING.
           IF STU-STATUS NOT EQUAL 'W' AND STU-STATUS NOT EQUAL 'T'
              AND STU-STATUS NOT EQUAL 'M'
              EXIT PARAGRAPH
           END-IF
           IF STU-STATUS-DATE NOT NUMERIC OR WS-TERM-START EQUAL 0
              EXIT PARAGRAPH
           END-IF
           IF WS-TERM-START NOT < STU-STATUS-DATE
              MOVE SPACES TO ISRT-SUBJECT
              MOVE SPACES TO ISRT-DETAIL
              STRING "STATUS " DELIMITED BY SIZE
                     STU-STATUS DELIMITED BY SIZE
                     " EFF " DELIMITED BY SIZE
                     STU-STATUS-DATE DELIMITED BY SIZE
                     " TERM STARTED " DELIMITED BY SIZE
                     WS-TERM-START DELIMITED BY SIZE
                 INTO ISRT-DETAIL
              MOVE 4 TO WS-CAT-IDX
              PERFORM 290-RELEASE-ISSUE
           END-IF.

       240-CHECK-ONE-SUBJECT.
           MOVE SUBJECT-NAME(WS-SUBJECT-IDX) TO ISRT-SUBJECT
           MOVE SUBJECT-NAME(WS-SUBJECT-IDX) TO SUBJ-CODE
           READ SUBJ-MST
              INVALID KEY
                 MOVE SPACES TO ISRT-DETAIL
                 STRING "SUBJECT CODE NOT ON SUBJMST.txt"
                        DELIMITED BY SIZE
                    INTO ISRT-DETAIL
                 MOVE 2 TO WS-CAT-IDX
                 PERFORM 290-RELEASE-ISSUE
              NOT INVALID KEY
                 IF SUBJECT-WEIGHT(WS-SUBJECT-IDX) < SUBJ-WEIGHT-MIN
                    OR SUBJECT-WEIGHT(WS-SUBJECT-IDX) > SUBJ-WEIGHT-MAX
                    MOVE SUBJECT-WEIGHT(WS-SUBJECT-IDX)
                       TO WS-RPT-WEIGHT
                    MOVE SUBJ-WEIGHT-MIN TO WS-RPT-MIN
                    MOVE SUBJ-WEIGHT-MAX TO WS-RPT-MAX
                    MOVE SPACES TO ISRT-DETAIL
                    STRING "WEIGHT " DELIMITED BY SIZE
                           WS-RPT-WEIGHT DELIMITED BY SIZE
                           " ALLOWED " DELIMITED BY SIZE
                           WS-RPT-MIN DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           WS-RPT-MAX DELIMITED BY SIZE
                       INTO ISRT-DETAIL
                    MOVE 3 TO WS-CAT-IDX
                    PERFORM 290-RELEASE-ISSUE
                 END-IF
           END-READ
           IF SUBJECT-RESIT-FLAG(WS-SUBJECT-IDX) EQUAL 'R'
              IF SUBJECT-ORIG-SCORE(WS-SUBJECT-IDX) NOT NUMERIC
                 OR SUBJECT-ORIG-SCORE(WS-SUBJECT-IDX) EQUAL 0
                 MOVE SPACES TO ISRT-DETAIL
                 STRING "RESIT FLAG R BUT ORIGINAL SCORE EMPTY"
                        DELIMITED BY SIZE
                    INTO ISRT-DETAIL
                 MOVE 6 TO WS-CAT-IDX
                 PERFORM 290-RELEASE-ISSUE
              END-IF
           END-IF.

       290-RELEASE-ISSUE.
           MOVE WS-CAT-IDX TO ISRT-CATEGORY
           ADD 1 TO WS-CAT-COUNT(WS-CAT-IDX)
           ADD 1 TO WS-CNT-ISSUES
           RELEASE ISRT-REC.

       300-WRITE-DISCREPANCIES.
           MOVE 'N' TO WS-EOF-SORT
           MOVE 0 TO WS-CUR-CATEGORY
           PERFORM UNTIL WS-EOF-SORT = 'Y'
              RETURN INT-SORT-WORK
                 AT END MOVE 'Y' TO WS-EOF-SORT
                 NOT AT END
                    IF ISRT-CATEGORY NOT EQUAL WS-CUR-CATEGORY
                       PERFORM 310-WRITE-CATEGORY-HEADING
                    END-IF
                    PERFORM 320-WRITE-DISCREPANCY-LINE
              END-RETURN
           END-PERFORM.

       310-WRITE-CATEGORY-HEADING.
           MOVE ISRT-CATEGORY TO WS-CUR-CATEGORY
           MOVE WS-CAT-COUNT(WS-CUR-CATEGORY) TO WS-RPT-COUNT
           MOVE SPACES TO INTEGRITY-RPT-LINE
           WRITE INTEGRITY-RPT-LINE
           MOVE SPACES TO INTEGRITY-RPT-LINE
           STRING "CATEGORY " DELIMITED BY SIZE
                  WS-CUR-CATEGORY DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-CAT-TEXT(WS-CUR-CATEGORY) DELIMITED BY SIZE
                  " COUNT " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
              INTO INTEGRITY-RPT-LINE
           WRITE INTEGRITY-RPT-LINE
           MOVE SPACES TO INTEGRITY-RPT-LINE
           STRING "  ID      TERM  SUBJECT     DETAIL" DELIMITED BY SIZE
              INTO INTEGRITY-RPT-LINE
           WRITE INTEGRITY-RPT-LINE.

       320-WRITE-DISCREPANCY-LINE.
           MOVE SPACES TO INTEGRITY-RPT-LINE
           STRING "  " DELIMITED BY SIZE
                  ISRT-STUDENT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ISRT-TERM-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ISRT-SUBJECT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ISRT-DETAIL DELIMITED BY SIZE
              INTO INTEGRITY-RPT-LINE
           WRITE INTEGRITY-RPT-LINE.

       400-WRITE-SUMMARY.
           MOVE SPACES TO INTEGRITY-RPT-LINE
           WRITE INTEGRITY-RPT-LINE
           MOVE WS-CNT-SCORE-RECS TO WS-RPT-COUNT
           MOVE SPACES TO INTEGRITY-RPT-LINE
           STRING "SUMMARY - FILEB TERM RECORDS SCANNED: "
                  DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
              INTO INTEGRITY-RPT-LINE
           WRITE INTEGRITY-RPT-LINE
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > 6
              MOVE WS-CAT-COUNT(WS-CAT-IDX) TO WS-RPT-COUNT
              MOVE SPACES TO INTEGRITY-RPT-LINE
              STRING "  " DELIMITED BY SIZE
                     WS-CAT-IDX DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-CAT-TEXT(WS-CAT-IDX) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     WS-RPT-COUNT DELIMITED BY SIZE
                 INTO INTEGRITY-RPT-LINE
              WRITE INTEGRITY-RPT-LINE
           END-PERFORM
           MOVE WS-CNT-ISSUES TO WS-RPT-COUNT
           MOVE SPACES TO INTEGRITY-RPT-LINE
           STRING "  TOTAL DISCREPANCIES            " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
              INTO INTEGRITY-RPT-LINE
           WRITE INTEGRITY-RPT-LINE.

       900-CLOSE-ALL.
           CLOSE STUDENT
           CLOSE SCORE
           CLOSE SUBJ-MST
           CLOSE INTEGRITY-RPT
           DISPLAY "INTEGRITY SWEEP - RECORDS: " WS-CNT-SCORE-RECS
              " DISCREPANCIES: " WS-CNT-ISSUES
           MOVE SPACES TO WS-AUDIT-MSG
           STRING "INTEGRITY SWEEP RECORDS=" DELIMITED BY SIZE
                  WS-CNT-SCORE-RECS DELIMITED BY SIZE
                  " ISSUES=" DELIMITED BY SIZE
                  WS-CNT-ISSUES DELIMITED BY SIZE
              INTO WS-AUDIT-MSG
           CALL 'AUDIT-LOG' USING WS-AUDIT-MSG.

       500-CHECK-TERM-STATUS.
           MOVE 'TERMCTL.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-TERM-STATUS, FILE-NAME, IS-ERR.
           PERFORM 505-CHECK-ERR.

       501-CHECK-FILEA-STATUS.
           MOVE 'FLIEA.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-A-STATUS, FILE-NAME, IS-ERR.
           PERFORM 505-CHECK-ERR.

       502-CHECK-FILEB-STATUS.
           MOVE 'FLIEB.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-B-STATUS, FILE-NAME, IS-ERR.
           PERFORM 505-CHECK-ERR.

       503-CHECK-SM-STATUS.
           MOVE 'SUBJMST.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-SM-STATUS, FILE-NAME, IS-ERR.
           PERFORM 505-CHECK-ERR.

       504-CHECK-FILER-STATUS.
           MOVE 'INTGRPT.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-R-STATUS, FILE-NAME, IS-ERR.
           PERFORM 505-CHECK-ERR.

       505-CHECK-ERR.
           IF IS-ERR EQUAL 'Y'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       END PROGRAM ST01INT1.
