       IDENTIFICATION DIVISION.
       PROGRAM-ID. ST01AWD1.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT TERM-CTL ASSIGN TO 'RESOURCES/TERMCTL.txt'
             STATUS IS FILE-TERM-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT AWARD-PARM ASSIGN TO 'RESOURCES/AWDPARM.txt'
             STATUS IS FILE-AP-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

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

             SELECT AWARD-RPT ASSIGN TO 'RESOURCES/AWDREG.txt'
             STATUS IS FILE-R-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT AWARD-EXT ASSIGN TO 'RESOURCES/AWDEXT.csv'
             STATUS IS FILE-X-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT AWD-SORT-WORK ASSIGN TO 'RESOURCES/SORTWORK.tmp'.

       DATA DIVISION.
          FILE SECTION.

          FD TERM-CTL.
          01 TERM-CTL-REC.
             05 CTL-TERM-ID PIC X(5).

          FD AWARD-PARM.
          01 AWARD-PARM-REC.
             05 AWP-SCHEME-CODE PIC X(6).
             05 AWP-PRIORITY    PIC 9(2).
             05 AWP-SCHEME-NAME PIC X(20).
             05 AWP-MIN-GPA     PIC 9(2)V99.
             05 AWP-MIN-TERMS   PIC 9(2).
             05 AWP-GRADE-FROM  PIC 9(2).
             05 AWP-GRADE-TO    PIC 9(2).
             05 AWP-EXCL-STATUS PIC X(4).
             05 AWP-AWARD-AMT   PIC 9(5)V99.
             05 AWP-BUDGET      PIC 9(7)V99.
             05 AWP-MAX-AWARDS  PIC 9(3).

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

          FD AWARD-RPT.
          01 AWARD-RPT-LINE PIC X(100).

          FD AWARD-EXT.
          01 AWARD-EXT-LINE PIC X(100).

          SD AWD-SORT-WORK.
          01 ASRT-REC.
             05 ASRT-YEAR-GPA   PIC 9(2)V99.
             05 ASRT-STUDENT-ID PIC X(7).
             05 ASRT-NAME       PIC A(25).
             05 ASRT-CLASS-ID   PIC X(4).
             05 ASRT-STATUS     PIC X(1).
             05 ASRT-TERMS      PIC 9(3).

          WORKING-STORAGE SECTION.
          01 WS-SCHEME-TABLE.
             05 WS-SCH-ENTRY OCCURS 10 TIMES.
                10 WS-SCH-CODE        PIC X(6).
                10 WS-SCH-PRIORITY    PIC 9(2).
                10 WS-SCH-NAME        PIC X(20).
                10 WS-SCH-MIN-GPA     PIC 9(2)V99.
                10 WS-SCH-MIN-TERMS   PIC 9(2).
                10 WS-SCH-GRADE-FROM  PIC 9(2).
                10 WS-SCH-GRADE-TO    PIC 9(2).
                10 WS-SCH-EXCL-STATUS PIC X(4).
                10 WS-SCH-AWARD-AMT   PIC 9(5)V99.
                10 WS-SCH-BUDGET      PIC 9(7)V99.
                10 WS-SCH-MAX-AWARDS  PIC 9(3).
                10 WS-SCH-AWARDED     PIC 9(5).
                10 WS-SCH-SPENT       PIC 9(7)V99.
                10 WS-SCH-ELIGIBLE    PIC 9(5).
                10 WS-SCH-REVIEW      PIC 9(5).
          01 WS-SCH-USED      PIC 9(2) COMP VALUE 0.
          01 WS-SCH-IDX       PIC 9(2) COMP.
          01 WS-SCH-POS       PIC 9(2) COMP.
          01 WS-SCH-SHIFT     PIC 9(2) COMP.
          01 WS-SCH-ERR       PIC A(1) VALUE 'N'.

          01 WS-CAND-TABLE.
             05 WS-CAND-ENTRY OCCURS 5000 TIMES.
                10 WS-CAND-ID      PIC X(7).
                10 WS-CAND-NAME    PIC A(25).
                10 WS-CAND-CLASS   PIC X(4).
                10 WS-CAND-STATUS  PIC X(1).
                10 WS-CAND-GPA     PIC 9(2)V99.
                10 WS-CAND-TERMS   PIC 9(3).
                10 WS-CAND-SCHEME  PIC 9(2) COMP.
          01 WS-CAND-USED     PIC 9(4) COMP VALUE 0.
          01 WS-CAND-MAX      PIC 9(4) COMP VALUE 5000.
          01 WS-CAND-IDX      PIC 9(4) COMP.
          01 WS-CAND-OVERFLOW PIC 9(5) VALUE 0.

          01 WS-REVIEW-TABLE.
             05 WS-REV-ENTRY OCCURS 500 TIMES.
                10 WS-REV-SCHEME   PIC 9(2) COMP.
                10 WS-REV-CAND     PIC 9(4) COMP.
                10 WS-REV-SLOTS    PIC 9(5).
          01 WS-REV-USED      PIC 9(3) COMP VALUE 0.
          01 WS-REV-IDX       PIC 9(3) COMP.
          01 WS-REV-OVERFLOW  PIC 9(5) VALUE 0.

          01 WS-ALLOC-WORK.
             05 WS-CAPACITY      PIC 9(5).
             05 WS-ELIG-COUNT    PIC 9(5).
             05 WS-CUT-GPA       PIC 9(2)V99.
             05 WS-NEXT-GPA      PIC 9(2)V99.
             05 WS-TIE-AT-CUT    PIC A(1).
             05 WS-SLOTS-LEFT    PIC 9(5).
             05 WS-ELIGIBLE      PIC A(1).
             05 WS-EXCL-IDX      PIC 9(1).
             05 WS-CAND-GRADE    PIC 9(2).

          01 WS-STUDENT.
             05 WS-STUDENT-ID PIC X(7).
             05 WS-NAME PIC A(25).
             05 WS-CLASS-ID PIC X(4).
             05 WS-STU-STATUS PIC X(1).
             05 WS-STU-STATUS-DATE PIC 9(8).

          01 WS-GPA-WORK.
             05 WS-SUBJECT-IDX      PIC 9(2) COMP.
             05 WS-SUBJECT-LIMIT    PIC 9(2) COMP.
             05 WS-WEIGHTED-SUM     PIC 9(4)V99.
             05 WS-WEIGHT-TOTAL     PIC 9(2)V9.

          01 WS-YEAR-WORK.
             05 WS-YEAR-SUM         PIC 9(6)V99.
             05 WS-YEAR-WEIGHT      PIC 9(4)V9.
             05 WS-YEAR-GPA         PIC 9(2)V99.
             05 WS-TERM-COUNT       PIC 9(3).

          01 WS-RUN-TERM-ID   PIC X(5) VALUE SPACES.
          01 WS-TERM-PARTS.
             05 WS-TERM-YEAR-X PIC X(4).
             05 WS-TERM-SEQ-X  PIC X(1).
          01 WS-YEAR-PREFIX   PIC X(4).
          01 WS-TODAY         PIC 9(8).
          01 WS-TODAY-R REDEFINES WS-TODAY.
             05 WS-TODAY-YYYY PIC X(4).
             05 WS-TODAY-MM   PIC X(2).
             05 WS-TODAY-DD   PIC X(2).
          01 WS-EXTRACT-DATE  PIC X(10).

          01 WS-RPT-GPA       PIC Z9.99.
          01 WS-RPT-TERMS     PIC ZZ9.
          01 WS-RPT-RANK      PIC ZZZZ9.
          01 WS-RPT-COUNT     PIC ZZZZ9.
          01 WS-RPT-AMT       PIC ZZ,ZZ9.99.
          01 WS-RPT-BUDGET    PIC Z,ZZZ,ZZ9.99.
          01 WS-CSV-AMT       PIC Z(4)9.99.
          01 WS-CSV-GPA       PIC 99.99.
          01 WS-REMAINING     PIC 9(7)V99.

          01 FILE-TERM-STATUS PIC 99.
          01 FILE-AP-STATUS   PIC 99.
          01 FILE-A-STATUS    PIC 99.
          01 FILE-B-STATUS    PIC 99.
          01 FILE-R-STATUS    PIC 99.
          01 FILE-X-STATUS    PIC 99.
          01 WS-EOF-AP        PIC A(1).
          01 WS-EOF-A         PIC A(1).
          01 WS-EOF-SCORES    PIC A(1).
          01 WS-EOF-SORT      PIC A(1).
          01 WS-CNT-STUDENTS  PIC 9(5) VALUE 0.
          01 WS-CNT-AWARDS    PIC 9(5) VALUE 0.
          01 WS-TOTAL-SPENT   PIC 9(7)V99 VALUE 0.
          01 FILE-NAME        PIC X(25).
          01 IS-ERR           PIC A VALUE 'N'.
          01 WS-AUDIT-MSG     PIC X(80).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-READ-TERM-CTL.
           PERFORM 110-LOAD-SCHEMES.
           PERFORM 120-INIT.
           SORT AWD-SORT-WORK ON DESCENDING KEY ASRT-YEAR-GPA
              ON ASCENDING KEY ASRT-STUDENT-ID
              INPUT PROCEDURE 200-RANK-STUDENTS
              OUTPUT PROCEDURE 300-LOAD-CANDIDATES.
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
              UNTIL WS-SCH-IDX > WS-SCH-USED
              PERFORM 400-ALLOCATE-SCHEME
           END-PERFORM.
           PERFORM 450-WRITE-REVIEW-LIST.
           PERFORM 900-CLOSE-ALL.
           IF WS-REV-USED > 0
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
           MOVE WS-RUN-TERM-ID TO WS-TERM-PARTS
           IF WS-TERM-YEAR-X NOT NUMERIC
              OR WS-TERM-SEQ-X NOT NUMERIC
              DISPLAY "TERM FORMAT NOT YYYYT: " WS-RUN-TERM-ID
                 " - CANNOT PICK YEAR TERMS"
              MOVE 14 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-TERM-YEAR-X TO WS-YEAR-PREFIX
           DISPLAY "AWARD RUN FOR YEAR " WS-YEAR-PREFIX.

       110-LOAD-SCHEMES.
           MOVE 'N' TO WS-EOF-AP
           OPEN INPUT AWARD-PARM
           PERFORM 501-CHECK-AP-STATUS
           PERFORM UNTIL WS-EOF-AP = 'Y'
              READ AWARD-PARM
                 AT END MOVE 'Y' TO WS-EOF-AP
                 NOT AT END PERFORM 115-TAKE-SCHEME
              END-READ
           END-PERFORM
           CLOSE AWARD-PARM
           IF WS-SCH-USED EQUAL 0
              DISPLAY "NO AWARD SCHEMES IN AWDPARM.txt"
              MOVE 'Y' TO WS-SCH-ERR
           END-IF
           IF WS-SCH-ERR EQUAL 'Y'
              MOVE 14 TO RETURN-CODE
              STOP RUN
           END-IF.

       115-TAKE-SCHEME.
           IF AWP-SCHEME-CODE EQUAL SPACES
              OR AWP-PRIORITY NOT NUMERIC
              OR AWP-MIN-GPA NOT NUMERIC
              OR AWP-MIN-TERMS NOT NUMERIC
              OR AWP-GRADE-FROM NOT NUMERIC
              OR AWP-GRADE-TO NOT NUMERIC
              OR AWP-AWARD-AMT NOT NUMERIC
              OR AWP-BUDGET NOT NUMERIC
              OR AWP-MAX-AWARDS NOT NUMERIC
              DISPLAY "AWARD SCHEME RECORD INVALID: " AWARD-PARM-REC
              MOVE 'Y' TO WS-SCH-ERR
              EXIT PARAGRAPH
           END-IF
           IF AWP-AWARD-AMT EQUAL 0 OR AWP-BUDGET < AWP-AWARD-AMT
              DISPLAY "AWARD AMOUNT ZERO OR OVER BUDGET: "
                 AWP-SCHEME-CODE
              MOVE 'Y' TO WS-SCH-ERR
              EXIT PARAGRAPH
           END-IF
           IF AWP-GRADE-FROM > AWP-GRADE-TO OR AWP-MIN-GPA > 10.00
              DISPLAY "GRADE RANGE OR MINIMUM GPA INVALID: "
                 AWP-SCHEME-CODE
              MOVE 'Y' TO WS-SCH-ERR
              EXIT PARAGRAPH
           END-IF
           IF WS-SCH-USED NOT < 10
              DISPLAY "MORE THAN 10 AWARD SCHEMES - IGNORED: "
                 AWP-SCHEME-CODE
              MOVE 'Y' TO WS-SCH-ERR
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SCH-POS
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
              UNTIL WS-SCH-IDX > WS-SCH-USED OR WS-SCH-POS > 0
              IF WS-SCH-CODE(WS-SCH-IDX) EQUAL AWP-SCHEME-CODE
                 DISPLAY "DUPLICATE AWARD SCHEME: " AWP-SCHEME-CODE
                 MOVE 'Y' TO WS-SCH-ERR
                 EXIT PARAGRAPH
              END-IF
              IF WS-SCH-PRIORITY(WS-SCH-IDX) > AWP-PRIORITY
                 MOVE WS-SCH-IDX TO WS-SCH-POS
              END-IF
           END-PERFORM
           IF WS-SCH-POS EQUAL 0
              COMPUTE WS-SCH-POS = WS-SCH-USED + 1
           END-IF
           PERFORM VARYING WS-SCH-SHIFT FROM WS-SCH-USED BY -1
              UNTIL WS-SCH-SHIFT < WS-SCH-POS
              MOVE WS-SCH-ENTRY(WS-SCH-SHIFT)
                 TO WS-SCH-ENTRY(WS-SCH-SHIFT + 1)
           END-PERFORM
           ADD 1 TO WS-SCH-USED
           INITIALIZE WS-SCH-ENTRY(WS-SCH-POS)
           MOVE AWP-SCHEME-CODE TO WS-SCH-CODE(WS-SCH-POS)
           MOVE AWP-PRIORITY TO WS-SCH-PRIORITY(WS-SCH-POS)
           MOVE AWP-SCHEME-NAME TO WS-SCH-NAME(WS-SCH-POS)
           MOVE AWP-MIN-GPA TO WS-SCH-MIN-GPA(WS-SCH-POS)
           MOVE AWP-MIN-TERMS TO WS-SCH-MIN-TERMS(WS-SCH-POS)
           MOVE AWP-GRADE-FROM TO WS-SCH-GRADE-FROM(WS-SCH-POS)
           MOVE AWP-GRADE-TO TO WS-SCH-GRADE-TO(WS-SCH-POS)
           MOVE AWP-EXCL-STATUS TO WS-SCH-EXCL-STATUS(WS-SCH-POS)
           MOVE AWP-AWARD-AMT TO WS-SCH-AWARD-AMT(WS-SCH-POS)
           MOVE AWP-BUDGET TO WS-SCH-BUDGET(WS-SCH-POS)
           MOVE AWP-MAX-AWARDS TO WS-SCH-MAX-AWARDS(WS-SCH-POS).

       120-INIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-EXTRACT-DATE
           STRING WS-TODAY-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-TODAY-MM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-TODAY-DD DELIMITED BY SIZE
              INTO WS-EXTRACT-DATE
           OPEN INPUT STUDENT
           PERFORM 502-CHECK-FILEA-STATUS
           OPEN INPUT SCORE
           PERFORM 503-CHECK-FILEB-STATUS
           OPEN OUTPUT AWARD-RPT
           PERFORM 504-CHECK-FILER-STATUS
           OPEN OUTPUT AWARD-EXT
           PERFORM 505-CHECK-FILEX-STATUS
           MOVE SPACES TO AWARD-RPT-LINE
           STRING "SCHOLARSHIP AND BURSARY AWARD REGISTER - YEAR "
                  DELIMITED BY SIZE
                  WS-YEAR-PREFIX DELIMITED BY SIZE
                  "   RUN DATE " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
              INTO AWARD-RPT-LINE
           WRITE AWARD-RPT-LINE
           MOVE SPACES TO AWARD-EXT-LINE
           STRING "SCHEME,STUDENT_ID,NAME,CLASS,AWARD_YEAR,YEAR_GPA,"
                  DELIMITED BY SIZE
                  "AMOUNT,AWARD_DATE" DELIMITED BY SIZE
              INTO AWARD-EXT-LINE
           WRITE AWARD-EXT-LINE.

       200-RANK-STUDENTS.
           MOVE 'N' TO WS-EOF-A
           PERFORM UNTIL WS-EOF-A = 'Y'
              READ STUDENT NEXT RECORD INTO WS-STUDENT
                 AT END MOVE 'Y' TO WS-EOF-A
                 NOT AT END
                    ADD 1 TO WS-CNT-STUDENTS
                    PERFORM 220-ACCUM-YEAR-TERMS
                    IF WS-TERM-COUNT > 0
                       MOVE WS-YEAR-GPA TO ASRT-YEAR-GPA
                       MOVE WS-STUDENT-ID TO ASRT-STUDENT-ID
                       MOVE WS-NAME TO ASRT-NAME
                       MOVE WS-CLASS-ID TO ASRT-CLASS-ID
                       MOVE WS-STU-STATUS TO ASRT-STATUS
                       MOVE WS-TERM-COUNT TO ASRT-TERMS
                       RELEASE ASRT-REC
                    END-IF
              END-READ
           END-PERFORM.

       220-ACCUM-YEAR-TERMS.
           MOVE 0 TO WS-YEAR-SUM
           MOVE 0 TO WS-YEAR-WEIGHT
           MOVE 0 TO WS-TERM-COUNT
           MOVE 'N' TO WS-EOF-SCORES
           MOVE WS-STUDENT-ID TO SCORE-STUDENT-ID
           MOVE LOW-VALUES TO SCORE-TERM-ID
           START SCORE KEY IS NOT LESS THAN SCORE-REC-KEY
              INVALID KEY MOVE 'Y' TO WS-EOF-SCORES
           END-START
           PERFORM UNTIL WS-EOF-SCORES = 'Y'
              READ SCORE NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF-SCORES
                 NOT AT END
                    IF SCORE-STUDENT-ID EQUAL WS-STUDENT-ID
                       IF SCORE-TERM-ID(1:4) EQUAL WS-YEAR-PREFIX
                          PERFORM 230-ACCUM-ONE-TERM
                       END-IF
                    ELSE
                       MOVE 'Y' TO WS-EOF-SCORES
                    END-IF
              END-READ
           END-PERFORM
           IF WS-YEAR-WEIGHT > 0
              COMPUTE WS-YEAR-GPA = WS-YEAR-SUM / WS-YEAR-WEIGHT
           ELSE
              MOVE 0 TO WS-YEAR-GPA
           END-IF.

       230-ACCUM-ONE-TERM.
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
              ADD 1 TO WS-TERM-COUNT
              ADD WS-WEIGHTED-SUM TO WS-YEAR-SUM
              ADD WS-WEIGHT-TOTAL TO WS-YEAR-WEIGHT
           END-IF.

       300-LOAD-CANDIDATES.
           MOVE 'N' TO WS-EOF-SORT
           PERFORM UNTIL WS-EOF-SORT = 'Y'
              RETURN AWD-SORT-WORK
                 AT END MOVE 'Y' TO WS-EOF-SORT
                 NOT AT END
                    IF WS-CAND-USED < WS-CAND-MAX
                       ADD 1 TO WS-CAND-USED
                       MOVE ASRT-STUDENT-ID TO WS-CAND-ID(WS-CAND-USED)
                       MOVE ASRT-NAME TO WS-CAND-NAME(WS-CAND-USED)
                       MOVE ASRT-CLASS-ID TO WS-CAND-CLASS(WS-CAND-USED)
                       MOVE ASRT-STATUS TO WS-CAND-STATUS(WS-CAND-USED)
                       MOVE ASRT-YEAR-GPA TO WS-CAND-GPA(WS-CAND-USED)
                       MOVE ASRT-TERMS TO WS-CAND-TERMS(WS-CAND-USED)
                       MOVE 0 TO WS-CAND-SCHEME(WS-CAND-USED)
                    ELSE
                       ADD 1 TO WS-CAND-OVERFLOW
                    END-IF
              END-RETURN
           END-PERFORM
           IF WS-CAND-OVERFLOW > 0
              DISPLAY "MORE THAN 5000 GRADED STUDENTS - RANKING "
                 "INCOMPLETE, NOTHING AWARDED"
              MOVE 14 TO RETURN-CODE
              STOP RUN
           END-IF.

       400-ALLOCATE-SCHEME.
           PERFORM 405-WRITE-SCHEME-HEAD
           COMPUTE WS-CAPACITY = WS-SCH-BUDGET(WS-SCH-IDX)
              / WS-SCH-AWARD-AMT(WS-SCH-IDX)
           IF WS-SCH-MAX-AWARDS(WS-SCH-IDX) > 0
              AND WS-SCH-MAX-AWARDS(WS-SCH-IDX) < WS-CAPACITY
              MOVE WS-SCH-MAX-AWARDS(WS-SCH-IDX) TO WS-CAPACITY
           END-IF
           MOVE 0 TO WS-ELIG-COUNT
           MOVE 0 TO WS-CUT-GPA
           MOVE 0 TO WS-NEXT-GPA
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
              UNTIL WS-CAND-IDX > WS-CAND-USED
              PERFORM 410-CHECK-ELIGIBLE
              IF WS-ELIGIBLE EQUAL 'Y'
                 ADD 1 TO WS-ELIG-COUNT
                 IF WS-ELIG-COUNT EQUAL WS-CAPACITY
                    MOVE WS-CAND-GPA(WS-CAND-IDX) TO WS-CUT-GPA
                 END-IF
                 IF WS-ELIG-COUNT EQUAL WS-CAPACITY + 1
                    MOVE WS-CAND-GPA(WS-CAND-IDX) TO WS-NEXT-GPA
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-ELIG-COUNT TO WS-SCH-ELIGIBLE(WS-SCH-IDX)
           MOVE 'N' TO WS-TIE-AT-CUT
           IF WS-CAPACITY > 0 AND WS-ELIG-COUNT > WS-CAPACITY
              AND WS-NEXT-GPA EQUAL WS-CUT-GPA
              MOVE 'Y' TO WS-TIE-AT-CUT
           END-IF
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
              UNTIL WS-CAND-IDX > WS-CAND-USED
              PERFORM 410-CHECK-ELIGIBLE
              IF WS-ELIGIBLE EQUAL 'Y'
                 IF WS-TIE-AT-CUT EQUAL 'Y'
                    IF WS-CAND-GPA(WS-CAND-IDX) > WS-CUT-GPA
                       PERFORM 420-MAKE-AWARD
                    ELSE
                       IF WS-CAND-GPA(WS-CAND-IDX) EQUAL WS-CUT-GPA
                          PERFORM 430-HOLD-FOR-REVIEW
                       END-IF
                    END-IF
                 ELSE
                    IF WS-SCH-AWARDED(WS-SCH-IDX) < WS-CAPACITY
                       PERFORM 420-MAKE-AWARD
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           PERFORM 440-WRITE-SCHEME-TOTALS.

       405-WRITE-SCHEME-HEAD.
           MOVE WS-SCH-AWARD-AMT(WS-SCH-IDX) TO WS-RPT-AMT
           MOVE WS-SCH-BUDGET(WS-SCH-IDX) TO WS-RPT-BUDGET
           MOVE WS-SCH-MIN-GPA(WS-SCH-IDX) TO WS-RPT-GPA
           MOVE SPACES TO AWARD-RPT-LINE
           WRITE AWARD-RPT-LINE
           MOVE SPACES TO AWARD-RPT-LINE
           STRING "SCHEME " DELIMITED BY SIZE
                  WS-SCH-CODE(WS-SCH-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SCH-NAME(WS-SCH-IDX) DELIMITED BY SIZE
                  " PRIORITY " DELIMITED BY SIZE
                  WS-SCH-PRIORITY(WS-SCH-IDX) DELIMITED BY SIZE
                  "  AWARD " DELIMITED BY SIZE
                  WS-RPT-AMT DELIMITED BY SIZE
                  "  BUDGET " DELIMITED BY SIZE
                  WS-RPT-BUDGET DELIMITED BY SIZE
              INTO AWARD-RPT-LINE
           WRITE AWARD-RPT-LINE
           MOVE SPACES TO AWARD-RPT-LINE
           STRING "  MIN GPA " DELIMITED BY SIZE
                  WS-RPT-GPA DELIMITED BY SIZE
                  "  MIN TERMS " DELIMITED BY SIZE
                  WS-SCH-MIN-TERMS(WS-SCH-IDX) DELIMITED BY SIZE
                  "  GRADES " DELIMITED BY SIZE
                  WS-SCH-GRADE-FROM(WS-SCH-IDX) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-SCH-GRADE-TO(WS-SCH-IDX) DELIMITED BY SIZE
                  "  EXCLUDED STATUS " DELIMITED BY SIZE
                  WS-SCH-EXCL-STATUS(WS-SCH-IDX) DELIMITED BY SIZE
                  "  MAX AWARDS " DELIMITED BY SIZE
                  WS-SCH-MAX-AWARDS(WS-SCH-IDX) DELIMITED BY SIZE
              INTO AWARD-RPT-LINE
           WRITE AWARD-RPT-LINE
           MOVE SPACES TO AWARD-RPT-LINE
           STRING "  RANK  ID       NAME                       CLASS"
                  DELIMITED BY SIZE
                  "  TERMS  YEAR GPA     AMOUNT" DELIMITED BY SIZE
              INTO AWARD-RPT-LINE
           WRITE AWARD-RPT-LINE.

       410-CHECK-ELIGIBLE.
           MOVE 'N' TO WS-ELIGIBLE
           IF WS-CAND-SCHEME(WS-CAND-IDX) > 0
              EXIT PARAGRAPH
           END-IF
           IF WS-CAND-GPA(WS-CAND-IDX) < WS-SCH-MIN-GPA(WS-SCH-IDX)
              OR WS-CAND-TERMS(WS-CAND-IDX) <
                 WS-SCH-MIN-TERMS(WS-SCH-IDX)
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-EXCL-IDX FROM 1 BY 1
              UNTIL WS-EXCL-IDX > 4
              IF WS-SCH-EXCL-STATUS(WS-SCH-IDX)(WS-EXCL-IDX:1)
                    NOT EQUAL SPACE
                 AND WS-SCH-EXCL-STATUS(WS-SCH-IDX)(WS-EXCL-IDX:1)
                    EQUAL WS-CAND-STATUS(WS-CAND-IDX)
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF WS-SCH-GRADE-TO(WS-SCH-IDX) > 0
              IF WS-CAND-CLASS(WS-CAND-IDX)(1:2) NOT NUMERIC
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-CAND-CLASS(WS-CAND-IDX)(1:2) TO WS-CAND-GRADE
              IF WS-CAND-GRADE < WS-SCH-GRADE-FROM(WS-SCH-IDX)
                 OR WS-CAND-GRADE > WS-SCH-GRADE-TO(WS-SCH-IDX)
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE 'Y' TO WS-ELIGIBLE.

       420-MAKE-AWARD.
           ADD 1 TO WS-SCH-AWARDED(WS-SCH-IDX)
           ADD WS-SCH-AWARD-AMT(WS-SCH-IDX) TO WS-SCH-SPENT(WS-SCH-IDX)
           ADD WS-SCH-AWARD-AMT(WS-SCH-IDX) TO WS-TOTAL-SPENT
           ADD 1 TO WS-CNT-AWARDS
           MOVE WS-SCH-IDX TO WS-CAND-SCHEME(WS-CAND-IDX)
           MOVE WS-SCH-AWARDED(WS-SCH-IDX) TO WS-RPT-RANK
           MOVE WS-CAND-TERMS(WS-CAND-IDX) TO WS-RPT-TERMS
           MOVE WS-CAND-GPA(WS-CAND-IDX) TO WS-RPT-GPA
           MOVE WS-SCH-AWARD-AMT(WS-SCH-IDX) TO WS-RPT-AMT
           MOVE SPACES TO AWARD-RPT-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-RPT-RANK DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CAND-ID(WS-CAND-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CAND-NAME(WS-CAND-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CAND-CLASS(WS-CAND-IDX) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-RPT-TERMS DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-RPT-GPA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RPT-AMT DELIMITED BY SIZE
              INTO AWARD-RPT-LINE
           WRITE AWARD-RPT-LINE
           MOVE WS-SCH-AWARD-AMT(WS-SCH-IDX) TO WS-CSV-AMT
           MOVE WS-CAND-GPA(WS-CAND-IDX) TO WS-CSV-GPA
           MOVE SPACES TO AWARD-EXT-LINE
           STRING WS-SCH-CODE(WS-SCH-IDX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-CAND-ID(WS-CAND-IDX) DELIMITED BY SIZE
                  ',"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAND-NAME(WS-CAND-IDX))
                     DELIMITED BY SIZE
                  '",' DELIMITED BY SIZE
                  WS-CAND-CLASS(WS-CAND-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-YEAR-PREFIX DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CSV-GPA DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-AMT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-EXTRACT-DATE DELIMITED BY SIZE
              INTO AWARD-EXT-LINE
           WRITE AWARD-EXT-LINE
           PERFORM 505-CHECK-FILEX-STATUS.

       430-HOLD-FOR-REVIEW.
           ADD 1 TO WS-SCH-REVIEW(WS-SCH-IDX)
           COMPUTE WS-SLOTS-LEFT =
              WS-CAPACITY - WS-SCH-AWARDED(WS-SCH-IDX)
           IF WS-REV-USED < 500
              ADD 1 TO WS-REV-USED
              MOVE WS-SCH-IDX TO WS-REV-SCHEME(WS-REV-USED)
              MOVE WS-CAND-IDX TO WS-REV-CAND(WS-REV-USED)
              MOVE WS-SLOTS-LEFT TO WS-REV-SLOTS(WS-REV-USED)
           ELSE
              ADD 1 TO WS-REV-OVERFLOW
           END-IF.

       440-WRITE-SCHEME-TOTALS.
           COMPUTE WS-REMAINING = WS-SCH-BUDGET(WS-SCH-IDX)
              - WS-SCH-SPENT(WS-SCH-IDX)
           MOVE WS-SCH-SPENT(WS-SCH-IDX) TO WS-RPT-BUDGET
           MOVE SPACES TO AWARD-RPT-LINE
           STRING "  ELIGIBLE " DELIMITED BY SIZE
                  WS-SCH-ELIGIBLE(WS-SCH-IDX) DELIMITED BY SIZE
                  "  AWARDED " DELIMITED BY SIZE
                  WS-SCH-AWARDED(WS-SCH-IDX) DELIMITED BY SIZE
                  "  TIED AT CUT-OFF " DELIMITED BY SIZE
                  WS-SCH-REVIEW(WS-SCH-IDX) DELIMITED BY SIZE
                  "  SPENT " DELIMITED BY SIZE
                  WS-RPT-BUDGET DELIMITED BY SIZE
              INTO AWARD-RPT-LINE
           WRITE AWARD-RPT-LINE
           MOVE WS-REMAINING TO WS-RPT-BUDGET
           MOVE SPACES TO AWARD-RPT-LINE
           STRING "  BUDGET REMAINING " DELIMITED BY SIZE
                  WS-RPT-BUDGET DELIMITED BY SIZE
              INTO AWARD-RPT-LINE
           WRITE AWARD-RPT-LINE.

       450-WRITE-REVIEW-LIST.
           MOVE SPACES TO AWARD-RPT-LINE
           WRITE AWARD-RPT-LINE
           MOVE SPACES TO AWARD-RPT-LINE
           STRING "MANUAL REVIEW - TIED ON YEAR GPA AT THE CUT-OFF"
                  DELIMITED BY SIZE
              INTO AWARD-RPT-LINE
           WRITE AWARD-RPT-LINE
           MOVE SPACES TO AWARD-RPT-LINE
           STRING "  SCHEME  ID       NAME                       CLASS"
                  DELIMITED BY SIZE
                  "  YEAR GPA  SLOTS LEFT  NOTE" DELIMITED BY SIZE
              INTO AWARD-RPT-LINE
           WRITE AWARD-RPT-LINE
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
              UNTIL WS-REV-IDX > WS-REV-USED
              PERFORM 455-WRITE-REVIEW-LINE
           END-PERFORM
           IF WS-REV-OVERFLOW > 0
              MOVE SPACES TO AWARD-RPT-LINE
              STRING "  MORE THAN 500 TIED STUDENTS - NOT LISTED: "
                     DELIMITED BY SIZE
                     WS-REV-OVERFLOW DELIMITED BY SIZE
                 INTO AWARD-RPT-LINE
              WRITE AWARD-RPT-LINE
           END-IF
           MOVE WS-TOTAL-SPENT TO WS-RPT-BUDGET
           MOVE WS-CAND-USED TO WS-RPT-COUNT
           MOVE SPACES TO AWARD-RPT-LINE
           WRITE AWARD-RPT-LINE
           MOVE SPACES TO AWARD-RPT-LINE
           STRING "STUDENTS READ " DELIMITED BY SIZE
                  WS-CNT-STUDENTS DELIMITED BY SIZE
                  "  RANKED " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  "  AWARDS " DELIMITED BY SIZE
                  WS-CNT-AWARDS DELIMITED BY SIZE
                  "  TOTAL AWARDED " DELIMITED BY SIZE
                  WS-RPT-BUDGET DELIMITED BY SIZE
              INTO AWARD-RPT-LINE
           WRITE AWARD-RPT-LINE.

       455-WRITE-REVIEW-LINE.
           MOVE WS-REV-CAND(WS-REV-IDX) TO WS-CAND-IDX
           MOVE WS-CAND-GPA(WS-CAND-IDX) TO WS-RPT-GPA
           MOVE WS-REV-SLOTS(WS-REV-IDX) TO WS-RPT-COUNT
           MOVE SPACES TO AWARD-RPT-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-SCH-CODE(WS-REV-SCHEME(WS-REV-IDX))
                     DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CAND-ID(WS-CAND-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CAND-NAME(WS-CAND-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CAND-CLASS(WS-CAND-IDX) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-RPT-GPA DELIMITED BY SIZE
                  "       " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
              INTO AWARD-RPT-LINE
           IF WS-CAND-SCHEME(WS-CAND-IDX) > 0
              STRING "ALSO AWARDED " DELIMITED BY SIZE
                     WS-SCH-CODE(WS-CAND-SCHEME(WS-CAND-IDX))
                        DELIMITED BY SIZE
                 INTO AWARD-RPT-LINE(75:20)
           END-IF
           WRITE AWARD-RPT-LINE.

       900-CLOSE-ALL.
           CLOSE STUDENT
           CLOSE SCORE
           CLOSE AWARD-RPT
           CLOSE AWARD-EXT
           DISPLAY "AWARD RUN - AWARDS: " WS-CNT-AWARDS
              " MANUAL REVIEW: " WS-REV-USED
           MOVE SPACES TO WS-AUDIT-MSG
           STRING "AWARD RUN " DELIMITED BY SIZE
                  WS-YEAR-PREFIX DELIMITED BY SIZE
                  " AWARDS=" DELIMITED BY SIZE
                  WS-CNT-AWARDS DELIMITED BY SIZE
                  " SPENT=" DELIMITED BY SIZE
                  WS-TOTAL-SPENT DELIMITED BY SIZE
              INTO WS-AUDIT-MSG
           CALL 'AUDIT-LOG' USING WS-AUDIT-MSG.

       500-CHECK-TERM-STATUS.
           MOVE 'TERMCTL.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-TERM-STATUS, FILE-NAME, IS-ERR.
           PERFORM 506-CHECK-ERR.

       501-CHECK-AP-STATUS.
           MOVE 'AWDPARM.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-AP-STATUS, FILE-NAME, IS-ERR.
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

       504-CHECK-FILER-STATUS.
           MOVE 'AWDREG.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-R-STATUS, FILE-NAME, IS-ERR.
           PERFORM 506-CHECK-ERR.

       505-CHECK-FILEX-STATUS.
           MOVE 'AWDEXT.csv' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-X-STATUS, FILE-NAME, IS-ERR.
           PERFORM 506-CHECK-ERR.

       506-CHECK-ERR.
           IF IS-ERR EQUAL 'Y'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       END PROGRAM ST01AWD1.
