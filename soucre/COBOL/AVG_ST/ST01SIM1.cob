       IDENTIFICATION DIVISION.
       PROGRAM-ID. ST01SIM1.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT TERM-CTL ASSIGN TO 'RESOURCES/TERMCTL.txt'
             STATUS IS FILE-TERM-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT SIM-PARM ASSIGN TO 'RESOURCES/SIMPARM.txt'
             STATUS IS FILE-SP-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT GRADE-SCALE ASSIGN TO 'RESOURCES/GRADSCL.txt'
             STATUS IS FILE-GSC-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT PROM-PARM ASSIGN TO 'RESOURCES/PROMPARM.txt'
             STATUS IS FILE-PP-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT AVG ASSIGN TO 'RESOURCES/FILEC.txt'
             STATUS IS FILE-C-STATUS
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

             SELECT ATTEND ASSIGN TO 'RESOURCES/ATTEND.txt'
             STATUS IS FILE-AT-STATUS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ATT-REC-KEY.

             SELECT SIM-RPT ASSIGN TO 'RESOURCES/SIMRPT.txt'
             STATUS IS FILE-R-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT SIM-SORT-WORK ASSIGN TO 'RESOURCES/SORTWORK.tmp'.

       DATA DIVISION.
          FILE SECTION.

          FD TERM-CTL.
          01 TERM-CTL-REC.
             05 CTL-TERM-ID PIC X(5).

          FD SIM-PARM.
          01 SIM-PARM-REC.
             05 SMP-REC-TYPE    PIC X(1).
             05 SMP-PASS-MARK   PIC 9(2)V99.
          01 SIM-SCALE-REC.
             05 SMS-REC-TYPE    PIC X(1).
             05 SMS-MIN-SCORE   PIC 9(2)V99.
             05 SMS-LETTER      PIC X(2).
             05 SMS-CLASS-TEXT  PIC X(10).

          FD GRADE-SCALE.
          01 GRADE-SCALE-REC.
             05 GSC-MIN-SCORE  PIC 9(2)V99.
             05 GSC-LETTER     PIC X(2).
             05 GSC-CLASS-TEXT PIC X(10).

          FD PROM-PARM.
          01 PROM-PARM-REC.
             05 PRP-MIN-ATTEND-PCT PIC 9(3)V9.

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

          FD SIM-RPT.
          01 SIM-RPT-LINE PIC X(100).

          SD SIM-SORT-WORK.
          01 SSRT-REC.
             05 SSRT-STUDENT-ID PIC X(7).
             05 SSRT-KIND       PIC X(1).
             05 SSRT-NAME       PIC A(25).
             05 SSRT-CLASS-ID   PIC X(4).
             05 SSRT-SCORE      PIC 9(2)V99.
             05 SSRT-OLD-1      PIC X(9).
             05 SSRT-NEW-1      PIC X(9).
             05 SSRT-OLD-2      PIC X(9).
             05 SSRT-NEW-2      PIC X(9).

          WORKING-STORAGE SECTION.
          01 WS-CUR-SCALE-TABLE.
             05 WS-CUR-ENTRY OCCURS 10 TIMES.
                10 WS-CUR-MIN    PIC 9(2)V99.
                10 WS-CUR-LETTER PIC X(2).
          01 WS-CUR-USED      PIC 9(2) COMP VALUE 0.
          01 WS-NEW-SCALE-TABLE.
             05 WS-NEW-ENTRY OCCURS 10 TIMES.
                10 WS-NEW-MIN    PIC 9(2)V99.
                10 WS-NEW-LETTER PIC X(2).
          01 WS-NEW-USED      PIC 9(2) COMP VALUE 0.
          01 WS-GSC-MAX       PIC 9(2) COMP VALUE 10.
          01 WS-GSC-IDX       PIC 9(2) COMP.
          01 WS-GSC-HIT       PIC 9(2) COMP.
          01 WS-SCALE-ERR     PIC A(1) VALUE 'N'.

          01 WS-CUR-PASS-MARK PIC 9(2)V99 VALUE 5.00.
          01 WS-NEW-PASS-MARK PIC 9(2)V99 VALUE 5.00.
          01 WS-HONOR-MARK    PIC 9(2)V99 VALUE 9.00.
          01 WS-DEC-PASS-MARK PIC 9(2)V99.
          01 WS-PASS-GIVEN    PIC A(1) VALUE 'N'.
          01 WS-NO-BAND       PIC X(2) VALUE '--'.

          01 WS-LTR-TABLE.
             05 WS-LTR-CODE OCCURS 21 TIMES PIC X(2).
          01 WS-LTR-USED      PIC 9(2) COMP VALUE 0.
          01 WS-LTR-IDX       PIC 9(2) COMP.
          01 WS-LTR-HIT       PIC 9(2) COMP.
          01 WS-LTR-SEARCH    PIC X(2).
          01 WS-LTR-OLD-SLOT  PIC 9(2) COMP.
          01 WS-LTR-NEW-SLOT  PIC 9(2) COMP.

          01 WS-ALL-DIST.
             05 WS-ALL-BEFORE OCCURS 21 TIMES PIC 9(5).
             05 WS-ALL-AFTER  OCCURS 21 TIMES PIC 9(5).
          01 WS-CLS-TABLE.
             05 WS-CLS-ENTRY OCCURS 60 TIMES.
                10 WS-CLS-ID     PIC X(4).
                10 WS-CLS-BEFORE OCCURS 21 TIMES PIC 9(5).
                10 WS-CLS-AFTER  OCCURS 21 TIMES PIC 9(5).
          01 WS-CLS-USED      PIC 9(2) COMP VALUE 0.
          01 WS-CLS-IDX       PIC 9(2) COMP.
          01 WS-CLS-HIT       PIC 9(2) COMP.
          01 WS-CLS-OVERFLOW  PIC 9(5) VALUE 0.

          01 WS-DEC-NAME-TABLE.
             05 FILLER PIC X(8) VALUE 'PROMOTE '.
             05 FILLER PIC X(8) VALUE 'REPEAT  '.
             05 FILLER PIC X(8) VALUE 'GRADUATE'.
             05 FILLER PIC X(8) VALUE 'MANUAL  '.
             05 FILLER PIC X(8) VALUE 'NO DATA '.
             05 FILLER PIC X(8) VALUE 'INACTIVE'.
          01 WS-DEC-NAME-LIST REDEFINES WS-DEC-NAME-TABLE.
             05 WS-DEC-NAME OCCURS 6 TIMES PIC X(8).
          01 WS-DEC-COUNTS.
             05 WS-DEC-BEFORE OCCURS 6 TIMES PIC 9(5).
             05 WS-DEC-AFTER  OCCURS 6 TIMES PIC 9(5).
          01 WS-DEC-IDX       PIC 9(1).

          01 WS-STANDING-COUNTS.
             05 WS-HONOR-BEFORE PIC 9(5) VALUE 0.
             05 WS-HONOR-AFTER  PIC 9(5) VALUE 0.
             05 WS-PROB-BEFORE  PIC 9(5) VALUE 0.
             05 WS-PROB-AFTER   PIC 9(5) VALUE 0.

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

          01 WS-YEAR-ATTEND.
             05 WS-YEAR-POSSIBLE    PIC 9(5).
             05 WS-YEAR-PRESENT     PIC 9(5).
             05 WS-YEAR-ATT-PCT     PIC 9(3)V9.

          01 WS-CUR-CLASS.
             05 WS-CUR-GRADE-X PIC X(2).
             05 WS-CUR-SUFFIX  PIC X(2).
          01 WS-GRADE-NUM     PIC 9(2).
          01 WS-TOP-GRADE     PIC 9(2) VALUE 12.
          01 WS-MIN-ATTEND-PCT PIC 9(3)V9 VALUE 0.
          01 WS-ATT-OPEN      PIC A(1) VALUE 'N'.
          01 WS-ATT-CHECK     PIC A(1) VALUE 'N'.
          01 WS-DECISION      PIC X(8).
          01 WS-OLD-DECISION  PIC X(8).
          01 WS-NEW-DECISION  PIC X(8).

          01 WS-GRADE-BEFORE  PIC X(2).
          01 WS-GRADE-AFTER   PIC X(2).
          01 WS-OLD-STANDING  PIC X(9).
          01 WS-NEW-STANDING  PIC X(9).

          01 WS-RUN-TERM-ID   PIC X(5) VALUE SPACES.
          01 WS-YEAR-PREFIX   PIC X(4).
          01 WS-TODAY         PIC 9(8).
          01 WS-RPT-BEFORE    PIC ZZZZ9.
          01 WS-RPT-AFTER     PIC ZZZZ9.
          01 WS-RPT-DIFF      PIC -(5)9.
          01 WS-DIFF          PIC S9(5).
          01 WS-RPT-SCORE     PIC Z9.99.
          01 WS-RPT-PASS-CUR  PIC Z9.99.
          01 WS-RPT-PASS-NEW  PIC Z9.99.

          01 FILE-TERM-STATUS PIC 99.
          01 FILE-SP-STATUS   PIC 99.
          01 FILE-GSC-STATUS  PIC 99.
          01 FILE-PP-STATUS   PIC 99.
          01 FILE-C-STATUS    PIC 99.
          01 FILE-A-STATUS    PIC 99.
          01 FILE-B-STATUS    PIC 99.
          01 FILE-AT-STATUS   PIC 99.
          01 FILE-R-STATUS    PIC 99.
          01 WS-EOF-SP        PIC A(1).
          01 WS-EOF-GSC       PIC A(1).
          01 WS-EOF-C         PIC A(1).
          01 WS-EOF-A         PIC A(1).
          01 WS-EOF-SCORES    PIC A(1).
          01 WS-EOF-ATT       PIC A(1).
          01 WS-EOF-SORT      PIC A(1).
          01 WS-TRAILER-SEEN  PIC A(1) VALUE 'N'.
          01 WS-CNT-GRADED    PIC 9(5) VALUE 0.
          01 WS-CNT-STUDENTS  PIC 9(5) VALUE 0.
          01 WS-CNT-CHANGES   PIC 9(5) VALUE 0.
          01 WS-PREV-STUDENT-ID PIC X(7).
          01 FILE-NAME        PIC X(25).
          01 IS-ERR           PIC A VALUE 'N'.
          01 WS-AUDIT-MSG     PIC X(80).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-READ-TERM-CTL.
           PERFORM 110-LOAD-CURRENT-SCALE.
           PERFORM 120-LOAD-PROPOSAL.
           PERFORM 130-READ-PROM-PARM.
           PERFORM 140-CHECK-TRAILER.
           PERFORM 150-INIT.
           SORT SIM-SORT-WORK ON ASCENDING KEY SSRT-STUDENT-ID
              ON ASCENDING KEY SSRT-KIND
              INPUT PROCEDURE 200-SIMULATE
              OUTPUT PROCEDURE 400-WRITE-REPORT.
           PERFORM 900-CLOSE-ALL.
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

       110-LOAD-CURRENT-SCALE.
           MOVE 'N' TO WS-EOF-GSC
           OPEN INPUT GRADE-SCALE
           PERFORM 502-CHECK-GSC-STATUS
           PERFORM UNTIL WS-EOF-GSC = 'Y'
              READ GRADE-SCALE
                 AT END MOVE 'Y' TO WS-EOF-GSC
                 NOT AT END
                    IF WS-CUR-USED < WS-GSC-MAX
                       ADD 1 TO WS-CUR-USED
                       MOVE GSC-MIN-SCORE TO WS-CUR-MIN(WS-CUR-USED)
                       MOVE GSC-LETTER TO WS-CUR-LETTER(WS-CUR-USED)
                       MOVE GSC-LETTER TO WS-LTR-SEARCH
                       PERFORM 290-FIND-LETTER-SLOT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE GRADE-SCALE
           IF WS-CUR-USED EQUAL 0
              DISPLAY "GRADING SCALE EMPTY - FIX GRADSCL.txt"
              MOVE 14 TO RETURN-CODE
              STOP RUN
           END-IF.

       120-LOAD-PROPOSAL.
           MOVE 'N' TO WS-EOF-SP
           OPEN INPUT SIM-PARM
           PERFORM 501-CHECK-SP-STATUS
           PERFORM UNTIL WS-EOF-SP = 'Y'
              READ SIM-PARM
                 AT END MOVE 'Y' TO WS-EOF-SP
                 NOT AT END PERFORM 125-TAKE-PARM-REC
              END-READ
           END-PERFORM
           CLOSE SIM-PARM
           IF WS-SCALE-ERR EQUAL 'Y'
              MOVE 14 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-NEW-USED EQUAL 0 AND WS-PASS-GIVEN EQUAL 'N'
              DISPLAY "NOTHING PROPOSED IN SIMPARM.txt"
              MOVE 14 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-NEW-USED EQUAL 0
              MOVE WS-CUR-SCALE-TABLE TO WS-NEW-SCALE-TABLE
              MOVE WS-CUR-USED TO WS-NEW-USED
              DISPLAY "NO PROPOSED BANDS - CURRENT SCALE KEPT"
           END-IF
           MOVE WS-NO-BAND TO WS-LTR-SEARCH
           PERFORM 290-FIND-LETTER-SLOT.

       125-TAKE-PARM-REC.
           EVALUATE SMP-REC-TYPE
              WHEN 'P'
                 IF SMP-PASS-MARK NOT NUMERIC
                    OR SMP-PASS-MARK > 10.00
                    DISPLAY "PROPOSED PASS MARK INVALID: "
                       SMP-PASS-MARK
                    MOVE 'Y' TO WS-SCALE-ERR
                 ELSE
                    MOVE SMP-PASS-MARK TO WS-NEW-PASS-MARK
                    MOVE 'Y' TO WS-PASS-GIVEN
                 END-IF
              WHEN 'G'
                 IF SMS-MIN-SCORE NOT NUMERIC
                    OR SMS-MIN-SCORE > 10.00
                    OR SMS-LETTER EQUAL SPACES
                    DISPLAY "PROPOSED BAND INVALID: " SIM-SCALE-REC
                    MOVE 'Y' TO WS-SCALE-ERR
                    EXIT PARAGRAPH
                 END-IF
                 IF WS-NEW-USED NOT < WS-GSC-MAX
                    DISPLAY "MORE THAN 10 PROPOSED BANDS"
                    MOVE 'Y' TO WS-SCALE-ERR
                    EXIT PARAGRAPH
                 END-IF
                 IF WS-NEW-USED > 0
                    IF SMS-MIN-SCORE NOT < WS-NEW-MIN(WS-NEW-USED)
                       DISPLAY "PROPOSED BANDS NOT IN DESCENDING "
                          "ORDER AT " SMS-LETTER
                       MOVE 'Y' TO WS-SCALE-ERR
                       EXIT PARAGRAPH
                    END-IF
                 END-IF
                 ADD 1 TO WS-NEW-USED
                 MOVE SMS-MIN-SCORE TO WS-NEW-MIN(WS-NEW-USED)
                 MOVE SMS-LETTER TO WS-NEW-LETTER(WS-NEW-USED)
                 MOVE SMS-LETTER TO WS-LTR-SEARCH
                 PERFORM 290-FIND-LETTER-SLOT
              WHEN OTHER
                 DISPLAY "SIMPARM RECORD TYPE NOT P OR G: "
                    SIM-PARM-REC
                 MOVE 'Y' TO WS-SCALE-ERR
           END-EVALUATE.

       130-READ-PROM-PARM.
           OPEN INPUT PROM-PARM
           IF FILE-PP-STATUS EQUAL 00
              READ PROM-PARM
                 AT END CONTINUE
                 NOT AT END
                    IF PRP-MIN-ATTEND-PCT NUMERIC
                       MOVE PRP-MIN-ATTEND-PCT TO WS-MIN-ATTEND-PCT
                    END-IF
              END-READ
              CLOSE PROM-PARM
           END-IF
           IF WS-MIN-ATTEND-PCT > 0
              MOVE 'Y' TO WS-ATT-CHECK
           END-IF.

       140-CHECK-TRAILER.
           MOVE 'N' TO WS-EOF-C
           OPEN INPUT AVG
           PERFORM 503-CHECK-FILEC-STATUS
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

       150-INIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-ALL-DIST
           MOVE ZEROS TO WS-DEC-COUNTS
           OPEN INPUT STUDENT
           PERFORM 504-CHECK-FILEA-STATUS
           OPEN INPUT SCORE
           PERFORM 505-CHECK-FILEB-STATUS
           OPEN INPUT ATTEND
           IF FILE-AT-STATUS EQUAL 00
              MOVE 'Y' TO WS-ATT-OPEN
           ELSE
              MOVE 'N' TO WS-ATT-CHECK
           END-IF
           OPEN OUTPUT SIM-RPT
           PERFORM 506-CHECK-FILER-STATUS.

       200-SIMULATE.
           PERFORM 210-SIMULATE-TERM-GRADES
           PERFORM 300-SIMULATE-PROMOTION.

       210-SIMULATE-TERM-GRADES.
           MOVE 'N' TO WS-EOF-C
           OPEN INPUT AVG
           PERFORM 503-CHECK-FILEC-STATUS
           PERFORM UNTIL WS-EOF-C = 'Y'
              READ AVG
                 AT END MOVE 'Y' TO WS-EOF-C
                 NOT AT END
                    IF AVG-REC-TYPE EQUAL 'D' AND
                          AVG-STATUS EQUAL 'OK' AND
                          AVG-TERM-ID EQUAL WS-RUN-TERM-ID
                       PERFORM 220-CLASSIFY-ONE-AVG
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AVG.

       220-CLASSIFY-ONE-AVG.
           ADD 1 TO WS-CNT-GRADED
           PERFORM 230-GRADE-CURRENT
           PERFORM 235-GRADE-PROPOSED
           MOVE WS-GRADE-BEFORE TO WS-LTR-SEARCH
           PERFORM 290-FIND-LETTER-SLOT
           MOVE WS-LTR-HIT TO WS-LTR-OLD-SLOT
           MOVE WS-GRADE-AFTER TO WS-LTR-SEARCH
           PERFORM 290-FIND-LETTER-SLOT
           MOVE WS-LTR-HIT TO WS-LTR-NEW-SLOT
           ADD 1 TO WS-ALL-BEFORE(WS-LTR-OLD-SLOT)
           ADD 1 TO WS-ALL-AFTER(WS-LTR-NEW-SLOT)
           PERFORM 295-FIND-CLASS-SLOT
           IF WS-CLS-HIT > 0
              ADD 1 TO WS-CLS-BEFORE(WS-CLS-HIT, WS-LTR-OLD-SLOT)
              ADD 1 TO WS-CLS-AFTER(WS-CLS-HIT, WS-LTR-NEW-SLOT)
           END-IF
           MOVE SPACES TO WS-OLD-STANDING
           MOVE SPACES TO WS-NEW-STANDING
           EVALUATE TRUE
              WHEN AVG-SCORE >= WS-HONOR-MARK
                 MOVE 'HONOR' TO WS-OLD-STANDING
                 MOVE 'HONOR' TO WS-NEW-STANDING
                 ADD 1 TO WS-HONOR-BEFORE
                 ADD 1 TO WS-HONOR-AFTER
              WHEN OTHER
                 IF AVG-SCORE < WS-CUR-PASS-MARK
                    MOVE 'PROBATION' TO WS-OLD-STANDING
                    ADD 1 TO WS-PROB-BEFORE
                 END-IF
                 IF AVG-SCORE < WS-NEW-PASS-MARK
                    MOVE 'PROBATION' TO WS-NEW-STANDING
                    ADD 1 TO WS-PROB-AFTER
                 END-IF
           END-EVALUATE
           IF WS-GRADE-BEFORE NOT EQUAL WS-GRADE-AFTER
              OR WS-OLD-STANDING NOT EQUAL WS-NEW-STANDING
              MOVE AVG-STUDENT-ID TO SSRT-STUDENT-ID
              MOVE '1' TO SSRT-KIND
              MOVE AVG-NAME TO SSRT-NAME
              MOVE AVG-CLASS-ID TO SSRT-CLASS-ID
              MOVE AVG-SCORE TO SSRT-SCORE
              MOVE WS-GRADE-BEFORE TO SSRT-OLD-1
              MOVE WS-GRADE-AFTER TO SSRT-NEW-1
              MOVE WS-OLD-STANDING TO SSRT-OLD-2
              MOVE WS-NEW-STANDING TO SSRT-NEW-2
              RELEASE SSRT-REC
              ADD 1 TO WS-CNT-CHANGES
           END-IF.

       230-GRADE-CURRENT.
           MOVE 0 TO WS-GSC-HIT
           PERFORM VARYING WS-GSC-IDX FROM 1 BY 1
              UNTIL WS-GSC-IDX > WS-CUR-USED
                 OR WS-GSC-HIT > 0
              IF AVG-SCORE NOT < WS-CUR-MIN(WS-GSC-IDX)
                 MOVE WS-GSC-IDX TO WS-GSC-HIT
              END-IF
           END-PERFORM
           IF WS-GSC-HIT > 0
              MOVE WS-CUR-LETTER(WS-GSC-HIT) TO WS-GRADE-BEFORE
           ELSE
              MOVE WS-NO-BAND TO WS-GRADE-BEFORE
           END-IF.

       235-GRADE-PROPOSED.
           MOVE 0 TO WS-GSC-HIT
           PERFORM VARYING WS-GSC-IDX FROM 1 BY 1
              UNTIL WS-GSC-IDX > WS-NEW-USED
                 OR WS-GSC-HIT > 0
              IF AVG-SCORE NOT < WS-NEW-MIN(WS-GSC-IDX)
                 MOVE WS-GSC-IDX TO WS-GSC-HIT
              END-IF
           END-PERFORM
           IF WS-GSC-HIT > 0
              MOVE WS-NEW-LETTER(WS-GSC-HIT) TO WS-GRADE-AFTER
           ELSE
              MOVE WS-NO-BAND TO WS-GRADE-AFTER
           END-IF.

       290-FIND-LETTER-SLOT.
           MOVE 0 TO WS-LTR-HIT
           PERFORM VARYING WS-LTR-IDX FROM 1 BY 1
              UNTIL WS-LTR-IDX > WS-LTR-USED
                 OR WS-LTR-HIT > 0
              IF WS-LTR-CODE(WS-LTR-IDX) EQUAL WS-LTR-SEARCH
                 MOVE WS-LTR-IDX TO WS-LTR-HIT
              END-IF
           END-PERFORM
           IF WS-LTR-HIT EQUAL 0
              ADD 1 TO WS-LTR-USED
              MOVE WS-LTR-SEARCH TO WS-LTR-CODE(WS-LTR-USED)
              MOVE WS-LTR-USED TO WS-LTR-HIT
           END-IF.

       295-FIND-CLASS-SLOT.
           MOVE 0 TO WS-CLS-HIT
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
              UNTIL WS-CLS-IDX > WS-CLS-USED
                 OR WS-CLS-HIT > 0
              IF WS-CLS-ID(WS-CLS-IDX) EQUAL AVG-CLASS-ID
                 MOVE WS-CLS-IDX TO WS-CLS-HIT
              END-IF
           END-PERFORM
           IF WS-CLS-HIT EQUAL 0
              IF WS-CLS-USED < 60
                 ADD 1 TO WS-CLS-USED
                 INITIALIZE WS-CLS-ENTRY(WS-CLS-USED)
                 MOVE AVG-CLASS-ID TO WS-CLS-ID(WS-CLS-USED)
                 MOVE WS-CLS-USED TO WS-CLS-HIT
              ELSE
                 ADD 1 TO WS-CLS-OVERFLOW
              END-IF
           END-IF.

       300-SIMULATE-PROMOTION.
           MOVE 'N' TO WS-EOF-A
           PERFORM UNTIL WS-EOF-A = 'Y'
              READ STUDENT NEXT RECORD INTO WS-STUDENT
                 AT END MOVE 'Y' TO WS-EOF-A
                 NOT AT END PERFORM 310-SIMULATE-ONE-STUDENT
              END-READ
           END-PERFORM.

       310-SIMULATE-ONE-STUDENT.
           ADD 1 TO WS-CNT-STUDENTS
           PERFORM 320-ACCUM-YEAR-TERMS
           PERFORM 335-ACCUM-YEAR-ATTEND
           MOVE WS-CUR-PASS-MARK TO WS-DEC-PASS-MARK
           PERFORM 340-DECIDE-PROMOTION
           MOVE WS-DECISION TO WS-OLD-DECISION
           MOVE WS-NEW-PASS-MARK TO WS-DEC-PASS-MARK
           PERFORM 340-DECIDE-PROMOTION
           MOVE WS-DECISION TO WS-NEW-DECISION
           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
              UNTIL WS-DEC-IDX > 6
              IF WS-DEC-NAME(WS-DEC-IDX) EQUAL WS-OLD-DECISION
                 ADD 1 TO WS-DEC-BEFORE(WS-DEC-IDX)
              END-IF
              IF WS-DEC-NAME(WS-DEC-IDX) EQUAL WS-NEW-DECISION
                 ADD 1 TO WS-DEC-AFTER(WS-DEC-IDX)
              END-IF
           END-PERFORM
           IF WS-OLD-DECISION NOT EQUAL WS-NEW-DECISION
              MOVE WS-STUDENT-ID TO SSRT-STUDENT-ID
              MOVE '2' TO SSRT-KIND
              MOVE WS-NAME TO SSRT-NAME
              MOVE WS-CLASS-ID TO SSRT-CLASS-ID
              MOVE WS-YEAR-GPA TO SSRT-SCORE
              MOVE WS-OLD-DECISION TO SSRT-OLD-1
              MOVE WS-NEW-DECISION TO SSRT-NEW-1
              MOVE SPACES TO SSRT-OLD-2
              MOVE SPACES TO SSRT-NEW-2
              RELEASE SSRT-REC
              ADD 1 TO WS-CNT-CHANGES
           END-IF.

       320-ACCUM-YEAR-TERMS.
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
                          PERFORM 330-ACCUM-ONE-TERM
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

       330-ACCUM-ONE-TERM.
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

       335-ACCUM-YEAR-ATTEND.
           MOVE 0 TO WS-YEAR-POSSIBLE
           MOVE 0 TO WS-YEAR-PRESENT
           MOVE 0 TO WS-YEAR-ATT-PCT
           IF WS-ATT-OPEN NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ATT
           MOVE WS-STUDENT-ID TO ATT-STUDENT-ID
           MOVE LOW-VALUES TO ATT-TERM-ID
           START ATTEND KEY IS NOT LESS THAN ATT-REC-KEY
              INVALID KEY MOVE 'Y' TO WS-EOF-ATT
           END-START
           PERFORM UNTIL WS-EOF-ATT = 'Y'
              READ ATTEND NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF-ATT
                 NOT AT END
                    IF ATT-STUDENT-ID EQUAL WS-STUDENT-ID
                       IF ATT-TERM-ID(1:4) EQUAL WS-YEAR-PREFIX
                          ADD ATT-DAYS-POSSIBLE TO WS-YEAR-POSSIBLE
                          ADD ATT-DAYS-PRESENT TO WS-YEAR-PRESENT
                       END-IF
                    ELSE
                       MOVE 'Y' TO WS-EOF-ATT
                    END-IF
              END-READ
           END-PERFORM
           IF WS-YEAR-POSSIBLE > 0
              COMPUTE WS-YEAR-ATT-PCT ROUNDED =
                 WS-YEAR-PRESENT * 100 / WS-YEAR-POSSIBLE
           END-IF.

       340-DECIDE-PROMOTION.
           MOVE WS-CLASS-ID TO WS-CUR-CLASS
           EVALUATE TRUE
              WHEN WS-STU-STATUS EQUAL 'W' OR WS-STU-STATUS EQUAL 'T'
                 OR WS-STU-STATUS EQUAL 'M'
                 MOVE 'INACTIVE' TO WS-DECISION
              WHEN WS-TERM-COUNT EQUAL 0
                 MOVE 'NO DATA ' TO WS-DECISION
              WHEN WS-YEAR-GPA < WS-DEC-PASS-MARK
                 MOVE 'REPEAT  ' TO WS-DECISION
              WHEN WS-ATT-CHECK EQUAL 'Y' AND WS-YEAR-POSSIBLE > 0
                 AND WS-YEAR-ATT-PCT < WS-MIN-ATTEND-PCT
                 MOVE 'MANUAL  ' TO WS-DECISION
              WHEN WS-CUR-GRADE-X NOT NUMERIC
                 MOVE 'MANUAL  ' TO WS-DECISION
              WHEN OTHER
                 MOVE WS-CUR-GRADE-X TO WS-GRADE-NUM
                 IF WS-GRADE-NUM NOT < WS-TOP-GRADE
                    MOVE 'GRADUATE' TO WS-DECISION
                 ELSE
                    MOVE 'PROMOTE ' TO WS-DECISION
                 END-IF
           END-EVALUATE.

       400-WRITE-REPORT.
           PERFORM 410-WRITE-HEADING
           PERFORM 420-WRITE-OVERALL-DIST
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
              UNTIL WS-CLS-IDX > WS-CLS-USED
              PERFORM 430-WRITE-CLASS-DIST
           END-PERFORM
           PERFORM 440-WRITE-STANDING-TOTALS
           PERFORM 450-WRITE-CHANGES.

       410-WRITE-HEADING.
           MOVE WS-CUR-PASS-MARK TO WS-RPT-PASS-CUR
           MOVE WS-NEW-PASS-MARK TO WS-RPT-PASS-NEW
           MOVE SPACES TO SIM-RPT-LINE
           STRING "GRADING POLICY WHAT-IF SIMULATION - TERM "
                  DELIMITED BY SIZE
                  WS-RUN-TERM-ID DELIMITED BY SIZE
                  "   RUN DATE " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
              INTO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           MOVE SPACES TO SIM-RPT-LINE
           STRING "PASS MARK CURRENT " DELIMITED BY SIZE
                  WS-RPT-PASS-CUR DELIMITED BY SIZE
                  "  PROPOSED " DELIMITED BY SIZE
                  WS-RPT-PASS-NEW DELIMITED BY SIZE
                  "   NO LIVE FILE HAS BEEN CHANGED" DELIMITED BY SIZE
              INTO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           MOVE SPACES TO SIM-RPT-LINE
           STRING "  CURRENT BANDS     PROPOSED BANDS" DELIMITED BY SIZE
              INTO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           PERFORM VARYING WS-GSC-IDX FROM 1 BY 1
              UNTIL WS-GSC-IDX > WS-CUR-USED
                 AND WS-GSC-IDX > WS-NEW-USED
              PERFORM 415-WRITE-BAND-LINE
           END-PERFORM.

       415-WRITE-BAND-LINE.
           MOVE SPACES TO SIM-RPT-LINE
           IF WS-GSC-IDX NOT > WS-CUR-USED
              MOVE WS-CUR-MIN(WS-GSC-IDX) TO WS-RPT-SCORE
              STRING "  " DELIMITED BY SIZE
                     WS-CUR-LETTER(WS-GSC-IDX) DELIMITED BY SIZE
                     " FROM " DELIMITED BY SIZE
                     WS-RPT-SCORE DELIMITED BY SIZE
                 INTO SIM-RPT-LINE(1:20)
           END-IF
           IF WS-GSC-IDX NOT > WS-NEW-USED
              MOVE WS-NEW-MIN(WS-GSC-IDX) TO WS-RPT-SCORE
              STRING WS-NEW-LETTER(WS-GSC-IDX) DELIMITED BY SIZE
                     " FROM " DELIMITED BY SIZE
                     WS-RPT-SCORE DELIMITED BY SIZE
                 INTO SIM-RPT-LINE(21:20)
           END-IF
           WRITE SIM-RPT-LINE.

       420-WRITE-OVERALL-DIST.
           MOVE SPACES TO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           MOVE SPACES TO SIM-RPT-LINE
           STRING "LETTER GRADE DISTRIBUTION - ALL CLASSES"
                  DELIMITED BY SIZE
              INTO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           PERFORM 425-WRITE-DIST-HEAD
           PERFORM VARYING WS-LTR-IDX FROM 1 BY 1
              UNTIL WS-LTR-IDX > WS-LTR-USED
              IF WS-ALL-BEFORE(WS-LTR-IDX) > 0
                 OR WS-ALL-AFTER(WS-LTR-IDX) > 0
                 MOVE WS-ALL-BEFORE(WS-LTR-IDX) TO WS-RPT-BEFORE
                 MOVE WS-ALL-AFTER(WS-LTR-IDX) TO WS-RPT-AFTER
                 COMPUTE WS-DIFF = WS-ALL-AFTER(WS-LTR-IDX)
                    - WS-ALL-BEFORE(WS-LTR-IDX)
                 PERFORM 428-WRITE-DIST-LINE
              END-IF
           END-PERFORM.

       425-WRITE-DIST-HEAD.
           MOVE SPACES TO SIM-RPT-LINE
           STRING "  GRADE   CURRENT  PROPOSED  CHANGE"
                  DELIMITED BY SIZE
              INTO SIM-RPT-LINE
           WRITE SIM-RPT-LINE.

       428-WRITE-DIST-LINE.
           MOVE WS-DIFF TO WS-RPT-DIFF
           MOVE SPACES TO SIM-RPT-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-LTR-CODE(WS-LTR-IDX) DELIMITED BY SIZE
                  "       " DELIMITED BY SIZE
                  WS-RPT-BEFORE DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-RPT-AFTER DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RPT-DIFF DELIMITED BY SIZE
              INTO SIM-RPT-LINE
           WRITE SIM-RPT-LINE.

       430-WRITE-CLASS-DIST.
           MOVE SPACES TO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           MOVE SPACES TO SIM-RPT-LINE
           STRING "LETTER GRADE DISTRIBUTION - CLASS " DELIMITED BY SIZE
                  WS-CLS-ID(WS-CLS-IDX) DELIMITED BY SIZE
              INTO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           PERFORM 425-WRITE-DIST-HEAD
           PERFORM VARYING WS-LTR-IDX FROM 1 BY 1
              UNTIL WS-LTR-IDX > WS-LTR-USED
              IF WS-CLS-BEFORE(WS-CLS-IDX, WS-LTR-IDX) > 0
                 OR WS-CLS-AFTER(WS-CLS-IDX, WS-LTR-IDX) > 0
                 MOVE WS-CLS-BEFORE(WS-CLS-IDX, WS-LTR-IDX)
                    TO WS-RPT-BEFORE
                 MOVE WS-CLS-AFTER(WS-CLS-IDX, WS-LTR-IDX)
                    TO WS-RPT-AFTER
                 COMPUTE WS-DIFF = WS-CLS-AFTER(WS-CLS-IDX, WS-LTR-IDX)
                    - WS-CLS-BEFORE(WS-CLS-IDX, WS-LTR-IDX)
                 PERFORM 428-WRITE-DIST-LINE
              END-IF
           END-PERFORM.

       440-WRITE-STANDING-TOTALS.
           MOVE SPACES TO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           MOVE SPACES TO SIM-RPT-LINE
           STRING "STANDING AND PROMOTION TOTALS" DELIMITED BY SIZE
              INTO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           MOVE SPACES TO SIM-RPT-LINE
           STRING "  STATUS     CURRENT  PROPOSED  CHANGE"
                  DELIMITED BY SIZE
              INTO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           MOVE WS-HONOR-BEFORE TO WS-RPT-BEFORE
           MOVE WS-HONOR-AFTER TO WS-RPT-AFTER
           COMPUTE WS-DIFF = WS-HONOR-AFTER - WS-HONOR-BEFORE
           MOVE 'HONOR    ' TO WS-OLD-STANDING
           PERFORM 445-WRITE-TOTAL-LINE
           MOVE WS-PROB-BEFORE TO WS-RPT-BEFORE
           MOVE WS-PROB-AFTER TO WS-RPT-AFTER
           COMPUTE WS-DIFF = WS-PROB-AFTER - WS-PROB-BEFORE
           MOVE 'PROBATION' TO WS-OLD-STANDING
           PERFORM 445-WRITE-TOTAL-LINE
           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
              UNTIL WS-DEC-IDX > 6
              MOVE WS-DEC-BEFORE(WS-DEC-IDX) TO WS-RPT-BEFORE
              MOVE WS-DEC-AFTER(WS-DEC-IDX) TO WS-RPT-AFTER
              COMPUTE WS-DIFF = WS-DEC-AFTER(WS-DEC-IDX)
                 - WS-DEC-BEFORE(WS-DEC-IDX)
              MOVE WS-DEC-NAME(WS-DEC-IDX) TO WS-OLD-STANDING
              PERFORM 445-WRITE-TOTAL-LINE
           END-PERFORM.

       445-WRITE-TOTAL-LINE.
           MOVE WS-DIFF TO WS-RPT-DIFF
           MOVE SPACES TO SIM-RPT-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-OLD-STANDING DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RPT-BEFORE DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-RPT-AFTER DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RPT-DIFF DELIMITED BY SIZE
              INTO SIM-RPT-LINE
           WRITE SIM-RPT-LINE.

       450-WRITE-CHANGES.
           MOVE SPACES TO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           MOVE SPACES TO SIM-RPT-LINE
           STRING "STUDENTS AFFECTED BY THE PROPOSAL" DELIMITED BY SIZE
              INTO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           MOVE SPACES TO SIM-RPT-LINE
           STRING "ID       NAME                       CLASS  SCORE  "
                  DELIMITED BY SIZE
                  "CURRENT -> PROPOSED" DELIMITED BY SIZE
              INTO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           MOVE 'N' TO WS-EOF-SORT
           MOVE SPACES TO WS-PREV-STUDENT-ID
           PERFORM UNTIL WS-EOF-SORT = 'Y'
              RETURN SIM-SORT-WORK
                 AT END MOVE 'Y' TO WS-EOF-SORT
                 NOT AT END PERFORM 455-WRITE-CHANGE-LINE
              END-RETURN
           END-PERFORM
           MOVE SPACES TO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           MOVE SPACES TO SIM-RPT-LINE
           STRING "TERM AVERAGES RE-GRADED: " DELIMITED BY SIZE
                  WS-CNT-GRADED DELIMITED BY SIZE
                  "  STUDENTS RE-DECIDED: " DELIMITED BY SIZE
                  WS-CNT-STUDENTS DELIMITED BY SIZE
                  "  CHANGES: " DELIMITED BY SIZE
                  WS-CNT-CHANGES DELIMITED BY SIZE
              INTO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           IF WS-CLS-OVERFLOW > 0
              MOVE SPACES TO SIM-RPT-LINE
              STRING "MORE THAN 60 CLASSES - GRADES NOT SHOWN BY "
                     DELIMITED BY SIZE
                     "CLASS: " DELIMITED BY SIZE
                     WS-CLS-OVERFLOW DELIMITED BY SIZE
                 INTO SIM-RPT-LINE
              WRITE SIM-RPT-LINE
           END-IF.

       455-WRITE-CHANGE-LINE.
           MOVE SSRT-SCORE TO WS-RPT-SCORE
           MOVE SPACES TO SIM-RPT-LINE
           IF SSRT-STUDENT-ID NOT EQUAL WS-PREV-STUDENT-ID
              MOVE SSRT-STUDENT-ID TO WS-PREV-STUDENT-ID
              STRING SSRT-STUDENT-ID DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     SSRT-NAME DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     SSRT-CLASS-ID DELIMITED BY SIZE
                 INTO SIM-RPT-LINE
           END-IF
           IF SSRT-KIND EQUAL '1'
              STRING "TERM " DELIMITED BY SIZE
                     WS-RPT-SCORE DELIMITED BY SIZE
                     "  GRADE " DELIMITED BY SIZE
                     SSRT-OLD-1(1:2) DELIMITED BY SIZE
                     " -> " DELIMITED BY SIZE
                     SSRT-NEW-1(1:2) DELIMITED BY SIZE
                     "  STANDING " DELIMITED BY SIZE
                     SSRT-OLD-2 DELIMITED BY SIZE
                     " -> " DELIMITED BY SIZE
                     SSRT-NEW-2 DELIMITED BY SIZE
                 INTO SIM-RPT-LINE(42:59)
           ELSE
              STRING "YEAR " DELIMITED BY SIZE
                     WS-RPT-SCORE DELIMITED BY SIZE
                     "  DECISION " DELIMITED BY SIZE
                     SSRT-OLD-1(1:8) DELIMITED BY SIZE
                     " -> " DELIMITED BY SIZE
                     SSRT-NEW-1(1:8) DELIMITED BY SIZE
                 INTO SIM-RPT-LINE(42:59)
           END-IF
           WRITE SIM-RPT-LINE.

       900-CLOSE-ALL.
           CLOSE STUDENT
           CLOSE SCORE
           IF WS-ATT-OPEN EQUAL 'Y'
              CLOSE ATTEND
           END-IF
           CLOSE SIM-RPT
           DISPLAY "WHAT-IF SIMULATION - GRADED: " WS-CNT-GRADED
              " STUDENTS: " WS-CNT-STUDENTS
              " CHANGES: " WS-CNT-CHANGES
           MOVE SPACES TO WS-AUDIT-MSG
           STRING "WHAT-IF SIMULATION " DELIMITED BY SIZE
                  WS-RUN-TERM-ID DELIMITED BY SIZE
                  " CHANGES=" DELIMITED BY SIZE
                  WS-CNT-CHANGES DELIMITED BY SIZE
              INTO WS-AUDIT-MSG
           CALL 'AUDIT-LOG' USING WS-AUDIT-MSG.

       500-CHECK-TERM-STATUS.
           MOVE 'TERMCTL.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-TERM-STATUS, FILE-NAME, IS-ERR.
           PERFORM 507-CHECK-ERR.

       501-CHECK-SP-STATUS.
           MOVE 'SIMPARM.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-SP-STATUS, FILE-NAME, IS-ERR.
           PERFORM 507-CHECK-ERR.

       502-CHECK-GSC-STATUS.
           MOVE 'GRADSCL.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-GSC-STATUS, FILE-NAME, IS-ERR.
           PERFORM 507-CHECK-ERR.

       503-CHECK-FILEC-STATUS.
           MOVE 'FLIEC.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-C-STATUS, FILE-NAME, IS-ERR.
           PERFORM 507-CHECK-ERR.

       504-CHECK-FILEA-STATUS.
           MOVE 'FLIEA.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-A-STATUS, FILE-NAME, IS-ERR.
           PERFORM 507-CHECK-ERR.

       505-CHECK-FILEB-STATUS.
           MOVE 'FLIEB.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-B-STATUS, FILE-NAME, IS-ERR.
           PERFORM 507-CHECK-ERR.

       506-CHECK-FILER-STATUS.
           MOVE 'SIMRPT.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-R-STATUS, FILE-NAME, IS-ERR.
           PERFORM 507-CHECK-ERR.

       507-CHECK-ERR.
           IF IS-ERR EQUAL 'Y'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       END PROGRAM ST01SIM1.
