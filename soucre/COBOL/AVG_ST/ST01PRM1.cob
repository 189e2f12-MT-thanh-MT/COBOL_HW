             STATUS IS FILE-TERM-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT ATTEND ASSIGN TO 'RESOURCES/ATTEND.txt'
             STATUS IS FILE-AT-STATUS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ATT-REC-KEY.

             SELECT PROM-PARM ASSIGN TO 'RESOURCES/PROMPARM.txt'
             STATUS IS FILE-PP-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT PROM-DEC ASSIGN TO 'RESOURCES/PROMDEC.txt'
             STATUS IS FILE-PD-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
          FILE SECTION.

          01 TERM-CTL-REC.
             05 CTL-TERM-ID PIC X(5).

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

          FD PROM-PARM.
          01 PROM-PARM-REC.
             05 PRP-MIN-ATTEND-PCT PIC 9(3)V9.

          FD PROM-DEC.
          01 PROM-DEC-REC.
             05 PDC-STUDENT-ID PIC X(7).
             05 PDC-YEAR       PIC X(4).
             05 PDC-DECISION   PIC X(8).
             05 PDC-YEAR-GPA   PIC 9(2)V99.
             05 PDC-TERM-COUNT PIC 9(3).

          WORKING-STORAGE SECTION.
          01 WS-STUDENT.
             05 WS-STUDENT-ID PIC X(7).
             05 WS-YEAR-GPA         PIC 9(2)V99.
             05 WS-TERM-COUNT       PIC 9(3).

          01 WS-YEAR-ATTEND.
             05 WS-YEAR-POSSIBLE    PIC 9(5).
             05 WS-YEAR-PRESENT     PIC 9(5).
             05 WS-YEAR-ATT-PCT     PIC 9(3)V9.

          01 WS-RUN-TERM-ID   PIC X(5) VALUE SPACES.
          01 WS-TERM-PARTS.
             05 WS-TERM-YEAR-X PIC X(4).
          01 FILE-P-STATUS    PIC 99.
          01 FILE-T-STATUS    PIC 99.
          01 FILE-TERM-STATUS PIC 99.
          01 FILE-AT-STATUS   PIC 99.
          01 FILE-PP-STATUS   PIC 99.
          01 FILE-PD-STATUS   PIC 99.
          01 WS-EOF-A        PIC A(1).
          01 WS-EOF-SCORES   PIC A(1).
          01 WS-EOF-ATT      PIC A(1).
          01 WS-ATT-OPEN     PIC A(1) VALUE 'N'.
          01 WS-ATT-CHECK    PIC A(1) VALUE 'N'.
          01 WS-MIN-ATTEND-PCT PIC 9(3)V9 VALUE 0.
          01 WS-DECISION     PIC X(8).
          01 WS-PASS-MARK    PIC 9(2)V99 VALUE 5.00.
          01 WS-TOP-GRADE    PIC 9(2) VALUE 12.
          01 WS-CNT-INACTIVE PIC 9(5) VALUE 0.
          01 WS-RPT-GPA      PIC Z9.99.
          01 WS-RPT-TERMS    PIC ZZ9.
          01 WS-RPT-ATT-PCT  PIC ZZ9.9.
          01 WS-RPT-ATT      PIC X(5).
          01 FILE-NAME       PIC X(25).
          01 IS-ERR          PIC A VALUE 'N'.
          01 WS-AUDIT-MSG    PIC X(80).

       100-INIT.
           PERFORM 105-READ-TERM-CTL
           PERFORM 106-READ-PROM-PARM
           MOVE 'N' TO WS-EOF-A
           OPEN INPUT STUDENT
           PERFORM 500-CHECK-FILEA-STATUS
           PERFORM 502-CHECK-FILEP-STATUS
           OPEN OUTPUT PROM-TRANS
           PERFORM 503-CHECK-FILET-STATUS
           OPEN OUTPUT PROM-DEC
           PERFORM 506-CHECK-FILED-STATUS
           OPEN INPUT ATTEND
           IF FILE-AT-STATUS EQUAL 00
              MOVE 'Y' TO WS-ATT-OPEN
           ELSE
              MOVE 'N' TO WS-ATT-CHECK
              DISPLAY "NO ATTEND.txt - ATTENDANCE CHECK SKIPPED"
           END-IF
           MOVE SPACES TO PROM-RPT-LINE
           STRING "END OF YEAR PROMOTION REGISTER - YEAR "
              DELIMITED BY SIZE
           MOVE SPACES TO PROM-RPT-LINE
           STRING "ID       CLASS  TERMS  YEAR GPA  DECISION  "
              DELIMITED BY SIZE
              "NEW CLASS  ATT %" DELIMITED BY SIZE
              INTO PROM-RPT-LINE
           WRITE PROM-RPT-LINE.

           MOVE WS-TERM-YEAR-X TO WS-YEAR-PREFIX
           DISPLAY "PROMOTION RUN FOR YEAR " WS-YEAR-PREFIX.

       106-READ-PROM-PARM.
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
              MOVE WS-MIN-ATTEND-PCT TO WS-RPT-ATT-PCT
              DISPLAY "MINIMUM YEAR ATTENDANCE % " WS-RPT-ATT-PCT
           ELSE
              DISPLAY "NO MINIMUM ATTENDANCE IN PROMPARM.txt"
                 " - ATTENDANCE CHECK OFF"
           END-IF.

       200-PROCESS-STUDENTS.
           PERFORM UNTIL WS-EOF-A = 'Y'
              READ STUDENT NEXT RECORD INTO WS-STUDENT

       210-PROCESS-ONE-STUDENT.
           PERFORM 220-ACCUM-YEAR-TERMS
           PERFORM 235-ACCUM-YEAR-ATTEND
           PERFORM 240-DECIDE-PROMOTION
           PERFORM 250-WRITE-REGISTER-LINE
           PERFORM 270-WRITE-PROM-DECISION
           IF WS-DECISION EQUAL 'PROMOTE '
              PERFORM 260-WRITE-PROM-TRANS
           END-IF.
              ADD WS-WEIGHT-TOTAL TO WS-YEAR-WEIGHT
           END-IF.

       235-ACCUM-YEAR-ATTEND.
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

       240-DECIDE-PROMOTION.
           MOVE SPACES TO WS-NEW-CLASS
           MOVE WS-CLASS-ID TO WS-CUR-CLASS
           EVALUATE TRUE
              WHEN WS-STU-STATUS EQUAL 'W' OR WS-STU-STATUS EQUAL 'T'
                 OR WS-STU-STATUS EQUAL 'M'
                 MOVE 'INACTIVE' TO WS-DECISION
                 ADD 1 TO WS-CNT-INACTIVE
              WHEN WS-TERM-COUNT EQUAL 0
              WHEN WS-YEAR-GPA < WS-PASS-MARK
                 MOVE 'REPEAT  ' TO WS-DECISION
                 ADD 1 TO WS-CNT-REPEAT
              WHEN WS-ATT-CHECK EQUAL 'Y' AND WS-YEAR-POSSIBLE > 0
                 AND WS-YEAR-ATT-PCT < WS-MIN-ATTEND-PCT
                 MOVE 'MANUAL  ' TO WS-DECISION
                 ADD 1 TO WS-CNT-MANUAL
                 MOVE WS-YEAR-ATT-PCT TO WS-RPT-ATT-PCT
                 DISPLAY "ATTENDANCE BELOW MINIMUM - MANUAL REVIEW: "
                    WS-STUDENT-ID " " WS-RPT-ATT-PCT "%"
              WHEN WS-CUR-GRADE-X NOT NUMERIC
                 MOVE 'MANUAL  ' TO WS-DECISION
                 ADD 1 TO WS-CNT-MANUAL
       250-WRITE-REGISTER-LINE.
           MOVE WS-YEAR-GPA TO WS-RPT-GPA
           MOVE WS-TERM-COUNT TO WS-RPT-TERMS
           IF WS-YEAR-POSSIBLE > 0
              MOVE WS-YEAR-ATT-PCT TO WS-RPT-ATT-PCT
              MOVE WS-RPT-ATT-PCT TO WS-RPT-ATT
           ELSE
              MOVE '  N/A' TO WS-RPT-ATT
           END-IF
           MOVE SPACES TO PROM-RPT-LINE
           STRING WS-STUDENT-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DECISION DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-NEW-CLASS DELIMITED BY SIZE
                  "       " DELIMITED BY SIZE
                  WS-RPT-ATT DELIMITED BY SIZE
              INTO PROM-RPT-LINE
           WRITE PROM-RPT-LINE.

           WRITE PROM-TRANS-REC
           PERFORM 503-CHECK-FILET-STATUS.

       270-WRITE-PROM-DECISION.
           MOVE WS-STUDENT-ID TO PDC-STUDENT-ID
           MOVE WS-YEAR-PREFIX TO PDC-YEAR
           MOVE WS-DECISION TO PDC-DECISION
           MOVE WS-YEAR-GPA TO PDC-YEAR-GPA
           MOVE WS-TERM-COUNT TO PDC-TERM-COUNT
           WRITE PROM-DEC-REC
           PERFORM 506-CHECK-FILED-STATUS.

       900-CLOSE-ALL.
           CLOSE STUDENT
           CLOSE SCORE
           CLOSE PROM-RPT
           CLOSE PROM-TRANS
           CLOSE PROM-DEC
           IF WS-ATT-OPEN EQUAL 'Y'
              CLOSE ATTEND
           END-IF
           DISPLAY "PROMOTION RUN - PROMOTED: " WS-CNT-PROMOTED
              " REPEAT: " WS-CNT-REPEAT
              " GRADUATE: " WS-CNT-GRADUATE
              FILE-TERM-STATUS, FILE-NAME, IS-ERR.
           PERFORM 504-CHECK-ERR.

       506-CHECK-FILED-STATUS.
           MOVE 'PROMDEC.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-PD-STATUS, FILE-NAME, IS-ERR.
           PERFORM 504-CHECK-ERR.

       504-CHECK-ERR.
           IF IS-ERR EQUAL 'Y'
              MOVE 16 TO RETURN-CODE
