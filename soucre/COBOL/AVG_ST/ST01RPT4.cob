             STATUS IS FILE-GSC-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT ATTEND ASSIGN TO 'RESOURCES/ATTEND.txt'
             STATUS IS FILE-AT-STATUS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ATT-REC-KEY.

       DATA DIVISION.
          FILE SECTION.

             05 GSC-LETTER     PIC X(2).
             05 GSC-CLASS-TEXT PIC X(10).

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

          WORKING-STORAGE SECTION.
          01 WS-AVG.
             05 WS-AVG-REC-TYPE PIC X(1).
          01 FILE-B-STATUS   PIC 99.
          01 FILE-K-STATUS   PIC 99.
          01 FILE-GSC-STATUS PIC 99.
          01 FILE-AT-STATUS  PIC 99.
          01 WS-ATT-OPEN     PIC A(1) VALUE 'N'.
          01 WS-ATT-FOUND    PIC A(1).
          01 WS-ATT-PCT      PIC 9(3)V9.
          01 WS-RPT-ATT-PCT  PIC ZZ9.9.
          01 WS-RPT-DAYS     PIC ZZ9.
          01 WS-RPT-POSSIBLE PIC ZZ9.
          01 WS-EOF-C        PIC A(1).
          01 WS-EOF-GSC      PIC A(1).
          01 STUDENT_EXISTS  PIC A VALUE 'N'.
           PERFORM 501-CHECK-FILEB-STATUS
           OPEN OUTPUT CARD-RPT
           PERFORM 502-CHECK-FILEK-STATUS
           OPEN INPUT ATTEND
           IF FILE-AT-STATUS EQUAL 00
              MOVE 'Y' TO WS-ATT-OPEN
           ELSE
              DISPLAY "NO ATTEND.txt - ATTENDANCE NOT PRINTED"
           END-IF
           PERFORM 120-LOAD-GRADE-SCALE.

       120-LOAD-GRADE-SCALE.
                 INTO CARD-RPT-LINE
              WRITE CARD-RPT-LINE
           END-IF
           IF WS-ATT-OPEN EQUAL 'Y'
              PERFORM 250-PRINT-ATTENDANCE
           END-IF
           MOVE SPACES TO CARD-RPT-LINE
           WRITE CARD-RPT-LINE.

       250-PRINT-ATTENDANCE.
           MOVE WS-AVG-STUDENT-ID TO ATT-STUDENT-ID
           MOVE WS-AVG-TERM-ID TO ATT-TERM-ID
           READ ATTEND KEY IS ATT-REC-KEY
              INVALID KEY MOVE 'N' TO WS-ATT-FOUND
              NOT INVALID KEY MOVE 'Y' TO WS-ATT-FOUND
           END-READ
           MOVE SPACES TO CARD-RPT-LINE
           IF WS-ATT-FOUND EQUAL 'Y' AND ATT-DAYS-POSSIBLE > 0
              COMPUTE WS-ATT-PCT ROUNDED =
                 ATT-DAYS-PRESENT * 100 / ATT-DAYS-POSSIBLE
              MOVE WS-ATT-PCT TO WS-RPT-ATT-PCT
              MOVE ATT-DAYS-PRESENT TO WS-RPT-DAYS
              MOVE ATT-DAYS-POSSIBLE TO WS-RPT-POSSIBLE
              STRING "ATTENDANCE:      " DELIMITED BY SIZE
                     WS-RPT-ATT-PCT DELIMITED BY SIZE
                     "%  (" DELIMITED BY SIZE
                     WS-RPT-DAYS DELIMITED BY SIZE
                     " OF " DELIMITED BY SIZE
                     WS-RPT-POSSIBLE DELIMITED BY SIZE
                     " DAYS)" DELIMITED BY SIZE
                 INTO CARD-RPT-LINE
           ELSE
              STRING "ATTENDANCE:       NOT RECORDED" DELIMITED BY SIZE
                 INTO CARD-RPT-LINE
           END-IF
           WRITE CARD-RPT-LINE.

       900-CLOSE-ALL.
           CLOSE SCORE
           IF WS-ATT-OPEN EQUAL 'Y'
              CLOSE ATTEND
           END-IF
           CLOSE CARD-RPT.

       500-CHECK-FILEC-STATUS.
