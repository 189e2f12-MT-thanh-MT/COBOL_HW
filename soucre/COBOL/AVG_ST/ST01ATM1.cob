       IDENTIFICATION DIVISION.
       PROGRAM-ID. ST01ATM1.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT ATT-TRANS ASSIGN TO 'RESOURCES/ATTTRN.txt'
             STATUS IS FILE-AT-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT ATTEND ASSIGN TO 'RESOURCES/ATTEND.txt'
             STATUS IS FILE-AM-STATUS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ATT-REC-KEY.

             SELECT STUDENT ASSIGN TO 'RESOURCES/FILEA.txt'
             STATUS IS FILE-A-STATUS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS STUDENT-ID.

             SELECT TERM-CTL ASSIGN TO 'RESOURCES/TERMCTL.txt'
             STATUS IS FILE-TERM-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
          FILE SECTION.

          FD ATT-TRANS.
          01 ATT-TRANS-REC.
             05 ATR-ACTION        PIC X(1).
             05 ATR-STUDENT-ID    PIC X(7).
             05 ATR-TERM-ID       PIC X(5).
             05 ATR-DAYS-POSSIBLE PIC 9(3).
             05 ATR-DAYS-PRESENT  PIC 9(3).
             05 ATR-AUTH-ABSENT   PIC 9(3).
             05 ATR-UNAUTH-ABSENT PIC 9(3).

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

          FD STUDENT.
          01 STUDENT-FILE.
             05 STUDENT-ID PIC X(7).
             05 NAME PIC A(25).
             05 CLASS-CODE PIC X(4).
             05 STU-STATUS PIC X(1).
             05 STU-STATUS-DATE PIC 9(8).

          FD TERM-CTL.
          01 TERM-CTL-REC.
             05 CTL-TERM-ID PIC X(5).

          WORKING-STORAGE SECTION.
          01 WS-ATT-TRANS.
             05 WS-ATR-ACTION        PIC X(1).
             05 WS-ATR-STUDENT-ID    PIC X(7).
             05 WS-ATR-TERM-ID       PIC X(5).
             05 WS-ATR-DAYS-POSSIBLE PIC 9(3).
             05 WS-ATR-DAYS-PRESENT  PIC 9(3).
             05 WS-ATR-AUTH-ABSENT   PIC 9(3).
             05 WS-ATR-UNAUTH-ABSENT PIC 9(3).

          01 FILE-AT-STATUS   PIC 99.
          01 FILE-AM-STATUS   PIC 99.
          01 FILE-A-STATUS    PIC 99.
          01 FILE-TERM-STATUS PIC 99.
          01 WS-EOF-AT        PIC A(1).
          01 WS-RUN-TERM-ID   PIC X(5) VALUE SPACES.
          01 WS-DAYS-ACCOUNTED PIC 9(4).
          01 WS-TRN-RESULT    PIC X(8).
          01 WS-TRN-REASON    PIC X(25).
          01 WS-APPLIED       PIC 9(5) VALUE 0.
          01 WS-REJECTED      PIC 9(5) VALUE 0.
          01 WS-TODAY         PIC 9(8).
          01 STUDENT_EXISTS   PIC A VALUE 'N'.
          01 FILE-NAME        PIC X(25).
          01 IS-ERR           PIC A VALUE 'N'.
          01 WS-AUDIT-MSG     PIC X(80).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-READ-TERM-CTL.
           PERFORM 110-INIT.
           PERFORM 200-PROCESS-TRANS.
           PERFORM 900-CLOSE-ALL.
           STOP RUN.

       100-READ-TERM-CTL.
           OPEN INPUT TERM-CTL
           PERFORM 503-CHECK-TERM-STATUS
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

       110-INIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE 'N' TO WS-EOF-AT
           OPEN INPUT ATT-TRANS
           PERFORM 500-CHECK-TRANS-STATUS
           OPEN INPUT STUDENT
           PERFORM 502-CHECK-FILEA-STATUS
           OPEN I-O ATTEND
           IF FILE-AM-STATUS EQUAL 35
              OPEN OUTPUT ATTEND
              PERFORM 501-CHECK-ATT-STATUS
              CLOSE ATTEND
              OPEN I-O ATTEND
           END-IF
           PERFORM 501-CHECK-ATT-STATUS.

       200-PROCESS-TRANS.
           PERFORM UNTIL WS-EOF-AT = 'Y'
              READ ATT-TRANS INTO WS-ATT-TRANS
                 AT END MOVE 'Y' TO WS-EOF-AT
                 NOT AT END PERFORM 210-APPLY-TRANS
              END-READ
           END-PERFORM.

       210-APPLY-TRANS.
           MOVE 'REJECTED' TO WS-TRN-RESULT
           MOVE SPACES TO WS-TRN-REASON
           IF WS-ATR-TERM-ID EQUAL SPACES
              MOVE WS-RUN-TERM-ID TO WS-ATR-TERM-ID
           END-IF
           PERFORM 215-VALIDATE-KEY
           IF WS-TRN-REASON EQUAL SPACES
              EVALUATE WS-ATR-ACTION
                 WHEN 'A' PERFORM 220-ADD-ATTENDANCE
                 WHEN 'C' PERFORM 230-CHANGE-ATTENDANCE
                 WHEN 'D' PERFORM 240-DELETE-ATTENDANCE
                 WHEN OTHER
                    MOVE 'INVALID ACTION CODE' TO WS-TRN-REASON
              END-EVALUATE
           END-IF
           PERFORM 250-LOG-TRANS.

       215-VALIDATE-KEY.
           IF WS-ATR-TERM-ID NOT EQUAL WS-RUN-TERM-ID
              MOVE 'TERM NOT CURRENT TERM' TO WS-TRN-REASON
           ELSE
              MOVE WS-ATR-STUDENT-ID TO STUDENT-ID
              READ STUDENT
                 INVALID KEY MOVE 'N' TO STUDENT_EXISTS
                 NOT INVALID KEY MOVE 'Y' TO STUDENT_EXISTS
              END-READ
              IF STUDENT_EXISTS EQUAL 'N'
                 MOVE 'STUDENT NOT FOUND' TO WS-TRN-REASON
              ELSE
                 IF STU-STATUS EQUAL 'M'
                    MOVE 'STUDENT ID MERGED' TO WS-TRN-REASON
                 END-IF
              END-IF
           END-IF.

       216-VALIDATE-DAYS.
           IF WS-ATR-DAYS-POSSIBLE NOT NUMERIC
              OR WS-ATR-DAYS-PRESENT NOT NUMERIC
              OR WS-ATR-AUTH-ABSENT NOT NUMERIC
              OR WS-ATR-UNAUTH-ABSENT NOT NUMERIC
              MOVE 'DAYS NOT NUMERIC' TO WS-TRN-REASON
           ELSE
              COMPUTE WS-DAYS-ACCOUNTED = WS-ATR-DAYS-PRESENT +
                 WS-ATR-AUTH-ABSENT + WS-ATR-UNAUTH-ABSENT
              IF WS-ATR-DAYS-POSSIBLE EQUAL 0
                 MOVE 'DAYS POSSIBLE IS ZERO' TO WS-TRN-REASON
              ELSE
                 IF WS-DAYS-ACCOUNTED > WS-ATR-DAYS-POSSIBLE
                    MOVE 'DAYS EXCEED DAYS POSSIBLE' TO WS-TRN-REASON
                 END-IF
              END-IF
           END-IF.

       220-ADD-ATTENDANCE.
           PERFORM 216-VALIDATE-DAYS
           IF WS-TRN-REASON NOT EQUAL SPACES
              CONTINUE
           ELSE
              MOVE WS-ATR-STUDENT-ID TO ATT-STUDENT-ID
              MOVE WS-ATR-TERM-ID TO ATT-TERM-ID
              MOVE WS-ATR-DAYS-POSSIBLE TO ATT-DAYS-POSSIBLE
              MOVE WS-ATR-DAYS-PRESENT TO ATT-DAYS-PRESENT
              MOVE WS-ATR-AUTH-ABSENT TO ATT-AUTH-ABSENT
              MOVE WS-ATR-UNAUTH-ABSENT TO ATT-UNAUTH-ABSENT
              MOVE WS-TODAY TO ATT-UPDATE-DATE
              WRITE ATTEND-REC
                 INVALID KEY
                    MOVE 'ATTENDANCE ALREADY EXISTS' TO WS-TRN-REASON
                 NOT INVALID KEY
                    PERFORM 501-CHECK-ATT-STATUS
                    MOVE 'APPLIED' TO WS-TRN-RESULT
              END-WRITE
           END-IF.

       230-CHANGE-ATTENDANCE.
           PERFORM 216-VALIDATE-DAYS
           IF WS-TRN-REASON NOT EQUAL SPACES
              CONTINUE
           ELSE
              MOVE WS-ATR-STUDENT-ID TO ATT-STUDENT-ID
              MOVE WS-ATR-TERM-ID TO ATT-TERM-ID
              READ ATTEND
                 INVALID KEY
                    MOVE 'ATTENDANCE NOT FOUND' TO WS-TRN-REASON
                 NOT INVALID KEY
                    MOVE WS-ATR-DAYS-POSSIBLE TO ATT-DAYS-POSSIBLE
                    MOVE WS-ATR-DAYS-PRESENT TO ATT-DAYS-PRESENT
                    MOVE WS-ATR-AUTH-ABSENT TO ATT-AUTH-ABSENT
                    MOVE WS-ATR-UNAUTH-ABSENT TO ATT-UNAUTH-ABSENT
                    MOVE WS-TODAY TO ATT-UPDATE-DATE
                    REWRITE ATTEND-REC
                    PERFORM 501-CHECK-ATT-STATUS
                    MOVE 'APPLIED' TO WS-TRN-RESULT
              END-READ
           END-IF.

       240-DELETE-ATTENDANCE.
           MOVE WS-ATR-STUDENT-ID TO ATT-STUDENT-ID
           MOVE WS-ATR-TERM-ID TO ATT-TERM-ID
           READ ATTEND
              INVALID KEY
                 MOVE 'ATTENDANCE NOT FOUND' TO WS-TRN-REASON
              NOT INVALID KEY
                 DELETE ATTEND RECORD
                 PERFORM 501-CHECK-ATT-STATUS
                 MOVE 'APPLIED' TO WS-TRN-RESULT
           END-READ.

       250-LOG-TRANS.
           IF WS-TRN-RESULT EQUAL 'APPLIED'
              ADD 1 TO WS-APPLIED
           ELSE
              ADD 1 TO WS-REJECTED
           END-IF
           DISPLAY "TRANS " WS-ATR-ACTION " " WS-ATR-STUDENT-ID
              " " WS-ATR-TERM-ID " " WS-TRN-RESULT " " WS-TRN-REASON
           MOVE SPACES TO WS-AUDIT-MSG
           STRING "ATTEND TRANS " DELIMITED BY SIZE
                  WS-ATR-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ATR-STUDENT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ATR-TERM-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRN-RESULT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRN-REASON DELIMITED BY SIZE
              INTO WS-AUDIT-MSG
           CALL 'AUDIT-LOG' USING WS-AUDIT-MSG.

       900-CLOSE-ALL.
           CLOSE ATT-TRANS
           CLOSE ATTEND
           CLOSE STUDENT
           DISPLAY "ATTENDANCE TRANSACTIONS APPLIED: " WS-APPLIED
              " REJECTED: " WS-REJECTED
           MOVE SPACES TO WS-AUDIT-MSG
           STRING "ATTEND RUN APPLIED=" DELIMITED BY SIZE
                  WS-APPLIED DELIMITED BY SIZE
                  " REJECTED=" DELIMITED BY SIZE
                  WS-REJECTED DELIMITED BY SIZE
              INTO WS-AUDIT-MSG
           CALL 'AUDIT-LOG' USING WS-AUDIT-MSG.

       500-CHECK-TRANS-STATUS.
           MOVE 'ATTTRN.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-AT-STATUS, FILE-NAME, IS-ERR.
           PERFORM 504-CHECK-ERR.

       501-CHECK-ATT-STATUS.
           MOVE 'ATTEND.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-AM-STATUS, FILE-NAME, IS-ERR.
           PERFORM 504-CHECK-ERR.

       502-CHECK-FILEA-STATUS.
           MOVE 'FLIEA.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-A-STATUS, FILE-NAME, IS-ERR.
           PERFORM 504-CHECK-ERR.

       503-CHECK-TERM-STATUS.
           MOVE 'TERMCTL.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-TERM-STATUS, FILE-NAME, IS-ERR.
           PERFORM 504-CHECK-ERR.

       504-CHECK-ERR.
           IF IS-ERR EQUAL 'Y'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       END PROGRAM ST01ATM1.
