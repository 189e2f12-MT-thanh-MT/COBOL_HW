       IDENTIFICATION DIVISION.
       PROGRAM-ID. ST01BKP1.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT STUDENT ASSIGN TO 'RESOURCES/FILEA.txt'
             STATUS IS FILE-A-STATUS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS STUDENT-ID.

             SELECT SCORE ASSIGN TO 'RESOURCES/FILEB.txt'
             STATUS IS FILE-B-STATUS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS SCORE-REC-KEY.

             SELECT SUBJ-MST ASSIGN TO 'RESOURCES/SUBJMST.txt'
             STATUS IS FILE-SM-STATUS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS SUBJ-CODE.

             SELECT BKP-A ASSIGN TO DYNAMIC WS-BKP-A-NAME
             STATUS IS FILE-BA-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT BKP-B ASSIGN TO DYNAMIC WS-BKP-B-NAME
             STATUS IS FILE-BB-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT BKP-S ASSIGN TO DYNAMIC WS-BKP-S-NAME
             STATUS IS FILE-BS-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT BKP-CAT ASSIGN TO 'RESOURCES/BKPCAT.txt'
             STATUS IS FILE-CAT-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
          FILE SECTION.

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

          FD BKP-A.
          01 BKP-A-REC PIC X(45).

          FD BKP-B.
          01 BKP-B-REC.
             05 BKB-STUDENT-ID PIC X(7).
             05 BKB-TERM-ID PIC X(5).
             05 BKB-SUBJECT-COUNT PIC 9(2).
             05 BKB-SUBJECT OCCURS 10 TIMES.
                10 BKB-SUBJECT-NAME PIC X(10).
                10 BKB-SUBJECT-SCORE PIC 9(2)V99.
                10 BKB-SUBJECT-WEIGHT PIC 9(1)V9.
                10 BKB-SUBJECT-ORIG-SCORE PIC 9(2)V99.
                10 BKB-SUBJECT-RESIT-FLAG PIC X(1).

          FD BKP-S.
          01 BKP-S-REC PIC X(38).

          FD BKP-CAT.
          01 BKP-CAT-REC.
             05 BKC-GEN-DATE   PIC 9(8).
             05 FILLER         PIC X(1).
             05 BKC-GEN-TIME   PIC 9(8).
             05 FILLER         PIC X(1).
             05 BKC-FILEA-CNT  PIC 9(5).
             05 FILLER         PIC X(1).
             05 BKC-FILEB-CNT  PIC 9(5).
             05 FILLER         PIC X(1).
             05 BKC-SUBJ-CNT   PIC 9(5).

          WORKING-STORAGE SECTION.
          01 WS-BKP-A-NAME    PIC X(40).
          01 WS-BKP-B-NAME    PIC X(40).
          01 WS-BKP-S-NAME    PIC X(40).
          01 WS-GEN-DATE      PIC 9(8).
          01 WS-GEN-TIME      PIC 9(8).
          01 WS-CNT-FILEA     PIC 9(5) VALUE 0.
          01 WS-CNT-FILEB     PIC 9(5) VALUE 0.
          01 WS-CNT-SUBJ      PIC 9(5) VALUE 0.
          01 WS-SUBJECT-IDX   PIC 9(2) COMP.
          01 WS-SUBJECT-LIMIT PIC 9(2) COMP.
          01 WS-EOF-A         PIC A(1).
          01 WS-EOF-B         PIC A(1).
          01 WS-EOF-S         PIC A(1).

          01 FILE-A-STATUS   PIC 99.
          01 FILE-B-STATUS   PIC 99.
          01 FILE-SM-STATUS  PIC 99.
          01 FILE-BA-STATUS  PIC 99.
          01 FILE-BB-STATUS  PIC 99.
          01 FILE-BS-STATUS  PIC 99.
          01 FILE-CAT-STATUS PIC 99.
          01 FILE-NAME       PIC X(25).
          01 IS-ERR          PIC A VALUE 'N'.
          01 WS-AUDIT-MSG    PIC X(80).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INIT.
           PERFORM 200-BACKUP-FILEA.
           PERFORM 210-BACKUP-FILEB.
           PERFORM 220-BACKUP-SUBJMST.
           PERFORM 300-UPDATE-CATALOG.
           DISPLAY "BACKUP GEN " WS-GEN-DATE " " WS-GEN-TIME
              " FILEA=" WS-CNT-FILEA " FILEB=" WS-CNT-FILEB
              " SUBJMST=" WS-CNT-SUBJ
           MOVE SPACES TO WS-AUDIT-MSG
           STRING "BACKUP GEN=" DELIMITED BY SIZE
                  WS-GEN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-GEN-TIME DELIMITED BY SIZE
                  " FILEA=" DELIMITED BY SIZE
                  WS-CNT-FILEA DELIMITED BY SIZE
                  " FILEB=" DELIMITED BY SIZE
                  WS-CNT-FILEB DELIMITED BY SIZE
                  " SUBJ=" DELIMITED BY SIZE
                  WS-CNT-SUBJ DELIMITED BY SIZE
              INTO WS-AUDIT-MSG
           CALL 'AUDIT-LOG' USING WS-AUDIT-MSG
           STOP RUN.

       100-INIT.
           ACCEPT WS-GEN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-GEN-TIME FROM TIME
           MOVE SPACES TO WS-BKP-A-NAME
           STRING "RESOURCES/FILEA.B" DELIMITED BY SIZE
                  WS-GEN-DATE DELIMITED BY SIZE
                  WS-GEN-TIME DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO WS-BKP-A-NAME
           MOVE SPACES TO WS-BKP-B-NAME
           STRING "RESOURCES/FILEB.B" DELIMITED BY SIZE
                  WS-GEN-DATE DELIMITED BY SIZE
                  WS-GEN-TIME DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO WS-BKP-B-NAME
           MOVE SPACES TO WS-BKP-S-NAME
           STRING "RESOURCES/SUBJMST.B" DELIMITED BY SIZE
                  WS-GEN-DATE DELIMITED BY SIZE
                  WS-GEN-TIME DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
              INTO WS-BKP-S-NAME.

       200-BACKUP-FILEA.
           OPEN INPUT STUDENT
           PERFORM 501-CHECK-FILEA-STATUS
           OPEN OUTPUT BKP-A
           PERFORM 504-CHECK-BKPA-STATUS
           MOVE 'N' TO WS-EOF-A
           PERFORM UNTIL WS-EOF-A = 'Y'
              READ STUDENT NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF-A
                 NOT AT END
                    MOVE STUDENT-FILE TO BKP-A-REC
                    WRITE BKP-A-REC
                    PERFORM 504-CHECK-BKPA-STATUS
                    ADD 1 TO WS-CNT-FILEA
              END-READ
           END-PERFORM
           CLOSE STUDENT
           CLOSE BKP-A
           DISPLAY "BACKED UP FILEA.txt TO " WS-BKP-A-NAME
              " RECORDS: " WS-CNT-FILEA.

       210-BACKUP-FILEB.
           OPEN INPUT SCORE
           PERFORM 502-CHECK-FILEB-STATUS
           OPEN OUTPUT BKP-B
           PERFORM 505-CHECK-BKPB-STATUS
           MOVE 'N' TO WS-EOF-B
           PERFORM UNTIL WS-EOF-B = 'Y'
              READ SCORE NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF-B
                 NOT AT END
                    PERFORM 215-WRITE-BKP-SCORE
              END-READ
           END-PERFORM
           CLOSE SCORE
           CLOSE BKP-B
           DISPLAY "BACKED UP FILEB.txt TO " WS-BKP-B-NAME
              " RECORDS: " WS-CNT-FILEB.

       215-WRITE-BKP-SCORE.
           IF SCORE-SUBJECT-COUNT > 10
              MOVE 10 TO WS-SUBJECT-LIMIT
           ELSE
              MOVE SCORE-SUBJECT-COUNT TO WS-SUBJECT-LIMIT
           END-IF
           MOVE SPACES TO BKP-B-REC
           MOVE SCORE-STUDENT-ID TO BKB-STUDENT-ID
           MOVE SCORE-TERM-ID TO BKB-TERM-ID
           MOVE WS-SUBJECT-LIMIT TO BKB-SUBJECT-COUNT
           PERFORM VARYING WS-SUBJECT-IDX FROM 1 BY 1
              UNTIL WS-SUBJECT-IDX > WS-SUBJECT-LIMIT
              MOVE SUBJECT-NAME(WS-SUBJECT-IDX)
                 TO BKB-SUBJECT-NAME(WS-SUBJECT-IDX)
              MOVE SUBJECT-SCORE(WS-SUBJECT-IDX)
                 TO BKB-SUBJECT-SCORE(WS-SUBJECT-IDX)
              MOVE SUBJECT-WEIGHT(WS-SUBJECT-IDX)
                 TO BKB-SUBJECT-WEIGHT(WS-SUBJECT-IDX)
              MOVE SUBJECT-ORIG-SCORE(WS-SUBJECT-IDX)
                 TO BKB-SUBJECT-ORIG-SCORE(WS-SUBJECT-IDX)
              MOVE SUBJECT-RESIT-FLAG(WS-SUBJECT-IDX)
                 TO BKB-SUBJECT-RESIT-FLAG(WS-SUBJECT-IDX)
           END-PERFORM
           WRITE BKP-B-REC
           PERFORM 505-CHECK-BKPB-STATUS
           ADD 1 TO WS-CNT-FILEB.

       220-BACKUP-SUBJMST.
           OPEN INPUT SUBJ-MST
           PERFORM 503-CHECK-SUBJ-STATUS
           OPEN OUTPUT BKP-S
           PERFORM 506-CHECK-BKPS-STATUS
           MOVE 'N' TO WS-EOF-S
           PERFORM UNTIL WS-EOF-S = 'Y'
              READ SUBJ-MST NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF-S
                 NOT AT END
                    MOVE SUBJECT-MASTER TO BKP-S-REC
                    WRITE BKP-S-REC
                    PERFORM 506-CHECK-BKPS-STATUS
                    ADD 1 TO WS-CNT-SUBJ
              END-READ
           END-PERFORM
           CLOSE SUBJ-MST
           CLOSE BKP-S
           DISPLAY "BACKED UP SUBJMST.txt TO " WS-BKP-S-NAME
              " RECORDS: " WS-CNT-SUBJ.

       300-UPDATE-CATALOG.
           OPEN EXTEND BKP-CAT
           IF FILE-CAT-STATUS NOT EQUAL 00
              OPEN OUTPUT BKP-CAT
              PERFORM 507-CHECK-CAT-STATUS
           END-IF
           MOVE SPACES TO BKP-CAT-REC
           MOVE WS-GEN-DATE TO BKC-GEN-DATE
           MOVE WS-GEN-TIME TO BKC-GEN-TIME
           MOVE WS-CNT-FILEA TO BKC-FILEA-CNT
           MOVE WS-CNT-FILEB TO BKC-FILEB-CNT
           MOVE WS-CNT-SUBJ TO BKC-SUBJ-CNT
           WRITE BKP-CAT-REC
           CLOSE BKP-CAT.

       501-CHECK-FILEA-STATUS.
           MOVE 'FLIEA.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-A-STATUS, FILE-NAME, IS-ERR.
           PERFORM 509-CHECK-ERR.

       502-CHECK-FILEB-STATUS.
           MOVE 'FLIEB.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-B-STATUS, FILE-NAME, IS-ERR.
           PERFORM 509-CHECK-ERR.

       503-CHECK-SUBJ-STATUS.
           MOVE 'SUBJMST.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-SM-STATUS, FILE-NAME, IS-ERR.
           PERFORM 509-CHECK-ERR.

       504-CHECK-BKPA-STATUS.
           MOVE 'FILEA BACKUP GEN' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-BA-STATUS, FILE-NAME, IS-ERR.
           PERFORM 509-CHECK-ERR.

       505-CHECK-BKPB-STATUS.
           MOVE 'FILEB BACKUP GEN' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-BB-STATUS, FILE-NAME, IS-ERR.
           PERFORM 509-CHECK-ERR.

       506-CHECK-BKPS-STATUS.
           MOVE 'SUBJMST BACKUP GEN' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-BS-STATUS, FILE-NAME, IS-ERR.
           PERFORM 509-CHECK-ERR.

       507-CHECK-CAT-STATUS.
           MOVE 'BKPCAT.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-CAT-STATUS, FILE-NAME, IS-ERR.
           PERFORM 509-CHECK-ERR.

       509-CHECK-ERR.
           IF IS-ERR EQUAL 'Y'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       END PROGRAM ST01BKP1.
