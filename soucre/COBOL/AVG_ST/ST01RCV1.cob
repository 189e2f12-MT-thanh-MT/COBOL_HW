       IDENTIFICATION DIVISION.
       PROGRAM-ID. ST01RCV1.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT RCV-PARM ASSIGN TO 'RESOURCES/RCVPARM.txt'
             STATUS IS FILE-P-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT BKP-CAT ASSIGN TO 'RESOURCES/BKPCAT.txt'
             STATUS IS FILE-CAT-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT RET-MARK ASSIGN TO 'RESOURCES/RETMARK.txt'
             STATUS IS FILE-RM-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT BKP-A ASSIGN TO DYNAMIC WS-BKP-A-NAME
             STATUS IS FILE-BA-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT BKP-B ASSIGN TO DYNAMIC WS-BKP-B-NAME
             STATUS IS FILE-BB-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT BKP-S ASSIGN TO DYNAMIC WS-BKP-S-NAME
             STATUS IS FILE-BS-STATUS
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

             SELECT SUBJ-MST ASSIGN TO 'RESOURCES/SUBJMST.txt'
             STATUS IS FILE-SM-STATUS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS SUBJ-CODE.

             SELECT JOURNAL-FILE ASSIGN TO 'RESOURCES/GRDJRNL.txt'
             STATUS IS FILE-J-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT RECOVERY-RPT ASSIGN TO 'RESOURCES/RCVRPT.txt'
             STATUS IS FILE-R-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
          FILE SECTION.

          FD RCV-PARM.
          01 RCV-PARM-REC.
             05 RCP-GEN-DATE PIC 9(8).
             05 FILLER       PIC X(1).
             05 RCP-GEN-TIME PIC 9(8).

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

          FD RET-MARK.
          01 RET-MARK-REC.
             05 RTM-RUN-DATE    PIC 9(8).
             05 FILLER          PIC X(1).
             05 RTM-RUN-TIME    PIC 9(8).
             05 FILLER          PIC X(1).
             05 RTM-STUDENTS    PIC 9(5).
             05 FILLER          PIC X(1).
             05 RTM-MERGED-IDS  PIC 9(5).

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

          FD JOURNAL-FILE.
          01 JOURNAL-REC.
             05 JRN-DATE       PIC 9(8).
             05 FILLER         PIC X(1).
             05 JRN-TIME       PIC 9(8).
             05 FILLER         PIC X(1).
             05 JRN-SOURCE     PIC X(4).
             05 FILLER         PIC X(1).
             05 JRN-ACTION     PIC X(1).
             05 FILLER         PIC X(1).
             05 JRN-STUDENT-ID PIC X(7).
             05 FILLER         PIC X(1).
             05 JRN-TERM-ID    PIC X(5).
             05 FILLER         PIC X(1).
             05 JRN-SUBJECT    PIC X(10).
             05 FILLER         PIC X(1).
             05 JRN-OLD-SCORE  PIC 9(2)V99.
             05 FILLER         PIC X(1).
             05 JRN-NEW-SCORE  PIC 9(2)V99.
             05 FILLER         PIC X(1).
             05 JRN-OLD-WEIGHT PIC 9(1)V9.
             05 FILLER         PIC X(1).
             05 JRN-NEW-WEIGHT PIC 9(1)V9.
             05 FILLER         PIC X(1).
             05 JRN-APPROVER-ID PIC X(8).

          FD RECOVERY-RPT.
          01 RECOVERY-RPT-LINE PIC X(100).

          WORKING-STORAGE SECTION.
          01 WS-BKP-A-NAME    PIC X(40).
          01 WS-BKP-B-NAME    PIC X(40).
          01 WS-BKP-S-NAME    PIC X(40).
          01 WS-TODAY         PIC 9(8).
          01 WS-WANT-DATE     PIC 9(8) VALUE 0.
          01 WS-WANT-TIME     PIC 9(8) VALUE 0.
          01 WS-GEN-DATE      PIC 9(8) VALUE 0.
          01 WS-GEN-TIME      PIC 9(8) VALUE 0.
          01 WS-GEN-FOUND     PIC A(1) VALUE 'N'.
          01 WS-PURGE-DATE    PIC 9(8) VALUE 0.
          01 WS-PURGE-TIME    PIC 9(8) VALUE 0.
          01 WS-CNT-PRE-PURGE PIC 9(5) VALUE 0.
          01 WS-CAT-FILEA-CNT PIC 9(5) VALUE 0.
          01 WS-CAT-FILEB-CNT PIC 9(5) VALUE 0.
          01 WS-CAT-SUBJ-CNT  PIC 9(5) VALUE 0.

          01 WS-CNT-FILEA     PIC 9(5) VALUE 0.
          01 WS-CNT-FILEB     PIC 9(5) VALUE 0.
          01 WS-CNT-SUBJ      PIC 9(5) VALUE 0.
          01 WS-CNT-JRN-READ  PIC 9(5) VALUE 0.
          01 WS-CNT-JRN-SKIP  PIC 9(5) VALUE 0.
          01 WS-CNT-REPLAYED  PIC 9(5) VALUE 0.
          01 WS-CNT-MISMATCH  PIC 9(5) VALUE 0.
          01 WS-CNT-NOT-APPLIED PIC 9(5) VALUE 0.
          01 WS-CNT-JRN-MASKED PIC 9(5) VALUE 0.
          01 WS-CNT-COUNT-ERR PIC 9(5) VALUE 0.

          01 WS-SUBJECT-IDX   PIC 9(2) COMP.
          01 WS-SUBJECT-LIMIT PIC 9(2) COMP.
          01 WS-NEXT-IDX      PIC 9(2) COMP.
          01 WS-RCV-HIT       PIC 9(2) COMP.
          01 WS-REC-FOUND     PIC A(1).
          01 WS-ON-FILE-SCORE PIC 9(2)V99.
          01 WS-RCV-FLAG      PIC X(30).
          01 WS-RCV-APPLIED   PIC A(1).

          01 WS-EOF-CAT       PIC A(1).
          01 WS-EOF-A         PIC A(1).
          01 WS-EOF-B         PIC A(1).
          01 WS-EOF-S         PIC A(1).
          01 WS-EOF-J         PIC A(1).

          01 WS-RPT-OLD       PIC Z9.99.
          01 WS-RPT-NEW       PIC Z9.99.
          01 WS-RPT-ON-FILE   PIC Z9.99.
          01 WS-RPT-COUNT     PIC ZZZZ9.
          01 WS-RPT-CAT-COUNT PIC ZZZZ9.

          01 FILE-P-STATUS   PIC 99.
          01 FILE-CAT-STATUS PIC 99.
          01 FILE-RM-STATUS  PIC 99.
          01 FILE-BA-STATUS  PIC 99.
          01 FILE-BB-STATUS  PIC 99.
          01 FILE-BS-STATUS  PIC 99.
          01 FILE-A-STATUS   PIC 99.
          01 FILE-B-STATUS   PIC 99.
          01 FILE-SM-STATUS  PIC 99.
          01 FILE-J-STATUS   PIC 99.
          01 FILE-R-STATUS   PIC 99.
          01 FILE-NAME       PIC X(25).
          01 IS-ERR          PIC A VALUE 'N'.
          01 WS-AUDIT-MSG    PIC X(80).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INIT.
           PERFORM 110-FIND-GENERATION.
           PERFORM 120-OPEN-BACKUPS.
           PERFORM 200-RESTORE-FILEA.
           PERFORM 210-RESTORE-FILEB.
           PERFORM 220-RESTORE-SUBJMST.
           PERFORM 300-REPLAY-JOURNAL.
           PERFORM 900-CLOSE-ALL.
           STOP RUN.

       100-INIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT RCV-PARM
           IF FILE-P-STATUS EQUAL 00
              READ RCV-PARM
                 AT END CONTINUE
                 NOT AT END
                    IF RCP-GEN-DATE IS NUMERIC
                       MOVE RCP-GEN-DATE TO WS-WANT-DATE
                    END-IF
                    IF RCP-GEN-TIME IS NUMERIC
                       MOVE RCP-GEN-TIME TO WS-WANT-TIME
                    END-IF
              END-READ
              CLOSE RCV-PARM
           END-IF
           OPEN INPUT RET-MARK
           IF FILE-RM-STATUS EQUAL 00
              READ RET-MARK
                 AT END CONTINUE
                 NOT AT END
                    IF RTM-RUN-DATE IS NUMERIC
                       AND RTM-RUN-TIME IS NUMERIC
                       MOVE RTM-RUN-DATE TO WS-PURGE-DATE
                       MOVE RTM-RUN-TIME TO WS-PURGE-TIME
                    END-IF
              END-READ
              CLOSE RET-MARK
           END-IF
           OPEN OUTPUT RECOVERY-RPT
           PERFORM 509-CHECK-FILER-STATUS
           MOVE SPACES TO RECOVERY-RPT-LINE
           STRING "FORWARD RECOVERY REPORT   RUN DATE "
                  DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
              INTO RECOVERY-RPT-LINE
           WRITE RECOVERY-RPT-LINE.

       110-FIND-GENERATION.
           MOVE 'N' TO WS-EOF-CAT
           OPEN INPUT BKP-CAT
           IF FILE-CAT-STATUS EQUAL 00
              PERFORM UNTIL WS-EOF-CAT = 'Y'
                 READ BKP-CAT
                    AT END MOVE 'Y' TO WS-EOF-CAT
                    NOT AT END PERFORM 115-CHECK-CAT-ENTRY
                 END-READ
              END-PERFORM
              CLOSE BKP-CAT
           END-IF
           IF WS-GEN-FOUND EQUAL 'N' AND WS-CNT-PRE-PURGE > 0
              DISPLAY "BACKUP GENERATION PREDATES RETENTION PURGE OF "
                 WS-PURGE-DATE " " WS-PURGE-TIME "!"
              MOVE SPACES TO RECOVERY-RPT-LINE
              STRING "BACKUP GENERATION PREDATES RETENTION PURGE OF "
                     DELIMITED BY SIZE
                     WS-PURGE-DATE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-PURGE-TIME DELIMITED BY SIZE
                     " - NOTHING RESTORED" DELIMITED BY SIZE
                 INTO RECOVERY-RPT-LINE
              WRITE RECOVERY-RPT-LINE
              CLOSE RECOVERY-RPT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-GEN-FOUND EQUAL 'N'
              DISPLAY "NO MATCHING BACKUP GENERATION ON BKPCAT.txt!"
              MOVE SPACES TO RECOVERY-RPT-LINE
              STRING "NO MATCHING BACKUP GENERATION ON BKPCAT.txt"
                     DELIMITED BY SIZE
                     " - NOTHING RESTORED" DELIMITED BY SIZE
                 INTO RECOVERY-RPT-LINE
              WRITE RECOVERY-RPT-LINE
              CLOSE RECOVERY-RPT
              MOVE 14 TO RETURN-CODE
              STOP RUN
           END-IF
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
              INTO WS-BKP-S-NAME
           MOVE SPACES TO RECOVERY-RPT-LINE
           STRING "GENERATION RESTORED: " DELIMITED BY SIZE
                  WS-GEN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-GEN-TIME DELIMITED BY SIZE
              INTO RECOVERY-RPT-LINE
           WRITE RECOVERY-RPT-LINE
           MOVE SPACES TO RECOVERY-RPT-LINE
           WRITE RECOVERY-RPT-LINE.

       115-CHECK-CAT-ENTRY.
           IF WS-WANT-DATE NOT EQUAL 0
              AND BKC-GEN-DATE NOT EQUAL WS-WANT-DATE
              EXIT PARAGRAPH
           END-IF
           IF WS-WANT-TIME NOT EQUAL 0
              AND BKC-GEN-TIME NOT EQUAL WS-WANT-TIME
              EXIT PARAGRAPH
           END-IF
           IF BKC-GEN-DATE < WS-PURGE-DATE
              OR (BKC-GEN-DATE EQUAL WS-PURGE-DATE
                  AND BKC-GEN-TIME NOT > WS-PURGE-TIME)
              ADD 1 TO WS-CNT-PRE-PURGE
              EXIT PARAGRAPH
           END-IF
           IF BKC-GEN-DATE > WS-GEN-DATE
              OR (BKC-GEN-DATE EQUAL WS-GEN-DATE
                  AND BKC-GEN-TIME NOT < WS-GEN-TIME)
              MOVE 'Y' TO WS-GEN-FOUND
              MOVE BKC-GEN-DATE TO WS-GEN-DATE
              MOVE BKC-GEN-TIME TO WS-GEN-TIME
              MOVE BKC-FILEA-CNT TO WS-CAT-FILEA-CNT
              MOVE BKC-FILEB-CNT TO WS-CAT-FILEB-CNT
              MOVE BKC-SUBJ-CNT TO WS-CAT-SUBJ-CNT
           END-IF.

       120-OPEN-BACKUPS.
           OPEN INPUT BKP-A
           PERFORM 503-CHECK-BKPA-STATUS
           OPEN INPUT BKP-B
           PERFORM 504-CHECK-BKPB-STATUS
           OPEN INPUT BKP-S
           PERFORM 505-CHECK-BKPS-STATUS.

       200-RESTORE-FILEA.
           OPEN OUTPUT STUDENT
           PERFORM 506-CHECK-FILEA-STATUS
           MOVE 'N' TO WS-EOF-A
           PERFORM UNTIL WS-EOF-A = 'Y'
              READ BKP-A
                 AT END MOVE 'Y' TO WS-EOF-A
                 NOT AT END
                    MOVE BKP-A-REC TO STUDENT-FILE
                    WRITE STUDENT-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WS-CNT-FILEA
                    END-WRITE
              END-READ
           END-PERFORM
           CLOSE STUDENT
           CLOSE BKP-A
           MOVE WS-CNT-FILEA TO WS-RPT-COUNT
           MOVE WS-CAT-FILEA-CNT TO WS-RPT-CAT-COUNT
           MOVE SPACES TO RECOVERY-RPT-LINE
           STRING "FILEA.txt   RESTORED " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  "  CATALOG " DELIMITED BY SIZE
                  WS-RPT-CAT-COUNT DELIMITED BY SIZE
              INTO RECOVERY-RPT-LINE
           IF WS-CNT-FILEA NOT EQUAL WS-CAT-FILEA-CNT
              ADD 1 TO WS-CNT-COUNT-ERR
              MOVE "** COUNT MISMATCH" TO RECOVERY-RPT-LINE(40:17)
           END-IF
           WRITE RECOVERY-RPT-LINE.

       210-RESTORE-FILEB.
           OPEN OUTPUT SCORE
           PERFORM 507-CHECK-FILEB-STATUS
           MOVE 'N' TO WS-EOF-B
           PERFORM UNTIL WS-EOF-B = 'Y'
              READ BKP-B
                 AT END MOVE 'Y' TO WS-EOF-B
                 NOT AT END PERFORM 215-RESTORE-ONE-SCORE
              END-READ
           END-PERFORM
           CLOSE SCORE
           CLOSE BKP-B
           MOVE WS-CNT-FILEB TO WS-RPT-COUNT
           MOVE WS-CAT-FILEB-CNT TO WS-RPT-CAT-COUNT
           MOVE SPACES TO RECOVERY-RPT-LINE
           STRING "FILEB.txt   RESTORED " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  "  CATALOG " DELIMITED BY SIZE
                  WS-RPT-CAT-COUNT DELIMITED BY SIZE
              INTO RECOVERY-RPT-LINE
           IF WS-CNT-FILEB NOT EQUAL WS-CAT-FILEB-CNT
              ADD 1 TO WS-CNT-COUNT-ERR
              MOVE "** COUNT MISMATCH" TO RECOVERY-RPT-LINE(40:17)
           END-IF
           WRITE RECOVERY-RPT-LINE.

       215-RESTORE-ONE-SCORE.
           IF BKB-SUBJECT-COUNT NOT NUMERIC
              MOVE 0 TO WS-SUBJECT-LIMIT
           ELSE
              IF BKB-SUBJECT-COUNT > 10
                 MOVE 10 TO WS-SUBJECT-LIMIT
              ELSE
                 MOVE BKB-SUBJECT-COUNT TO WS-SUBJECT-LIMIT
              END-IF
           END-IF
           MOVE BKB-STUDENT-ID TO SCORE-STUDENT-ID
           MOVE BKB-TERM-ID TO SCORE-TERM-ID
           MOVE WS-SUBJECT-LIMIT TO SCORE-SUBJECT-COUNT
           PERFORM VARYING WS-SUBJECT-IDX FROM 1 BY 1
              UNTIL WS-SUBJECT-IDX > WS-SUBJECT-LIMIT
              MOVE BKB-SUBJECT-NAME(WS-SUBJECT-IDX)
                 TO SUBJECT-NAME(WS-SUBJECT-IDX)
              MOVE BKB-SUBJECT-SCORE(WS-SUBJECT-IDX)
                 TO SUBJECT-SCORE(WS-SUBJECT-IDX)
              MOVE BKB-SUBJECT-WEIGHT(WS-SUBJECT-IDX)
                 TO SUBJECT-WEIGHT(WS-SUBJECT-IDX)
              MOVE BKB-SUBJECT-ORIG-SCORE(WS-SUBJECT-IDX)
                 TO SUBJECT-ORIG-SCORE(WS-SUBJECT-IDX)
              MOVE BKB-SUBJECT-RESIT-FLAG(WS-SUBJECT-IDX)
                 TO SUBJECT-RESIT-FLAG(WS-SUBJECT-IDX)
           END-PERFORM
           WRITE STUDENT-SCORE
              INVALID KEY CONTINUE
              NOT INVALID KEY ADD 1 TO WS-CNT-FILEB
           END-WRITE.

       220-RESTORE-SUBJMST.
           OPEN OUTPUT SUBJ-MST
           PERFORM 508-CHECK-SUBJ-STATUS
           MOVE 'N' TO WS-EOF-S
           PERFORM UNTIL WS-EOF-S = 'Y'
              READ BKP-S
                 AT END MOVE 'Y' TO WS-EOF-S
                 NOT AT END
                    MOVE BKP-S-REC TO SUBJECT-MASTER
                    WRITE SUBJECT-MASTER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WS-CNT-SUBJ
                    END-WRITE
              END-READ
           END-PERFORM
           CLOSE SUBJ-MST
           CLOSE BKP-S
           MOVE WS-CNT-SUBJ TO WS-RPT-COUNT
           MOVE WS-CAT-SUBJ-CNT TO WS-RPT-CAT-COUNT
           MOVE SPACES TO RECOVERY-RPT-LINE
           STRING "SUBJMST.txt RESTORED " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  "  CATALOG " DELIMITED BY SIZE
                  WS-RPT-CAT-COUNT DELIMITED BY SIZE
              INTO RECOVERY-RPT-LINE
           IF WS-CNT-SUBJ NOT EQUAL WS-CAT-SUBJ-CNT
              ADD 1 TO WS-CNT-COUNT-ERR
              MOVE "** COUNT MISMATCH" TO RECOVERY-RPT-LINE(40:17)
           END-IF
           WRITE RECOVERY-RPT-LINE
           MOVE SPACES TO RECOVERY-RPT-LINE
           STRING "FILEA/SUBJMST CHANGES SINCE THE BACKUP ARE NOT "
                  DELIMITED BY SIZE
                  "JOURNALED - RE-APPLY THEM" DELIMITED BY SIZE
              INTO RECOVERY-RPT-LINE
           WRITE RECOVERY-RPT-LINE
           MOVE SPACES TO RECOVERY-RPT-LINE
           WRITE RECOVERY-RPT-LINE.

       300-REPLAY-JOURNAL.
           OPEN I-O SCORE
           PERFORM 507-CHECK-FILEB-STATUS
           MOVE SPACES TO RECOVERY-RPT-LINE
           STRING "DATE     TIME     SRC  ACT STUDENT TERM  "
                  DELIMITED BY SIZE
                  "SUBJECT      OLD  ON FILE    NEW  FLAG"
                  DELIMITED BY SIZE
              INTO RECOVERY-RPT-LINE
           WRITE RECOVERY-RPT-LINE
           MOVE 'N' TO WS-EOF-J
           OPEN INPUT JOURNAL-FILE
           IF FILE-J-STATUS NOT EQUAL 00
              MOVE SPACES TO RECOVERY-RPT-LINE
              STRING "NO GRADE JOURNAL ON FILE - NOTHING REPLAYED"
                     DELIMITED BY SIZE
                 INTO RECOVERY-RPT-LINE
              WRITE RECOVERY-RPT-LINE
              CLOSE SCORE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-J = 'Y'
              READ JOURNAL-FILE
                 AT END MOVE 'Y' TO WS-EOF-J
                 NOT AT END PERFORM 310-REPLAY-ONE-ENTRY
              END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           CLOSE SCORE.

       310-REPLAY-ONE-ENTRY.
           ADD 1 TO WS-CNT-JRN-READ
           IF JRN-DATE < WS-GEN-DATE
              OR (JRN-DATE EQUAL WS-GEN-DATE
                  AND JRN-TIME < WS-GEN-TIME)
              ADD 1 TO WS-CNT-JRN-SKIP
              EXIT PARAGRAPH
           END-IF
           IF JRN-STUDENT-ID EQUAL '*******'
              ADD 1 TO WS-CNT-JRN-MASKED
              MOVE 'SKIPPED - PURGED STUDENT' TO WS-RCV-FLAG
              MOVE 0 TO WS-ON-FILE-SCORE
              PERFORM 360-WRITE-REPLAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RCV-FLAG
           MOVE 'N' TO WS-RCV-APPLIED
           MOVE 0 TO WS-ON-FILE-SCORE
           MOVE JRN-STUDENT-ID TO SCORE-STUDENT-ID
           MOVE JRN-TERM-ID TO SCORE-TERM-ID
           READ SCORE
              INVALID KEY MOVE 'N' TO WS-REC-FOUND
              NOT INVALID KEY MOVE 'Y' TO WS-REC-FOUND
           END-READ
           PERFORM 320-FIND-SUBJECT
           EVALUATE JRN-ACTION
              WHEN 'U' PERFORM 330-REPLAY-UPDATE
              WHEN 'A' PERFORM 340-REPLAY-ADD
              WHEN 'D' PERFORM 350-REPLAY-DELETE
              WHEN OTHER
                 MOVE 'NOT APPLIED - UNKNOWN ACTION' TO WS-RCV-FLAG
           END-EVALUATE
           IF WS-RCV-APPLIED EQUAL 'Y'
              ADD 1 TO WS-CNT-REPLAYED
           ELSE
              ADD 1 TO WS-CNT-NOT-APPLIED
           END-IF
           PERFORM 360-WRITE-REPLAY-LINE.

       320-FIND-SUBJECT.
           MOVE 0 TO WS-RCV-HIT
           MOVE 0 TO WS-SUBJECT-LIMIT
           IF WS-REC-FOUND EQUAL 'Y'
              IF SCORE-SUBJECT-COUNT > 10
                 MOVE 10 TO WS-SUBJECT-LIMIT
              ELSE
                 MOVE SCORE-SUBJECT-COUNT TO WS-SUBJECT-LIMIT
              END-IF
              PERFORM VARYING WS-SUBJECT-IDX FROM 1 BY 1
                 UNTIL WS-SUBJECT-IDX > WS-SUBJECT-LIMIT
                    OR WS-RCV-HIT > 0
                 IF SUBJECT-NAME(WS-SUBJECT-IDX) EQUAL JRN-SUBJECT
                    MOVE WS-SUBJECT-IDX TO WS-RCV-HIT
                 END-IF
              END-PERFORM
           END-IF
           IF WS-RCV-HIT > 0
              MOVE SUBJECT-SCORE(WS-RCV-HIT) TO WS-ON-FILE-SCORE
           END-IF.

       330-REPLAY-UPDATE.
           IF WS-RCV-HIT EQUAL 0
              MOVE 'NOT APPLIED - NO SUBJECT' TO WS-RCV-FLAG
              EXIT PARAGRAPH
           END-IF
           IF WS-ON-FILE-SCORE NOT EQUAL JRN-OLD-SCORE
              MOVE 'OLD SCORE MISMATCH' TO WS-RCV-FLAG
              ADD 1 TO WS-CNT-MISMATCH
           END-IF
           EVALUATE JRN-SOURCE
              WHEN 'RST '
                 IF SUBJECT-RESIT-FLAG(WS-RCV-HIT) NOT EQUAL 'R'
                    MOVE SUBJECT-SCORE(WS-RCV-HIT)
                       TO SUBJECT-ORIG-SCORE(WS-RCV-HIT)
                 END-IF
                 MOVE 'R' TO SUBJECT-RESIT-FLAG(WS-RCV-HIT)
              WHEN 'DLT '
                 MOVE 0 TO SUBJECT-ORIG-SCORE(WS-RCV-HIT)
                 MOVE SPACE TO SUBJECT-RESIT-FLAG(WS-RCV-HIT)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           MOVE JRN-NEW-SCORE TO SUBJECT-SCORE(WS-RCV-HIT)
           MOVE JRN-NEW-WEIGHT TO SUBJECT-WEIGHT(WS-RCV-HIT)
           REWRITE STUDENT-SCORE
           PERFORM 507-CHECK-FILEB-STATUS
           MOVE 'Y' TO WS-RCV-APPLIED.

       340-REPLAY-ADD.
           IF WS-REC-FOUND EQUAL 'N'
              MOVE JRN-STUDENT-ID TO SCORE-STUDENT-ID
              MOVE JRN-TERM-ID TO SCORE-TERM-ID
              MOVE 1 TO SCORE-SUBJECT-COUNT
              MOVE JRN-SUBJECT TO SUBJECT-NAME(1)
              MOVE JRN-NEW-SCORE TO SUBJECT-SCORE(1)
              MOVE JRN-NEW-WEIGHT TO SUBJECT-WEIGHT(1)
              MOVE 0 TO SUBJECT-ORIG-SCORE(1)
              MOVE SPACE TO SUBJECT-RESIT-FLAG(1)
              WRITE STUDENT-SCORE
              PERFORM 507-CHECK-FILEB-STATUS
              MOVE 'Y' TO WS-RCV-APPLIED
              EXIT PARAGRAPH
           END-IF
           IF WS-RCV-HIT > 0
              MOVE 'SUBJECT ALREADY ON FILE' TO WS-RCV-FLAG
              ADD 1 TO WS-CNT-MISMATCH
           ELSE
              IF SCORE-SUBJECT-COUNT NOT < 10
                 MOVE 'NOT APPLIED - SUBJECTS FULL' TO WS-RCV-FLAG
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO SCORE-SUBJECT-COUNT
              MOVE SCORE-SUBJECT-COUNT TO WS-RCV-HIT
              MOVE JRN-SUBJECT TO SUBJECT-NAME(WS-RCV-HIT)
           END-IF
           MOVE JRN-NEW-SCORE TO SUBJECT-SCORE(WS-RCV-HIT)
           MOVE JRN-NEW-WEIGHT TO SUBJECT-WEIGHT(WS-RCV-HIT)
           MOVE 0 TO SUBJECT-ORIG-SCORE(WS-RCV-HIT)
           MOVE SPACE TO SUBJECT-RESIT-FLAG(WS-RCV-HIT)
           REWRITE STUDENT-SCORE
           PERFORM 507-CHECK-FILEB-STATUS
           MOVE 'Y' TO WS-RCV-APPLIED.

       350-REPLAY-DELETE.
           IF WS-RCV-HIT EQUAL 0
              MOVE 'NOT APPLIED - NO SUBJECT' TO WS-RCV-FLAG
              EXIT PARAGRAPH
           END-IF
           IF WS-ON-FILE-SCORE NOT EQUAL JRN-OLD-SCORE
              MOVE 'OLD SCORE MISMATCH' TO WS-RCV-FLAG
              ADD 1 TO WS-CNT-MISMATCH
           END-IF
           PERFORM VARYING WS-SUBJECT-IDX FROM WS-RCV-HIT BY 1
              UNTIL WS-SUBJECT-IDX NOT < WS-SUBJECT-LIMIT
              COMPUTE WS-NEXT-IDX = WS-SUBJECT-IDX + 1
              MOVE SCORE-SUBJECT(WS-NEXT-IDX)
                 TO SCORE-SUBJECT(WS-SUBJECT-IDX)
           END-PERFORM
           IF WS-SUBJECT-LIMIT > 1
              SUBTRACT 1 FROM WS-SUBJECT-LIMIT
              MOVE WS-SUBJECT-LIMIT TO SCORE-SUBJECT-COUNT
              REWRITE STUDENT-SCORE
           ELSE
              DELETE SCORE RECORD
           END-IF
           PERFORM 507-CHECK-FILEB-STATUS
           MOVE 'Y' TO WS-RCV-APPLIED.

       360-WRITE-REPLAY-LINE.
           MOVE JRN-OLD-SCORE TO WS-RPT-OLD
           MOVE JRN-NEW-SCORE TO WS-RPT-NEW
           MOVE WS-ON-FILE-SCORE TO WS-RPT-ON-FILE
           MOVE SPACES TO RECOVERY-RPT-LINE
           STRING JRN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  JRN-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  JRN-SOURCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  JRN-ACTION DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  JRN-STUDENT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  JRN-TERM-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  JRN-SUBJECT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-OLD DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-RPT-ON-FILE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RPT-NEW DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RCV-FLAG DELIMITED BY SIZE
              INTO RECOVERY-RPT-LINE
           WRITE RECOVERY-RPT-LINE.

       900-CLOSE-ALL.
           MOVE SPACES TO RECOVERY-RPT-LINE
           WRITE RECOVERY-RPT-LINE
           MOVE WS-CNT-JRN-READ TO WS-RPT-COUNT
           MOVE SPACES TO RECOVERY-RPT-LINE
           STRING "JOURNAL ENTRIES READ:          " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
              INTO RECOVERY-RPT-LINE
           WRITE RECOVERY-RPT-LINE
           MOVE WS-CNT-JRN-SKIP TO WS-RPT-COUNT
           MOVE SPACES TO RECOVERY-RPT-LINE
           STRING "BEFORE BACKUP - NOT REPLAYED:  " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
              INTO RECOVERY-RPT-LINE
           WRITE RECOVERY-RPT-LINE
           MOVE WS-CNT-JRN-MASKED TO WS-RPT-COUNT
           MOVE SPACES TO RECOVERY-RPT-LINE
           STRING "PURGED STUDENT - NOT REPLAYED: " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
              INTO RECOVERY-RPT-LINE
           WRITE RECOVERY-RPT-LINE
           MOVE WS-CNT-REPLAYED TO WS-RPT-COUNT
           MOVE SPACES TO RECOVERY-RPT-LINE
           STRING "ENTRIES REPLAYED:              " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
              INTO RECOVERY-RPT-LINE
           WRITE RECOVERY-RPT-LINE
           MOVE WS-CNT-MISMATCH TO WS-RPT-COUNT
           MOVE SPACES TO RECOVERY-RPT-LINE
           STRING "OLD SCORE MISMATCHES:          " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
              INTO RECOVERY-RPT-LINE
           WRITE RECOVERY-RPT-LINE
           MOVE WS-CNT-NOT-APPLIED TO WS-RPT-COUNT
           MOVE SPACES TO RECOVERY-RPT-LINE
           STRING "ENTRIES NOT APPLIED:           " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
              INTO RECOVERY-RPT-LINE
           WRITE RECOVERY-RPT-LINE
           CLOSE RECOVERY-RPT
           DISPLAY "RECOVERY GEN " WS-GEN-DATE " " WS-GEN-TIME
              " REPLAYED: " WS-CNT-REPLAYED
              " MISMATCHES: " WS-CNT-MISMATCH
              " NOT APPLIED: " WS-CNT-NOT-APPLIED
           MOVE SPACES TO WS-AUDIT-MSG
           STRING "RECOVERY GEN=" DELIMITED BY SIZE
                  WS-GEN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-GEN-TIME DELIMITED BY SIZE
                  " REPLAYED=" DELIMITED BY SIZE
                  WS-CNT-REPLAYED DELIMITED BY SIZE
                  " MISMATCH=" DELIMITED BY SIZE
                  WS-CNT-MISMATCH DELIMITED BY SIZE
              INTO WS-AUDIT-MSG
           CALL 'AUDIT-LOG' USING WS-AUDIT-MSG
           IF WS-CNT-MISMATCH > 0 OR WS-CNT-NOT-APPLIED > 0
              OR WS-CNT-COUNT-ERR > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

       503-CHECK-BKPA-STATUS.
           MOVE 'FILEA BACKUP GEN' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-BA-STATUS, FILE-NAME, IS-ERR.
           PERFORM 510-CHECK-ERR.

       504-CHECK-BKPB-STATUS.
           MOVE 'FILEB BACKUP GEN' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-BB-STATUS, FILE-NAME, IS-ERR.
           PERFORM 510-CHECK-ERR.

       505-CHECK-BKPS-STATUS.
           MOVE 'SUBJMST BACKUP GEN' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-BS-STATUS, FILE-NAME, IS-ERR.
           PERFORM 510-CHECK-ERR.

       506-CHECK-FILEA-STATUS.
           MOVE 'FLIEA.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-A-STATUS, FILE-NAME, IS-ERR.
           PERFORM 510-CHECK-ERR.

       507-CHECK-FILEB-STATUS.
           MOVE 'FLIEB.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-B-STATUS, FILE-NAME, IS-ERR.
           PERFORM 510-CHECK-ERR.

       508-CHECK-SUBJ-STATUS.
           MOVE 'SUBJMST.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-SM-STATUS, FILE-NAME, IS-ERR.
           PERFORM 510-CHECK-ERR.

       509-CHECK-FILER-STATUS.
           MOVE 'RCVRPT.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-R-STATUS, FILE-NAME, IS-ERR.
           PERFORM 510-CHECK-ERR.

       510-CHECK-ERR.
           IF IS-ERR EQUAL 'Y'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       END PROGRAM ST01RCV1.
