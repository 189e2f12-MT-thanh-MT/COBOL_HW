       IDENTIFICATION DIVISION.
       PROGRAM-ID. ST01RET1.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT RET-PARM ASSIGN TO 'RESOURCES/RETPARM.txt'
             STATUS IS FILE-RP-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT STUDENT ASSIGN TO 'RESOURCES/FILEA.txt'
             STATUS IS FILE-A-STATUS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
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

             SELECT GUARD-MST ASSIGN TO 'RESOURCES/GUARDMST.txt'
             STATUS IS FILE-GM-STATUS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS GRD-STUDENT-ID.

             SELECT MERGE-XREF ASSIGN TO 'RESOURCES/MERGEXRF.txt'
             STATUS IS FILE-X-STATUS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS XRF-RETIRED-ID.

             SELECT JOURNAL-FILE ASSIGN TO 'RESOURCES/GRDJRNL.txt'
             STATUS IS FILE-J-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT JOURNAL-WORK ASSIGN TO 'RESOURCES/GRDJRNL.tmp'
             STATUS IS FILE-JW-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT RET-ARCHIVE ASSIGN TO 'RESOURCES/RETARCH.txt'
             STATUS IS FILE-AR-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT RET-RPT ASSIGN TO 'RESOURCES/RETREG.txt'
             STATUS IS FILE-R-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT RET-MARK ASSIGN TO 'RESOURCES/RETMARK.txt'
             STATUS IS FILE-RM-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
          FILE SECTION.

          FD RET-PARM.
          01 RET-PARM-REC.
             05 RTP-YEARS    PIC 9(2).
             05 RTP-RUN-MODE PIC X(1).

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

          FD MERGE-XREF.
          01 MERGE-XREF-REC.
             05 XRF-RETIRED-ID  PIC X(7).
             05 XRF-SURVIVOR-ID PIC X(7).
             05 XRF-MERGE-DATE  PIC 9(8).

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

          FD JOURNAL-WORK.
          01 JOURNAL-WORK-REC PIC X(75).

          FD RET-ARCHIVE.
          01 ARC-HEAD-REC.
             05 ARH-REC-TYPE    PIC X(1).
             05 FILLER          PIC X(1).
             05 ARH-STUDENT-ID  PIC X(7).
             05 FILLER          PIC X(1).
             05 ARH-NAME        PIC A(25).
             05 FILLER          PIC X(1).
             05 ARH-CLASS-ID    PIC X(4).
             05 FILLER          PIC X(1).
             05 ARH-STATUS      PIC X(1).
             05 FILLER          PIC X(1).
             05 ARH-STATUS-DATE PIC 9(8).
             05 FILLER          PIC X(1).
             05 ARH-PURGE-DATE  PIC 9(8).
          01 ARC-SUBJ-REC.
             05 ARS-REC-TYPE    PIC X(1).
             05 FILLER          PIC X(1).
             05 ARS-STUDENT-ID  PIC X(7).
             05 FILLER          PIC X(1).
             05 ARS-TERM-ID     PIC X(5).
             05 FILLER          PIC X(1).
             05 ARS-SUBJECT     PIC X(10).
             05 FILLER          PIC X(1).
             05 ARS-SCORE       PIC 9(2)V99.
             05 FILLER          PIC X(1).
             05 ARS-WEIGHT      PIC 9(1)V9.
             05 FILLER          PIC X(1).
             05 ARS-ORIG-SCORE  PIC 9(2)V99.
             05 FILLER          PIC X(1).
             05 ARS-RESIT-FLAG  PIC X(1).
          01 ARC-TERM-REC.
             05 ART-REC-TYPE    PIC X(1).
             05 FILLER          PIC X(1).
             05 ART-STUDENT-ID  PIC X(7).
             05 FILLER          PIC X(1).
             05 ART-TERM-ID     PIC X(5).
             05 FILLER          PIC X(1).
             05 ART-TERM-AVG    PIC 9(2)V99.
          01 ARC-ATT-REC.
             05 ARA-REC-TYPE    PIC X(1).
             05 FILLER          PIC X(1).
             05 ARA-STUDENT-ID  PIC X(7).
             05 FILLER          PIC X(1).
             05 ARA-TERM-ID     PIC X(5).
             05 FILLER          PIC X(1).
             05 ARA-DAYS-POSSIBLE PIC 9(3).
             05 FILLER          PIC X(1).
             05 ARA-DAYS-PRESENT  PIC 9(3).
             05 FILLER          PIC X(1).
             05 ARA-AUTH-ABSENT   PIC 9(3).
             05 FILLER          PIC X(1).
             05 ARA-UNAUTH-ABSENT PIC 9(3).
          01 ARC-CUM-REC.
             05 ARC-REC-TYPE    PIC X(1).
             05 FILLER          PIC X(1).
             05 ARC-STUDENT-ID  PIC X(7).
             05 FILLER          PIC X(1).
             05 ARC-TERM-COUNT  PIC 9(3).
             05 FILLER          PIC X(1).
             05 ARC-CUM-GPA     PIC 9(2)V99.

          FD RET-RPT.
          01 RET-RPT-LINE PIC X(100).

          FD RET-MARK.
          01 RET-MARK-REC.
             05 RTM-RUN-DATE    PIC 9(8).
             05 FILLER          PIC X(1).
             05 RTM-RUN-TIME    PIC 9(8).
             05 FILLER          PIC X(1).
             05 RTM-STUDENTS    PIC 9(5).
             05 FILLER          PIC X(1).
             05 RTM-MERGED-IDS  PIC 9(5).

          WORKING-STORAGE SECTION.
          01 WS-PURGE-TABLE.
             05 WS-PRG-ENTRY OCCURS 2000 TIMES.
                10 WS-PRG-ID          PIC X(7).
                10 WS-PRG-NAME        PIC A(25).
                10 WS-PRG-CLASS       PIC X(4).
                10 WS-PRG-STATUS      PIC X(1).
                10 WS-PRG-STATUS-DATE PIC 9(8).
                10 WS-PRG-TERMS       PIC 9(3).
                10 WS-PRG-ATT         PIC 9(3).
                10 WS-PRG-GUARD       PIC 9(1).
                10 WS-PRG-JRNL        PIC 9(5).
          01 WS-PRG-USED      PIC 9(4) COMP VALUE 0.
          01 WS-PRG-MAX       PIC 9(4) COMP VALUE 2000.
          01 WS-PRG-IDX       PIC 9(4) COMP.
          01 WS-PRG-PTR       PIC 9(4) COMP.
          01 WS-PRG-HIT       PIC A(1).
          01 WS-PTR-DONE      PIC A(1).
          01 WS-MATCH-ID      PIC X(7).

          01 WS-MERGED-TABLE.
             05 WS-MGD-ENTRY OCCURS 500 TIMES.
                10 WS-MGD-ID          PIC X(7).
                10 WS-MGD-NAME        PIC A(25).
                10 WS-MGD-SURVIVOR-ID PIC X(7).
                10 WS-MGD-JRNL        PIC 9(5).
          01 WS-MGD-USED      PIC 9(3) COMP VALUE 0.
          01 WS-MGD-MAX       PIC 9(3) COMP VALUE 500.
          01 WS-MGD-IDX       PIC 9(3) COMP.
          01 WS-MGD-HIT       PIC A(1).
          01 WS-SURV-PURGED   PIC A(1).
          01 WS-XRF-ADDED     PIC 9(3) COMP.
          01 WS-ANON-TOTAL    PIC 9(5).

          01 WS-GPA-WORK.
             05 WS-SUBJECT-IDX      PIC 9(2) COMP.
             05 WS-SUBJECT-LIMIT    PIC 9(2) COMP.
             05 WS-WEIGHTED-SUM     PIC 9(4)V99.
             05 WS-WEIGHT-TOTAL     PIC 9(2)V9.
             05 WS-TERM-AVG         PIC 9(2)V99.

          01 WS-CUM-WORK.
             05 WS-CUM-SUM          PIC 9(6)V99.
             05 WS-CUM-WEIGHT       PIC 9(4)V9.
             05 WS-CUM-GPA          PIC 9(2)V99.
             05 WS-TERM-COUNT       PIC 9(3).

          01 WS-CONTROL-TOTALS.
             05 WS-A-IN          PIC 9(7) VALUE 0.
             05 WS-A-OUT         PIC 9(7) VALUE 0.
             05 WS-A-ANON        PIC 9(7) VALUE 0.
             05 WS-B-IN          PIC 9(7) VALUE 0.
             05 WS-B-OUT         PIC 9(7) VALUE 0.
             05 WS-B-PURGED      PIC 9(7) VALUE 0.
             05 WS-AT-IN         PIC 9(7) VALUE 0.
             05 WS-AT-OUT        PIC 9(7) VALUE 0.
             05 WS-AT-PURGED     PIC 9(7) VALUE 0.
             05 WS-GM-IN         PIC 9(7) VALUE 0.
             05 WS-GM-OUT        PIC 9(7) VALUE 0.
             05 WS-GM-PURGED     PIC 9(7) VALUE 0.
             05 WS-J-IN          PIC 9(7) VALUE 0.
             05 WS-J-OUT         PIC 9(7) VALUE 0.
             05 WS-J-MASKED      PIC 9(7) VALUE 0.
             05 WS-ARC-WRITTEN   PIC 9(7) VALUE 0.

          01 WS-TOTAL-LINE.
             05 WS-TOT-FILE      PIC X(12).
             05 WS-TOT-IN        PIC 9(7).
             05 WS-TOT-OUT       PIC 9(7).
             05 WS-TOT-PURGED    PIC 9(7).
             05 WS-TOT-LABEL     PIC X(10).

          01 WS-RETENTION-YEARS PIC 9(2).
          01 WS-DRY-RUN       PIC A(1) VALUE 'Y'.
          01 WS-TODAY         PIC 9(8).
          01 WS-RUN-TIME      PIC 9(8).
          01 WS-CUTOFF-DATE   PIC 9(8).
          01 WS-ANON-NAME     PIC A(25) VALUE 'RETENTION PURGED'.
          01 WS-MASKED-ID     PIC X(7) VALUE '*******'.
          01 WS-OUT-OF-BALANCE PIC A(1) VALUE 'N'.
          01 WS-ACTION-TEXT   PIC X(11).

          01 WS-CNT-PRIOR     PIC 9(5) VALUE 0.
          01 WS-CNT-DEFERRED  PIC 9(5) VALUE 0.
          01 WS-CNT-BAD-DATE  PIC 9(5) VALUE 0.

          01 WS-RPT-COUNT     PIC ZZZZZZ9.
          01 WS-RPT-IN        PIC ZZZZZZ9.
          01 WS-RPT-OUT       PIC ZZZZZZ9.
          01 WS-RPT-PURGED    PIC ZZZZZZ9.
          01 WS-RPT-TERMS     PIC ZZ9.
          01 WS-RPT-ATT       PIC ZZ9.
          01 WS-RPT-JRNL      PIC ZZZZ9.

          01 FILE-RP-STATUS   PIC 99.
          01 FILE-A-STATUS    PIC 99.
          01 FILE-B-STATUS    PIC 99.
          01 FILE-AT-STATUS   PIC 99.
          01 FILE-GM-STATUS   PIC 99.
          01 FILE-J-STATUS    PIC 99.
          01 FILE-JW-STATUS   PIC 99.
          01 FILE-AR-STATUS   PIC 99.
          01 FILE-R-STATUS    PIC 99.
          01 FILE-RM-STATUS   PIC 99.
          01 WS-ATT-OPEN      PIC A(1) VALUE 'N'.
          01 WS-GRD-OPEN      PIC A(1) VALUE 'N'.
          01 WS-JRN-OPEN      PIC A(1) VALUE 'N'.
          01 WS-XRF-OPEN      PIC A(1) VALUE 'N'.
          01 FILE-X-STATUS    PIC 99.
          01 WS-EOF-XRF       PIC A(1).
          01 WS-EOF-A         PIC A(1).
          01 WS-EOF-SCORES    PIC A(1).
          01 WS-EOF-ATT       PIC A(1).
          01 WS-EOF-GRD       PIC A(1).
          01 WS-EOF-J         PIC A(1).
          01 FILE-NAME        PIC X(25).
          01 IS-ERR           PIC A VALUE 'N'.
          01 WS-AUDIT-MSG     PIC X(80).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-READ-RET-PARM.
           PERFORM 120-INIT.
           PERFORM 200-SELECT-STUDENTS.
           IF WS-XRF-OPEN EQUAL 'Y'
              MOVE 1 TO WS-XRF-ADDED
              PERFORM UNTIL WS-XRF-ADDED = 0
                 PERFORM 250-SCAN-MERGE-XREF
              END-PERFORM
           END-IF
           IF WS-DRY-RUN EQUAL 'N'
              AND (WS-PRG-USED > 0 OR WS-MGD-USED > 0)
              PERFORM 260-WRITE-PURGE-MARK
           END-IF
           PERFORM 300-SCAN-SCORES.
           PERFORM 310-SCAN-ATTENDANCE.
           PERFORM 320-SCAN-GUARDIANS.
           PERFORM 400-MASK-JOURNAL.
           PERFORM 450-ANONYMISE-NAMES.
           PERFORM 700-COUNT-AFTER.
           PERFORM 800-WRITE-REGISTER.
           PERFORM 900-CLOSE-ALL.
           IF WS-OUT-OF-BALANCE EQUAL 'Y'
              MOVE 14 TO RETURN-CODE
           ELSE
              IF WS-CNT-DEFERRED > 0 OR WS-CNT-BAD-DATE > 0
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           STOP RUN.

       100-READ-RET-PARM.
           OPEN INPUT RET-PARM
           PERFORM 500-CHECK-PARM-STATUS
           READ RET-PARM
              AT END MOVE SPACES TO RET-PARM-REC
           END-READ
           CLOSE RET-PARM
           IF RTP-YEARS NOT NUMERIC OR RTP-YEARS EQUAL 0
              DISPLAY "RETENTION YEARS MISSING OR ZERO IN RETPARM.txt"
              MOVE 14 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE RTP-YEARS TO WS-RETENTION-YEARS
           EVALUATE RTP-RUN-MODE
              WHEN 'U'
                 MOVE 'N' TO WS-DRY-RUN
              WHEN 'D'
              WHEN SPACE
                 MOVE 'Y' TO WS-DRY-RUN
              WHEN OTHER
                 DISPLAY "RUN MODE MUST BE D (DRY RUN) OR U (UPDATE): "
                    RTP-RUN-MODE
                 MOVE 14 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           COMPUTE WS-CUTOFF-DATE =
              WS-TODAY - (WS-RETENTION-YEARS * 10000)
           IF WS-DRY-RUN EQUAL 'Y'
              DISPLAY "RETENTION DRY RUN - NOTHING WILL BE REMOVED"
           ELSE
              DISPLAY "RETENTION UPDATE RUN"
           END-IF
           DISPLAY "DEPARTED BEFORE " WS-CUTOFF-DATE " ARE PURGED".

       120-INIT.
           IF WS-DRY-RUN EQUAL 'Y'
              OPEN INPUT STUDENT
              PERFORM 501-CHECK-FILEA-STATUS
              OPEN INPUT SCORE
              PERFORM 502-CHECK-FILEB-STATUS
              OPEN INPUT ATTEND
              IF FILE-AT-STATUS EQUAL 00
                 MOVE 'Y' TO WS-ATT-OPEN
              END-IF
              OPEN INPUT GUARD-MST
              IF FILE-GM-STATUS EQUAL 00
                 MOVE 'Y' TO WS-GRD-OPEN
              END-IF
           ELSE
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
              OPEN EXTEND RET-ARCHIVE
              IF FILE-AR-STATUS NOT EQUAL 00
                 OPEN OUTPUT RET-ARCHIVE
              END-IF
              PERFORM 505-CHECK-ARCH-STATUS
           END-IF
           OPEN INPUT MERGE-XREF
           IF FILE-X-STATUS EQUAL 00
              MOVE 'Y' TO WS-XRF-OPEN
           END-IF
           OPEN OUTPUT RET-RPT
           PERFORM 506-CHECK-FILER-STATUS.

       200-SELECT-STUDENTS.
           MOVE 'N' TO WS-EOF-A
           PERFORM UNTIL WS-EOF-A = 'Y'
              READ STUDENT NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF-A
                 NOT AT END
                    ADD 1 TO WS-A-IN
                    PERFORM 210-CHECK-STUDENT
              END-READ
           END-PERFORM.

       210-CHECK-STUDENT.
           IF STU-STATUS NOT EQUAL 'W' AND STU-STATUS NOT EQUAL 'T'
              EXIT PARAGRAPH
           END-IF
           IF NAME EQUAL WS-ANON-NAME
              ADD 1 TO WS-CNT-PRIOR
              EXIT PARAGRAPH
           END-IF
           IF STU-STATUS-DATE NOT NUMERIC
              ADD 1 TO WS-CNT-BAD-DATE
              DISPLAY "STATUS DATE INVALID - KEPT: " STUDENT-ID
              EXIT PARAGRAPH
           END-IF
           IF STU-STATUS-DATE NOT < WS-CUTOFF-DATE
              EXIT PARAGRAPH
           END-IF
           IF WS-PRG-USED NOT < WS-PRG-MAX
              ADD 1 TO WS-CNT-DEFERRED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PRG-USED
           MOVE STUDENT-ID TO WS-PRG-ID(WS-PRG-USED)
           MOVE NAME TO WS-PRG-NAME(WS-PRG-USED)
           MOVE CLASS-CODE TO WS-PRG-CLASS(WS-PRG-USED)
           MOVE STU-STATUS TO WS-PRG-STATUS(WS-PRG-USED)
           MOVE STU-STATUS-DATE TO WS-PRG-STATUS-DATE(WS-PRG-USED)
           MOVE 0 TO WS-PRG-TERMS(WS-PRG-USED)
           MOVE 0 TO WS-PRG-ATT(WS-PRG-USED)
           MOVE 0 TO WS-PRG-GUARD(WS-PRG-USED)
           MOVE 0 TO WS-PRG-JRNL(WS-PRG-USED)
           IF WS-DRY-RUN EQUAL 'N'
              PERFORM 220-ARCHIVE-STUDENT
           END-IF.

       220-ARCHIVE-STUDENT.
           MOVE SPACES TO ARC-HEAD-REC
           MOVE 'H' TO ARH-REC-TYPE
           MOVE STUDENT-ID TO ARH-STUDENT-ID
           MOVE NAME TO ARH-NAME
           MOVE CLASS-CODE TO ARH-CLASS-ID
           MOVE STU-STATUS TO ARH-STATUS
           MOVE STU-STATUS-DATE TO ARH-STATUS-DATE
           MOVE WS-TODAY TO ARH-PURGE-DATE
           WRITE ARC-HEAD-REC
           PERFORM 505-CHECK-ARCH-STATUS
           ADD 1 TO WS-ARC-WRITTEN
           MOVE 0 TO WS-CUM-SUM
           MOVE 0 TO WS-CUM-WEIGHT
           MOVE 0 TO WS-TERM-COUNT
           MOVE 'N' TO WS-EOF-SCORES
           MOVE STUDENT-ID TO SCORE-STUDENT-ID
           MOVE LOW-VALUES TO SCORE-TERM-ID
           START SCORE KEY IS NOT LESS THAN SCORE-REC-KEY
              INVALID KEY MOVE 'Y' TO WS-EOF-SCORES
           END-START
           PERFORM UNTIL WS-EOF-SCORES = 'Y'
              READ SCORE NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF-SCORES
                 NOT AT END
                    IF SCORE-STUDENT-ID EQUAL STUDENT-ID
                       PERFORM 225-ARCHIVE-ONE-TERM
                    ELSE
                       MOVE 'Y' TO WS-EOF-SCORES
                    END-IF
              END-READ
           END-PERFORM
           IF WS-ATT-OPEN EQUAL 'Y'
              PERFORM 228-ARCHIVE-ATTENDANCE
           END-IF
           IF WS-CUM-WEIGHT > 0
              COMPUTE WS-CUM-GPA = WS-CUM-SUM / WS-CUM-WEIGHT
           ELSE
              MOVE 0 TO WS-CUM-GPA
           END-IF
           MOVE SPACES TO ARC-CUM-REC
           MOVE 'C' TO ARC-REC-TYPE
           MOVE STUDENT-ID TO ARC-STUDENT-ID
           MOVE WS-TERM-COUNT TO ARC-TERM-COUNT
           MOVE WS-CUM-GPA TO ARC-CUM-GPA
           WRITE ARC-CUM-REC
           PERFORM 505-CHECK-ARCH-STATUS
           ADD 1 TO WS-ARC-WRITTEN.

       225-ARCHIVE-ONE-TERM.
           MOVE 0 TO WS-WEIGHTED-SUM
           MOVE 0 TO WS-WEIGHT-TOTAL
           IF SCORE-SUBJECT-COUNT > 10
              MOVE 10 TO WS-SUBJECT-LIMIT
           ELSE
              MOVE SCORE-SUBJECT-COUNT TO WS-SUBJECT-LIMIT
           END-IF
           PERFORM VARYING WS-SUBJECT-IDX FROM 1 BY 1
              UNTIL WS-SUBJECT-IDX > WS-SUBJECT-LIMIT
              MOVE SPACES TO ARC-SUBJ-REC
              MOVE 'S' TO ARS-REC-TYPE
              MOVE SCORE-STUDENT-ID TO ARS-STUDENT-ID
              MOVE SCORE-TERM-ID TO ARS-TERM-ID
              MOVE SUBJECT-NAME(WS-SUBJECT-IDX) TO ARS-SUBJECT
              MOVE SUBJECT-SCORE(WS-SUBJECT-IDX) TO ARS-SCORE
              MOVE SUBJECT-WEIGHT(WS-SUBJECT-IDX) TO ARS-WEIGHT
              MOVE SUBJECT-ORIG-SCORE(WS-SUBJECT-IDX) TO ARS-ORIG-SCORE
              MOVE SUBJECT-RESIT-FLAG(WS-SUBJECT-IDX) TO ARS-RESIT-FLAG
              WRITE ARC-SUBJ-REC
              PERFORM 505-CHECK-ARCH-STATUS
              ADD 1 TO WS-ARC-WRITTEN
              IF SUBJECT-SCORE(WS-SUBJECT-IDX) NOT > 10.00
                 COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM +
                    (SUBJECT-SCORE(WS-SUBJECT-IDX) *
                     SUBJECT-WEIGHT(WS-SUBJECT-IDX))
                 ADD SUBJECT-WEIGHT(WS-SUBJECT-IDX) TO WS-WEIGHT-TOTAL
              END-IF
           END-PERFORM
           ADD 1 TO WS-TERM-COUNT
           IF WS-WEIGHT-TOTAL > 0
              COMPUTE WS-TERM-AVG = WS-WEIGHTED-SUM / WS-WEIGHT-TOTAL
              ADD WS-WEIGHTED-SUM TO WS-CUM-SUM
              ADD WS-WEIGHT-TOTAL TO WS-CUM-WEIGHT
           ELSE
              MOVE 0 TO WS-TERM-AVG
           END-IF
           MOVE SPACES TO ARC-TERM-REC
           MOVE 'T' TO ART-REC-TYPE
           MOVE SCORE-STUDENT-ID TO ART-STUDENT-ID
           MOVE SCORE-TERM-ID TO ART-TERM-ID
           MOVE WS-TERM-AVG TO ART-TERM-AVG
           WRITE ARC-TERM-REC
           PERFORM 505-CHECK-ARCH-STATUS
           ADD 1 TO WS-ARC-WRITTEN.

       228-ARCHIVE-ATTENDANCE.
           MOVE 'N' TO WS-EOF-ATT
           MOVE STUDENT-ID TO ATT-STUDENT-ID
           MOVE LOW-VALUES TO ATT-TERM-ID
           START ATTEND KEY IS NOT LESS THAN ATT-REC-KEY
              INVALID KEY MOVE 'Y' TO WS-EOF-ATT
           END-START
           PERFORM UNTIL WS-EOF-ATT = 'Y'
              READ ATTEND NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF-ATT
                 NOT AT END
                    IF ATT-STUDENT-ID EQUAL STUDENT-ID
                       MOVE SPACES TO ARC-ATT-REC
                       MOVE 'A' TO ARA-REC-TYPE
                       MOVE ATT-STUDENT-ID TO ARA-STUDENT-ID
                       MOVE ATT-TERM-ID TO ARA-TERM-ID
                       MOVE ATT-DAYS-POSSIBLE TO ARA-DAYS-POSSIBLE
                       MOVE ATT-DAYS-PRESENT TO ARA-DAYS-PRESENT
                       MOVE ATT-AUTH-ABSENT TO ARA-AUTH-ABSENT
                       MOVE ATT-UNAUTH-ABSENT TO ARA-UNAUTH-ABSENT
                       WRITE ARC-ATT-REC
                       PERFORM 505-CHECK-ARCH-STATUS
                       ADD 1 TO WS-ARC-WRITTEN
                    ELSE
                       MOVE 'Y' TO WS-EOF-ATT
                    END-IF
              END-READ
           END-PERFORM.

       230-ANONYMISE-STUDENT.
           READ STUDENT
              INVALID KEY EXIT PARAGRAPH
           END-READ
           MOVE WS-ANON-NAME TO NAME
           REWRITE STUDENT-FILE
           PERFORM 501-CHECK-FILEA-STATUS
           ADD 1 TO WS-A-ANON.

       250-SCAN-MERGE-XREF.
           MOVE 0 TO WS-XRF-ADDED
           MOVE 'N' TO WS-EOF-XRF
           MOVE LOW-VALUES TO XRF-RETIRED-ID
           START MERGE-XREF KEY IS NOT LESS THAN XRF-RETIRED-ID
              INVALID KEY MOVE 'Y' TO WS-EOF-XRF
           END-START
           PERFORM UNTIL WS-EOF-XRF = 'Y'
              READ MERGE-XREF NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF-XRF
                 NOT AT END PERFORM 255-CHECK-MERGED-ID
              END-READ
           END-PERFORM.

       255-CHECK-MERGED-ID.
           MOVE XRF-RETIRED-ID TO WS-MATCH-ID
           PERFORM 258-FIND-MERGED-ID
           IF WS-MGD-HIT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SURV-PURGED
           PERFORM VARYING WS-PRG-IDX FROM 1 BY 1
              UNTIL WS-PRG-IDX > WS-PRG-USED OR WS-SURV-PURGED = 'Y'
              IF WS-PRG-ID(WS-PRG-IDX) EQUAL XRF-SURVIVOR-ID
                 MOVE 'Y' TO WS-SURV-PURGED
              END-IF
           END-PERFORM
           IF WS-SURV-PURGED EQUAL 'N'
              MOVE XRF-SURVIVOR-ID TO WS-MATCH-ID
              PERFORM 258-FIND-MERGED-ID
              MOVE WS-MGD-HIT TO WS-SURV-PURGED
           END-IF
           IF WS-SURV-PURGED EQUAL 'N'
              MOVE XRF-SURVIVOR-ID TO STUDENT-ID
              READ STUDENT
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF NAME EQUAL WS-ANON-NAME
                       MOVE 'Y' TO WS-SURV-PURGED
                    END-IF
              END-READ
           END-IF
           IF WS-SURV-PURGED EQUAL 'N'
              EXIT PARAGRAPH
           END-IF
           MOVE XRF-RETIRED-ID TO STUDENT-ID
           READ STUDENT
              INVALID KEY EXIT PARAGRAPH
           END-READ
           IF STU-STATUS NOT EQUAL 'M' OR NAME EQUAL WS-ANON-NAME
              EXIT PARAGRAPH
           END-IF
           IF WS-MGD-USED NOT < WS-MGD-MAX
              ADD 1 TO WS-CNT-DEFERRED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MGD-USED
           ADD 1 TO WS-XRF-ADDED
           MOVE XRF-RETIRED-ID TO WS-MGD-ID(WS-MGD-USED)
           MOVE NAME TO WS-MGD-NAME(WS-MGD-USED)
           MOVE XRF-SURVIVOR-ID TO WS-MGD-SURVIVOR-ID(WS-MGD-USED)
           MOVE 0 TO WS-MGD-JRNL(WS-MGD-USED).

       258-FIND-MERGED-ID.
           MOVE 'N' TO WS-MGD-HIT
           PERFORM VARYING WS-MGD-IDX FROM 1 BY 1
              UNTIL WS-MGD-IDX > WS-MGD-USED OR WS-MGD-HIT = 'Y'
              IF WS-MGD-ID(WS-MGD-IDX) EQUAL WS-MATCH-ID
                 MOVE 'Y' TO WS-MGD-HIT
              END-IF
           END-PERFORM.

       260-WRITE-PURGE-MARK.
           OPEN OUTPUT RET-MARK
           PERFORM 510-CHECK-MARK-STATUS
           MOVE SPACES TO RET-MARK-REC
           MOVE WS-TODAY TO RTM-RUN-DATE
           MOVE WS-RUN-TIME TO RTM-RUN-TIME
           MOVE WS-PRG-USED TO RTM-STUDENTS
           MOVE WS-MGD-USED TO RTM-MERGED-IDS
           WRITE RET-MARK-REC
           PERFORM 510-CHECK-MARK-STATUS
           CLOSE RET-MARK.

       300-SCAN-SCORES.
           MOVE 1 TO WS-PRG-PTR
           MOVE 'N' TO WS-EOF-SCORES
           MOVE LOW-VALUES TO SCORE-REC-KEY
           START SCORE KEY IS NOT LESS THAN SCORE-REC-KEY
              INVALID KEY MOVE 'Y' TO WS-EOF-SCORES
           END-START
           PERFORM UNTIL WS-EOF-SCORES = 'Y'
              READ SCORE NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF-SCORES
                 NOT AT END
                    ADD 1 TO WS-B-IN
                    MOVE SCORE-STUDENT-ID TO WS-MATCH-ID
                    PERFORM 330-MATCH-PURGE-ID
                    IF WS-PRG-HIT EQUAL 'Y'
                       ADD 1 TO WS-B-PURGED
                       ADD 1 TO WS-PRG-TERMS(WS-PRG-PTR)
                       IF WS-DRY-RUN EQUAL 'N'
                          DELETE SCORE RECORD
                          PERFORM 502-CHECK-FILEB-STATUS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       310-SCAN-ATTENDANCE.
           IF WS-ATT-OPEN EQUAL 'N'
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-PRG-PTR
           MOVE 'N' TO WS-EOF-ATT
           MOVE LOW-VALUES TO ATT-REC-KEY
           START ATTEND KEY IS NOT LESS THAN ATT-REC-KEY
              INVALID KEY MOVE 'Y' TO WS-EOF-ATT
           END-START
           PERFORM UNTIL WS-EOF-ATT = 'Y'
              READ ATTEND NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF-ATT
                 NOT AT END
                    ADD 1 TO WS-AT-IN
                    MOVE ATT-STUDENT-ID TO WS-MATCH-ID
                    PERFORM 330-MATCH-PURGE-ID
                    IF WS-PRG-HIT EQUAL 'Y'
                       ADD 1 TO WS-AT-PURGED
                       ADD 1 TO WS-PRG-ATT(WS-PRG-PTR)
                       IF WS-DRY-RUN EQUAL 'N'
                          DELETE ATTEND RECORD
                          PERFORM 503-CHECK-ATT-STATUS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       320-SCAN-GUARDIANS.
           IF WS-GRD-OPEN EQUAL 'N'
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-PRG-PTR
           MOVE 'N' TO WS-EOF-GRD
           MOVE LOW-VALUES TO GRD-STUDENT-ID
           START GUARD-MST KEY IS NOT LESS THAN GRD-STUDENT-ID
              INVALID KEY MOVE 'Y' TO WS-EOF-GRD
           END-START
           PERFORM UNTIL WS-EOF-GRD = 'Y'
              READ GUARD-MST NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF-GRD
                 NOT AT END
                    ADD 1 TO WS-GM-IN
                    MOVE GRD-STUDENT-ID TO WS-MATCH-ID
                    PERFORM 330-MATCH-PURGE-ID
                    IF WS-PRG-HIT EQUAL 'Y'
                       ADD 1 TO WS-GM-PURGED
                       ADD 1 TO WS-PRG-GUARD(WS-PRG-PTR)
                       IF WS-DRY-RUN EQUAL 'N'
                          DELETE GUARD-MST RECORD
                          PERFORM 504-CHECK-GRD-STATUS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       330-MATCH-PURGE-ID.
           MOVE 'N' TO WS-PRG-HIT
           MOVE 'N' TO WS-PTR-DONE
           PERFORM UNTIL WS-PTR-DONE = 'Y'
              IF WS-PRG-PTR > WS-PRG-USED
                 MOVE 'Y' TO WS-PTR-DONE
              ELSE
                 IF WS-PRG-ID(WS-PRG-PTR) NOT < WS-MATCH-ID
                    MOVE 'Y' TO WS-PTR-DONE
                 ELSE
                    ADD 1 TO WS-PRG-PTR
                 END-IF
              END-IF
           END-PERFORM
           IF WS-PRG-PTR NOT > WS-PRG-USED
              IF WS-PRG-ID(WS-PRG-PTR) EQUAL WS-MATCH-ID
                 MOVE 'Y' TO WS-PRG-HIT
              END-IF
           END-IF.

       400-MASK-JOURNAL.
           MOVE 'N' TO WS-EOF-J
           OPEN INPUT JOURNAL-FILE
           IF FILE-J-STATUS NOT EQUAL 00
              DISPLAY "NO GRADE JOURNAL - NOTHING TO MASK"
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-JRN-OPEN
           IF WS-DRY-RUN EQUAL 'N'
              OPEN OUTPUT JOURNAL-WORK
              PERFORM 508-CHECK-WORK-STATUS
           END-IF
           PERFORM UNTIL WS-EOF-J = 'Y'
              READ JOURNAL-FILE
                 AT END MOVE 'Y' TO WS-EOF-J
                 NOT AT END
                    ADD 1 TO WS-J-IN
                    PERFORM 410-MASK-ONE-ENTRY
              END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           MOVE 'N' TO WS-JRN-OPEN
           IF WS-DRY-RUN EQUAL 'N'
              CLOSE JOURNAL-WORK
              PERFORM 420-COPY-BACK-JOURNAL
           ELSE
              MOVE WS-J-IN TO WS-J-OUT
           END-IF.

       410-MASK-ONE-ENTRY.
           MOVE 'N' TO WS-PRG-HIT
           PERFORM VARYING WS-PRG-IDX FROM 1 BY 1
              UNTIL WS-PRG-IDX > WS-PRG-USED OR WS-PRG-HIT = 'Y'
              IF WS-PRG-ID(WS-PRG-IDX) EQUAL JRN-STUDENT-ID
                 MOVE 'Y' TO WS-PRG-HIT
                 ADD 1 TO WS-PRG-JRNL(WS-PRG-IDX)
              END-IF
           END-PERFORM
           IF WS-PRG-HIT EQUAL 'N'
              MOVE JRN-STUDENT-ID TO WS-MATCH-ID
              PERFORM 258-FIND-MERGED-ID
              IF WS-MGD-HIT EQUAL 'Y'
                 MOVE 'Y' TO WS-PRG-HIT
                 SUBTRACT 1 FROM WS-MGD-IDX
                 ADD 1 TO WS-MGD-JRNL(WS-MGD-IDX)
              END-IF
           END-IF
           IF WS-PRG-HIT EQUAL 'Y'
              ADD 1 TO WS-J-MASKED
              MOVE WS-MASKED-ID TO JRN-STUDENT-ID
           END-IF
           IF WS-DRY-RUN EQUAL 'N'
              MOVE JOURNAL-REC TO JOURNAL-WORK-REC
              WRITE JOURNAL-WORK-REC
              PERFORM 508-CHECK-WORK-STATUS
           END-IF.

       420-COPY-BACK-JOURNAL.
           MOVE 'N' TO WS-EOF-J
           OPEN INPUT JOURNAL-WORK
           PERFORM 508-CHECK-WORK-STATUS
           OPEN OUTPUT JOURNAL-FILE
           PERFORM 507-CHECK-JRNL-STATUS
           PERFORM UNTIL WS-EOF-J = 'Y'
              READ JOURNAL-WORK
                 AT END MOVE 'Y' TO WS-EOF-J
                 NOT AT END
                    MOVE JOURNAL-WORK-REC TO JOURNAL-REC
                    WRITE JOURNAL-REC
                    PERFORM 507-CHECK-JRNL-STATUS
                    ADD 1 TO WS-J-OUT
              END-READ
           END-PERFORM
           CLOSE JOURNAL-WORK
           CLOSE JOURNAL-FILE
           DELETE FILE JOURNAL-WORK.

       450-ANONYMISE-NAMES.
           IF WS-DRY-RUN EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PRG-IDX FROM 1 BY 1
              UNTIL WS-PRG-IDX > WS-PRG-USED
              MOVE WS-PRG-ID(WS-PRG-IDX) TO STUDENT-ID
              PERFORM 230-ANONYMISE-STUDENT
           END-PERFORM
           PERFORM VARYING WS-MGD-IDX FROM 1 BY 1
              UNTIL WS-MGD-IDX > WS-MGD-USED
              MOVE WS-MGD-ID(WS-MGD-IDX) TO STUDENT-ID
              PERFORM 230-ANONYMISE-STUDENT
           END-PERFORM.

       700-COUNT-AFTER.
           IF WS-DRY-RUN EQUAL 'Y'
              MOVE WS-A-IN TO WS-A-OUT
              COMPUTE WS-B-OUT = WS-B-IN - WS-B-PURGED
              COMPUTE WS-AT-OUT = WS-AT-IN - WS-AT-PURGED
              COMPUTE WS-GM-OUT = WS-GM-IN - WS-GM-PURGED
              EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-A
           MOVE LOW-VALUES TO STUDENT-ID
           START STUDENT KEY IS NOT LESS THAN STUDENT-ID
              INVALID KEY MOVE 'Y' TO WS-EOF-A
           END-START
           PERFORM UNTIL WS-EOF-A = 'Y'
              READ STUDENT NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF-A
                 NOT AT END ADD 1 TO WS-A-OUT
              END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SCORES
           MOVE LOW-VALUES TO SCORE-REC-KEY
           START SCORE KEY IS NOT LESS THAN SCORE-REC-KEY
              INVALID KEY MOVE 'Y' TO WS-EOF-SCORES
           END-START
           PERFORM UNTIL WS-EOF-SCORES = 'Y'
              READ SCORE NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF-SCORES
                 NOT AT END ADD 1 TO WS-B-OUT
              END-READ
           END-PERFORM
           IF WS-ATT-OPEN EQUAL 'Y'
              MOVE 'N' TO WS-EOF-ATT
              MOVE LOW-VALUES TO ATT-REC-KEY
              START ATTEND KEY IS NOT LESS THAN ATT-REC-KEY
                 INVALID KEY MOVE 'Y' TO WS-EOF-ATT
              END-START
              PERFORM UNTIL WS-EOF-ATT = 'Y'
                 READ ATTEND NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF-ATT
                    NOT AT END ADD 1 TO WS-AT-OUT
                 END-READ
              END-PERFORM
           END-IF
           IF WS-GRD-OPEN EQUAL 'Y'
              MOVE 'N' TO WS-EOF-GRD
              MOVE LOW-VALUES TO GRD-STUDENT-ID
              START GUARD-MST KEY IS NOT LESS THAN GRD-STUDENT-ID
                 INVALID KEY MOVE 'Y' TO WS-EOF-GRD
              END-START
              PERFORM UNTIL WS-EOF-GRD = 'Y'
                 READ GUARD-MST NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF-GRD
                    NOT AT END ADD 1 TO WS-GM-OUT
                 END-READ
              END-PERFORM
           END-IF.

       800-WRITE-REGISTER.
           MOVE SPACES TO RET-RPT-LINE
           IF WS-DRY-RUN EQUAL 'Y'
              STRING "RETENTION PURGE REGISTER - DRY RUN, NOTHING "
                     DELIMITED BY SIZE
                     "REMOVED   RUN DATE " DELIMITED BY SIZE
                     WS-TODAY DELIMITED BY SIZE
                 INTO RET-RPT-LINE
           ELSE
              STRING "RETENTION PURGE REGISTER - UPDATE RUN   RUN DATE "
                     DELIMITED BY SIZE
                     WS-TODAY DELIMITED BY SIZE
                 INTO RET-RPT-LINE
           END-IF
           WRITE RET-RPT-LINE
           MOVE SPACES TO RET-RPT-LINE
           STRING "RETENTION " DELIMITED BY SIZE
                  WS-RETENTION-YEARS DELIMITED BY SIZE
                  " YEARS - WITHDRAWN/TRANSFERRED BEFORE "
                     DELIMITED BY SIZE
                  WS-CUTOFF-DATE DELIMITED BY SIZE
              INTO RET-RPT-LINE
           WRITE RET-RPT-LINE
           MOVE SPACES TO RET-RPT-LINE
           WRITE RET-RPT-LINE
           MOVE SPACES TO RET-RPT-LINE
           STRING "ID       NAME                       CLASS ST "
                  DELIMITED BY SIZE
                  "LEFT ON  TERMS ATTEND GUARD  JRNL  ACTION"
                  DELIMITED BY SIZE
              INTO RET-RPT-LINE
           WRITE RET-RPT-LINE
           IF WS-DRY-RUN EQUAL 'Y'
              MOVE 'WOULD PURGE' TO WS-ACTION-TEXT
           ELSE
              MOVE 'PURGED' TO WS-ACTION-TEXT
           END-IF
           PERFORM VARYING WS-PRG-IDX FROM 1 BY 1
              UNTIL WS-PRG-IDX > WS-PRG-USED
              PERFORM 810-WRITE-PURGE-LINE
           END-PERFORM
           IF WS-PRG-USED EQUAL 0
              MOVE SPACES TO RET-RPT-LINE
              STRING "NO STUDENTS PAST THE RETENTION PERIOD"
                     DELIMITED BY SIZE
                 INTO RET-RPT-LINE
              WRITE RET-RPT-LINE
           END-IF
           IF WS-MGD-USED > 0
              PERFORM 815-WRITE-MERGED-IDS
           END-IF
           PERFORM 820-WRITE-TOTALS.

       815-WRITE-MERGED-IDS.
           MOVE SPACES TO RET-RPT-LINE
           WRITE RET-RPT-LINE
           MOVE SPACES TO RET-RPT-LINE
           STRING "MERGED (RETIRED) IDS OF PURGED STUDENTS"
                  DELIMITED BY SIZE
              INTO RET-RPT-LINE
           WRITE RET-RPT-LINE
           MOVE SPACES TO RET-RPT-LINE
           STRING "ID       NAME                       MERGED INTO"
                  DELIMITED BY SIZE
                  "   JRNL  ACTION" DELIMITED BY SIZE
              INTO RET-RPT-LINE
           WRITE RET-RPT-LINE
           PERFORM VARYING WS-MGD-IDX FROM 1 BY 1
              UNTIL WS-MGD-IDX > WS-MGD-USED
              MOVE WS-MGD-JRNL(WS-MGD-IDX) TO WS-RPT-JRNL
              MOVE SPACES TO RET-RPT-LINE
              STRING WS-MGD-ID(WS-MGD-IDX) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     WS-MGD-NAME(WS-MGD-IDX) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     WS-MGD-SURVIVOR-ID(WS-MGD-IDX) DELIMITED BY SIZE
                     "       " DELIMITED BY SIZE
                     WS-RPT-JRNL DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     WS-ACTION-TEXT DELIMITED BY SIZE
                 INTO RET-RPT-LINE
              WRITE RET-RPT-LINE
           END-PERFORM.

       810-WRITE-PURGE-LINE.
           MOVE WS-PRG-TERMS(WS-PRG-IDX) TO WS-RPT-TERMS
           MOVE WS-PRG-ATT(WS-PRG-IDX) TO WS-RPT-ATT
           MOVE WS-PRG-JRNL(WS-PRG-IDX) TO WS-RPT-JRNL
           MOVE SPACES TO RET-RPT-LINE
           STRING WS-PRG-ID(WS-PRG-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PRG-NAME(WS-PRG-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PRG-CLASS(WS-PRG-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PRG-STATUS(WS-PRG-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PRG-STATUS-DATE(WS-PRG-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RPT-TERMS DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-RPT-ATT DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-PRG-GUARD(WS-PRG-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-JRNL DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ACTION-TEXT DELIMITED BY SIZE
              INTO RET-RPT-LINE
           WRITE RET-RPT-LINE.

       820-WRITE-TOTALS.
           MOVE SPACES TO RET-RPT-LINE
           WRITE RET-RPT-LINE
           MOVE SPACES TO RET-RPT-LINE
           STRING "CONTROL TOTALS  (RECORDS IN = RECORDS OUT + "
                  DELIMITED BY SIZE
                  "RECORDS PURGED)" DELIMITED BY SIZE
              INTO RET-RPT-LINE
           WRITE RET-RPT-LINE
           MOVE SPACES TO RET-RPT-LINE
           STRING "FILE         RECORDS IN RECORDS OUT     PURGED"
                  DELIMITED BY SIZE
                  "  CHECK" DELIMITED BY SIZE
              INTO RET-RPT-LINE
           WRITE RET-RPT-LINE
           MOVE 'FILEA' TO WS-TOT-FILE
           MOVE WS-A-IN TO WS-TOT-IN
           MOVE WS-A-OUT TO WS-TOT-OUT
           MOVE 0 TO WS-TOT-PURGED
           PERFORM 825-WRITE-TOTAL-LINE
           MOVE 'FILEB' TO WS-TOT-FILE
           MOVE WS-B-IN TO WS-TOT-IN
           MOVE WS-B-OUT TO WS-TOT-OUT
           MOVE WS-B-PURGED TO WS-TOT-PURGED
           PERFORM 825-WRITE-TOTAL-LINE
           MOVE 'ATTEND' TO WS-TOT-FILE
           MOVE WS-AT-IN TO WS-TOT-IN
           MOVE WS-AT-OUT TO WS-TOT-OUT
           MOVE WS-AT-PURGED TO WS-TOT-PURGED
           PERFORM 825-WRITE-TOTAL-LINE
           MOVE 'GUARDMST' TO WS-TOT-FILE
           MOVE WS-GM-IN TO WS-TOT-IN
           MOVE WS-GM-OUT TO WS-TOT-OUT
           MOVE WS-GM-PURGED TO WS-TOT-PURGED
           PERFORM 825-WRITE-TOTAL-LINE
           MOVE 'GRDJRNL' TO WS-TOT-FILE
           MOVE WS-J-IN TO WS-TOT-IN
           MOVE WS-J-OUT TO WS-TOT-OUT
           MOVE 0 TO WS-TOT-PURGED
           PERFORM 825-WRITE-TOTAL-LINE
           MOVE SPACES TO RET-RPT-LINE
           WRITE RET-RPT-LINE
           MOVE WS-A-ANON TO WS-RPT-COUNT
           IF WS-DRY-RUN EQUAL 'Y'
              COMPUTE WS-ANON-TOTAL = WS-PRG-USED + WS-MGD-USED
              MOVE WS-ANON-TOTAL TO WS-RPT-COUNT
           END-IF
           MOVE SPACES TO RET-RPT-LINE
           STRING "FILEA NAMES ANONYMISED      " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
              INTO RET-RPT-LINE
           WRITE RET-RPT-LINE
           MOVE WS-J-MASKED TO WS-RPT-COUNT
           MOVE SPACES TO RET-RPT-LINE
           STRING "GRDJRNL ENTRIES MASKED      " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
              INTO RET-RPT-LINE
           WRITE RET-RPT-LINE
           MOVE WS-ARC-WRITTEN TO WS-RPT-COUNT
           MOVE SPACES TO RET-RPT-LINE
           STRING "ARCHIVE RECORDS WRITTEN     " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
              INTO RET-RPT-LINE
           WRITE RET-RPT-LINE
           MOVE WS-CNT-PRIOR TO WS-RPT-COUNT
           MOVE SPACES TO RET-RPT-LINE
           STRING "ALREADY ANONYMISED          " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
              INTO RET-RPT-LINE
           WRITE RET-RPT-LINE
           IF WS-CNT-BAD-DATE > 0
              MOVE WS-CNT-BAD-DATE TO WS-RPT-COUNT
              MOVE SPACES TO RET-RPT-LINE
              STRING "KEPT - STATUS DATE INVALID  " DELIMITED BY SIZE
                     WS-RPT-COUNT DELIMITED BY SIZE
                 INTO RET-RPT-LINE
              WRITE RET-RPT-LINE
           END-IF
           IF WS-CNT-DEFERRED > 0
              MOVE WS-CNT-DEFERRED TO WS-RPT-COUNT
              MOVE SPACES TO RET-RPT-LINE
              STRING "DEFERRED TO NEXT RUN        " DELIMITED BY SIZE
                     WS-RPT-COUNT DELIMITED BY SIZE
                 INTO RET-RPT-LINE
              WRITE RET-RPT-LINE
           END-IF.

       825-WRITE-TOTAL-LINE.
           IF WS-TOT-IN EQUAL WS-TOT-OUT + WS-TOT-PURGED
              MOVE 'BALANCED' TO WS-TOT-LABEL
           ELSE
              MOVE 'OUT OF BAL' TO WS-TOT-LABEL
              MOVE 'Y' TO WS-OUT-OF-BALANCE
              DISPLAY "CONTROL TOTALS OUT OF BALANCE: " WS-TOT-FILE
           END-IF
           MOVE WS-TOT-IN TO WS-RPT-IN
           MOVE WS-TOT-OUT TO WS-RPT-OUT
           MOVE WS-TOT-PURGED TO WS-RPT-PURGED
           MOVE SPACES TO RET-RPT-LINE
           STRING WS-TOT-FILE DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-RPT-IN DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-RPT-OUT DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-RPT-PURGED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TOT-LABEL DELIMITED BY SIZE
              INTO RET-RPT-LINE
           WRITE RET-RPT-LINE.

       900-CLOSE-ALL.
           CLOSE STUDENT
           CLOSE SCORE
           IF WS-ATT-OPEN EQUAL 'Y'
              CLOSE ATTEND
           END-IF
           IF WS-GRD-OPEN EQUAL 'Y'
              CLOSE GUARD-MST
           END-IF
           IF WS-XRF-OPEN EQUAL 'Y'
              CLOSE MERGE-XREF
           END-IF
           IF WS-DRY-RUN EQUAL 'N'
              CLOSE RET-ARCHIVE
           END-IF
           CLOSE RET-RPT
           DISPLAY "RETENTION RUN - STUDENTS: " WS-PRG-USED
              " FILEB PURGED: " WS-B-PURGED
              " JOURNAL MASKED: " WS-J-MASKED
           MOVE SPACES TO WS-AUDIT-MSG
           IF WS-DRY-RUN EQUAL 'Y'
              STRING "RETENTION DRY RUN CUTOFF=" DELIMITED BY SIZE
                     WS-CUTOFF-DATE DELIMITED BY SIZE
                     " FILEB=" DELIMITED BY SIZE
                     WS-B-PURGED DELIMITED BY SIZE
                 INTO WS-AUDIT-MSG
           ELSE
              STRING "RETENTION PURGE CUTOFF=" DELIMITED BY SIZE
                     WS-CUTOFF-DATE DELIMITED BY SIZE
                     " ANON=" DELIMITED BY SIZE
                     WS-A-ANON DELIMITED BY SIZE
                     " FILEB=" DELIMITED BY SIZE
                     WS-B-PURGED DELIMITED BY SIZE
                     " JRNL=" DELIMITED BY SIZE
                     WS-J-MASKED DELIMITED BY SIZE
                 INTO WS-AUDIT-MSG
           END-IF
           CALL 'AUDIT-LOG' USING WS-AUDIT-MSG.

       500-CHECK-PARM-STATUS.
           MOVE 'RETPARM.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-RP-STATUS, FILE-NAME, IS-ERR.
           PERFORM 509-CHECK-ERR.

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

       503-CHECK-ATT-STATUS.
           MOVE 'ATTEND.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-AT-STATUS, FILE-NAME, IS-ERR.
           PERFORM 509-CHECK-ERR.

       504-CHECK-GRD-STATUS.
           MOVE 'GUARDMST.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-GM-STATUS, FILE-NAME, IS-ERR.
           PERFORM 509-CHECK-ERR.

       505-CHECK-ARCH-STATUS.
           MOVE 'RETARCH.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-AR-STATUS, FILE-NAME, IS-ERR.
           PERFORM 509-CHECK-ERR.

       506-CHECK-FILER-STATUS.
           MOVE 'RETREG.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-R-STATUS, FILE-NAME, IS-ERR.
           PERFORM 509-CHECK-ERR.

       507-CHECK-JRNL-STATUS.
           MOVE 'GRDJRNL.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-J-STATUS, FILE-NAME, IS-ERR.
           PERFORM 509-CHECK-ERR.

       508-CHECK-WORK-STATUS.
           MOVE 'GRDJRNL.tmp' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-JW-STATUS, FILE-NAME, IS-ERR.
           PERFORM 509-CHECK-ERR.

       509-CHECK-ERR.
           IF IS-ERR EQUAL 'Y'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       510-CHECK-MARK-STATUS.
           MOVE 'RETMARK.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-RM-STATUS, FILE-NAME, IS-ERR.
           PERFORM 509-CHECK-ERR.

       END PROGRAM ST01RET1.
