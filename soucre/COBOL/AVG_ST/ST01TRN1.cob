             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SCORE-REC-KEY.

             SELECT MERGE-XREF ASSIGN TO 'RESOURCES/MERGEXRF.txt'
             STATUS IS FILE-X-STATUS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS XRF-RETIRED-ID.

             SELECT TRANSCRIPT-RPT ASSIGN TO 'RESOURCES/TRNSCRPT.txt'
             STATUS IS FILE-R-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.
                10 SUBJECT-ORIG-SCORE PIC 9(2)V99.
                10 SUBJECT-RESIT-FLAG PIC X(1).

          FD MERGE-XREF.
          01 MERGE-XREF-REC.
             05 XRF-RETIRED-ID  PIC X(7).
             05 XRF-SURVIVOR-ID PIC X(7).
             05 XRF-MERGE-DATE  PIC 9(8).

          FD TRANSCRIPT-RPT.
          01 TRANSCRIPT-LINE PIC X(60).

          01 FILE-A-STATUS   PIC 99.
          01 FILE-B-STATUS   PIC 99.
          01 FILE-R-STATUS   PIC 99.
          01 FILE-X-STATUS   PIC 99.
          01 WS-XRF-OPEN     PIC A(1) VALUE 'N'.
          01 WS-EOF-Q        PIC A(1).
          01 WS-EOF-SCORES   PIC A(1).
          01 STUDENT_EXISTS  PIC A VALUE 'N'.
           PERFORM 501-CHECK-FILEA-STATUS
           OPEN INPUT SCORE
           PERFORM 502-CHECK-FILEB-STATUS
           OPEN INPUT MERGE-XREF
           IF FILE-X-STATUS EQUAL 00
              MOVE 'Y' TO WS-XRF-OPEN
           END-IF
           OPEN OUTPUT TRANSCRIPT-RPT
           PERFORM 503-CHECK-FILER-STATUS.

                 INTO TRANSCRIPT-LINE
              WRITE TRANSCRIPT-LINE
           END-IF
           IF STU-STATUS EQUAL 'M'
              PERFORM 235-PRINT-MERGED
           END-IF
           MOVE SPACES TO TRANSCRIPT-LINE
           STRING "TERM   WEIGHTED AVG" DELIMITED BY SIZE
              INTO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE.

       235-PRINT-MERGED.
           MOVE SPACES TO XRF-SURVIVOR-ID
           IF WS-XRF-OPEN EQUAL 'Y'
              MOVE STUDENT-ID TO XRF-RETIRED-ID
              READ MERGE-XREF
                 INVALID KEY MOVE SPACES TO XRF-SURVIVOR-ID
              END-READ
           END-IF
           MOVE SPACES TO TRANSCRIPT-LINE
           IF XRF-SURVIVOR-ID EQUAL SPACES
              STRING "STATUS: MERGED EFF " DELIMITED BY SIZE
                     STU-STATUS-DATE DELIMITED BY SIZE
                 INTO TRANSCRIPT-LINE
           ELSE
              STRING "STATUS: MERGED INTO " DELIMITED BY SIZE
                     XRF-SURVIVOR-ID DELIMITED BY SIZE
                     " EFF " DELIMITED BY SIZE
                     STU-STATUS-DATE DELIMITED BY SIZE
                     " - SEE THAT ID" DELIMITED BY SIZE
                 INTO TRANSCRIPT-LINE
           END-IF
           WRITE TRANSCRIPT-LINE.

       240-PRINT-TERMS.
           MOVE 0 TO WS-CUM-SUM
           MOVE 0 TO WS-CUM-WEIGHT
           CLOSE TRN-REQ
           CLOSE STUDENT
           CLOSE SCORE
           IF WS-XRF-OPEN EQUAL 'Y'
              CLOSE MERGE-XREF
           END-IF
           CLOSE TRANSCRIPT-RPT.

       500-CHECK-FILEQ-STATUS.
