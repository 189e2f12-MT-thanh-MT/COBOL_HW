             ACCESS MODE IS DYNAMIC
             RECORD KEY IS AFF-STUDENT-ID.

             SELECT GBK-STAT ASSIGN TO 'RESOURCES/GBKSTAT.txt'
             STATUS IS FILE-GS-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT GBK-OVERRIDE ASSIGN TO 'RESOURCES/GBKOVRD.txt'
             STATUS IS FILE-GO-STATUS
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT CLS-SORT-WORK ASSIGN TO 'RESOURCES/SORTWORK.tmp'.

       DATA DIVISION.
             05 RC-HW01-DONE  PIC X(1).
             05 RC-HW01-DATE  PIC 9(8).

          FD GBK-STAT.
          01 GBK-STAT-REC.
             05 GKS-TERM-ID     PIC X(5).
             05 FILLER          PIC X(1).
             05 GKS-COMPLETE    PIC X(1).
             05 FILLER          PIC X(1).
             05 GKS-RUN-DATE    PIC 9(8).
             05 FILLER          PIC X(1).
             05 GKS-INCOMPLETE  PIC 9(5).

          FD GBK-OVERRIDE.
          01 GBK-OVERRIDE-REC.
             05 OVR-TERM-ID     PIC X(5).
             05 FILLER          PIC X(1).
             05 OVR-OPERATOR-ID PIC X(8).
             05 FILLER          PIC X(1).
             05 OVR-REASON      PIC X(30).

          FD CHECKPOINT-FILE.
          01 CHECKPOINT-REC.
             05 CKPT-FC-A       PIC 9(5).
             05 WS-JRNL-NEW-SCORE  PIC 9(2)V99.
             05 WS-JRNL-OLD-WEIGHT PIC 9(1)V9.
             05 WS-JRNL-NEW-WEIGHT PIC 9(1)V9.
             05 WS-JRNL-APPROVER-ID PIC X(8) VALUE SPACES.

          01 FILE-AFF-STATUS        PIC 99.
          01 WS-AFF-COUNT           PIC 9(5) VALUE 0.
          01 WS-CTL-HW01-DONE       PIC X(1) VALUE 'N'.
          01 WS-CTL-HW01-DATE       PIC 9(8) VALUE 0.

          01 FILE-GS-STATUS         PIC 99.
          01 FILE-GO-STATUS         PIC 99.
          01 WS-GBK-COMPLETE        PIC A(1) VALUE 'N'.
          01 WS-GBK-OVERRIDE        PIC A(1) VALUE 'N'.

          01 WS-NEW-TRAILER.
             05 WS-NEW-REC-TYPE       PIC X(1).
             05 WS-NEW-TOTAL-STUDENTS PIC 9(5).
              PERFORM 102-END-READ
              PERFORM 124-CLEAR-CHECKPOINT
              PERFORM 141-MARK-HW01-DONE
              IF WS-GBK-OVERRIDE EQUAL 'Y'
                 PERFORM 144-CLEAR-GBK-OVERRIDE
              END-IF
           END-IF
           STOP RUN.

              MOVE 'NG' TO AVG-STATUS
           END-IF
           IF WS-STU-STATUS EQUAL 'W' OR WS-STU-STATUS EQUAL 'T'
              OR WS-STU-STATUS EQUAL 'M'
              MOVE 'WD' TO AVG-STATUS
           END-IF
           PERFORM 137-ASSIGN-CLASSIFICATION
           MOVE 0 TO AVG-SCORE
           MOVE 'NG' TO AVG-STATUS
           IF WS-STU-STATUS EQUAL 'W' OR WS-STU-STATUS EQUAL 'T'
              OR WS-STU-STATUS EQUAL 'M'
              MOVE 'WD' TO AVG-STATUS
           END-IF
           PERFORM 137-ASSIGN-CLASSIFICATION
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM 142-CHECK-GRADEBOOKS
           END-IF
           DISPLAY "RUN CONTROL OK - RUN " WS-CTL-RUN-NUMBER.

       142-CHECK-GRADEBOOKS.
           MOVE 'N' TO WS-GBK-COMPLETE
           OPEN INPUT GBK-STAT
           IF FILE-GS-STATUS NOT EQUAL 00
              DISPLAY "NO GRADEBOOK STATUS - RUN ST01GBK1 FIRST"
           ELSE
              READ GBK-STAT
                 AT END
                    DISPLAY "GRADEBOOK STATUS EMPTY - RUN ST01GBK1"
                 NOT AT END
                    IF GKS-TERM-ID NOT EQUAL WS-RUN-TERM-ID
                       DISPLAY "GRADEBOOK CHECK IS FOR TERM "
                          GKS-TERM-ID " NOT " WS-RUN-TERM-ID
                          " - RUN ST01GBK1"
                    ELSE
                       IF GKS-RUN-DATE NOT NUMERIC
                          OR GKS-RUN-DATE < WS-CTL-RUN-DATE
                          DISPLAY "GRADEBOOK CHECK DATED "
                             GKS-RUN-DATE " IS BEFORE LOAD RUN "
                             WS-CTL-RUN-DATE " - RUN ST01GBK1"
                       ELSE
                          IF GKS-COMPLETE EQUAL 'Y'
                             MOVE 'Y' TO WS-GBK-COMPLETE
                          ELSE
                             DISPLAY "GRADEBOOKS INCOMPLETE: "
                                GKS-INCOMPLETE " - SEE GBKRPT.txt"
                          END-IF
                       END-IF
                    END-IF
              END-READ
              CLOSE GBK-STAT
           END-IF
           IF WS-GBK-COMPLETE NOT EQUAL 'Y'
              PERFORM 143-CHECK-GBK-OVERRIDE
              IF WS-GBK-OVERRIDE NOT EQUAL 'Y'
                 MOVE SPACES TO WS-AUDIT-MSG
                 STRING "FULL RUN REFUSED GRADEBOOKS INCOMPLETE="
                        DELIMITED BY SIZE
                        WS-RUN-TERM-ID DELIMITED BY SIZE
                    INTO WS-AUDIT-MSG
                 CALL 'AUDIT-LOG' USING WS-AUDIT-MSG
                 MOVE 10 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       143-CHECK-GBK-OVERRIDE.
           MOVE 'N' TO WS-GBK-OVERRIDE
           OPEN INPUT GBK-OVERRIDE
           IF FILE-GO-STATUS EQUAL 00
              READ GBK-OVERRIDE
                 AT END CONTINUE
                 NOT AT END
                    IF OVR-TERM-ID EQUAL WS-RUN-TERM-ID
                       AND OVR-OPERATOR-ID NOT EQUAL SPACES
                       MOVE 'Y' TO WS-GBK-OVERRIDE
                    END-IF
              END-READ
              CLOSE GBK-OVERRIDE
           END-IF
           IF WS-GBK-OVERRIDE EQUAL 'Y'
              DISPLAY "GRADEBOOK CHECK OVERRIDDEN BY OPERATOR "
                 OVR-OPERATOR-ID
              MOVE SPACES TO WS-AUDIT-MSG
              STRING "GRADEBOOK OVERRIDE TERM=" DELIMITED BY SIZE
                     WS-RUN-TERM-ID DELIMITED BY SIZE
                     " OPER=" DELIMITED BY SIZE
                     OVR-OPERATOR-ID DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     OVR-REASON DELIMITED BY SIZE
                 INTO WS-AUDIT-MSG
              CALL 'AUDIT-LOG' USING WS-AUDIT-MSG
           END-IF.

       144-CLEAR-GBK-OVERRIDE.
           OPEN OUTPUT GBK-OVERRIDE
           PERFORM 145-CHECK-GO-STATUS
           CLOSE GBK-OVERRIDE
           DISPLAY "GBKOVRD CLEARED - OVERRIDE CONSUMED".

       145-CHECK-GO-STATUS.
           MOVE 'GBKOVRD.txt' TO FILE-NAME.
           CALL 'CHECK-FILE-STATUS' USING
              FILE-GO-STATUS, FILE-NAME, IS-ERR.
           PERFORM 107-CHECK-ERR.

       138-CHECK-TERM-OPEN.
           MOVE 'N' TO WS-TERM-CLOSED
           MOVE 'N' TO WS-EOF-TH
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF STU-STATUS EQUAL 'W' OR STU-STATUS EQUAL 'T'
                       OR STU-STATUS EQUAL 'M'
                       MOVE 'WD' TO AVG-STATUS
                    END-IF
              END-READ
                 MOVE 'NG' TO AVG-STATUS
              END-IF
              IF STU-STATUS EQUAL 'W' OR STU-STATUS EQUAL 'T'
                 OR STU-STATUS EQUAL 'M'
                 MOVE 'WD' TO AVG-STATUS
              END-IF
              PERFORM 137-ASSIGN-CLASSIFICATION
