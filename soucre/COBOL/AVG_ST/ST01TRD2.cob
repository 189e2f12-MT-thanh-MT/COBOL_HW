
       210-RELEASE-ONE-STUDENT.
           IF WS-STU-STATUS EQUAL 'W' OR WS-STU-STATUS EQUAL 'T'
              OR WS-STU-STATUS EQUAL 'M'
              ADD 1 TO WS-CNT-INACTIVE
           ELSE
              MOVE WS-RUN-TERM-ID TO SCORE-TERM-ID
