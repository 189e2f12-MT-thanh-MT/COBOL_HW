                 NOT AT END
                    ADD 1 TO WS-CNT-FILEA
                    IF STU-STATUS EQUAL 'W' OR STU-STATUS EQUAL 'T'
                       OR STU-STATUS EQUAL 'M'
                       ADD 1 TO WS-CNT-FILEA-WD
                    END-IF
              END-READ
