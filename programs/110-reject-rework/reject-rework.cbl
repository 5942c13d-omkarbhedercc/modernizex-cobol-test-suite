                   DISPLAY "Enter pay frequency (1-3): "
                   ACCEPT EMP-PAY-FREQ
               WHEN 9
                   DISPLAY "Enter type (1=hourly 2=salary 3=comm "
                       "4=tipped 5=piece): "
                   ACCEPT EMP-TYPE
               WHEN 10
                   DISPLAY "Enter pay hold (0=no 1=yes): "
               MOVE "HOURS OUT OF RANGE FOR PAY FREQUENCY"
                   TO WS-REJ-REASON
           END-IF
           IF (EMP-RATE < WS-MIN-RATE AND EMP-TYPE NOT = 4 AND
               EMP-TYPE NOT = 5) OR
               EMP-RATE > WS-MAX-RATE
               MOVE "N" TO WS-EMP-VALID
               MOVE "RATE OUTSIDE CONFIGURED MIN/MAX" TO WS-REJ-REASON
           END-IF
                   CONTINUE
               WHEN 3
                   CONTINUE
               WHEN 4
                   CONTINUE
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-EMP-VALID
                   MOVE "UNKNOWN EMPLOYEE TYPE" TO WS-REJ-REASON
