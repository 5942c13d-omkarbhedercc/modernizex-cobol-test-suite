       01 WS-COUNTS.
          05 WS-DEPT-COUNT PIC 9(5) OCCURS 10 TIMES.
          05 WS-STATUS-COUNT PIC 9(5) OCCURS 3 TIMES.
          05 WS-TYPE-COUNT PIC 9(5) OCCURS 5 TIMES.
       01 WS-STATE-COUNTS.
          05 WS-ST-COUNT PIC 9(2) VALUE 0.
          05 WS-ST-ENTRY OCCURS 60 TIMES.
           IF EMP-STATUS >= 1 AND EMP-STATUS <= 3
               ADD 1 TO WS-STATUS-COUNT(EMP-STATUS)
           END-IF
           IF EMP-TYPE >= 1 AND EMP-TYPE <= 5
               ADD 1 TO WS-TYPE-COUNT(EMP-TYPE)
           END-IF
           MOVE 0 TO WS-ST-SLOT
                   PERFORM WRITE-SUMMARY-REC
               END-IF
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
               IF WS-TYPE-COUNT(WS-I) > 0
                   MOVE "TYPE      " TO WS-SM-LABEL
                   MOVE WS-I TO WS-SM-KEY
