               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-PERIOD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAY-HISTORY.
           SELECT EMPLOYEE-MASTER ASSIGN TO "employee-master.idx"
               ORGANIZATION IS INDEXED
           PERFORM WRITE-EXTRACT-LINE.

       EXTRACT-HISTORY.
           MOVE WS-RPT-YEAR TO HIST-PERIOD-YEAR
           MOVE WS-RPT-NUM TO HIST-PERIOD-NUM
           START PAY-HISTORY KEY >= HIST-PERIOD
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
                   MOVE 1 TO WS-EOF
               END-IF
               IF WS-EOF = 0 AND
                   (HIST-PERIOD-YEAR NOT = WS-RPT-YEAR OR
                    HIST-PERIOD-NUM NOT = WS-RPT-NUM)
                   MOVE 1 TO WS-EOF
               END-IF
               IF WS-EOF = 0
                   PERFORM WRITE-ONE-EXTRACT-ROW
               END-IF
           END-PERFORM.
