               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-PERIOD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAY-HISTORY.
           SELECT DEPT-MASTER ASSIGN TO "dept-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           END-IF.

       ACCUMULATE-HISTORY.
           MOVE WS-RPT-YEAR TO HIST-PERIOD-YEAR
           MOVE ZERO TO HIST-PERIOD-NUM
           START PAY-HISTORY KEY >= HIST-PERIOD
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
                       "pay-history.dat, status " WS-FS-PAY-HISTORY
                   MOVE 1 TO WS-EOF
               END-IF
               IF WS-EOF = 0 AND HIST-PERIOD-YEAR NOT = WS-RPT-YEAR
                   MOVE 1 TO WS-EOF
               END-IF
               IF WS-EOF = 0
                   AND HIST-DEPT >= 1 AND HIST-DEPT <= 10
                   PERFORM ACCUMULATE-ONE-DETAIL
               END-IF
