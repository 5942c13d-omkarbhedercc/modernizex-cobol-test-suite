               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-PERIOD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAY-HISTORY.
           SELECT VARIANCE-REPORT ASSIGN TO "BUDGET-VAR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-RPT-YEAR TO HIST-PERIOD-YEAR
           MOVE ZERO TO HIST-PERIOD-NUM
           START PAY-HISTORY KEY >= HIST-PERIOD
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
                   MOVE 1 TO WS-EOF
               END-IF
               IF WS-EOF = 0 AND
                   (HIST-PERIOD-YEAR NOT = WS-RPT-YEAR OR
                    HIST-PERIOD-NUM > WS-RPT-NUM)
                   MOVE 1 TO WS-EOF
               END-IF
               IF WS-EOF = 0 AND
                   HIST-DEPT >= 1 AND HIST-DEPT <= 10
                   ADD HIST-HOURS TO WS-DA-YR-HOURS(HIST-DEPT)
                   ADD HIST-GROSS TO WS-DA-YR-GROSS(HIST-DEPT)
                   IF HIST-PERIOD-NUM = WS-RPT-NUM
