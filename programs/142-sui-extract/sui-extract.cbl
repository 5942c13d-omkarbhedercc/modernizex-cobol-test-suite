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
       01 WS-CUR-ID PIC 9(7) VALUE 0.
       01 WS-CUR-PRIOR-GROSS PIC 9(9)V99 VALUE 0.
       01 WS-CUR-QTR-GROSS   PIC 9(9)V99 VALUE 0.
       01 WS-CUR-WORK-STATE  PIC X(2) VALUE SPACES.
       01 WS-SUTA-WAGE-BASE PIC 9(7)V99 VALUE 0009000.00.
       01 WS-SUTA-TBL.
          05 WS-SUTA-COUNT PIC 9(2) VALUE 0.
               MOVE HIST-ID TO WS-CUR-ID
               MOVE 0 TO WS-CUR-PRIOR-GROSS
               MOVE 0 TO WS-CUR-QTR-GROSS
               MOVE SPACES TO WS-CUR-WORK-STATE
           END-IF
           MOVE HIST-PERIOD-END(5:2) TO WS-PERIOD-MONTH
           EVALUATE TRUE
                   ADD HIST-GROSS TO WS-CUR-PRIOR-GROSS
               WHEN WS-REC-QTR = WS-RPT-QTR
                   ADD HIST-GROSS TO WS-CUR-QTR-GROSS
                   IF HIST-WORK-STATE NOT = SPACES
                       MOVE HIST-WORK-STATE TO WS-CUR-WORK-STATE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                       "this year but not on employee-master.idx "
                       "- filed under state ??"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN WS-CUR-WORK-STATE NOT = SPACES
                           MOVE WS-CUR-WORK-STATE
                               TO WS-ET-STATE(WS-ET-COUNT)
                       WHEN EMP-WORK-STATE NOT = SPACES
                           MOVE EMP-WORK-STATE
                               TO WS-ET-STATE(WS-ET-COUNT)
                       WHEN OTHER
                           MOVE EMP-ADDR-STATE
                               TO WS-ET-STATE(WS-ET-COUNT)
                   END-EVALUATE
                   MOVE SPACES TO WS-ET-NAME(WS-ET-COUNT)
                   STRING EMP-LAST-NAME   DELIMITED BY SPACE
                          ", "            DELIMITED BY SIZE
