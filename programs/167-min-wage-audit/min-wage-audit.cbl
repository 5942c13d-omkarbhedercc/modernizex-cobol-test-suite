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
          05 MWG-STATE    PIC X(2).
          05 MWG-EFF-DATE PIC 9(8).
          05 MWG-RATE     PIC 9(3)V99.
          05 MWG-TIP-CREDIT PIC 9(3)V99.

       FD  PAY-HISTORY.
           COPY "pay-history.cpy".
             10 WS-MW-STATE PIC X(2).
             10 WS-MW-RATE  PIC 9(3)V99.
             10 WS-MW-EFF   PIC 9(8).
             10 WS-MW-TIP-CREDIT PIC 9(3)V99.
       01 WS-MW-I PIC 9(2) VALUE 0.
       01 WS-MW-SLOT PIC 9(2) VALUE 0.
       01 WS-MW-FLOOR PIC 9(3)V99 VALUE 0.
       01 WS-MW-CASH-FLOOR PIC 9(3)V99 VALUE 0.
       01 WS-MW-STATE-KEY PIC X(2) VALUE SPACES.
       01 WS-PERIOD-END-HOLD PIC 9(8) VALUE 0.
       01 WS-EFFECTIVE-RATE PIC 9(5)V99 VALUE 0.
       01 WS-AUDIT-STATS.
               IF WS-MW-SLOT > 0
                   IF MWG-EFF-DATE >= WS-MW-EFF(WS-MW-SLOT)
                       MOVE MWG-RATE TO WS-MW-RATE(WS-MW-SLOT)
                       MOVE MWG-TIP-CREDIT
                           TO WS-MW-TIP-CREDIT(WS-MW-SLOT)
                       MOVE MWG-EFF-DATE
                           TO WS-MW-EFF(WS-MW-SLOT)
                   END-IF
           END-IF.

       AUDIT-PERIOD-HISTORY.
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
               IF WS-EOF = 0 AND HIST-HOURS > 0
                   PERFORM AUDIT-ONE-DETAIL
               END-IF
           END-PERFORM.
           IF HIST-TYPE = 1 AND HIST-RATE < WS-MW-FLOOR
               ADD 1 TO WS-RATE-VIOLATIONS
               MOVE HIST-ID TO WS-AD-ID
               MOVE WS-MW-STATE-KEY TO WS-AD-STATE
               MOVE "HOURLY RATE BELOW THE WAGE FLOOR"
                   TO WS-AD-TEXT
               MOVE HIST-RATE TO WS-AD-RATE
               MOVE WS-AUDIT-DETAIL-LINE TO AUDIT-REPORT-LINE
               PERFORM WRITE-AUDIT-LINE
           END-IF
           IF HIST-TYPE = 4 AND HIST-RATE < WS-MW-CASH-FLOOR
               ADD 1 TO WS-RATE-VIOLATIONS
               MOVE HIST-ID TO WS-AD-ID
               MOVE WS-MW-STATE-KEY TO WS-AD-STATE
               MOVE "TIPPED RATE BELOW THE CASH WAGE"
                   TO WS-AD-TEXT
               MOVE HIST-RATE TO WS-AD-RATE
               MOVE WS-MW-CASH-FLOOR TO WS-AD-FLOOR
               MOVE WS-AUDIT-DETAIL-LINE TO AUDIT-REPORT-LINE
               PERFORM WRITE-AUDIT-LINE
           END-IF
           COMPUTE WS-EFFECTIVE-RATE ROUNDED =
                   (HIST-GROSS + HIST-TIPS) / HIST-HOURS
               ON SIZE ERROR
                   MOVE 999.99 TO WS-EFFECTIVE-RATE
           END-COMPUTE
           IF WS-EFFECTIVE-RATE < WS-MW-FLOOR
               ADD 1 TO WS-EFFECTIVE-VIOLATIONS
               MOVE HIST-ID TO WS-AD-ID
               MOVE WS-MW-STATE-KEY TO WS-AD-STATE
               MOVE "EFFECTIVE HOURLY PAY BELOW THE FLOOR"
                   TO WS-AD-TEXT
               MOVE WS-EFFECTIVE-RATE TO WS-AD-RATE
           END-IF.

       FIND-STATE-FLOOR.
           IF HIST-WORK-STATE NOT = SPACES
               MOVE HIST-WORK-STATE TO WS-MW-STATE-KEY
           ELSE
               MOVE EMP-ADDR-STATE TO WS-MW-STATE-KEY
           END-IF
           MOVE WS-FEDERAL-FLOOR TO WS-MW-FLOOR
           MOVE WS-FEDERAL-FLOOR TO WS-MW-CASH-FLOOR
           PERFORM VARYING WS-MW-I FROM 1 BY 1
               UNTIL WS-MW-I > WS-MW-COUNT
               IF WS-MW-STATE(WS-MW-I) = WS-MW-STATE-KEY
                   MOVE WS-MW-RATE(WS-MW-I) TO WS-MW-FLOOR
                   IF WS-MW-TIP-CREDIT(WS-MW-I) >= WS-MW-FLOOR
                       MOVE 0 TO WS-MW-CASH-FLOOR
                   ELSE
                       COMPUTE WS-MW-CASH-FLOOR =
                           WS-MW-FLOOR - WS-MW-TIP-CREDIT(WS-MW-I)
                   END-IF
               END-IF
           END-PERFORM.

