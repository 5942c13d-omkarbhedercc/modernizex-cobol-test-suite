               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-PERIOD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAY-HISTORY.
           SELECT HIST-LOOKUP ASSIGN TO "pay-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLK-KEY
               ALTERNATE RECORD KEY IS HLK-PERIOD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HLK-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-HIST-LOOKUP.
           SELECT VARIANCE-REPORT ASSIGN TO "PAY-VARIANCE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VARIANCE-REPORT.
       FD  PAY-HISTORY.
           COPY "pay-history.cpy".

       FD  HIST-LOOKUP.
           COPY "pay-history.cpy"
               REPLACING LEADING ==HIST-== BY ==HLK-==.

       FD  VARIANCE-REPORT.
       01 VARIANCE-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-PAY-HISTORY     PIC X(2) VALUE "00".
       01 WS-FS-HIST-LOOKUP     PIC X(2) VALUE "00".
       01 WS-FS-VARIANCE-REPORT PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-CUR-PERIOD-YEAR PIC 9(4) VALUE 0.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT HIST-LOOKUP
           IF WS-FS-HIST-LOOKUP NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "pay-history.dat, status " WS-FS-HIST-LOOKUP
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT VARIANCE-REPORT
           IF WS-FS-VARIANCE-REPORT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
               DISPLAY "ERROR: CLOSE failed for "
                   "pay-history.dat, status " WS-FS-PAY-HISTORY
           END-IF
           CLOSE HIST-LOOKUP
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               END-IF
           END-PERFORM.

       START-AT-PERIOD.
           MOVE 0 TO WS-EOF
           START PAY-HISTORY KEY >= HIST-PERIOD
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START.
           END-IF.

       SCAN-CURRENT-PERIOD.
           MOVE WS-CUR-PERIOD-YEAR TO HIST-PERIOD-YEAR
           MOVE WS-CUR-PERIOD-NUM  TO HIST-PERIOD-NUM
           PERFORM START-AT-PERIOD
           PERFORM UNTIL WS-EOF = 1
               PERFORM READ-NEXT-HISTORY
               IF WS-EOF = 0 AND
                   (HIST-PERIOD-YEAR NOT = WS-CUR-PERIOD-YEAR OR
                    HIST-PERIOD-NUM  NOT = WS-CUR-PERIOD-NUM)
                   MOVE 1 TO WS-EOF
               END-IF
               IF WS-EOF = 0
                   PERFORM COMPARE-ONE-EMPLOYEE
               END-IF
           END-PERFORM.

           MOVE HIST-HOURS TO WS-CUR-HOURS
           MOVE HIST-NET   TO WS-CUR-NET
           MOVE "N" TO WS-PRIOR-FOUND
           MOVE WS-SK-ID TO HLK-ID
           MOVE WS-PRI-PERIOD-YEAR TO HLK-PERIOD-YEAR
           MOVE WS-PRI-PERIOD-NUM  TO HLK-PERIOD-NUM
           READ HIST-LOOKUP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PRIOR-FOUND
                   MOVE HLK-GROSS TO WS-PRI-GROSS
                   MOVE HLK-HOURS TO WS-PRI-HOURS
                   MOVE HLK-NET   TO WS-PRI-NET
           END-READ
           IF NOT IS-PRIOR-FOUND
               ADD 1 TO WS-FIRST-TIME-PAYEES
           END-IF.

       SCAN-PRIOR-PERIOD.
           MOVE WS-PRI-PERIOD-YEAR TO HIST-PERIOD-YEAR
           MOVE WS-PRI-PERIOD-NUM  TO HIST-PERIOD-NUM
           PERFORM START-AT-PERIOD
           PERFORM UNTIL WS-EOF = 1
               PERFORM READ-NEXT-HISTORY
               IF WS-EOF = 0 AND
                   (HIST-PERIOD-YEAR NOT = WS-PRI-PERIOD-YEAR OR
                    HIST-PERIOD-NUM  NOT = WS-PRI-PERIOD-NUM)
                   MOVE 1 TO WS-EOF
               END-IF
               IF WS-EOF = 0
                   PERFORM CHECK-DROPPED-EMPLOYEE
               END-IF
           END-PERFORM.

       CHECK-DROPPED-EMPLOYEE.
           MOVE HIST-KEY TO WS-SAVED-KEY
           MOVE "N" TO WS-CUR-FOUND
           MOVE WS-SK-ID TO HLK-ID
           MOVE WS-CUR-PERIOD-YEAR TO HLK-PERIOD-YEAR
           MOVE WS-CUR-PERIOD-NUM  TO HLK-PERIOD-NUM
           READ HIST-LOOKUP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
