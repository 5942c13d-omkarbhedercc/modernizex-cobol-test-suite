          05 PND-EFF-DATE  PIC 9(8).
          05 PND-OPERATOR  PIC X(10).
          05 PND-STATUS    PIC X(1).
          05 PND-NEW-SALARY PIC 9(7)V99.

       FD  EMPLOYEE-MASTER.
           COPY "employee-master.cpy".
       01 WS-APPLY-THRU-DATE PIC 9(8) VALUE 0.
       01 WS-PENDING-TABLE.
          05 WS-PND-COUNT PIC 9(3) VALUE 0.
          05 WS-PND-ENTRY OCCURS 999 TIMES.
             10 WS-PND-EMP-ID    PIC 9(7).
             10 WS-PND-FIELD     PIC X(1).
             10 WS-PND-NEW-RATE  PIC 9(3)V99.
             10 WS-PND-EFF-DATE  PIC 9(8).
             10 WS-PND-OPERATOR  PIC X(10).
             10 WS-PND-STATUS    PIC X(1).
             10 WS-PND-NEW-SALARY PIC 9(7)V99.
       01 WS-PND-I PIC 9(3) VALUE 0.
       01 WS-PND-FILE-READ PIC 9(5) VALUE 0.
       01 WS-PND-OVERFLOW PIC X(1) VALUE "N".
       01 WS-PARM-VALUE PIC X(20) VALUE SPACES.
       01 WS-PARM-FOUND PIC X(1) VALUE "N".
          88 IS-PARM-FOUND VALUE "Y".
           COPY "close-svc.cpy".
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
                   "the period end being paid): "
               ACCEPT WS-APPLY-THRU-DATE
           END-IF
           PERFORM CHECK-CLOSE-STEP
           PERFORM LOAD-PENDING-CHANGES
           IF WS-PND-OVERFLOW = "Y"
               DISPLAY "ERROR: pending-changes.dat holds "
                   WS-PND-FILE-READ " transactions but the pending "
                   "table holds 999 - NOTHING applied, split the "
                   "file and rerun"
               MOVE 8 TO RETURN-CODE
               GOBACK
           IF WS-PND-COUNT = 0
               DISPLAY "No pending changes on file - nothing to "
                   "apply"
               PERFORM MARK-CLOSE-STEP
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
               WS-TXNS-ORPHANED
           DISPLAY "Unknown field code (status U): "
               WS-TXNS-INVALID
           IF WS-TXNS-ORPHANED = 0 AND WS-TXNS-INVALID = 0
               PERFORM MARK-CLOSE-STEP
           END-IF
           IF WS-TXNS-ORPHANED > 0 OR WS-TXNS-INVALID > 0
               MOVE 8 TO RETURN-CODE
           ELSE
           END-IF
           GOBACK.

       CHECK-CLOSE-STEP.
           MOVE "C" TO CK-FUNC
           MOVE 3 TO CK-STEP-NUM
           MOVE 0 TO CK-PERIOD-YEAR
           MOVE 0 TO CK-PERIOD-NUM
           MOVE "APPLY-PENDING" TO CK-PROGRAM
           MOVE WS-LOCK-OPERATOR TO CK-OPERATOR
           MOVE "E" TO CK-RESULT
           CALL "CLOSE-SVC" USING CK-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to CLOSE-SVC failed"
           END-CALL
           IF NOT CK-OK AND NOT CK-NOT-IN-USE
               MOVE "E" TO WS-LOG-SEVERITY
               MOVE "CLOSE CHECKLIST PREDECESSOR OPEN - REFUSED"
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-RUN-LOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       MARK-CLOSE-STEP.
           IF CK-OK
               MOVE "M" TO CK-FUNC
               MOVE "C" TO CK-STATUS
               MOVE WS-TXNS-APPLIED TO CK-CONTROL-COUNT
               MOVE 0 TO CK-CONTROL-AMOUNT
               MOVE SPACES TO CK-NOTE
               STRING "CHANGES APPLIED THROUGH " DELIMITED BY SIZE
                   WS-APPLY-THRU-DATE DELIMITED BY SIZE
                   INTO CK-NOTE
               END-STRING
               MOVE "E" TO CK-RESULT
               CALL "CLOSE-SVC" USING CK-CONTROL
                   ON EXCEPTION
                       DISPLAY "ERROR: CALL to CLOSE-SVC failed"
               END-CALL
           END-IF.

       WRITE-RUN-LOG.
           CALL "RUN-LOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-EMP-ID WS-LOG-MESSAGE
                       AT END MOVE 1 TO WS-PEND-EOF
                       NOT AT END
                           ADD 1 TO WS-PND-FILE-READ
                           IF WS-PND-COUNT >= 999
                               MOVE "Y" TO WS-PND-OVERFLOW
                           ELSE
                               ADD 1 TO WS-PND-COUNT
                                   WS-PND-OPERATOR(WS-PND-COUNT)
                               MOVE PND-STATUS TO
                                   WS-PND-STATUS(WS-PND-COUNT)
                               IF PND-NEW-SALARY NUMERIC
                                   MOVE PND-NEW-SALARY TO
                                     WS-PND-NEW-SALARY(WS-PND-COUNT)
                               ELSE
                                   MOVE 0 TO
                                     WS-PND-NEW-SALARY(WS-PND-COUNT)
                               END-IF
                               ADD 1 TO WS-TXNS-LOADED
                           END-IF
                   END-READ
                           TO EMP-PAY-FREQ
                   WHEN "D"
                       MOVE WS-PND-NEW-VALUE(WS-PND-I) TO EMP-DEPT
                   WHEN "S"
                       MOVE WS-PND-NEW-SALARY(WS-PND-I)
                           TO EMP-ANNUAL-SALARY
                   WHEN OTHER
                       DISPLAY "ERROR: pending change for employee "
                           EMP-ID " has unknown field code ["
                       MOVE "U" TO WS-PND-STATUS(WS-PND-I)
               END-EVALUATE
               IF WS-PND-FIELD(WS-PND-I) = "R" OR "T" OR "F" OR "D"
                   OR "S"
                   MOVE "A" TO WS-PND-STATUS(WS-PND-I)
                   MOVE "Y" TO WS-EMP-CHANGED
                   ADD 1 TO WS-TXNS-APPLIED
           MOVE WS-PND-EFF-DATE(WS-PND-I) TO PND-EFF-DATE
           MOVE WS-PND-OPERATOR(WS-PND-I) TO PND-OPERATOR
           MOVE WS-PND-STATUS(WS-PND-I) TO PND-STATUS
           MOVE WS-PND-NEW-SALARY(WS-PND-I) TO PND-NEW-SALARY
           WRITE PENDING-REC
           IF WS-FS-PENDING-CHANGES NOT = "00"
               DISPLAY "ERROR: WRITE failed for "
