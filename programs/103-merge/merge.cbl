          05 TIME-RATE  PIC 9(3)V99.
          05 TIME-PAY-CODE PIC X(1).
          05 TIME-JOB   PIC 9(6).
          05 TIME-WORK-STATE PIC X(2).
          05 TIME-WORK-DATE PIC 9(8).
           COPY "feed-control.cpy"
               REPLACING ==FEED-HDR-REC== BY ==TIME-HDR-REC==
                         ==FHR-TAG== BY ==TIME-HDR-TAG==
          05 WS-EXC-REASON PIC X(40).
           COPY "print-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
           COPY "close-svc.cpy".
       01 WS-UNATTENDED PIC X(1) VALUE "N".
          88 IS-UNATTENDED VALUE "Y".
       01 WS-PARM-TBL.
           MOVE "RECONCILIATION STARTED" TO WS-LOG-MESSAGE
           PERFORM WRITE-RUN-LOG
           IF IS-POST-MODE
               PERFORM CHECK-CLOSE-STEP
               PERFORM TAKE-MASTER-LOCK
               PERFORM OPEN-MASTER-FOR-POST
           ELSE
           PERFORM WRITE-RUN-LOG
           IF IS-POST-MODE
               PERFORM RELEASE-MASTER-LOCK
               IF WS-EXCEPTION-COUNT = 0
                   PERFORM MARK-CLOSE-STEP
               ELSE
                   IF CK-OK
                       DISPLAY "Close checklist step left open - "
                           "review the exceptions and sign off in "
                           "CLOSE-CHECK"
                   END-IF
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-EXCEPTION-COUNT > 0
           END-EVALUATE
           GOBACK.

       CHECK-CLOSE-STEP.
           MOVE "C" TO CK-FUNC
           MOVE 2 TO CK-STEP-NUM
           MOVE 0 TO CK-PERIOD-YEAR
           MOVE 0 TO CK-PERIOD-NUM
           MOVE "EMP-MERGE" TO CK-PROGRAM
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
               MOVE WS-EMPLOYEES-POSTED TO CK-CONTROL-COUNT
               MOVE WS-POSTED-HOURS TO CK-CONTROL-AMOUNT
               MOVE "EMPLOYEES POSTED / HOURS POSTED" TO CK-NOTE
               MOVE "E" TO CK-RESULT
               CALL "CLOSE-SVC" USING CK-CONTROL
                   ON EXCEPTION
                       DISPLAY "ERROR: CALL to CLOSE-SVC failed"
               END-CALL
           END-IF.

       WRITE-RUN-LOG.
           CALL "RUN-LOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-EMP-ID WS-LOG-MESSAGE
