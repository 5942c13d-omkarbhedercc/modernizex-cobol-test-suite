          88 IS-FND-PENDING   VALUE "P".
          88 IS-FND-CONFIRMED VALUE "C".
       01 WS-FND-AMOUNT PIC 9(11)V99 VALUE 0.
       01 WS-FND-YEAR PIC 9(4) VALUE 0.
       01 WS-FND-NUM  PIC 9(2) VALUE 0.
       01 WS-FND-CONFIRMED-BY PIC X(10) VALUE SPACES.
       01 WS-CLOSE-STATE PIC X(1) VALUE "N".
          88 IS-CLOSE-GATED VALUE "Y".
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-CONFIRM PIC X(1) VALUE "N".
          88 IS-CONFIRMED VALUE "Y" "y".
          05 FILLER PIC X(2) VALUE "BT".
          05 WS-BT-ENTRY-COUNT PIC 9(6).
          05 WS-BT-TOTAL-AMT   PIC 9(10)V99.
           COPY "close-svc.cpy".
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
           DISPLAY "ACH entries written: " WS-ENTRY-COUNT
           DISPLAY "ACH total dollars:   " WS-TOTAL-AMT
           DISPLAY "Exceptions:          " WS-EXCEPTION-COUNT
           IF IS-LIVE-MODE
               PERFORM MARK-ACH-STEP
           END-IF
           EVALUATE TRUE
               WHEN WS-EXCEPTION-COUNT > 0
                   MOVE 8 TO RETURN-CODE
                       IF FND-PERIOD-END = WS-PAY-PERIOD-END
                           MOVE FND-STATUS TO WS-FND-STATE
                           MOVE FND-AMOUNT TO WS-FND-AMOUNT
                           MOVE FND-PERIOD-YEAR TO WS-FND-YEAR
                           MOVE FND-PERIOD-NUM  TO WS-FND-NUM
                           MOVE FND-CONFIRMED-BY
                               TO WS-FND-CONFIRMED-BY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FUNDING-CONFIRM
           IF NOT IS-FND-MISSING
               PERFORM CHECK-FUNDING-STEP
           END-IF
           EVALUATE TRUE
               WHEN IS-FND-CONFIRMED
                   DISPLAY "Funding of " WS-FND-AMOUNT
                       " confirmed - live ACH file released"
                   PERFORM MARK-FUNDING-STEP
               WHEN IS-FND-PENDING
                   PERFORM CONFIRM-FUNDING-NOW
                   MOVE WS-SEC-OPERATOR TO WS-FND-CONFIRMED-BY
                   PERFORM MARK-FUNDING-STEP
               WHEN OTHER
                   DISPLAY "ERROR: no funding notice on file for "
                       "period ending " WS-PAY-PERIOD-END
           CLOSE FUNDING-CONFIRM
           DISPLAY "Funding confirmed by " WS-SEC-OPERATOR.

       CHECK-FUNDING-STEP.
           MOVE "C" TO CK-FUNC
           MOVE 6 TO CK-STEP-NUM
           MOVE WS-FND-YEAR TO CK-PERIOD-YEAR
           MOVE WS-FND-NUM  TO CK-PERIOD-NUM
           MOVE "ACH-DEPOSIT" TO CK-PROGRAM
           MOVE "BATCH" TO CK-OPERATOR
           MOVE "E" TO CK-RESULT
           CALL "CLOSE-SVC" USING CK-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to CLOSE-SVC failed"
           END-CALL
           IF NOT CK-OK AND NOT CK-NOT-IN-USE
               DISPLAY "Live ACH file refused"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE CK-RESULT TO WS-CLOSE-STATE.

       MARK-FUNDING-STEP.
           IF IS-CLOSE-GATED
               MOVE "M" TO CK-FUNC
               MOVE 6 TO CK-STEP-NUM
               MOVE WS-FND-CONFIRMED-BY TO CK-OPERATOR
               MOVE "C" TO CK-STATUS
               MOVE 0 TO CK-CONTROL-COUNT
               MOVE WS-FND-AMOUNT TO CK-CONTROL-AMOUNT
               MOVE SPACES TO CK-NOTE
               STRING "FUNDING CONFIRMED PERIOD END "
                   DELIMITED BY SIZE
                   WS-PAY-PERIOD-END DELIMITED BY SIZE
                   INTO CK-NOTE
               END-STRING
               MOVE "E" TO CK-RESULT
               CALL "CLOSE-SVC" USING CK-CONTROL
                   ON EXCEPTION
                       DISPLAY "ERROR: CALL to CLOSE-SVC failed"
               END-CALL
               MOVE "C" TO CK-FUNC
               MOVE 7 TO CK-STEP-NUM
               MOVE "E" TO CK-RESULT
               CALL "CLOSE-SVC" USING CK-CONTROL
                   ON EXCEPTION
                       DISPLAY "ERROR: CALL to CLOSE-SVC failed"
               END-CALL
               IF NOT CK-OK
                   DISPLAY "Live ACH file refused"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       MARK-ACH-STEP.
           IF IS-CLOSE-GATED
               IF WS-EXCEPTION-COUNT > 0 OR WS-ENTRY-COUNT = 0
                   DISPLAY "Close checklist step left open - clear "
                       "the exceptions and sign off in CLOSE-CHECK"
               ELSE
                   MOVE "M" TO CK-FUNC
                   MOVE 7 TO CK-STEP-NUM
                   MOVE "C" TO CK-STATUS
                   MOVE WS-ENTRY-COUNT TO CK-CONTROL-COUNT
                   MOVE WS-TOTAL-AMT TO CK-CONTROL-AMOUNT
                   MOVE "ACH ENTRIES / TOTAL DOLLARS RELEASED"
                       TO CK-NOTE
                   MOVE "E" TO CK-RESULT
                   CALL "CLOSE-SVC" USING CK-CONTROL
                       ON EXCEPTION
                           DISPLAY "ERROR: CALL to CLOSE-SVC failed"
                   END-CALL
               END-IF
           END-IF.

       LOAD-UNATTENDED-PARMS.
           OPEN INPUT UNATTENDED-PARMS
           IF WS-FS-UNATTENDED = "35"
