          05 WS-ISSUES-SENT PIC 9(5) VALUE 0.
          05 WS-VOIDS-SENT  PIC 9(5) VALUE 0.
          05 WS-ALREADY-SENT PIC 9(5) VALUE 0.
           COPY "close-svc.cpy".
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
           ELSE
               ACCEPT WS-PAY-PERIOD-END
           END-IF
           PERFORM CHECK-CLOSE-STEP
           OPEN I-O CHECK-REGISTER
           IF WS-FS-CHECK-REGISTER NOT = "00"
               DISPLAY "ERROR: OPEN I-O failed for "
           DISPLAY "Issue items sent:     " WS-ISSUES-SENT
           DISPLAY "Void items sent:      " WS-VOIDS-SENT
           DISPLAY "Already transmitted:  " WS-ALREADY-SENT
           PERFORM MARK-CLOSE-STEP
           IF WS-FC-COUNT = 0
               DISPLAY "NOTE: no untransmitted issues or voids on "
                   "check-register.dat - empty file sent so the "
           END-IF
           GOBACK.

       CHECK-CLOSE-STEP.
           MOVE "C" TO CK-FUNC
           MOVE 8 TO CK-STEP-NUM
           MOVE 0 TO CK-PERIOD-YEAR
           MOVE 0 TO CK-PERIOD-NUM
           MOVE "POSITIVE-PAY" TO CK-PROGRAM
           MOVE "BATCH" TO CK-OPERATOR
           MOVE "E" TO CK-RESULT
           CALL "CLOSE-SVC" USING CK-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to CLOSE-SVC failed"
           END-CALL
           IF NOT CK-OK AND NOT CK-NOT-IN-USE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       MARK-CLOSE-STEP.
           IF CK-OK
               MOVE "M" TO CK-FUNC
               MOVE "C" TO CK-STATUS
               MOVE WS-FC-COUNT TO CK-CONTROL-COUNT
               MOVE WS-FC-AMOUNT TO CK-CONTROL-AMOUNT
               MOVE SPACES TO CK-NOTE
               STRING "ITEMS SENT FOR PERIOD END " DELIMITED BY SIZE
                   WS-PAY-PERIOD-END DELIMITED BY SIZE
                   INTO CK-NOTE
               END-STRING
               MOVE "E" TO CK-RESULT
               CALL "CLOSE-SVC" USING CK-CONTROL
                   ON EXCEPTION
                       DISPLAY "ERROR: CALL to CLOSE-SVC failed"
               END-CALL
           END-IF.

       LOAD-UNATTENDED-PARMS.
           OPEN INPUT UNATTENDED-PARMS
           IF WS-FS-UNATTENDED = "35"
