          05 WS-RT-COUNT PIC ZZZZ9.
           COPY "print-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
           COPY "close-svc.cpy".
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CHECK-CLOSE-STEP
           PERFORM LOAD-UNRESOLVED-ITEMS
           PERFORM LOAD-JOURNAL-LINES
           OPEN OUTPUT RECON-REPORT
           DISPLAY "Lines missing ack:  " WS-LINES-MISSING
           DISPLAY "Acks without lines: " WS-ACK-ONLY
           DISPLAY "Carried forward:    " WS-CARRIED-FORWARD
           PERFORM MARK-CLOSE-STEP
           IF WS-LINES-REJECTED > 0 OR WS-LINES-MISSING > 0 OR
               WS-ACK-ONLY > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       CHECK-CLOSE-STEP.
           MOVE "C" TO CK-FUNC
           MOVE 9 TO CK-STEP-NUM
           MOVE 0 TO CK-PERIOD-YEAR
           MOVE 0 TO CK-PERIOD-NUM
           MOVE "GL-ACK-RECON" TO CK-PROGRAM
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
               IF WS-LINES-REJECTED > 0 OR WS-LINES-MISSING > 0 OR
                   WS-ACK-ONLY > 0
                   DISPLAY "Close checklist step left open - clear "
                       "the GL exceptions and sign off in "
                       "CLOSE-CHECK"
               ELSE
                   MOVE "M" TO CK-FUNC
                   MOVE "C" TO CK-STATUS
                   MOVE WS-LINES-POSTED TO CK-CONTROL-COUNT
                   MOVE 0 TO CK-CONTROL-AMOUNT
                   MOVE "GL LINES POSTED AND ACKNOWLEDGED" TO CK-NOTE
                   MOVE "E" TO CK-RESULT
                   CALL "CLOSE-SVC" USING CK-CONTROL
                       ON EXCEPTION
                           DISPLAY "ERROR: CALL to CLOSE-SVC failed"
                   END-CALL
               END-IF
           END-IF.

       LOAD-UNRESOLVED-ITEMS.
           MOVE 0 TO WS-EOF
           OPEN INPUT GL-UNRESOLVED
