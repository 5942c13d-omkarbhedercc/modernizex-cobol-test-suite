               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-PERIOD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAY-HISTORY.
           SELECT PROOF-REPORT ASSIGN TO "RUN-BALANCE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
       01 WS-FLAG-LINE PIC X(40) VALUE SPACES.
           COPY "print-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
           COPY "close-svc.cpy".
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Enter period year (YYYY): "
           ACCEPT WS-RPT-YEAR
           DISPLAY "Enter period number (01-99): "
           ACCEPT WS-RPT-NUM
           PERFORM CHECK-CLOSE-STEP
           PERFORM READ-RUN-CONTROL
           PERFORM SUM-GL-JOURNAL
           PERFORM SUM-DEPOSIT-FEED
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Run balanced clean across all outputs"
               PERFORM MARK-CLOSE-STEP
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       CHECK-CLOSE-STEP.
           MOVE "C" TO CK-FUNC
           MOVE 5 TO CK-STEP-NUM
           MOVE WS-RPT-YEAR TO CK-PERIOD-YEAR
           MOVE WS-RPT-NUM  TO CK-PERIOD-NUM
           MOVE "RUN-BALANCE" TO CK-PROGRAM
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
               MOVE 0 TO CK-CONTROL-COUNT
               MOVE WS-RC-GROSS TO CK-CONTROL-AMOUNT
               MOVE "RUN BALANCED - GROSS PROVED" TO CK-NOTE
               MOVE "E" TO CK-RESULT
               CALL "CLOSE-SVC" USING CK-CONTROL
                   ON EXCEPTION
                       DISPLAY "ERROR: CALL to CLOSE-SVC failed"
               END-CALL
           END-IF.

       READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL
           IF WS-FS-RUN-CONTROL NOT = "00"
           END-IF
           MOVE WS-RPT-YEAR TO RC-PERIOD-YEAR
           MOVE WS-RPT-NUM  TO RC-PERIOD-NUM
           MOVE 0 TO RC-PARTITION
           READ RUN-CONTROL
               INVALID KEY
                   DISPLAY "ERROR: period " WS-RPT-YEAR "-"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-RPT-YEAR TO HIST-PERIOD-YEAR
           MOVE WS-RPT-NUM TO HIST-PERIOD-NUM
           START PAY-HISTORY KEY >= HIST-PERIOD
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
                   AT END MOVE 1 TO WS-EOF
               END-READ
               IF WS-EOF = 0 AND
                   (HIST-PERIOD-YEAR NOT = WS-RPT-YEAR OR
                    HIST-PERIOD-NUM NOT = WS-RPT-NUM)
                   MOVE 1 TO WS-EOF
               END-IF
               IF WS-EOF = 0
                   ADD HIST-GROSS TO WS-HIST-GROSS-SUM
                   ADD HIST-NET   TO WS-HIST-NET-SUM
               END-IF
