       01 WS-COMBINED-FICA PIC 9(9)V99 VALUE 0.
           COPY "print-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
           COPY "close-svc.cpy".
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
           END-IF.

       POST-DEPOSIT.
           PERFORM CHECK-CLOSE-STEP
           IF CK-OK OR CK-NOT-IN-USE
               PERFORM ENTER-DEPOSIT
           ELSE
               DISPLAY "Deposit posting refused"
           END-IF.

       ENTER-DEPOSIT.
           DISPLAY "Enter deposit date (YYYYMMDD): "
           ACCEPT WS-ND-DATE
           DISPLAY "Enter deposit amount: "
                   MOVE ZERO TO TAXL-FED-TAX
                   MOVE ZERO TO TAXL-FICA-EE
                   MOVE ZERO TO TAXL-FICA-ER
                   MOVE ZERO TO TAXL-OASDI-EE
                   MOVE ZERO TO TAXL-MEDICARE-EE
                   MOVE ZERO TO TAXL-OASDI-ER
                   MOVE ZERO TO TAXL-MEDICARE-ER
                   MOVE WS-ND-AMOUNT TO TAXL-TOTAL
                   MOVE WS-ND-REFERENCE TO TAXL-REFERENCE
                   WRITE TAXL-REC
                           WS-FS-TAX-LIABILITY
                   ELSE
                       DISPLAY "Deposit posted to the ledger"
                       PERFORM MARK-CLOSE-STEP
                   END-IF
                   CLOSE TAX-LIABILITY
               END-IF
               DISPLAY "Operation cancelled"
           END-IF.

       CHECK-CLOSE-STEP.
           MOVE "C" TO CK-FUNC
           MOVE 10 TO CK-STEP-NUM
           MOVE 0 TO CK-PERIOD-YEAR
           MOVE 0 TO CK-PERIOD-NUM
           MOVE "TAX-DEPOSIT" TO CK-PROGRAM
           MOVE WS-OPERATOR-ID TO CK-OPERATOR
           MOVE "E" TO CK-RESULT
           CALL "CLOSE-SVC" USING CK-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to CLOSE-SVC failed"
           END-CALL.

       MARK-CLOSE-STEP.
           IF CK-OK
               MOVE "M" TO CK-FUNC
               MOVE "C" TO CK-STATUS
               MOVE 1 TO CK-CONTROL-COUNT
               MOVE WS-ND-AMOUNT TO CK-CONTROL-AMOUNT
               MOVE SPACES TO CK-NOTE
               STRING "FEDERAL DEPOSIT REF " DELIMITED BY SIZE
                   WS-ND-REFERENCE DELIMITED BY SIZE
                   INTO CK-NOTE
               END-STRING
               MOVE "E" TO CK-RESULT
               CALL "CLOSE-SVC" USING CK-CONTROL
                   ON EXCEPTION
                       DISPLAY "ERROR: CALL to CLOSE-SVC failed"
               END-CALL
           END-IF.

       WRITE-REPORT-LINE.
           MOVE DEPOSIT-REPORT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
