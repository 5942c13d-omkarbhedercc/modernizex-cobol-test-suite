       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-NEXT-CHECK-NO PIC 9(8) VALUE 1.
       01 WS-STOCK-FROM-NO PIC 9(8) VALUE 0.
           COPY "stock-svc.cpy".
       01 WS-LOCK-FIELDS.
          05 WS-LOCK-FUNC PIC X(1) VALUE "T".
          05 WS-LOCK-PROGRAM PIC X(10) VALUE "GARN-PAY".
               MOVE ZERO TO CHKR-CLEARED-AMT
               MOVE ZERO TO CHKR-COMPANY
               MOVE SPACE TO CHKR-POSPAY-STATUS
               MOVE "G" TO CHKR-TYPE
               MOVE GPY-PAYEE-ID TO CHKR-PAYEE-ID
               WRITE CHKR-REC
                   INVALID KEY
                       DISPLAY "ERROR: check number "
                       MOVE CTL-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
               END-READ
               CLOSE CHECK-CONTROL
           END-IF
           MOVE WS-NEXT-CHECK-NO TO WS-STOCK-FROM-NO.

       SAVE-CHECK-CONTROL.
           OPEN OUTPUT CHECK-CONTROL
                       WS-FS-CHECK-CONTROL
               END-IF
               CLOSE CHECK-CONTROL
           END-IF
           PERFORM LOG-CHECK-STOCK-ISSUE.

       LOG-CHECK-STOCK-ISSUE.
           IF WS-NEXT-CHECK-NO > WS-STOCK-FROM-NO
               MOVE "I" TO SS-FUNC
               MOVE WS-STOCK-FROM-NO TO SS-FROM-NO
               COMPUTE SS-THRU-NO = WS-NEXT-CHECK-NO - 1
               MOVE "GARN-PAY" TO SS-PROGRAM
               MOVE WS-LOCK-OPERATOR TO SS-OPERATOR
               CALL "STOCK-SVC" USING SS-CONTROL
                   ON EXCEPTION
                       DISPLAY "ERROR: CALL to STOCK-SVC failed"
               END-CALL
               MOVE WS-NEXT-CHECK-NO TO WS-STOCK-FROM-NO
           END-IF.

       WRITE-PAYMENT-LINE.
