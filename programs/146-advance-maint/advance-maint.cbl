       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-NEXT-CHECK-NO PIC 9(8) VALUE 1.
       01 WS-STOCK-FROM-NO PIC 9(8) VALUE 0.
           COPY "stock-svc.cpy".
       01 WS-CHOICE PIC 9(1) VALUE 0.
          88 CHOICE-ISSUE VALUE 1.
          88 CHOICE-LIST  VALUE 2.
           MOVE ZERO TO CHKR-CLEARED-AMT
           MOVE WS-EMP-COMPANY TO CHKR-COMPANY
           MOVE SPACE TO CHKR-POSPAY-STATUS
           MOVE "P" TO CHKR-TYPE
           MOVE SPACES TO CHKR-PAYEE-ID
           WRITE CHKR-REC
               INVALID KEY
                   DISPLAY "ERROR: check number " CHKR-CHECK-NO
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
               MOVE "ADVANCE-MT" TO SS-PROGRAM
               MOVE WS-OPERATOR-ID TO SS-OPERATOR
               CALL "STOCK-SVC" USING SS-CONTROL
                   ON EXCEPTION
                       DISPLAY "ERROR: CALL to STOCK-SVC failed"
               END-CALL
               MOVE WS-NEXT-CHECK-NO TO WS-STOCK-FROM-NO
           END-IF.

       LIST-ADVANCES.
