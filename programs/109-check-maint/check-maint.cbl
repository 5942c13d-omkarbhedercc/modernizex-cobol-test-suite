       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-MAINT-CHECK-NO PIC 9(8) VALUE 0.
       01 WS-NEXT-CHECK-NO  PIC 9(8) VALUE 1.
       01 WS-STOCK-FROM-NO PIC 9(8) VALUE 0.
           COPY "stock-svc.cpy".
       01 WS-CONFIRM PIC X(1) VALUE "N".
          88 IS-CONFIRMED VALUE "Y" "y".
       01 WS-MATCH-FOUND PIC X(1) VALUE "N".
       01 WS-SAVED-NET    PIC 9(7)V99 VALUE 0.
       01 WS-OLD-CHECK-NO PIC 9(8) VALUE 0.
       01 WS-SAVED-COMPANY PIC 9(2) VALUE 0.
       01 WS-SAVED-TYPE PIC X(1) VALUE SPACE.
       01 WS-SAVED-PAYEE-ID PIC X(6) VALUE SPACES.
       01 WS-AUDIT-DETAIL.
          05 WS-AUD-ACTION   PIC X(8).
          05 FILLER          PIC X(1) VALUE SPACE.
           MOVE CHKR-NET    TO WS-SAVED-NET
           MOVE CHKR-CHECK-NO TO WS-OLD-CHECK-NO
           MOVE CHKR-COMPANY TO WS-SAVED-COMPANY
           MOVE CHKR-TYPE TO WS-SAVED-TYPE
           MOVE CHKR-PAYEE-ID TO WS-SAVED-PAYEE-ID
           MOVE "V" TO CHKR-STATUS
           IF CHOICE-REISSUE
               PERFORM LOAD-CHECK-CONTROL
           MOVE ZERO             TO CHKR-CLEARED-AMT
           MOVE WS-SAVED-COMPANY TO CHKR-COMPANY
           MOVE SPACE TO CHKR-POSPAY-STATUS
           MOVE WS-SAVED-TYPE TO CHKR-TYPE
           MOVE WS-SAVED-PAYEE-ID TO CHKR-PAYEE-ID
           WRITE CHKR-REC
               INVALID KEY
                   DISPLAY "ERROR: replacement check number "
                       "check-control.dat, status "
                       WS-FS-CHECK-CONTROL
               END-IF
           END-IF
           MOVE WS-NEXT-CHECK-NO TO WS-STOCK-FROM-NO.

       SAVE-CHECK-CONTROL.
           OPEN OUTPUT CHECK-CONTROL
                       "check-control.dat, status "
                       WS-FS-CHECK-CONTROL
               END-IF
           END-IF
           PERFORM LOG-CHECK-STOCK-ISSUE.

       LOG-CHECK-STOCK-ISSUE.
           IF WS-NEXT-CHECK-NO > WS-STOCK-FROM-NO
               MOVE "I" TO SS-FUNC
               MOVE WS-STOCK-FROM-NO TO SS-FROM-NO
               COMPUTE SS-THRU-NO = WS-NEXT-CHECK-NO - 1
               MOVE "CHECK-MNT" TO SS-PROGRAM
               MOVE WS-OPERATOR-ID TO SS-OPERATOR
               CALL "STOCK-SVC" USING SS-CONTROL
                   ON EXCEPTION
                       DISPLAY "ERROR: CALL to STOCK-SVC failed"
               END-CALL
               MOVE WS-NEXT-CHECK-NO TO WS-STOCK-FROM-NO
           END-IF.

       PRINT-REPLACEMENT-CHECK.
