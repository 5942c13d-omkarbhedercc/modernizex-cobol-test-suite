               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-PERIOD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAY-HISTORY.
           SELECT YTD-MASTER ASSIGN TO "ytd-master.dat"
               ORGANIZATION IS INDEXED
          05 FILLER PIC X(1) VALUE "-".
          05 WS-AT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           COPY "print-svc.cpy".
           COPY "juris-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
       01 WS-HJ-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
               DISPLAY "ERROR: CLOSE failed for "
                   "ytd-master.dat, status " WS-FS-YTD-MASTER
           END-IF
           MOVE "C" TO JS-FUNC
           CALL "JURIS-SVC" USING JS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to JURIS-SVC failed"
           END-CALL
           CLOSE CHECK-REGISTER
           IF WS-FS-CHECK-REGISTER NOT = "00"
               DISPLAY "ERROR: CLOSE failed for "
           END-PERFORM.

       REVERSE-HISTORY-DETAIL.
           MOVE WS-REV-PERIOD-YEAR TO HIST-PERIOD-YEAR
           MOVE WS-REV-PERIOD-NUM TO HIST-PERIOD-NUM
           START PAY-HISTORY KEY >= HIST-PERIOD
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
                   MOVE 1 TO WS-EOF
               END-IF
               IF WS-EOF = 0 AND
                   (HIST-PERIOD-YEAR NOT = WS-REV-PERIOD-YEAR OR
                    HIST-PERIOD-NUM  NOT = WS-REV-PERIOD-NUM)
                   MOVE 1 TO WS-EOF
               END-IF
               IF WS-EOF = 0
                   PERFORM BACK-OUT-ONE-EMPLOYEE
               END-IF
           END-PERFORM
                       END-IF
                   END-IF
           END-READ
           PERFORM BACK-OUT-JURISDICTIONS
           ADD 1 TO WS-EMPLOYEES-REVERSED
           ADD HIST-GROSS TO WS-TOTAL-GROSS-BACKED
           ADD HIST-TOTAL-DEDUCTIONS TO WS-TOTAL-DED-BACKED
           MOVE WS-AUDIT-DETAIL-LINE TO REVERSAL-AUDIT-LINE
           PERFORM WRITE-AUDIT-LINE.

       BACK-OUT-JURISDICTIONS.
           MOVE "P" TO JS-FUNC
           MOVE HIST-ID TO JS-EMP-ID
           MOVE HIST-PERIOD-YEAR TO JS-YEAR
           MOVE 0 TO JS-COMPANY
           MOVE "S" TO JS-KIND
           PERFORM VARYING WS-HJ-I FROM 1 BY 1 UNTIL WS-HJ-I > 4
               IF HIST-JUR-STATE(WS-HJ-I) NOT = SPACES
                   MOVE HIST-JUR-STATE(WS-HJ-I) TO JS-CODE
                   COMPUTE JS-WAGES = 0 - HIST-JUR-WAGES(WS-HJ-I)
                   COMPUTE JS-TAX = 0 - HIST-JUR-TAX(WS-HJ-I)
                   CALL "JURIS-SVC" USING JS-CONTROL
                       ON EXCEPTION
                           DISPLAY "ERROR: CALL to JURIS-SVC failed"
                   END-CALL
               END-IF
           END-PERFORM
           IF HIST-LOCALITY NOT = SPACES
               MOVE "L" TO JS-KIND
               MOVE HIST-LOCALITY TO JS-CODE
               COMPUTE JS-WAGES = 0 - HIST-LOCAL-WAGES
               COMPUTE JS-TAX = 0 - HIST-LOCAL-TAX
               CALL "JURIS-SVC" USING JS-CONTROL
                   ON EXCEPTION
                       DISPLAY "ERROR: CALL to JURIS-SVC failed"
               END-CALL
           END-IF.

       SUBTRACT-YTD-BALANCES.
           COMPUTE YTD-GROSS = YTD-GROSS - HIST-GROSS
               ON SIZE ERROR
           COMPUTE YTD-FRINGE = YTD-FRINGE - HIST-FRINGE
               ON SIZE ERROR
                   MOVE 0 TO YTD-FRINGE
           END-COMPUTE
           COMPUTE YTD-FED-WAGES = YTD-FED-WAGES - HIST-FED-WAGES
               ON SIZE ERROR
                   MOVE 0 TO YTD-FED-WAGES
           END-COMPUTE
           COMPUTE YTD-STATE-WAGES =
                   YTD-STATE-WAGES - HIST-STATE-WAGES
               ON SIZE ERROR
                   MOVE 0 TO YTD-STATE-WAGES
           END-COMPUTE
           COMPUTE YTD-LOCAL-WAGES =
                   YTD-LOCAL-WAGES - HIST-LOCAL-WAGES
               ON SIZE ERROR
                   MOVE 0 TO YTD-LOCAL-WAGES
           END-COMPUTE
           COMPUTE YTD-FICA-WAGES = YTD-FICA-WAGES - HIST-FICA-WAGES
               ON SIZE ERROR
                   MOVE 0 TO YTD-FICA-WAGES
           END-COMPUTE
           COMPUTE YTD-OASDI-WAGES = YTD-OASDI-WAGES - HIST-OASDI-WAGES
               ON SIZE ERROR
                   MOVE 0 TO YTD-OASDI-WAGES
           END-COMPUTE
           COMPUTE YTD-OASDI = YTD-OASDI - HIST-OASDI
               ON SIZE ERROR
                   MOVE 0 TO YTD-OASDI
           END-COMPUTE
           COMPUTE YTD-MEDICARE = YTD-MEDICARE - HIST-MEDICARE
               ON SIZE ERROR
                   MOVE 0 TO YTD-MEDICARE
           END-COMPUTE
           COMPUTE YTD-ADDL-MED-WAGES =
                   YTD-ADDL-MED-WAGES - HIST-ADDL-MED-WAGES
               ON SIZE ERROR
                   MOVE 0 TO YTD-ADDL-MED-WAGES
           END-COMPUTE
           COMPUTE YTD-ADDL-MEDICARE =
                   YTD-ADDL-MEDICARE - HIST-ADDL-MEDICARE
               ON SIZE ERROR
                   MOVE 0 TO YTD-ADDL-MEDICARE
           END-COMPUTE
           COMPUTE YTD-ER-OASDI = YTD-ER-OASDI - HIST-ER-OASDI
               ON SIZE ERROR
                   MOVE 0 TO YTD-ER-OASDI
           END-COMPUTE
           COMPUTE YTD-ER-MEDICARE = YTD-ER-MEDICARE - HIST-ER-MEDICARE
               ON SIZE ERROR
                   MOVE 0 TO YTD-ER-MEDICARE
           END-COMPUTE
           COMPUTE YTD-TIPS = YTD-TIPS - HIST-TIPS
               ON SIZE ERROR
                   MOVE 0 TO YTD-TIPS
           END-COMPUTE
           COMPUTE YTD-UNCOLL-OASDI =
                   YTD-UNCOLL-OASDI - HIST-UNCOLL-OASDI
               ON SIZE ERROR
                   MOVE 0 TO YTD-UNCOLL-OASDI
           END-COMPUTE
           COMPUTE YTD-UNCOLL-MEDICARE =
                   YTD-UNCOLL-MEDICARE - HIST-UNCOLL-MEDICARE
               ON SIZE ERROR
                   MOVE 0 TO YTD-UNCOLL-MEDICARE
           END-COMPUTE
           COMPUTE YTD-SDI-WAGES = YTD-SDI-WAGES - HIST-SDI-WAGES
               ON SIZE ERROR
                   MOVE 0 TO YTD-SDI-WAGES
           END-COMPUTE
           COMPUTE YTD-SDI-EE = YTD-SDI-EE - HIST-SDI-EE
               ON SIZE ERROR
                   MOVE 0 TO YTD-SDI-EE
           END-COMPUTE
           COMPUTE YTD-SDI-ER = YTD-SDI-ER - HIST-SDI-ER
               ON SIZE ERROR
                   MOVE 0 TO YTD-SDI-ER
           END-COMPUTE
           COMPUTE YTD-HSA-EE = YTD-HSA-EE - HIST-HSA-EE
               ON SIZE ERROR
                   MOVE 0 TO YTD-HSA-EE
           END-COMPUTE
           COMPUTE YTD-HSA-ER = YTD-HSA-ER - HIST-HSA-ER
               ON SIZE ERROR
                   MOVE 0 TO YTD-HSA-ER
           END-COMPUTE.

       VOID-PERIOD-CHECKS.
