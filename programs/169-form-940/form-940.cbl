       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORM-940.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-MASTER ASSIGN TO "ytd-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-ID
               FILE STATUS IS WS-FS-YTD-MASTER.
           SELECT EMPLOYEE-MASTER ASSIGN TO "employee-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLOYEE-MASTER.
           SELECT PAY-HISTORY ASSIGN TO "pay-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-PERIOD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAY-HISTORY.
           SELECT RATES-MASTER ASSIGN TO "rates-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RATES-MASTER.
           SELECT FUTA-CREDIT-TABLE ASSIGN TO "futa-credit-table.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FUTA-CREDIT-TABLE.
           SELECT WORKSHEET-REPORT ASSIGN TO "FORM-940-WORKSHEET.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WORKSHEET-REPORT.
       DATA DIVISION.
       FILE SECTION.
       FD  YTD-MASTER.
           COPY "ytd-master.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee-master.cpy".

       FD  PAY-HISTORY.
           COPY "pay-history.cpy".

       FD  RATES-MASTER.
       01 RATES-REC.
          05 RATE-CODE     PIC X(10).
          05 RATE-EFF-DATE PIC 9(8).
          05 RATE-VALUE    PIC 9(7)V9999.

       FD  FUTA-CREDIT-TABLE.
       01 FCR-REC.
          05 FCR-STATE PIC X(2).
          05 FCR-YEAR  PIC 9(4).
          05 FCR-RATE  PIC V9999.

       FD  WORKSHEET-REPORT.
       01 WORKSHEET-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-YTD-MASTER        PIC X(2) VALUE "00".
       01 WS-FS-EMPLOYEE-MASTER   PIC X(2) VALUE "00".
       01 WS-FS-PAY-HISTORY       PIC X(2) VALUE "00".
       01 WS-FS-RATES-MASTER      PIC X(2) VALUE "00".
       01 WS-FS-FUTA-CREDIT-TABLE PIC X(2) VALUE "00".
       01 WS-FS-WORKSHEET-REPORT  PIC X(2) VALUE "00".
       01 WS-YTD-EOF  PIC 9(1) VALUE 0.
       01 WS-HIST-EOF PIC 9(1) VALUE 0.
       01 WS-RATES-EOF PIC 9(1) VALUE 0.
       01 WS-FCR-EOF  PIC 9(1) VALUE 0.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-RPT-YEAR PIC 9(4) VALUE 0.
       01 WS-YEAR-END-DATE PIC 9(8) VALUE 0.
       01 WS-FUTA-RATE PIC V9999 VALUE 0.0060.
       01 WS-FUTA-WAGE-BASE PIC 9(7)V99 VALUE 0007000.00.
       01 WS-EFF-FUTA-RATE PIC 9(8) VALUE 0.
       01 WS-EFF-FUTA-BASE PIC 9(8) VALUE 0.
       01 WS-CHECK-DATE PIC 9(8) VALUE 0.
       01 WS-CHECK-DATE-SPLIT REDEFINES WS-CHECK-DATE.
          05 WS-CD-YEAR  PIC 9(4).
          05 WS-CD-MONTH PIC 9(2).
          05 WS-CD-DAY   PIC 9(2).
       01 WS-QTR PIC 9(1) VALUE 0.
       01 WS-I   PIC 9(1) VALUE 0.
       01 WS-FORMATTED-NAME PIC X(24) VALUE SPACES.
       01 WS-EMP-FOUND PIC X(1) VALUE "N".
       01 WS-EMP-STATE PIC X(2) VALUE SPACES.
       01 WS-EMP-WORK.
          05 WS-EW-PAYMENTS   PIC 9(7)V99 VALUE 0.
          05 WS-EW-ELIGIBLE   PIC 9(7)V99 VALUE 0.
          05 WS-EW-EXEMPT     PIC 9(7)V99 VALUE 0.
          05 WS-EW-EXCESS     PIC 9(7)V99 VALUE 0.
          05 WS-EW-FUTA-WAGES PIC 9(7)V99 VALUE 0.
          05 WS-EW-CR-RATE    PIC V9999 VALUE 0.
          05 WS-EW-CR-AMOUNT  PIC 9(7)V99 VALUE 0.
          05 WS-EW-HIST-ROWS  PIC 9(3) VALUE 0.
          05 WS-EW-QTR-WAGES  PIC 9(7)V99 OCCURS 4 TIMES.
       01 WS-PAY-WORK.
          05 WS-PW-ELIGIBLE   PIC 9(7)V99 VALUE 0.
          05 WS-PW-FUTA-WAGES PIC 9(7)V99 VALUE 0.
          05 WS-PW-ROOM       PIC 9(7)V99 VALUE 0.
       01 WS-CR-TABLE.
          05 WS-CR-COUNT PIC 9(2) VALUE 0.
          05 WS-CR-ENTRY OCCURS 60 TIMES.
             10 WS-CR-STATE PIC X(2).
             10 WS-CR-RATE  PIC V9999.
       01 WS-STATE-TABLE.
          05 WS-ST-COUNT PIC 9(2) VALUE 0.
          05 WS-ST-ENTRY OCCURS 60 TIMES.
             10 WS-ST-STATE      PIC X(2).
             10 WS-ST-FUTA-WAGES PIC 9(11)V99.
             10 WS-ST-CR-RATE    PIC V9999.
             10 WS-ST-CR-AMOUNT  PIC 9(9)V99.
       01 WS-CX PIC 9(2) VALUE 0.
       01 WS-SX PIC 9(2) VALUE 0.
       01 WS-940-FIGURES.
          05 WS-940-EMPLOYEES  PIC 9(5) VALUE 0.
          05 WS-940-PAYMENTS   PIC 9(11)V99 VALUE 0.
          05 WS-940-EXEMPT     PIC 9(11)V99 VALUE 0.
          05 WS-940-EXCESS     PIC 9(11)V99 VALUE 0.
          05 WS-940-NOT-TAXED  PIC 9(11)V99 VALUE 0.
          05 WS-940-FUTA-WAGES PIC 9(11)V99 VALUE 0.
          05 WS-940-FUTA-TAX   PIC 9(9)V99 VALUE 0.
          05 WS-940-CREDIT-RED PIC 9(9)V99 VALUE 0.
          05 WS-940-TOTAL-TAX  PIC 9(9)V99 VALUE 0.
          05 WS-940-DEPOSITS   PIC 9(9)V99 VALUE 0.
          05 WS-940-BALANCE    PIC S9(9)V99 VALUE 0.
          05 WS-940-ACCRUED    PIC 9(9)V99 VALUE 0.
          05 WS-940-ACCRUAL-DIFF PIC S9(9)V99 VALUE 0.
          05 WS-940-QTR-WAGES  PIC 9(11)V99 OCCURS 4 TIMES.
          05 WS-940-QTR-LIAB   PIC 9(9)V99 OCCURS 4 TIMES.
          05 WS-940-QTR-DEP    PIC 9(9)V99 OCCURS 4 TIMES.
          05 WS-940-LIAB-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-UNDEPOSITED PIC S9(9)V99 VALUE 0.
       01 WS-EXCEPTIONS.
          05 WS-NO-MASTER-COUNT PIC 9(5) VALUE 0.
          05 WS-NO-HIST-COUNT   PIC 9(5) VALUE 0.
          05 WS-MISMATCH-COUNT  PIC 9(5) VALUE 0.
          05 WS-LATE-DEP-COUNT  PIC 9(1) VALUE 0.
       01 WS-HEAD-LINE.
          05 FILLER PIC X(27)
              VALUE "FORM 940 WORKSHEET - YEAR ".
          05 WS-HL-YEAR PIC 9(4).
          05 FILLER PIC X(12) VALUE "  FUTA RATE ".
          05 WS-HL-RATE PIC .9999.
          05 FILLER PIC X(11) VALUE "  WAGE BASE".
          05 WS-HL-BASE PIC ZZZ,ZZ9.99.
       01 WS-SECTION-LINE.
          05 FILLER PIC X(4) VALUE "--- ".
          05 WS-SL-TEXT PIC X(40).
          05 FILLER PIC X(4) VALUE " ---".
       01 WS-EMP-LINE.
          05 WS-EL-ID PIC 9(7).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-EL-NAME PIC X(24).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-EL-STATE PIC X(2).
          05 FILLER PIC X(4) VALUE " PAY".
          05 WS-EL-PAYMENTS PIC ZZZ,ZZ9.99.
          05 FILLER PIC X(4) VALUE " EXM".
          05 WS-EL-EXEMPT PIC ZZZ,ZZ9.99.
          05 FILLER PIC X(4) VALUE " EXC".
          05 WS-EL-EXCESS PIC ZZZ,ZZ9.99.
          05 FILLER PIC X(5) VALUE " FUTA".
          05 WS-EL-FUTA-WAGES PIC ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-EL-FLAG PIC X(7).
       01 WS-STATE-LINE.
          05 FILLER PIC X(14) VALUE "SCHEDULE A    ".
          05 WS-SA-STATE PIC X(2).
          05 FILLER PIC X(13) VALUE "  FUTA WAGES ".
          05 WS-SA-WAGES PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(8) VALUE "  RATE ".
          05 WS-SA-RATE PIC .9999.
          05 FILLER PIC X(19) VALUE "  CREDIT REDUCTION ".
          05 WS-SA-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-940-AMOUNT-LINE.
          05 FILLER PIC X(9) VALUE "940 LINE ".
          05 WS-FA-LINE PIC X(4).
          05 WS-FA-LABEL PIC X(40).
          05 WS-FA-AMOUNT PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-940-COUNT-LINE.
          05 FILLER PIC X(9) VALUE "940 LINE ".
          05 WS-FC-LINE PIC X(4).
          05 WS-FC-LABEL PIC X(40).
          05 WS-FC-COUNT PIC ZZZZZZZZZZZZZ9.
       01 WS-QTR-LINE.
          05 FILLER PIC X(15) VALUE "940 PART 3 QTR ".
          05 WS-QL-QTR PIC 9(1).
          05 FILLER PIC X(7) VALUE " WAGES ".
          05 WS-QL-WAGES PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(11) VALUE " LIABILITY ".
          05 WS-QL-LIAB PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(11) VALUE " DEPOSITED ".
          05 WS-QL-DEP PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-QL-FLAG PIC X(8).
       01 WS-NOTE-LINE.
          05 FILLER PIC X(6) VALUE "NOTE: ".
          05 WS-NL-TEXT PIC X(60).
          05 WS-NL-AMOUNT PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           COPY "print-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Enter return year (YYYY): "
           ACCEPT WS-RPT-YEAR
           COMPUTE WS-YEAR-END-DATE = WS-RPT-YEAR * 10000 + 1231
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
               MOVE 0 TO WS-940-QTR-WAGES(WS-I)
               MOVE 0 TO WS-940-QTR-LIAB(WS-I)
               MOVE 0 TO WS-940-QTR-DEP(WS-I)
           END-PERFORM
           PERFORM LOAD-FUTA-RATES
           PERFORM LOAD-CREDIT-REDUCTIONS
           OPEN INPUT YTD-MASTER
           IF WS-FS-YTD-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "ytd-master.dat, status " WS-FS-YTD-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-EMPLOYEE-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "employee-master.idx, status "
                   WS-FS-EMPLOYEE-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PAY-HISTORY
           IF WS-FS-PAY-HISTORY NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "pay-history.dat, status " WS-FS-PAY-HISTORY
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT WORKSHEET-REPORT
           IF WS-FS-WORKSHEET-REPORT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "FORM-940-WORKSHEET.RPT, status "
                   WS-FS-WORKSHEET-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "I" TO PS-FUNC
           MOVE "FORM 940 ANNUAL FUTA WORKSHEET" TO PS-REPORT-TITLE
           MOVE WS-OPERATOR-ID TO PS-OPERATOR
           MOVE WS-RPT-YEAR TO PS-PERIOD-YEAR
           MOVE 0 TO PS-PERIOD-NUM
           MOVE SPACES TO PS-COLUMN-HEADING
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           MOVE WS-RPT-YEAR TO WS-HL-YEAR
           MOVE WS-FUTA-RATE TO WS-HL-RATE
           MOVE WS-FUTA-WAGE-BASE TO WS-HL-BASE
           MOVE WS-HEAD-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "FUTA WAGES BY EMPLOYEE" TO WS-SL-TEXT
           MOVE WS-SECTION-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           PERFORM UNTIL WS-YTD-EOF = 1
               READ YTD-MASTER NEXT RECORD
                   AT END MOVE 1 TO WS-YTD-EOF
               END-READ
               IF WS-YTD-EOF = 0 AND WS-FS-YTD-MASTER NOT = "00"
                   DISPLAY "ERROR: READ NEXT failed for "
                       "ytd-master.dat, status " WS-FS-YTD-MASTER
                   MOVE 1 TO WS-YTD-EOF
               END-IF
               IF WS-YTD-EOF = 0 AND YTD-YEAR = WS-RPT-YEAR
                   PERFORM PROCESS-ONE-EMPLOYEE
               END-IF
           END-PERFORM
           CLOSE YTD-MASTER
           CLOSE EMPLOYEE-MASTER
           CLOSE PAY-HISTORY
           PERFORM COMPUTE-940-LINES
           PERFORM WRITE-SCHEDULE-A
           PERFORM WRITE-940-LINES
           PERFORM WRITE-PART-3
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           CLOSE WORKSHEET-REPORT
           IF WS-FS-WORKSHEET-REPORT NOT = "00"
               DISPLAY "ERROR: CLOSE failed for "
                   "FORM-940-WORKSHEET.RPT, status "
                   WS-FS-WORKSHEET-REPORT
           END-IF
           DISPLAY "Employees on return:   " WS-940-EMPLOYEES
           DISPLAY "FUTA taxable wages:    " WS-940-FUTA-WAGES
           DISPLAY "Total FUTA tax:        " WS-940-TOTAL-TAX
           DISPLAY "Balance due:           " WS-940-BALANCE
           DISPLAY "Worksheet written to FORM-940-WORKSHEET.RPT"
           IF WS-NO-MASTER-COUNT > 0 OR WS-NO-HIST-COUNT > 0 OR
               WS-MISMATCH-COUNT > 0 OR WS-LATE-DEP-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-FUTA-RATES.
           OPEN INPUT RATES-MASTER
           IF WS-FS-RATES-MASTER = "35"
               DISPLAY "WARNING: rates-master.dat not found - "
                   "compiled FUTA rate and wage base used"
           ELSE
               IF WS-FS-RATES-MASTER NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "rates-master.dat, status "
                       WS-FS-RATES-MASTER
               ELSE
                   PERFORM UNTIL WS-RATES-EOF = 1
                       READ RATES-MASTER
                           AT END MOVE 1 TO WS-RATES-EOF
                           NOT AT END
                               IF RATE-EFF-DATE <= WS-YEAR-END-DATE
                                   PERFORM APPLY-ONE-FUTA-RATE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RATES-MASTER
               END-IF
           END-IF.

       APPLY-ONE-FUTA-RATE.
           EVALUATE RATE-CODE
               WHEN "FUTA-RATE "
                   IF RATE-EFF-DATE >= WS-EFF-FUTA-RATE
                       MOVE RATE-VALUE TO WS-FUTA-RATE
                       MOVE RATE-EFF-DATE TO WS-EFF-FUTA-RATE
                   END-IF
               WHEN "FUTA-BASE "
                   IF RATE-EFF-DATE >= WS-EFF-FUTA-BASE
                       MOVE RATE-VALUE TO WS-FUTA-WAGE-BASE
                       MOVE RATE-EFF-DATE TO WS-EFF-FUTA-BASE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOAD-CREDIT-REDUCTIONS.
           OPEN INPUT FUTA-CREDIT-TABLE
           IF WS-FS-FUTA-CREDIT-TABLE = "35"
               DISPLAY "WARNING: futa-credit-table.dat not found - "
                   "no credit reduction states applied"
           ELSE
               IF WS-FS-FUTA-CREDIT-TABLE NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "futa-credit-table.dat, status "
                       WS-FS-FUTA-CREDIT-TABLE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-FCR-EOF = 1
                   READ FUTA-CREDIT-TABLE
                       AT END MOVE 1 TO WS-FCR-EOF
                       NOT AT END
                           IF FCR-YEAR = WS-RPT-YEAR
                               PERFORM STORE-ONE-CREDIT-REDUCTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUTA-CREDIT-TABLE
               DISPLAY "Credit reduction states for " WS-RPT-YEAR
                   ": " WS-CR-COUNT
           END-IF.

       STORE-ONE-CREDIT-REDUCTION.
           MOVE 0 TO WS-SX
           PERFORM VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > WS-CR-COUNT
               IF WS-CR-STATE(WS-CX) = FCR-STATE
                   MOVE WS-CX TO WS-SX
               END-IF
           END-PERFORM
           IF WS-SX = 0
               IF WS-CR-COUNT >= 60
                   DISPLAY "ERROR: credit reduction table full - "
                       "entry for state " FCR-STATE " dropped"
               ELSE
                   ADD 1 TO WS-CR-COUNT
                   MOVE WS-CR-COUNT TO WS-SX
                   MOVE FCR-STATE TO WS-CR-STATE(WS-SX)
               END-IF
           END-IF
           IF WS-SX > 0
               MOVE FCR-RATE TO WS-CR-RATE(WS-SX)
           END-IF.

       PROCESS-ONE-EMPLOYEE.
           MOVE YTD-ID TO EMP-ID
           READ EMPLOYEE-MASTER KEY IS EMP-ID
               INVALID KEY
                   MOVE "N" TO WS-EMP-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND
           END-READ
           IF WS-EMP-FOUND = "Y"
               MOVE EMP-ADDR-STATE TO WS-EMP-STATE
               PERFORM FORMAT-EMPLOYEE-NAME
           ELSE
               ADD 1 TO WS-NO-MASTER-COUNT
               MOVE SPACES TO WS-EMP-STATE
               MOVE "*** NOT ON MASTER ***" TO WS-FORMATTED-NAME
               DISPLAY "WARNING: YTD balances for employee " YTD-ID
                   " have no employee-master.dat record - no "
                   "credit reduction state applied"
           END-IF
           MOVE 0 TO WS-EW-PAYMENTS
           MOVE 0 TO WS-EW-ELIGIBLE
           MOVE 0 TO WS-EW-EXEMPT
           MOVE 0 TO WS-EW-EXCESS
           MOVE 0 TO WS-EW-FUTA-WAGES
           MOVE 0 TO WS-EW-CR-RATE
           MOVE 0 TO WS-EW-CR-AMOUNT
           MOVE 0 TO WS-EW-HIST-ROWS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
               MOVE 0 TO WS-EW-QTR-WAGES(WS-I)
           END-PERFORM
           PERFORM ACCUMULATE-EMPLOYEE-HISTORY
           IF WS-EW-HIST-ROWS = 0
               PERFORM USE-YTD-FIGURES
           ELSE
               IF WS-EW-PAYMENTS NOT = YTD-GROSS
                   ADD 1 TO WS-MISMATCH-COUNT
                   DISPLAY "WARNING: pay-history gross "
                       WS-EW-PAYMENTS " for employee " YTD-ID
                       " does not agree with YTD gross " YTD-GROSS
               END-IF
           END-IF
           IF WS-EW-ELIGIBLE > WS-FUTA-WAGE-BASE
               COMPUTE WS-EW-EXCESS =
                   WS-EW-ELIGIBLE - WS-FUTA-WAGE-BASE
           END-IF
           COMPUTE WS-EW-FUTA-WAGES =
               WS-EW-QTR-WAGES(1) + WS-EW-QTR-WAGES(2)
               + WS-EW-QTR-WAGES(3) + WS-EW-QTR-WAGES(4)
           IF WS-EW-PAYMENTS = 0 AND WS-EW-FUTA-WAGES = 0
               CONTINUE
           ELSE
               PERFORM APPLY-CREDIT-REDUCTION
               ADD 1 TO WS-940-EMPLOYEES
               ADD WS-EW-PAYMENTS TO WS-940-PAYMENTS
               ADD WS-EW-EXEMPT TO WS-940-EXEMPT
               ADD WS-EW-EXCESS TO WS-940-EXCESS
               ADD WS-EW-FUTA-WAGES TO WS-940-FUTA-WAGES
               ADD YTD-FUTA TO WS-940-ACCRUED
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
                   ADD WS-EW-QTR-WAGES(WS-I) TO WS-940-QTR-WAGES(WS-I)
               END-PERFORM
               MOVE YTD-ID TO WS-EL-ID
               MOVE WS-FORMATTED-NAME TO WS-EL-NAME
               MOVE WS-EMP-STATE TO WS-EL-STATE
               MOVE WS-EW-PAYMENTS TO WS-EL-PAYMENTS
               MOVE WS-EW-EXEMPT TO WS-EL-EXEMPT
               MOVE WS-EW-EXCESS TO WS-EL-EXCESS
               MOVE WS-EW-FUTA-WAGES TO WS-EL-FUTA-WAGES
               IF WS-EW-CR-RATE > 0
                   MOVE "CR-RED" TO WS-EL-FLAG
               ELSE
                   MOVE SPACES TO WS-EL-FLAG
               END-IF
               IF WS-EW-HIST-ROWS = 0
                   MOVE "YTD" TO WS-EL-FLAG
               END-IF
               MOVE WS-EMP-LINE TO WORKSHEET-REPORT-LINE
               PERFORM WRITE-WORKSHEET-LINE
           END-IF.

       ACCUMULATE-EMPLOYEE-HISTORY.
           MOVE 0 TO WS-HIST-EOF
           MOVE YTD-ID TO HIST-ID
           MOVE ZERO TO HIST-PERIOD-YEAR
           MOVE ZERO TO HIST-PERIOD-NUM
           START PAY-HISTORY KEY >= HIST-KEY
               INVALID KEY
                   MOVE 1 TO WS-HIST-EOF
           END-START
           PERFORM UNTIL WS-HIST-EOF = 1
               READ PAY-HISTORY NEXT RECORD
                   AT END MOVE 1 TO WS-HIST-EOF
               END-READ
               IF WS-HIST-EOF = 0 AND WS-FS-PAY-HISTORY NOT = "00"
                   DISPLAY "ERROR: READ NEXT failed for "
                       "pay-history.dat, status " WS-FS-PAY-HISTORY
                   MOVE 1 TO WS-HIST-EOF
               END-IF
               IF WS-HIST-EOF = 0
                   IF HIST-ID NOT = YTD-ID
                       MOVE 1 TO WS-HIST-EOF
                   ELSE
                       MOVE HIST-PERIOD-END TO WS-CHECK-DATE
                       IF WS-CD-YEAR = WS-RPT-YEAR
                           PERFORM ACCUMULATE-ONE-PAYMENT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ACCUMULATE-ONE-PAYMENT.
           ADD 1 TO WS-EW-HIST-ROWS
           IF HIST-FICA-WAGES = 0 AND HIST-FICA > 0
               MOVE HIST-GROSS TO WS-PW-ELIGIBLE
           ELSE
               MOVE HIST-FICA-WAGES TO WS-PW-ELIGIBLE
           END-IF
           ADD HIST-GROSS TO WS-EW-PAYMENTS
           IF HIST-GROSS > WS-PW-ELIGIBLE
               COMPUTE WS-EW-EXEMPT =
                   WS-EW-EXEMPT + HIST-GROSS - WS-PW-ELIGIBLE
           END-IF
           EVALUATE TRUE
               WHEN WS-CD-MONTH <= 3
                   MOVE 1 TO WS-QTR
               WHEN WS-CD-MONTH <= 6
                   MOVE 2 TO WS-QTR
               WHEN WS-CD-MONTH <= 9
                   MOVE 3 TO WS-QTR
               WHEN OTHER
                   MOVE 4 TO WS-QTR
           END-EVALUATE
           PERFORM SPLIT-FUTA-WAGES
           ADD WS-PW-FUTA-WAGES TO WS-EW-QTR-WAGES(WS-QTR).

       SPLIT-FUTA-WAGES.
           IF WS-EW-ELIGIBLE >= WS-FUTA-WAGE-BASE
               MOVE 0 TO WS-PW-FUTA-WAGES
           ELSE
               COMPUTE WS-PW-ROOM =
                   WS-FUTA-WAGE-BASE - WS-EW-ELIGIBLE
               IF WS-PW-ELIGIBLE > WS-PW-ROOM
                   MOVE WS-PW-ROOM TO WS-PW-FUTA-WAGES
               ELSE
                   MOVE WS-PW-ELIGIBLE TO WS-PW-FUTA-WAGES
               END-IF
           END-IF
           ADD WS-PW-ELIGIBLE TO WS-EW-ELIGIBLE.

       USE-YTD-FIGURES.
           IF YTD-GROSS > 0
               ADD 1 TO WS-NO-HIST-COUNT
               DISPLAY "WARNING: no pay-history for employee " YTD-ID
                   " in " WS-RPT-YEAR " - YTD wages reported in "
                   "quarter 4"
           END-IF
           MOVE YTD-GROSS TO WS-EW-PAYMENTS
           IF YTD-FICA-WAGES = 0 AND YTD-FICA > 0
               MOVE YTD-GROSS TO WS-PW-ELIGIBLE
           ELSE
               MOVE YTD-FICA-WAGES TO WS-PW-ELIGIBLE
           END-IF
           IF YTD-GROSS > WS-PW-ELIGIBLE
               COMPUTE WS-EW-EXEMPT = YTD-GROSS - WS-PW-ELIGIBLE
           END-IF
           MOVE 4 TO WS-QTR
           PERFORM SPLIT-FUTA-WAGES
           ADD WS-PW-FUTA-WAGES TO WS-EW-QTR-WAGES(WS-QTR).

       APPLY-CREDIT-REDUCTION.
           PERFORM VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > WS-CR-COUNT
               IF WS-CR-STATE(WS-CX) = WS-EMP-STATE
                   MOVE WS-CR-RATE(WS-CX) TO WS-EW-CR-RATE
               END-IF
           END-PERFORM
           COMPUTE WS-EW-CR-AMOUNT ROUNDED =
               WS-EW-FUTA-WAGES * WS-EW-CR-RATE
           MOVE 0 TO WS-SX
           PERFORM VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > WS-ST-COUNT
               IF WS-ST-STATE(WS-CX) = WS-EMP-STATE
                   MOVE WS-CX TO WS-SX
               END-IF
           END-PERFORM
           IF WS-SX = 0
               IF WS-ST-COUNT >= 60
                   DISPLAY "ERROR: state summary table full - "
                       "state " WS-EMP-STATE " not summarized"
               ELSE
                   ADD 1 TO WS-ST-COUNT
                   MOVE WS-ST-COUNT TO WS-SX
                   MOVE WS-EMP-STATE TO WS-ST-STATE(WS-SX)
                   MOVE 0 TO WS-ST-FUTA-WAGES(WS-SX)
                   MOVE WS-EW-CR-RATE TO WS-ST-CR-RATE(WS-SX)
                   MOVE 0 TO WS-ST-CR-AMOUNT(WS-SX)
               END-IF
           END-IF
           IF WS-SX > 0
               ADD WS-EW-FUTA-WAGES TO WS-ST-FUTA-WAGES(WS-SX)
           END-IF.

       COMPUTE-940-LINES.
           COMPUTE WS-940-NOT-TAXED =
               WS-940-EXEMPT + WS-940-EXCESS
           COMPUTE WS-940-FUTA-TAX ROUNDED =
               WS-940-FUTA-WAGES * WS-FUTA-RATE
           MOVE 0 TO WS-940-CREDIT-RED
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-ST-COUNT
               COMPUTE WS-ST-CR-AMOUNT(WS-SX) ROUNDED =
                   WS-ST-FUTA-WAGES(WS-SX) * WS-ST-CR-RATE(WS-SX)
               ADD WS-ST-CR-AMOUNT(WS-SX) TO WS-940-CREDIT-RED
           END-PERFORM
           COMPUTE WS-940-TOTAL-TAX =
               WS-940-FUTA-TAX + WS-940-CREDIT-RED
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
               COMPUTE WS-940-QTR-LIAB(WS-I) ROUNDED =
                   WS-940-QTR-WAGES(WS-I) * WS-FUTA-RATE
           END-PERFORM
           ADD WS-940-CREDIT-RED TO WS-940-QTR-LIAB(4)
           COMPUTE WS-940-LIAB-TOTAL =
               WS-940-QTR-LIAB(1) + WS-940-QTR-LIAB(2)
               + WS-940-QTR-LIAB(3) + WS-940-QTR-LIAB(4)
           IF WS-940-LIAB-TOTAL NOT = WS-940-TOTAL-TAX
               COMPUTE WS-940-QTR-LIAB(4) = WS-940-QTR-LIAB(4)
                   + WS-940-TOTAL-TAX - WS-940-LIAB-TOTAL
               MOVE WS-940-TOTAL-TAX TO WS-940-LIAB-TOTAL
           END-IF
           MOVE 0 TO WS-940-DEPOSITS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
               DISPLAY "Enter FUTA deposits made for quarter " WS-I
                   " liability " WS-940-QTR-LIAB(WS-I) ": "
               ACCEPT WS-940-QTR-DEP(WS-I)
               ADD WS-940-QTR-DEP(WS-I) TO WS-940-DEPOSITS
           END-PERFORM
           COMPUTE WS-940-BALANCE =
               WS-940-TOTAL-TAX - WS-940-DEPOSITS
           COMPUTE WS-940-ACCRUAL-DIFF =
               WS-940-ACCRUED - WS-940-FUTA-TAX.

       WRITE-SCHEDULE-A.
           MOVE "SCHEDULE A - FUTA WAGES BY STATE" TO WS-SL-TEXT
           MOVE WS-SECTION-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-ST-COUNT
               MOVE WS-ST-STATE(WS-SX) TO WS-SA-STATE
               MOVE WS-ST-FUTA-WAGES(WS-SX) TO WS-SA-WAGES
               MOVE WS-ST-CR-RATE(WS-SX) TO WS-SA-RATE
               MOVE WS-ST-CR-AMOUNT(WS-SX) TO WS-SA-AMOUNT
               MOVE WS-STATE-LINE TO WORKSHEET-REPORT-LINE
               PERFORM WRITE-WORKSHEET-LINE
           END-PERFORM.

       WRITE-940-LINES.
           MOVE "FORM 940 LINE ITEMS" TO WS-SL-TEXT
           MOVE WS-SECTION-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "    " TO WS-FC-LINE
           MOVE "EMPLOYEES WITH FUTA PAYMENTS" TO WS-FC-LABEL
           MOVE WS-940-EMPLOYEES TO WS-FC-COUNT
           MOVE WS-940-COUNT-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "3   " TO WS-FA-LINE
           MOVE "TOTAL PAYMENTS TO ALL EMPLOYEES" TO WS-FA-LABEL
           MOVE WS-940-PAYMENTS TO WS-FA-AMOUNT
           MOVE WS-940-AMOUNT-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "4   " TO WS-FA-LINE
           MOVE "PAYMENTS EXEMPT FROM FUTA" TO WS-FA-LABEL
           MOVE WS-940-EXEMPT TO WS-FA-AMOUNT
           MOVE WS-940-AMOUNT-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "5   " TO WS-FA-LINE
           MOVE "PAYMENTS IN EXCESS OF WAGE BASE" TO WS-FA-LABEL
           MOVE WS-940-EXCESS TO WS-FA-AMOUNT
           MOVE WS-940-AMOUNT-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "6   " TO WS-FA-LINE
           MOVE "SUBTOTAL (LINE 4 + LINE 5)" TO WS-FA-LABEL
           MOVE WS-940-NOT-TAXED TO WS-FA-AMOUNT
           MOVE WS-940-AMOUNT-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "7   " TO WS-FA-LINE
           MOVE "TOTAL TAXABLE FUTA WAGES" TO WS-FA-LABEL
           MOVE WS-940-FUTA-WAGES TO WS-FA-AMOUNT
           MOVE WS-940-AMOUNT-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "8   " TO WS-FA-LINE
           MOVE "FUTA TAX BEFORE ADJUSTMENTS" TO WS-FA-LABEL
           MOVE WS-940-FUTA-TAX TO WS-FA-AMOUNT
           MOVE WS-940-AMOUNT-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "11  " TO WS-FA-LINE
           MOVE "CREDIT REDUCTION (SCHEDULE A)" TO WS-FA-LABEL
           MOVE WS-940-CREDIT-RED TO WS-FA-AMOUNT
           MOVE WS-940-AMOUNT-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "12  " TO WS-FA-LINE
           MOVE "TOTAL FUTA TAX AFTER ADJUSTMENTS" TO WS-FA-LABEL
           MOVE WS-940-TOTAL-TAX TO WS-FA-AMOUNT
           MOVE WS-940-AMOUNT-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "13  " TO WS-FA-LINE
           MOVE "FUTA TAX DEPOSITED FOR THE YEAR" TO WS-FA-LABEL
           MOVE WS-940-DEPOSITS TO WS-FA-AMOUNT
           MOVE WS-940-AMOUNT-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           IF WS-940-BALANCE < 0
               MOVE "15  " TO WS-FA-LINE
               MOVE "OVERPAYMENT" TO WS-FA-LABEL
               COMPUTE WS-FA-AMOUNT = 0 - WS-940-BALANCE
           ELSE
               MOVE "14  " TO WS-FA-LINE
               MOVE "BALANCE DUE" TO WS-FA-LABEL
               MOVE WS-940-BALANCE TO WS-FA-AMOUNT
           END-IF
           MOVE WS-940-AMOUNT-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           IF WS-940-ACCRUAL-DIFF NOT = 0
               MOVE "PAYROLL FUTA ACCRUAL DIFFERS FROM LINE 8 BY"
                   TO WS-NL-TEXT
               MOVE WS-940-ACCRUAL-DIFF TO WS-NL-AMOUNT
               MOVE WS-NOTE-LINE TO WORKSHEET-REPORT-LINE
               PERFORM WRITE-WORKSHEET-LINE
           END-IF.

       WRITE-PART-3.
           MOVE "PART 3 - FUTA LIABILITY BY QUARTER" TO WS-SL-TEXT
           MOVE WS-SECTION-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           MOVE 0 TO WS-UNDEPOSITED
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
               COMPUTE WS-UNDEPOSITED = WS-UNDEPOSITED
                   + WS-940-QTR-LIAB(WS-I) - WS-940-QTR-DEP(WS-I)
               MOVE WS-I TO WS-QL-QTR
               MOVE WS-940-QTR-WAGES(WS-I) TO WS-QL-WAGES
               MOVE WS-940-QTR-LIAB(WS-I) TO WS-QL-LIAB
               MOVE WS-940-QTR-DEP(WS-I) TO WS-QL-DEP
               MOVE SPACES TO WS-QL-FLAG
               IF WS-I < 4 AND WS-UNDEPOSITED > 500
                   MOVE "DEP REQD" TO WS-QL-FLAG
                   ADD 1 TO WS-LATE-DEP-COUNT
                   DISPLAY "WARNING: undeposited FUTA over 500.00 "
                       "at end of quarter " WS-I
               END-IF
               MOVE WS-QTR-LINE TO WORKSHEET-REPORT-LINE
               PERFORM WRITE-WORKSHEET-LINE
           END-PERFORM
           MOVE "17  " TO WS-FA-LINE
           MOVE "TOTAL LIABILITY FOR THE YEAR" TO WS-FA-LABEL
           MOVE WS-940-LIAB-TOTAL TO WS-FA-AMOUNT
           MOVE WS-940-AMOUNT-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE.

       FORMAT-EMPLOYEE-NAME.
           MOVE SPACES TO WS-FORMATTED-NAME
           STRING EMP-LAST-NAME   DELIMITED BY SPACE
                  ", "            DELIMITED BY SIZE
                  EMP-FIRST-NAME  DELIMITED BY SPACE
                  " "             DELIMITED BY SIZE
                  EMP-MIDDLE-INIT DELIMITED BY SIZE
                  INTO WS-FORMATTED-NAME
           END-STRING.

       WRITE-WORKSHEET-LINE.
           MOVE WORKSHEET-REPORT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO WORKSHEET-REPORT-LINE
               WRITE WORKSHEET-REPORT-LINE
               IF WS-FS-WORKSHEET-REPORT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "FORM-940-WORKSHEET.RPT, status "
                       WS-FS-WORKSHEET-REPORT
               END-IF
           END-PERFORM.
