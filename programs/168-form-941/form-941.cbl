       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORM-941.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY ASSIGN TO "pay-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-PERIOD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAY-HISTORY.
           SELECT TAX-LIABILITY ASSIGN TO "tax-liability.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAX-LIABILITY.
           SELECT RATES-MASTER ASSIGN TO "rates-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RATES-MASTER.
           SELECT WORKSHEET-REPORT ASSIGN TO "FORM-941-WORKSHEET.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WORKSHEET-REPORT.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY.
           COPY "pay-history.cpy".

       FD  TAX-LIABILITY.
           COPY "tax-liability.cpy".

       FD  RATES-MASTER.
       01 RATES-REC.
          05 RATE-CODE     PIC X(10).
          05 RATE-EFF-DATE PIC 9(8).
          05 RATE-VALUE    PIC 9(7)V9999.

       FD  WORKSHEET-REPORT.
       01 WORKSHEET-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-PAY-HISTORY      PIC X(2) VALUE "00".
       01 WS-FS-TAX-LIABILITY    PIC X(2) VALUE "00".
       01 WS-FS-RATES-MASTER     PIC X(2) VALUE "00".
       01 WS-FS-WORKSHEET-REPORT PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RATES-EOF PIC 9(1) VALUE 0.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-RPT-YEAR PIC 9(4) VALUE 0.
       01 WS-RPT-QTR  PIC 9(1) VALUE 0.
       01 WS-SCHEDULE PIC X(1) VALUE "S".
          88 IS-SEMIWEEKLY VALUE "S" "s".
          88 IS-MONTHLY    VALUE "M" "m".
       01 WS-QTR-START PIC 9(8) VALUE 0.
       01 WS-QTR-END   PIC 9(8) VALUE 0.
       01 WS-CHECK-DATE PIC 9(8) VALUE 0.
       01 WS-CHECK-DATE-SPLIT REDEFINES WS-CHECK-DATE.
          05 WS-CD-YEAR  PIC 9(4).
          05 WS-CD-MONTH PIC 9(2).
          05 WS-CD-DAY   PIC 9(2).
       01 WS-QTR-MONTH PIC 9(1) VALUE 0.
       01 WS-PRIOR-ID PIC 9(7) VALUE 9999999.
       01 WS-941-RATES.
          05 WS-OASDI-RATE    PIC V9999 VALUE 0.0620.
          05 WS-MEDICARE-RATE PIC V9999 VALUE 0.0145.
          05 WS-ADDL-MED-RATE PIC V9999 VALUE 0.0090.
          05 WS-EFF-OASDI     PIC 9(8) VALUE 0.
          05 WS-EFF-MEDICARE  PIC 9(8) VALUE 0.
          05 WS-EFF-ADDL-MED  PIC 9(8) VALUE 0.
       01 WS-HIST-WORK.
          05 WS-HW-FED-WAGES PIC 9(7)V99 VALUE 0.
          05 WS-HW-MED-WAGES PIC 9(7)V99 VALUE 0.
          05 WS-HW-SS-WAGES  PIC 9(7)V99 VALUE 0.
          05 WS-HW-SS-TIPS   PIC 9(7)V99 VALUE 0.
          05 WS-HW-LIABILITY PIC 9(9)V99 VALUE 0.
       01 WS-941-FIGURES.
          05 WS-941-EMPLOYEES  PIC 9(5) VALUE 0.
          05 WS-941-PAYMENTS   PIC 9(7) VALUE 0.
          05 WS-941-WAGES      PIC 9(11)V99 VALUE 0.
          05 WS-941-FED-TAX    PIC 9(11)V99 VALUE 0.
          05 WS-941-SS-WAGES   PIC 9(11)V99 VALUE 0.
          05 WS-941-SS-TAX     PIC 9(11)V99 VALUE 0.
          05 WS-941-SS-TIPS    PIC 9(11)V99 VALUE 0.
          05 WS-941-TIPS-TAX   PIC 9(11)V99 VALUE 0.
          05 WS-941-TIP-ADJ    PIC 9(9)V99 VALUE 0.
          05 WS-941-MED-WAGES  PIC 9(11)V99 VALUE 0.
          05 WS-941-MED-TAX    PIC 9(11)V99 VALUE 0.
          05 WS-941-ADDL-WAGES PIC 9(11)V99 VALUE 0.
          05 WS-941-ADDL-TAX   PIC 9(11)V99 VALUE 0.
          05 WS-941-FICA-CALC  PIC 9(11)V99 VALUE 0.
          05 WS-941-FICA-ACTUAL PIC 9(11)V99 VALUE 0.
          05 WS-941-BEFORE-ADJ PIC 9(11)V99 VALUE 0.
          05 WS-941-FRACTIONS  PIC S9(9)V99 VALUE 0.
          05 WS-941-AFTER-ADJ  PIC S9(11)V99 VALUE 0.
          05 WS-941-DEPOSITS   PIC 9(11)V99 VALUE 0.
          05 WS-941-BALANCE    PIC S9(11)V99 VALUE 0.
          05 WS-941-MONTH-LIAB PIC 9(11)V99 OCCURS 3 TIMES.
          05 WS-941-QTR-LIAB   PIC 9(11)V99 VALUE 0.
       01 WS-ROUNDING-LIMIT PIC 9(9)V99 VALUE 0.
       01 WS-ROUNDING-ABS   PIC 9(9)V99 VALUE 0.
       01 WS-LIAB-TABLE.
          05 WS-LIAB-COUNT PIC 9(4) VALUE 0.
          05 WS-LT-ENTRY OCCURS 500 TIMES.
             10 WS-LT-DATE      PIC 9(8).
             10 WS-LT-IN-QTR    PIC X(1).
             10 WS-LT-AMOUNT    PIC 9(9)V99.
             10 WS-LT-POSTED    PIC 9(9)V99.
             10 WS-LT-DEPOSITED PIC 9(9)V99.
             10 WS-LT-PAID-DATE PIC 9(8).
       01 WS-DEP-TABLE.
          05 WS-DEP-COUNT PIC 9(4) VALUE 0.
          05 WS-DT-ENTRY OCCURS 500 TIMES.
             10 WS-DT-DATE      PIC 9(8).
             10 WS-DT-AMOUNT    PIC 9(9)V99.
             10 WS-DT-LEFT      PIC 9(9)V99.
             10 WS-DT-APPLIED   PIC 9(9)V99.
             10 WS-DT-REFERENCE PIC X(12).
       01 WS-LX PIC 9(4) VALUE 0.
       01 WS-LY PIC 9(4) VALUE 0.
       01 WS-DX PIC 9(4) VALUE 0.
       01 WS-I  PIC 9(1) VALUE 0.
       01 WS-SLOT-FOUND PIC X(1) VALUE "N".
       01 WS-TABLE-FULL-WARNED PIC X(1) VALUE "N".
       01 WS-NEED PIC 9(9)V99 VALUE 0.
       01 WS-TAKE PIC 9(9)V99 VALUE 0.
       01 WS-UNAPPLIED PIC 9(11)V99 VALUE 0.
       01 WS-DUE-DATE PIC 9(8) VALUE 0.
       01 WS-DUE-DATE-SPLIT REDEFINES WS-DUE-DATE.
          05 WS-DUE-YEAR  PIC 9(4).
          05 WS-DUE-MONTH PIC 9(2).
          05 WS-DUE-DAY   PIC 9(2).
       01 WS-DATE-INT PIC 9(8) VALUE 0.
       01 WS-DAY-OF-WEEK PIC 9(1) VALUE 0.
       01 WS-DAYS-TO-ADD PIC 9(1) VALUE 0.
       01 WS-EXCEPTIONS.
          05 WS-SHORTFALL-COUNT PIC 9(5) VALUE 0.
          05 WS-LATE-COUNT      PIC 9(5) VALUE 0.
          05 WS-POSTED-DIFF-COUNT PIC 9(5) VALUE 0.
          05 WS-ROUNDING-FLAG   PIC X(1) VALUE "N".
             88 ROUNDING-EXCEEDED VALUE "Y".
       01 WS-HEAD-LINE.
          05 FILLER PIC X(27)
              VALUE "FORM 941 WORKSHEET - YEAR ".
          05 WS-HL-YEAR PIC 9(4).
          05 FILLER PIC X(10) VALUE " QUARTER ".
          05 WS-HL-QTR PIC 9(1).
          05 FILLER PIC X(12) VALUE "  DEPOSITOR ".
          05 WS-HL-SCHEDULE PIC X(10).
       01 WS-SECTION-LINE.
          05 FILLER PIC X(4) VALUE "--- ".
          05 WS-SL-TEXT PIC X(40).
          05 FILLER PIC X(4) VALUE " ---".
       01 WS-941-COUNT-LINE.
          05 FILLER PIC X(9) VALUE "941 LINE ".
          05 WS-FC-LINE PIC X(4).
          05 WS-FC-LABEL PIC X(32).
          05 WS-FC-COUNT PIC ZZZZZZZZZZZZZ9.
       01 WS-941-AMOUNT-LINE.
          05 FILLER PIC X(9) VALUE "941 LINE ".
          05 WS-FA-LINE PIC X(4).
          05 WS-FA-LABEL PIC X(32).
          05 WS-FA-AMOUNT PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-941-TAX-LINE.
          05 FILLER PIC X(9) VALUE "941 LINE ".
          05 WS-FT-LINE PIC X(4).
          05 WS-FT-LABEL PIC X(32).
          05 WS-FT-WAGES PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(5) VALUE " TAX ".
          05 WS-FT-TAX PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-SCHED-B-LINE.
          05 FILLER PIC X(14) VALUE "SCHED B MONTH ".
          05 WS-SB-MONTH PIC 9(1).
          05 FILLER PIC X(5) VALUE " DAY ".
          05 WS-SB-DAY PIC 9(2).
          05 FILLER PIC X(12) VALUE " CHECK DATE ".
          05 WS-SB-DATE PIC 9(8).
          05 FILLER PIC X(11) VALUE " LIABILITY ".
          05 WS-SB-LIAB PIC Z,ZZZ,ZZ9.99.
       01 WS-RECON-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RL-DATE PIC 9(8).
          05 FILLER PIC X(7) VALUE " POSTED".
          05 WS-RL-POSTED PIC Z,ZZZ,ZZ9.99.
          05 FILLER PIC X(4) VALUE " DEP".
          05 WS-RL-DEPOSITED PIC Z,ZZZ,ZZ9.99.
          05 FILLER PIC X(5) VALUE " DUE ".
          05 WS-RL-DUE PIC 9(8).
          05 FILLER PIC X(6) VALUE " PAID ".
          05 WS-RL-PAID PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RL-DEP-FLAG PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RL-POST-FLAG PIC X(11).
       01 WS-DEPOSIT-LINE.
          05 FILLER PIC X(8) VALUE "DEPOSIT ".
          05 WS-DL-DATE PIC 9(8).
          05 FILLER PIC X(8) VALUE " AMOUNT ".
          05 WS-DL-AMOUNT PIC Z,ZZZ,ZZ9.99.
          05 FILLER PIC X(5) VALUE " REF ".
          05 WS-DL-REFERENCE PIC X(12).
          05 FILLER PIC X(19) VALUE " APPLIED TO QUARTER".
          05 WS-DL-APPLIED PIC Z,ZZZ,ZZ9.99.
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
           DISPLAY "Enter return quarter (1-4): "
           ACCEPT WS-RPT-QTR
           PERFORM UNTIL WS-RPT-QTR >= 1 AND WS-RPT-QTR <= 4
               DISPLAY "ERROR: quarter must be 1-4"
               DISPLAY "Enter return quarter (1-4): "
               ACCEPT WS-RPT-QTR
           END-PERFORM
           DISPLAY "Enter depositor schedule (S=semiweekly "
               "M=monthly): "
           ACCEPT WS-SCHEDULE
           PERFORM UNTIL IS-SEMIWEEKLY OR IS-MONTHLY
               DISPLAY "ERROR: schedule must be S or M"
               DISPLAY "Enter depositor schedule (S=semiweekly "
                   "M=monthly): "
               ACCEPT WS-SCHEDULE
           END-PERFORM
           COMPUTE WS-QTR-START = WS-RPT-YEAR * 10000
               + ((WS-RPT-QTR - 1) * 3 + 1) * 100 + 1
           COMPUTE WS-QTR-END = WS-RPT-YEAR * 10000
               + (WS-RPT-QTR * 3) * 100 + 31
           MOVE 0 TO WS-941-MONTH-LIAB(1)
           MOVE 0 TO WS-941-MONTH-LIAB(2)
           MOVE 0 TO WS-941-MONTH-LIAB(3)
           PERFORM LOAD-941-RATES
           OPEN INPUT PAY-HISTORY
           IF WS-FS-PAY-HISTORY NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "pay-history.dat, status " WS-FS-PAY-HISTORY
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ACCUMULATE-HISTORY
           CLOSE PAY-HISTORY
           IF WS-FS-PAY-HISTORY NOT = "00"
               DISPLAY "ERROR: CLOSE failed for "
                   "pay-history.dat, status " WS-FS-PAY-HISTORY
           END-IF
           PERFORM LOAD-TAX-LEDGER
           PERFORM ALLOCATE-DEPOSITS
           PERFORM COMPUTE-941-LINES
           OPEN OUTPUT WORKSHEET-REPORT
           IF WS-FS-WORKSHEET-REPORT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "FORM-941-WORKSHEET.RPT, status "
                   WS-FS-WORKSHEET-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "I" TO PS-FUNC
           MOVE "FORM 941 QUARTERLY WORKSHEET" TO PS-REPORT-TITLE
           MOVE WS-OPERATOR-ID TO PS-OPERATOR
           MOVE WS-RPT-YEAR TO PS-PERIOD-YEAR
           MOVE WS-RPT-QTR TO PS-PERIOD-NUM
           MOVE SPACES TO PS-COLUMN-HEADING
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           MOVE WS-RPT-YEAR TO WS-HL-YEAR
           MOVE WS-RPT-QTR TO WS-HL-QTR
           IF IS-MONTHLY
               MOVE "MONTHLY" TO WS-HL-SCHEDULE
           ELSE
               MOVE "SEMIWEEKLY" TO WS-HL-SCHEDULE
           END-IF
           MOVE WS-HEAD-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           PERFORM WRITE-941-LINES
           PERFORM WRITE-SCHEDULE-B
           PERFORM WRITE-DEPOSIT-LIST
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
                   "FORM-941-WORKSHEET.RPT, status "
                   WS-FS-WORKSHEET-REPORT
           END-IF
           DISPLAY "Employees paid:        " WS-941-EMPLOYEES
           DISPLAY "Total taxes (line 12): " WS-941-AFTER-ADJ
           DISPLAY "Deposits (line 13):    " WS-941-DEPOSITS
           DISPLAY "Shortfall check dates: " WS-SHORTFALL-COUNT
           DISPLAY "Late check dates:      " WS-LATE-COUNT
           DISPLAY "Posting differences:   " WS-POSTED-DIFF-COUNT
           DISPLAY "Worksheet written to FORM-941-WORKSHEET.RPT"
           EVALUATE TRUE
               WHEN WS-SHORTFALL-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-LATE-COUNT > 0 OR
                   WS-POSTED-DIFF-COUNT > 0 OR ROUNDING-EXCEEDED
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       LOAD-941-RATES.
           OPEN INPUT RATES-MASTER
           IF WS-FS-RATES-MASTER = "35"
               DISPLAY "WARNING: rates-master.dat not found - "
                   "compiled Social Security and Medicare rates "
                   "used for the worksheet"
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
                               IF RATE-EFF-DATE <= WS-QTR-END
                                   PERFORM APPLY-ONE-941-RATE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RATES-MASTER
               END-IF
           END-IF.

       APPLY-ONE-941-RATE.
           EVALUATE RATE-CODE
               WHEN "OASDI-RATE"
                   IF RATE-EFF-DATE >= WS-EFF-OASDI
                       MOVE RATE-VALUE TO WS-OASDI-RATE
                       MOVE RATE-EFF-DATE TO WS-EFF-OASDI
                   END-IF
               WHEN "MEDI-RATE "
                   IF RATE-EFF-DATE >= WS-EFF-MEDICARE
                       MOVE RATE-VALUE TO WS-MEDICARE-RATE
                       MOVE RATE-EFF-DATE TO WS-EFF-MEDICARE
                   END-IF
               WHEN "ADDMED-RT "
                   IF RATE-EFF-DATE >= WS-EFF-ADDL-MED
                       MOVE RATE-VALUE TO WS-ADDL-MED-RATE
                       MOVE RATE-EFF-DATE TO WS-EFF-ADDL-MED
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ACCUMULATE-HISTORY.
           MOVE ZERO TO HIST-ID
           MOVE ZERO TO HIST-PERIOD-YEAR
           MOVE ZERO TO HIST-PERIOD-NUM
           START PAY-HISTORY KEY >= HIST-KEY
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 1
               READ PAY-HISTORY NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
               END-READ
               IF WS-EOF = 0 AND WS-FS-PAY-HISTORY NOT = "00"
                   DISPLAY "ERROR: READ NEXT failed for "
                       "pay-history.dat, status " WS-FS-PAY-HISTORY
                   MOVE 1 TO WS-EOF
               END-IF
               IF WS-EOF = 0 AND
                   HIST-PERIOD-END >= WS-QTR-START AND
                   HIST-PERIOD-END <= WS-QTR-END
                   PERFORM ACCUMULATE-ONE-DETAIL
               END-IF
           END-PERFORM.

       ACCUMULATE-ONE-DETAIL.
           IF HIST-ID NOT = WS-PRIOR-ID
               MOVE HIST-ID TO WS-PRIOR-ID
               ADD 1 TO WS-941-EMPLOYEES
           END-IF
           ADD 1 TO WS-941-PAYMENTS
           PERFORM SET-941-WAGES
           ADD WS-HW-FED-WAGES TO WS-941-WAGES
           ADD HIST-FED-TAX TO WS-941-FED-TAX
           ADD WS-HW-SS-WAGES TO WS-941-SS-WAGES
           ADD WS-HW-SS-TIPS TO WS-941-SS-TIPS
           ADD HIST-UNCOLL-OASDI HIST-UNCOLL-MEDICARE
               TO WS-941-TIP-ADJ
           ADD WS-HW-MED-WAGES TO WS-941-MED-WAGES
           ADD HIST-ADDL-MED-WAGES TO WS-941-ADDL-WAGES
           ADD HIST-FICA TO WS-941-FICA-ACTUAL
           ADD HIST-ER-FICA TO WS-941-FICA-ACTUAL
           COMPUTE WS-HW-LIABILITY =
               HIST-FED-TAX + HIST-FICA + HIST-ER-FICA
           MOVE HIST-PERIOD-END TO WS-CHECK-DATE
           COMPUTE WS-QTR-MONTH =
               WS-CD-MONTH - ((WS-RPT-QTR - 1) * 3)
           ADD WS-HW-LIABILITY TO WS-941-MONTH-LIAB(WS-QTR-MONTH)
           PERFORM FIND-LIAB-SLOT
           IF WS-SLOT-FOUND = "Y"
               MOVE "Y" TO WS-LT-IN-QTR(WS-LX)
               ADD WS-HW-LIABILITY TO WS-LT-AMOUNT(WS-LX)
           END-IF.

       SET-941-WAGES.
           IF HIST-FICA-WAGES = 0 AND HIST-FICA > 0
               MOVE HIST-GROSS TO WS-HW-MED-WAGES
           ELSE
               MOVE HIST-FICA-WAGES TO WS-HW-MED-WAGES
           END-IF
           IF HIST-OASDI-WAGES = 0 AND HIST-OASDI = 0
               MOVE WS-HW-MED-WAGES TO WS-HW-SS-WAGES
           ELSE
               MOVE HIST-OASDI-WAGES TO WS-HW-SS-WAGES
           END-IF
           IF HIST-TIPS > WS-HW-SS-WAGES
               MOVE WS-HW-SS-WAGES TO WS-HW-SS-TIPS
               MOVE 0 TO WS-HW-SS-WAGES
           ELSE
               MOVE HIST-TIPS TO WS-HW-SS-TIPS
               SUBTRACT HIST-TIPS FROM WS-HW-SS-WAGES
           END-IF
           IF HIST-FED-WAGES = 0 AND HIST-FED-TAX > 0
               IF HIST-GROSS > HIST-RETIRE
                   COMPUTE WS-HW-FED-WAGES = HIST-GROSS - HIST-RETIRE
               ELSE
                   MOVE 0 TO WS-HW-FED-WAGES
               END-IF
           ELSE
               MOVE HIST-FED-WAGES TO WS-HW-FED-WAGES
           END-IF.

       FIND-LIAB-SLOT.
           MOVE "N" TO WS-SLOT-FOUND
           MOVE 1 TO WS-LX
           PERFORM UNTIL WS-LX > WS-LIAB-COUNT OR
               WS-LT-DATE(WS-LX) >= WS-CHECK-DATE
               ADD 1 TO WS-LX
           END-PERFORM
           IF WS-LX <= WS-LIAB-COUNT AND
               WS-LT-DATE(WS-LX) = WS-CHECK-DATE
               MOVE "Y" TO WS-SLOT-FOUND
           ELSE
               IF WS-LIAB-COUNT >= 500
                   IF WS-TABLE-FULL-WARNED = "N"
                       DISPLAY "WARNING: more than 500 liability "
                           "dates - later dates not reconciled"
                       MOVE "Y" TO WS-TABLE-FULL-WARNED
                   END-IF
               ELSE
                   PERFORM VARYING WS-LY FROM WS-LIAB-COUNT BY -1
                       UNTIL WS-LY < WS-LX
                       MOVE WS-LT-ENTRY(WS-LY) TO WS-LT-ENTRY(WS-LY + 1)
                   END-PERFORM
                   ADD 1 TO WS-LIAB-COUNT
                   MOVE WS-CHECK-DATE TO WS-LT-DATE(WS-LX)
                   MOVE "N" TO WS-LT-IN-QTR(WS-LX)
                   MOVE 0 TO WS-LT-AMOUNT(WS-LX)
                   MOVE 0 TO WS-LT-POSTED(WS-LX)
                   MOVE 0 TO WS-LT-DEPOSITED(WS-LX)
                   MOVE 0 TO WS-LT-PAID-DATE(WS-LX)
                   MOVE "Y" TO WS-SLOT-FOUND
               END-IF
           END-IF.

       LOAD-TAX-LEDGER.
           MOVE 0 TO WS-EOF
           OPEN INPUT TAX-LIABILITY
           IF WS-FS-TAX-LIABILITY = "35"
               DISPLAY "WARNING: no tax-liability.dat on file - "
                   "no deposits to reconcile"
           ELSE
               IF WS-FS-TAX-LIABILITY NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "tax-liability.dat, status "
                       WS-FS-TAX-LIABILITY
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF = 1
                   READ TAX-LIABILITY
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF TAXL-LIABILITY
                               PERFORM LOAD-ONE-LIABILITY
                           ELSE
                               PERFORM LOAD-ONE-DEPOSIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-LIABILITY
           END-IF.

       LOAD-ONE-LIABILITY.
           MOVE TAXL-DATE TO WS-CHECK-DATE
           PERFORM FIND-LIAB-SLOT
           IF WS-SLOT-FOUND = "Y"
               IF TAXL-DATE >= WS-QTR-START AND
                   TAXL-DATE <= WS-QTR-END
                   MOVE "Y" TO WS-LT-IN-QTR(WS-LX)
                   ADD TAXL-TOTAL TO WS-LT-POSTED(WS-LX)
               ELSE
                   ADD TAXL-TOTAL TO WS-LT-AMOUNT(WS-LX)
               END-IF
           END-IF.

       LOAD-ONE-DEPOSIT.
           IF WS-DEP-COUNT >= 500
               DISPLAY "WARNING: more than 500 deposits on the "
                   "ledger - deposit " TAXL-REFERENCE " not applied"
           ELSE
               MOVE 1 TO WS-DX
               PERFORM UNTIL WS-DX > WS-DEP-COUNT OR
                   WS-DT-DATE(WS-DX) > TAXL-DATE
                   ADD 1 TO WS-DX
               END-PERFORM
               PERFORM VARYING WS-LY FROM WS-DEP-COUNT BY -1
                   UNTIL WS-LY < WS-DX
                   MOVE WS-DT-ENTRY(WS-LY) TO WS-DT-ENTRY(WS-LY + 1)
               END-PERFORM
               ADD 1 TO WS-DEP-COUNT
               MOVE TAXL-DATE TO WS-DT-DATE(WS-DX)
               MOVE TAXL-TOTAL TO WS-DT-AMOUNT(WS-DX)
               MOVE TAXL-TOTAL TO WS-DT-LEFT(WS-DX)
               MOVE 0 TO WS-DT-APPLIED(WS-DX)
               MOVE TAXL-REFERENCE TO WS-DT-REFERENCE(WS-DX)
           END-IF.

       ALLOCATE-DEPOSITS.
           MOVE 1 TO WS-DX
           PERFORM VARYING WS-LX FROM 1 BY 1
               UNTIL WS-LX > WS-LIAB-COUNT
               MOVE WS-LT-AMOUNT(WS-LX) TO WS-NEED
               PERFORM APPLY-ONE-DEPOSIT
                   UNTIL WS-NEED = 0 OR WS-DX > WS-DEP-COUNT
               COMPUTE WS-LT-DEPOSITED(WS-LX) =
                   WS-LT-AMOUNT(WS-LX) - WS-NEED
           END-PERFORM
           MOVE 0 TO WS-UNAPPLIED
           PERFORM VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX > WS-DEP-COUNT
               ADD WS-DT-LEFT(WS-DX) TO WS-UNAPPLIED
           END-PERFORM.

       APPLY-ONE-DEPOSIT.
           IF WS-DT-LEFT(WS-DX) >= WS-NEED
               MOVE WS-NEED TO WS-TAKE
           ELSE
               MOVE WS-DT-LEFT(WS-DX) TO WS-TAKE
           END-IF
           SUBTRACT WS-TAKE FROM WS-NEED
           SUBTRACT WS-TAKE FROM WS-DT-LEFT(WS-DX)
           IF WS-TAKE > 0
               MOVE WS-DT-DATE(WS-DX) TO WS-LT-PAID-DATE(WS-LX)
               IF WS-LT-IN-QTR(WS-LX) = "Y"
                   ADD WS-TAKE TO WS-DT-APPLIED(WS-DX)
               END-IF
           END-IF
           IF WS-DT-LEFT(WS-DX) = 0
               ADD 1 TO WS-DX
           END-IF.

       COMPUTE-941-LINES.
           COMPUTE WS-941-SS-TAX ROUNDED =
               WS-941-SS-WAGES * WS-OASDI-RATE * 2
           COMPUTE WS-941-TIPS-TAX ROUNDED =
               WS-941-SS-TIPS * WS-OASDI-RATE * 2
           COMPUTE WS-941-MED-TAX ROUNDED =
               WS-941-MED-WAGES * WS-MEDICARE-RATE * 2
           COMPUTE WS-941-ADDL-TAX ROUNDED =
               WS-941-ADDL-WAGES * WS-ADDL-MED-RATE
           COMPUTE WS-941-FICA-CALC =
               WS-941-SS-TAX + WS-941-TIPS-TAX + WS-941-MED-TAX
               + WS-941-ADDL-TAX
           COMPUTE WS-941-BEFORE-ADJ =
               WS-941-FED-TAX + WS-941-FICA-CALC
           COMPUTE WS-941-FRACTIONS =
               WS-941-FICA-ACTUAL + WS-941-TIP-ADJ - WS-941-FICA-CALC
           COMPUTE WS-941-AFTER-ADJ =
               WS-941-BEFORE-ADJ + WS-941-FRACTIONS - WS-941-TIP-ADJ
           COMPUTE WS-ROUNDING-LIMIT = WS-941-PAYMENTS * 0.02
           IF WS-941-FRACTIONS < 0
               COMPUTE WS-ROUNDING-ABS = 0 - WS-941-FRACTIONS
           ELSE
               MOVE WS-941-FRACTIONS TO WS-ROUNDING-ABS
           END-IF
           IF WS-ROUNDING-ABS > WS-ROUNDING-LIMIT
               MOVE "Y" TO WS-ROUNDING-FLAG
               DISPLAY "WARNING: withheld FICA differs from the "
                   "calculated tax by " WS-941-FRACTIONS
                   " - more than rounding can explain"
           END-IF
           MOVE 0 TO WS-941-DEPOSITS
           MOVE 0 TO WS-941-QTR-LIAB
           PERFORM VARYING WS-LX FROM 1 BY 1
               UNTIL WS-LX > WS-LIAB-COUNT
               IF WS-LT-IN-QTR(WS-LX) = "Y"
                   ADD WS-LT-DEPOSITED(WS-LX) TO WS-941-DEPOSITS
                   ADD WS-LT-AMOUNT(WS-LX) TO WS-941-QTR-LIAB
               END-IF
           END-PERFORM
           COMPUTE WS-941-BALANCE =
               WS-941-AFTER-ADJ - WS-941-DEPOSITS.

       WRITE-941-LINES.
           MOVE "FORM 941 LINE ITEMS" TO WS-SL-TEXT
           MOVE WS-SECTION-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "1   " TO WS-FC-LINE
           MOVE "EMPLOYEES PAID IN QUARTER" TO WS-FC-LABEL
           MOVE WS-941-EMPLOYEES TO WS-FC-COUNT
           MOVE WS-941-COUNT-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "2   " TO WS-FA-LINE
           MOVE "WAGES, TIPS, OTHER COMPENSATION" TO WS-FA-LABEL
           MOVE WS-941-WAGES TO WS-FA-AMOUNT
           MOVE WS-941-AMOUNT-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "3   " TO WS-FA-LINE
           MOVE "FEDERAL INCOME TAX WITHHELD" TO WS-FA-LABEL
           MOVE WS-941-FED-TAX TO WS-FA-AMOUNT
           MOVE WS-941-AMOUNT-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "5A  " TO WS-FT-LINE
           MOVE "TAXABLE SOCIAL SECURITY WAGES" TO WS-FT-LABEL
           MOVE WS-941-SS-WAGES TO WS-FT-WAGES
           MOVE WS-941-SS-TAX TO WS-FT-TAX
           MOVE WS-941-TAX-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "5B  " TO WS-FT-LINE
           MOVE "TAXABLE SOCIAL SECURITY TIPS" TO WS-FT-LABEL
           MOVE WS-941-SS-TIPS TO WS-FT-WAGES
           MOVE WS-941-TIPS-TAX TO WS-FT-TAX
           MOVE WS-941-TAX-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "5C  " TO WS-FT-LINE
           MOVE "TAXABLE MEDICARE WAGES" TO WS-FT-LABEL
           MOVE WS-941-MED-WAGES TO WS-FT-WAGES
           MOVE WS-941-MED-TAX TO WS-FT-TAX
           MOVE WS-941-TAX-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "5D  " TO WS-FT-LINE
           MOVE "ADDITIONAL MEDICARE WAGES" TO WS-FT-LABEL
           MOVE WS-941-ADDL-WAGES TO WS-FT-WAGES
           MOVE WS-941-ADDL-TAX TO WS-FT-TAX
           MOVE WS-941-TAX-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "5E  " TO WS-FA-LINE
           MOVE "TOTAL SOC SEC AND MEDICARE TAX" TO WS-FA-LABEL
           MOVE WS-941-FICA-CALC TO WS-FA-AMOUNT
           MOVE WS-941-AMOUNT-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "6   " TO WS-FA-LINE
           MOVE "TOTAL TAXES BEFORE ADJUSTMENTS" TO WS-FA-LABEL
           MOVE WS-941-BEFORE-ADJ TO WS-FA-AMOUNT
           MOVE WS-941-AMOUNT-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "7   " TO WS-FA-LINE
           MOVE "FRACTIONS OF CENTS ADJUSTMENT" TO WS-FA-LABEL
           MOVE WS-941-FRACTIONS TO WS-FA-AMOUNT
           MOVE WS-941-AMOUNT-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           IF ROUNDING-EXCEEDED
               MOVE "LINE 7 EXCEEDS ROUNDING TOLERANCE OF"
                   TO WS-NL-TEXT
               MOVE WS-ROUNDING-LIMIT TO WS-NL-AMOUNT
               MOVE WS-NOTE-LINE TO WORKSHEET-REPORT-LINE
               PERFORM WRITE-WORKSHEET-LINE
           END-IF
           IF WS-941-TIP-ADJ > 0
               MOVE "9   " TO WS-FA-LINE
               MOVE "ADJUSTMENT FOR TIPS (UNCOLLECTED)"
                   TO WS-FA-LABEL
               COMPUTE WS-FA-AMOUNT = 0 - WS-941-TIP-ADJ
               MOVE WS-941-AMOUNT-LINE TO WORKSHEET-REPORT-LINE
               PERFORM WRITE-WORKSHEET-LINE
           END-IF
           MOVE "10  " TO WS-FA-LINE
           MOVE "TOTAL TAXES AFTER ADJUSTMENTS" TO WS-FA-LABEL
           MOVE WS-941-AFTER-ADJ TO WS-FA-AMOUNT
           MOVE WS-941-AMOUNT-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "12  " TO WS-FA-LINE
           MOVE "TOTAL TAXES AFTER CREDITS" TO WS-FA-LABEL
           MOVE WS-941-AFTER-ADJ TO WS-FA-AMOUNT
           MOVE WS-941-AMOUNT-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "13  " TO WS-FA-LINE
           MOVE "TOTAL DEPOSITS FOR QUARTER" TO WS-FA-LABEL
           MOVE WS-941-DEPOSITS TO WS-FA-AMOUNT
           MOVE WS-941-AMOUNT-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           IF WS-941-BALANCE < 0
               MOVE "15  " TO WS-FA-LINE
               MOVE "OVERPAYMENT" TO WS-FA-LABEL
               COMPUTE WS-FA-AMOUNT = 0 - WS-941-BALANCE
           ELSE
               MOVE "14  " TO WS-FA-LINE
               MOVE "BALANCE DUE" TO WS-FA-LABEL
               MOVE WS-941-BALANCE TO WS-FA-AMOUNT
           END-IF
           MOVE WS-941-AMOUNT-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3
               MOVE "16  " TO WS-FA-LINE
               MOVE SPACES TO WS-FA-LABEL
               STRING "TAX LIABILITY MONTH " DELIMITED BY SIZE
                      WS-I DELIMITED BY SIZE
                      INTO WS-FA-LABEL
               END-STRING
               MOVE WS-941-MONTH-LIAB(WS-I) TO WS-FA-AMOUNT
               MOVE WS-941-AMOUNT-LINE TO WORKSHEET-REPORT-LINE
               PERFORM WRITE-WORKSHEET-LINE
           END-PERFORM
           MOVE "16  " TO WS-FA-LINE
           MOVE "TOTAL LIABILITY FOR QUARTER" TO WS-FA-LABEL
           MOVE WS-941-QTR-LIAB TO WS-FA-AMOUNT
           MOVE WS-941-AMOUNT-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           IF WS-941-QTR-LIAB NOT = WS-941-AFTER-ADJ
               MOVE "LINE 16 DOES NOT AGREE WITH LINE 12, DIFFERENCE"
                   TO WS-NL-TEXT
               COMPUTE WS-NL-AMOUNT =
                   WS-941-QTR-LIAB - WS-941-AFTER-ADJ
               MOVE WS-NOTE-LINE TO WORKSHEET-REPORT-LINE
               PERFORM WRITE-WORKSHEET-LINE
               DISPLAY "WARNING: line 16 liability does not agree "
                   "with line 12"
           END-IF.

       WRITE-SCHEDULE-B.
           MOVE "SCHEDULE B - LIABILITY BY CHECK DATE" TO WS-SL-TEXT
           MOVE WS-SECTION-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           PERFORM VARYING WS-LX FROM 1 BY 1
               UNTIL WS-LX > WS-LIAB-COUNT
               IF WS-LT-IN-QTR(WS-LX) = "Y"
                   PERFORM WRITE-ONE-SCHEDULE-B
               END-IF
           END-PERFORM.

       WRITE-ONE-SCHEDULE-B.
           MOVE WS-LT-DATE(WS-LX) TO WS-CHECK-DATE
           COMPUTE WS-SB-MONTH =
               WS-CD-MONTH - ((WS-RPT-QTR - 1) * 3)
           MOVE WS-CD-DAY TO WS-SB-DAY
           MOVE WS-CHECK-DATE TO WS-SB-DATE
           MOVE WS-LT-AMOUNT(WS-LX) TO WS-SB-LIAB
           MOVE WS-SCHED-B-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           PERFORM COMPUTE-DUE-DATE
           MOVE WS-CHECK-DATE TO WS-RL-DATE
           MOVE WS-LT-POSTED(WS-LX) TO WS-RL-POSTED
           MOVE WS-LT-DEPOSITED(WS-LX) TO WS-RL-DEPOSITED
           MOVE WS-DUE-DATE TO WS-RL-DUE
           MOVE WS-LT-PAID-DATE(WS-LX) TO WS-RL-PAID
           MOVE SPACES TO WS-RL-DEP-FLAG
           MOVE SPACES TO WS-RL-POST-FLAG
           IF WS-LT-DEPOSITED(WS-LX) < WS-LT-AMOUNT(WS-LX)
               MOVE "SHORTFALL" TO WS-RL-DEP-FLAG
               ADD 1 TO WS-SHORTFALL-COUNT
               DISPLAY "WARNING: liability for check date "
                   WS-CHECK-DATE " not fully deposited"
           ELSE
               IF WS-LT-PAID-DATE(WS-LX) > WS-DUE-DATE
                   MOVE "LATE" TO WS-RL-DEP-FLAG
                   ADD 1 TO WS-LATE-COUNT
                   DISPLAY "WARNING: deposit for check date "
                       WS-CHECK-DATE " completed "
                       WS-LT-PAID-DATE(WS-LX) ", due " WS-DUE-DATE
               END-IF
           END-IF
           IF WS-LT-POSTED(WS-LX) NOT = WS-LT-AMOUNT(WS-LX)
               MOVE "POSTED DIFF" TO WS-RL-POST-FLAG
               ADD 1 TO WS-POSTED-DIFF-COUNT
               DISPLAY "WARNING: ledger liability for check date "
                   WS-CHECK-DATE " does not agree with pay-history"
           END-IF
           MOVE WS-RECON-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE.

       COMPUTE-DUE-DATE.
           IF IS-MONTHLY
               MOVE WS-CHECK-DATE TO WS-DUE-DATE
               IF WS-DUE-MONTH = 12
                   ADD 1 TO WS-DUE-YEAR
                   MOVE 01 TO WS-DUE-MONTH
               ELSE
                   ADD 1 TO WS-DUE-MONTH
               END-IF
               MOVE 15 TO WS-DUE-DAY
           ELSE
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
               COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION MOD(WS-DATE-INT - 1, 7) + 1
               EVALUATE WS-DAY-OF-WEEK
                   WHEN 3
                       MOVE 7 TO WS-DAYS-TO-ADD
                   WHEN 4
                       MOVE 6 TO WS-DAYS-TO-ADD
                   WHEN 5
                       MOVE 5 TO WS-DAYS-TO-ADD
                   WHEN 6
                       MOVE 6 TO WS-DAYS-TO-ADD
                   WHEN 7
                       MOVE 5 TO WS-DAYS-TO-ADD
                   WHEN 1
                       MOVE 4 TO WS-DAYS-TO-ADD
                   WHEN OTHER
                       MOVE 3 TO WS-DAYS-TO-ADD
               END-EVALUATE
               COMPUTE WS-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER
                       (WS-DATE-INT + WS-DAYS-TO-ADD)
           END-IF.

       WRITE-DEPOSIT-LIST.
           MOVE "DEPOSITS APPLIED TO THE QUARTER" TO WS-SL-TEXT
           MOVE WS-SECTION-LINE TO WORKSHEET-REPORT-LINE
           PERFORM WRITE-WORKSHEET-LINE
           PERFORM VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX > WS-DEP-COUNT
               IF WS-DT-APPLIED(WS-DX) > 0
                   MOVE WS-DT-DATE(WS-DX) TO WS-DL-DATE
                   MOVE WS-DT-AMOUNT(WS-DX) TO WS-DL-AMOUNT
                   MOVE WS-DT-REFERENCE(WS-DX) TO WS-DL-REFERENCE
                   MOVE WS-DT-APPLIED(WS-DX) TO WS-DL-APPLIED
                   MOVE WS-DEPOSIT-LINE TO WORKSHEET-REPORT-LINE
                   PERFORM WRITE-WORKSHEET-LINE
               END-IF
           END-PERFORM
           IF WS-UNAPPLIED > 0
               MOVE "DEPOSITS ON LEDGER NOT YET APPLIED TO A LIABILITY"
                   TO WS-NL-TEXT
               MOVE WS-UNAPPLIED TO WS-NL-AMOUNT
               MOVE WS-NOTE-LINE TO WORKSHEET-REPORT-LINE
               PERFORM WRITE-WORKSHEET-LINE
           END-IF.

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
                       "FORM-941-WORKSHEET.RPT, status "
                       WS-FS-WORKSHEET-REPORT
               END-IF
           END-PERFORM.
