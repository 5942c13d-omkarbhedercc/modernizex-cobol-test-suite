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
          05 WS-SV-SHIFT PIC 9(1).
          05 WS-SV-TYPE PIC 9(1).
          05 WS-SV-COMPANY PIC 9(2).
          05 WS-SV-ADDR-STATE PIC X(2).
          05 WS-SV-WORK-STATE PIC X(2).
          05 WS-SV-BENEFITS-FLAG PIC X(1).
          05 WS-SV-FIRST-NAME PIC X(10).
          05 WS-SV-LAST-NAME  PIC X(10).
       01 WS-PAY-PERIOD-DAYS PIC 9(2) VALUE 7.
       01 WS-DAYS-WORKED PIC 9(2) VALUE 0.
       01 WS-DAILY-RATE PIC 9(7)V99 VALUE 0.
       01 WS-REG-GROSS PIC 9(7)V99 VALUE 0.
       01 WS-VAC-PAYOUT-HOURS PIC 9(3)V99 VALUE 0.
       01 WS-VAC-PAYOUT PIC 9(7)V99 VALUE 0.
       01 WS-COMP-PAYOUT-HOURS PIC 9(3)V99 VALUE 0.
       01 WS-COMP-PAYOUT PIC 9(7)V99 VALUE 0.
       01 WS-GROSS PIC 9(7)V99 VALUE 0.
       01 WS-FED-TAX PIC 9(7)V99 VALUE 0.
       01 WS-FICA PIC 9(7)V99 VALUE 0.
       01 WS-STATE-TAX PIC 9(7)V99 VALUE 0.
       01 WS-TAX-STATE PIC X(2) VALUE SPACES.
       01 WS-BENEFITS PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-DEDUCTIONS PIC 9(7)V99 VALUE 0.
       01 WS-NET PIC 9(7)V99 VALUE 0.
       01 WS-DEDUCTION-RATES.
          05 WS-OASDI-RATE     PIC V9999 VALUE 0.0620.
          05 WS-MEDICARE-RATE  PIC V9999 VALUE 0.0145.
          05 WS-ADDL-MED-RATE  PIC V9999 VALUE 0.0090.
          05 WS-STATE-TAX-RATE PIC V9999 VALUE 0.0400.
          05 WS-BENEFITS-RATE  PIC V9999 VALUE 0.0300.
       01 WS-FICA-WAGE-BASE PIC 9(7)V99 VALUE 0176100.00.
       01 WS-ADDL-MED-THRESHOLD PIC 9(7)V99 VALUE 0200000.00.
       01 WS-RATE-EFF-DATES.
          05 WS-EFF-OASDI     PIC 9(8) VALUE 0.
          05 WS-EFF-MEDICARE  PIC 9(8) VALUE 0.
          05 WS-EFF-ADDL-MED  PIC 9(8) VALUE 0.
          05 WS-EFF-ADDL-MED-THR PIC 9(8) VALUE 0.
          05 WS-EFF-STATE     PIC 9(8) VALUE 0.
          05 WS-EFF-BENEFITS  PIC 9(8) VALUE 0.
          05 WS-EFF-FICA-BASE PIC 9(8) VALUE 0.
       01 WS-PRIOR-YTD-GROSS PIC 9(7)V99 VALUE 0.
       01 WS-FICA-ROOM    PIC 9(7)V99 VALUE 0.
       01 WS-FICA-TAXABLE PIC 9(7)V99 VALUE 0.
       01 WS-PRIOR-YTD-FICA-WAGES PIC 9(7)V99 VALUE 0.
       01 WS-OASDI    PIC 9(7)V99 VALUE 0.
       01 WS-MEDICARE PIC 9(7)V99 VALUE 0.
       01 WS-ADDL-MED-WAGES PIC 9(7)V99 VALUE 0.
       01 WS-ADDL-MEDICARE  PIC 9(7)V99 VALUE 0.
       01 WS-ER-OASDI    PIC 9(7)V99 VALUE 0.
       01 WS-ER-MEDICARE PIC 9(7)V99 VALUE 0.
       01 WS-ER-FICA PIC 9(7)V99 VALUE 0.
       01 WS-NEXT-CHECK-NO PIC 9(8) VALUE 1.
       01 WS-STOCK-FROM-NO PIC 9(8) VALUE 0.
           COPY "stock-svc.cpy".
       01 WS-CHECK-NO-LINE.
          05 FILLER          PIC X(10) VALUE "CHECK NO: ".
          05 WS-CKL-CHECK-NO PIC 9(8).
          05 WS-TD-LABEL PIC X(16).
          05 WS-TD-AMOUNT PIC Z,ZZZ,ZZ9.99.
           COPY "print-svc.cpy".
           COPY "juris-svc.cpy".
           COPY "cobra-svc.cpy".
           COPY "vest-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "  Regular (prorated): " WS-REG-GROSS
           DISPLAY "  Vacation payout:    " WS-VAC-PAYOUT
               " (" WS-VAC-PAYOUT-HOURS " hours)"
           IF WS-COMP-PAYOUT-HOURS > 0
               DISPLAY "  Comp time payout:   " WS-COMP-PAYOUT
                   " (" WS-COMP-PAYOUT-HOURS " hours)"
           END-IF
           DISPLAY "  Gross:              " WS-GROSS
           DISPLAY "  Deductions:         " WS-TOTAL-DEDUCTIONS
           DISPLAY "  Net:                " WS-NET
           PERFORM ISSUE-FINAL-CHECK
           PERFORM UPDATE-YTD-MASTER
           PERFORM WRITE-PAY-HISTORY
           PERFORM SETTLE-MATCH-VESTING
           PERFORM MARK-MASTER-RECORD
           PERFORM RECORD-COBRA-EVENT
           PERFORM CREATE-SEVERANCE-SCHEDULE
           PERFORM RELEASE-MASTER-LOCK
           DISPLAY "Final pay issued for employee " WS-TERM-ID
       APPLY-ONE-RATE.
           IF RATE-EFF-DATE <= WS-PAY-PERIOD-END
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
                   WHEN "ADDMED-THR"
                       IF RATE-EFF-DATE >= WS-EFF-ADDL-MED-THR
                           MOVE RATE-VALUE TO WS-ADDL-MED-THRESHOLD
                           MOVE RATE-EFF-DATE TO WS-EFF-ADDL-MED-THR
                       END-IF
                   WHEN "STATE-TAX "
                       IF RATE-EFF-DATE >= WS-EFF-STATE
               MOVE EMP-FILING-STATUS TO WS-SV-FILING-STATUS
               MOVE EMP-ALLOWANCES TO WS-SV-ALLOWANCES
               MOVE EMP-COMPANY TO WS-SV-COMPANY
               MOVE EMP-ADDR-STATE TO WS-SV-ADDR-STATE
               MOVE EMP-BENEFITS-FLAG TO WS-SV-BENEFITS-FLAG
               MOVE EMP-FIRST-NAME TO WS-SV-FIRST-NAME
               MOVE EMP-LAST-NAME TO WS-SV-LAST-NAME
               IF EMP-WORK-STATE = SPACES
                   MOVE EMP-ADDR-STATE TO WS-SV-WORK-STATE
               ELSE
                   MOVE EMP-WORK-STATE TO WS-SV-WORK-STATE
               END-IF
               MOVE EMP-DEPT TO WS-SV-DEPT
               MOVE EMP-SHIFT TO WS-SV-SHIFT
               MOVE EMP-TYPE TO WS-SV-TYPE
           END-IF
           PERFORM PAY-OUT-LEAVE
           COMPUTE WS-GROSS ROUNDED = WS-REG-GROSS + WS-VAC-PAYOUT
                   + WS-COMP-PAYOUT
               ON SIZE ERROR
                   DISPLAY "ERROR: WS-GROSS overflow for employee "
                       WS-TERM-ID
       PAY-OUT-LEAVE.
           MOVE 0 TO WS-VAC-PAYOUT-HOURS
           MOVE 0 TO WS-VAC-PAYOUT
           MOVE 0 TO WS-COMP-PAYOUT-HOURS
           MOVE 0 TO WS-COMP-PAYOUT
           OPEN INPUT LEAVE-MASTER
           IF WS-FS-LEAVE-MASTER = "35"
               DISPLAY "No leave-master.dat found - no leave "
                                       "overflow for employee "
                                       WS-TERM-ID
                           END-COMPUTE
                           MOVE LV-COMP-BAL TO WS-COMP-PAYOUT-HOURS
                           COMPUTE WS-COMP-PAYOUT ROUNDED =
                                   LV-COMP-BAL * WS-SV-RATE
                               ON SIZE ERROR
                                   DISPLAY "ERROR: WS-COMP-PAYOUT "
                                       "overflow for employee "
                                       WS-TERM-ID
                           END-COMPUTE
                   END-READ
                   CLOSE LEAVE-MASTER
               END-IF
                       NOT INVALID KEY
                           MOVE 0 TO LV-VAC-BAL
                           MOVE 0 TO LV-SICK-BAL
                           MOVE 0 TO LV-COMP-BAL
                           MOVE "N" TO LV-COMP-ELECT
                           REWRITE LV-REC
                           IF WS-FS-LEAVE-MASTER NOT = "00"
                               DISPLAY "ERROR: REWRITE failed for "

       COMPUTE-FINAL-DEDUCTIONS.
           PERFORM GET-PRIOR-YTD-GROSS
           IF WS-PRIOR-YTD-FICA-WAGES >= WS-FICA-WAGE-BASE
               MOVE 0 TO WS-FICA-TAXABLE
           ELSE
               COMPUTE WS-FICA-ROOM =
                   WS-FICA-WAGE-BASE - WS-PRIOR-YTD-FICA-WAGES
               IF WS-GROSS > WS-FICA-ROOM
                   MOVE WS-FICA-ROOM TO WS-FICA-TAXABLE
               ELSE
                   MOVE WS-GROSS TO WS-FICA-TAXABLE
               END-IF
           END-IF
           COMPUTE WS-OASDI ROUNDED = WS-FICA-TAXABLE * WS-OASDI-RATE
               ON SIZE ERROR
                   DISPLAY "ERROR: WS-OASDI overflow for employee "
                       WS-TERM-ID
           END-COMPUTE
           COMPUTE WS-MEDICARE ROUNDED = WS-GROSS * WS-MEDICARE-RATE
               ON SIZE ERROR
                   DISPLAY "ERROR: WS-MEDICARE overflow for employee "
                       WS-TERM-ID
           END-COMPUTE
           MOVE WS-OASDI TO WS-ER-OASDI
           MOVE WS-MEDICARE TO WS-ER-MEDICARE
           PERFORM COMPUTE-ADDL-MEDICARE
           ADD WS-ADDL-MEDICARE TO WS-MEDICARE
           COMPUTE WS-FICA = WS-OASDI + WS-MEDICARE
           COMPUTE WS-ER-FICA = WS-ER-OASDI + WS-ER-MEDICARE
           CALL "TAX-CALC" USING WS-GROSS WS-FED-TAX WS-SV-PAY-FREQ
               WS-SV-FILING-STATUS WS-SV-ALLOWANCES
               ON EXCEPTION
                   DISPLAY "ERROR: WS-STATE-TAX overflow for "
                       "employee " WS-TERM-ID
           END-COMPUTE
           PERFORM PICK-WITHHOLDING-STATE
           COMPUTE WS-BENEFITS ROUNDED =
                   WS-GROSS * WS-BENEFITS-RATE
               ON SIZE ERROR
                       WS-TERM-ID
           END-COMPUTE.

       COMPUTE-ADDL-MEDICARE.
           MOVE 0 TO WS-ADDL-MED-WAGES
           MOVE 0 TO WS-ADDL-MEDICARE
           IF WS-PRIOR-YTD-FICA-WAGES >= WS-ADDL-MED-THRESHOLD
               MOVE WS-GROSS TO WS-ADDL-MED-WAGES
           ELSE
               IF WS-PRIOR-YTD-FICA-WAGES + WS-GROSS >
                   WS-ADDL-MED-THRESHOLD
                   COMPUTE WS-ADDL-MED-WAGES =
                       WS-PRIOR-YTD-FICA-WAGES + WS-GROSS
                       - WS-ADDL-MED-THRESHOLD
               END-IF
           END-IF
           IF WS-ADDL-MED-WAGES > 0
               COMPUTE WS-ADDL-MEDICARE ROUNDED =
                       WS-ADDL-MED-WAGES * WS-ADDL-MED-RATE
                   ON SIZE ERROR
                       MOVE 0 TO WS-ADDL-MEDICARE
               END-COMPUTE
           END-IF.

       GET-PRIOR-YTD-GROSS.
           MOVE 0 TO WS-PRIOR-YTD-GROSS
           MOVE 0 TO WS-PRIOR-YTD-FICA-WAGES
           OPEN INPUT YTD-MASTER
           IF WS-FS-YTD-MASTER = "35"
               CONTINUE
                       NOT INVALID KEY
                           IF YTD-YEAR = WS-PAY-PERIOD-YEAR
                               MOVE YTD-GROSS TO WS-PRIOR-YTD-GROSS
                               MOVE YTD-FICA-WAGES
                                   TO WS-PRIOR-YTD-FICA-WAGES
                           END-IF
                   END-READ
                   CLOSE YTD-MASTER
               MOVE ZERO TO CHKR-CLEARED-AMT
               MOVE WS-SV-COMPANY TO CHKR-COMPANY
               MOVE SPACE TO CHKR-POSPAY-STATUS
               MOVE "P" TO CHKR-TYPE
               MOVE SPACES TO CHKR-PAYEE-ID
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
               MOVE "TERM-PAY" TO SS-PROGRAM
               MOVE WS-OPERATOR-ID TO SS-OPERATOR
               CALL "STOCK-SVC" USING SS-CONTROL
                   ON EXCEPTION
                       DISPLAY "ERROR: CALL to STOCK-SVC failed"
               END-CALL
               MOVE WS-NEXT-CHECK-NO TO WS-STOCK-FROM-NO
           END-IF.

       PRINT-FINAL-CHECK.
               MOVE WS-VAC-PAYOUT TO WS-TD-AMOUNT
               MOVE WS-TERM-DETAIL-LINE TO TERM-CHECK-LINE
               PERFORM WRITE-TERM-LINE
               IF WS-COMP-PAYOUT > 0
                   MOVE "COMP TIME PAYOUT" TO WS-TD-LABEL
                   MOVE WS-COMP-PAYOUT TO WS-TD-AMOUNT
                   MOVE WS-TERM-DETAIL-LINE TO TERM-CHECK-LINE
                   PERFORM WRITE-TERM-LINE
               END-IF
               MOVE "DEDUCTIONS      " TO WS-TD-LABEL
               MOVE WS-TOTAL-DEDUCTIONS TO WS-TD-AMOUNT
               MOVE WS-TERM-DETAIL-LINE TO TERM-CHECK-LINE
                           YTD-FICA YTD-FED-TAX YTD-STATE-TAX
                           YTD-LOCAL-TAX YTD-BENEFITS YTD-RETIRE
                           YTD-MATCH YTD-ER-FICA YTD-FUTA YTD-SUTA
                           YTD-FRINGE YTD-FED-WAGES YTD-STATE-WAGES
                           YTD-LOCAL-WAGES YTD-FICA-WAGES
                           YTD-OASDI-WAGES YTD-OASDI YTD-MEDICARE
                           YTD-ADDL-MED-WAGES YTD-ADDL-MEDICARE
                           YTD-ER-OASDI YTD-ER-MEDICARE
                           YTD-TIPS YTD-UNCOLL-OASDI YTD-UNCOLL-MEDICARE
                           YTD-SDI-WAGES YTD-SDI-EE YTD-SDI-ER
                           YTD-HSA-EE YTD-HSA-ER
                       MOVE WS-SV-COMPANY TO YTD-COMPANY
                       PERFORM ADD-FINAL-TO-YTD
                       WRITE YTD-REC
                               YTD-LOCAL-TAX YTD-BENEFITS
                               YTD-RETIRE YTD-MATCH
                               YTD-ER-FICA YTD-FUTA YTD-SUTA
                               YTD-FRINGE YTD-FED-WAGES
                               YTD-STATE-WAGES YTD-LOCAL-WAGES
                               YTD-FICA-WAGES YTD-OASDI-WAGES
                               YTD-OASDI YTD-MEDICARE
                               YTD-ADDL-MED-WAGES YTD-ADDL-MEDICARE
                               YTD-ER-OASDI YTD-ER-MEDICARE
                               YTD-TIPS YTD-UNCOLL-OASDI
                               YTD-UNCOLL-MEDICARE YTD-SDI-WAGES
                               YTD-SDI-EE YTD-SDI-ER
                               YTD-HSA-EE YTD-HSA-ER
                       END-IF
                       PERFORM ADD-FINAL-TO-YTD
                       REWRITE YTD-REC
                       WS-TERM-ID ", status " WS-FS-YTD-MASTER
               END-IF
               CLOSE YTD-MASTER
               PERFORM POST-YTD-JURISDICTION
           END-IF.

       PICK-WITHHOLDING-STATE.
           MOVE WS-SV-WORK-STATE TO WS-TAX-STATE
           IF WS-SV-WORK-STATE NOT = WS-SV-ADDR-STATE AND
               WS-SV-ADDR-STATE NOT = SPACES
               MOVE "R" TO JS-FUNC
               MOVE WS-SV-ADDR-STATE TO JS-RES-STATE
               MOVE WS-SV-WORK-STATE TO JS-WORK-STATE
               MOVE WS-PAY-PERIOD-END TO JS-AS-OF-DATE
               CALL "JURIS-SVC" USING JS-CONTROL
                   ON EXCEPTION
                       DISPLAY "ERROR: CALL to JURIS-SVC failed"
               END-CALL
               IF JS-RESULT = "Y" AND JS-RESIDENT-ONLY
                   MOVE WS-SV-ADDR-STATE TO WS-TAX-STATE
               END-IF
           END-IF.

       POST-YTD-JURISDICTION.
           MOVE "P" TO JS-FUNC
           MOVE WS-TERM-ID TO JS-EMP-ID
           MOVE WS-PAY-PERIOD-YEAR TO JS-YEAR
           MOVE WS-SV-COMPANY TO JS-COMPANY
           MOVE "S" TO JS-KIND
           MOVE WS-TAX-STATE TO JS-CODE
           MOVE WS-GROSS TO JS-WAGES
           MOVE WS-STATE-TAX TO JS-TAX
           CALL "JURIS-SVC" USING JS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to JURIS-SVC failed"
           END-CALL
           MOVE "C" TO JS-FUNC
           CALL "JURIS-SVC" USING JS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to JURIS-SVC failed"
           END-CALL.

       ADD-FINAL-TO-YTD.
           ADD WS-GROSS TO YTD-GROSS
           ADD WS-TOTAL-DEDUCTIONS TO YTD-TAX
           ADD WS-FED-TAX TO YTD-FED-TAX
           ADD WS-STATE-TAX TO YTD-STATE-TAX
           ADD WS-BENEFITS TO YTD-BENEFITS
           ADD WS-ER-FICA TO YTD-ER-FICA
           ADD WS-GROSS TO YTD-FED-WAGES
           ADD WS-GROSS TO YTD-STATE-WAGES
           ADD WS-GROSS TO YTD-FICA-WAGES
           ADD WS-FICA-TAXABLE TO YTD-OASDI-WAGES
           ADD WS-OASDI TO YTD-OASDI
           ADD WS-MEDICARE TO YTD-MEDICARE
           ADD WS-ADDL-MED-WAGES TO YTD-ADDL-MED-WAGES
           ADD WS-ADDL-MEDICARE TO YTD-ADDL-MEDICARE
           ADD WS-ER-OASDI TO YTD-ER-OASDI
           ADD WS-ER-MEDICARE TO YTD-ER-MEDICARE.

       WRITE-PAY-HISTORY.
           OPEN I-O PAY-HISTORY
               MOVE ZERO TO HIST-FRINGE
               MOVE WS-TOTAL-DEDUCTIONS TO HIST-TOTAL-DEDUCTIONS
               MOVE WS-NET TO HIST-NET
               MOVE WS-ER-FICA TO HIST-ER-FICA
               MOVE ZERO TO HIST-FUTA
               MOVE ZERO TO HIST-SUTA
               MOVE WS-GROSS TO HIST-FED-WAGES
               MOVE WS-GROSS TO HIST-STATE-WAGES
               MOVE ZERO TO HIST-LOCAL-WAGES
               MOVE WS-GROSS TO HIST-FICA-WAGES
               MOVE WS-FICA-TAXABLE TO HIST-OASDI-WAGES
               MOVE WS-OASDI TO HIST-OASDI
               MOVE WS-MEDICARE TO HIST-MEDICARE
               MOVE WS-ADDL-MED-WAGES TO HIST-ADDL-MED-WAGES
               MOVE WS-ADDL-MEDICARE TO HIST-ADDL-MEDICARE
               MOVE WS-ER-OASDI TO HIST-ER-OASDI
               MOVE WS-ER-MEDICARE TO HIST-ER-MEDICARE
               MOVE ZERO TO HIST-TIPS HIST-TIP-MAKEUP
                   HIST-UNCOLL-OASDI HIST-UNCOLL-MEDICARE
                   HIST-SDI-WAGES HIST-SDI-EE HIST-SDI-ER
                   HIST-HSA-EE HIST-HSA-ER
               MOVE WS-SV-WORK-STATE TO HIST-WORK-STATE
               MOVE SPACES TO HIST-LOCALITY
               INITIALIZE HIST-JURIS-AREA
               MOVE WS-TAX-STATE TO HIST-JUR-STATE(1)
               MOVE WS-GROSS TO HIST-JUR-WAGES(1)
               MOVE WS-STATE-TAX TO HIST-JUR-TAX(1)
               WRITE HIST-REC
                   INVALID KEY
                       DISPLAY "WARNING: pay-history.dat already "
               CLOSE PAY-HISTORY
           END-IF.

       RECORD-COBRA-EVENT.
           IF WS-SV-BENEFITS-FLAG = "Y"
               MOVE "Q" TO CB-FUNC
               MOVE WS-TERM-ID TO CB-EMP-ID
               MOVE 0 TO CB-DEP-SEQ
               MOVE "T" TO CB-EVENT-TYPE
               MOVE WS-PAY-PERIOD-END TO CB-EVENT-DATE
               MOVE WS-SV-FIRST-NAME TO CB-QB-FIRST-NAME
               MOVE WS-SV-LAST-NAME TO CB-QB-LAST-NAME
               MOVE SPACES TO CB-MED-TIER CB-DEN-TIER CB-VIS-TIER
               MOVE "TERM-PAY" TO CB-PROGRAM
               MOVE WS-OPERATOR-ID TO CB-OPERATOR
               CALL "COBRA-SVC" USING CB-CONTROL
                   ON EXCEPTION
                       DISPLAY "ERROR: CALL to COBRA-SVC failed"
               END-CALL
               EVALUATE TRUE
                   WHEN CB-RECORDED
                       DISPLAY "COBRA qualifying event recorded for "
                           "employee " WS-TERM-ID " - election "
                           "notice due by " CB-NOTICE-DUE
                   WHEN CB-DUPLICATE
                       DISPLAY "COBRA qualifying event already on "
                           "file for employee " WS-TERM-ID
                   WHEN CB-NOT-COVERED
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "WARNING: COBRA qualifying event NOT "
                           "recorded for employee " WS-TERM-ID
                           " - record it through COBRA-MAINT"
               END-EVALUATE
           END-IF.

       SETTLE-MATCH-VESTING.
           MOVE "T" TO VS-FUNC
           MOVE WS-TERM-ID TO VS-EMP-ID
           MOVE WS-PAY-PERIOD-END TO VS-AS-OF-DATE
           MOVE "TERM-PAY" TO VS-PROGRAM
           MOVE WS-OPERATOR-ID TO VS-OPERATOR
           CALL "VEST-SVC" USING VS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to VEST-SVC failed"
           END-CALL
           EVALUATE TRUE
               WHEN VS-OK
                   DISPLAY "401(k) match vesting at termination:"
                   DISPLAY "  Vesting service years: "
                       VS-SERVICE-YEARS " (" VS-VEST-PCT "% vested)"
                   DISPLAY "  Employer match:        " VS-MATCH-TOTAL
                   DISPLAY "  Vested match:          " VS-VESTED
                   DISPLAY "  Forfeited match:       " VS-FORFEIT
                   IF VS-FORFEIT > 0
                       DISPLAY "  Forfeiture queued for the next "
                           "RETIRE-REMIT provider file"
                   END-IF
               WHEN VS-ALREADY-DONE
                   DISPLAY "401(k) match forfeiture already recorded "
                       "for employee " WS-TERM-ID
               WHEN OTHER
                   DISPLAY "WARNING: 401(k) match vesting NOT "
                       "settled for employee " WS-TERM-ID
                       " - forfeiture must be reported to the "
                       "recordkeeper by hand"
           END-EVALUATE.

       CREATE-SEVERANCE-SCHEDULE.
           DISPLAY "Enter severance total (0 if none): "
           ACCEPT WS-SEV-TOTAL
