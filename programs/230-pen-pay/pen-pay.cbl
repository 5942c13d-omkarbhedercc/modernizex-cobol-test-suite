       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEN-PAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETIREE-MASTER ASSIGN TO "retiree-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTM-RETIREE-ID
               FILE STATUS IS WS-FS-RETIREE-MASTER.
           SELECT PENSION-PAID ASSIGN TO "pension-paid.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENSION-PAID.
           SELECT CHECK-REGISTER ASSIGN TO "check-register.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHKR-CHECK-NO
               FILE STATUS IS WS-FS-CHECK-REGISTER.
           SELECT CHECK-CONTROL ASSIGN TO "check-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHECK-CONTROL.
           SELECT RATES-MASTER ASSIGN TO "rates-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RATES-MASTER.
           SELECT STATE-TAX-TABLE ASSIGN TO "state-tax-table.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATE-TAX-TABLE.
           SELECT COMPANY-MASTER ASSIGN TO "company-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMPANY-MASTER.
           SELECT PENSION-ACH ASSIGN TO "pension-ach.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENSION-ACH.
           SELECT PENSION-PRENOTE ASSIGN TO "pension-prenote.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENSION-PRENOTE.
           SELECT PAYMENT-REPORT ASSIGN TO "PENSION-PAYMENTS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAYMENT-REPORT.
       DATA DIVISION.
       FILE SECTION.
       FD  RETIREE-MASTER.
           COPY "retiree-master.cpy".

       FD  PENSION-PAID.
           COPY "pension-paid.cpy".

       FD  CHECK-REGISTER.
           COPY "check-register.cpy".

       FD  CHECK-CONTROL.
       01 CHECK-CONTROL-REC.
          05 CTL-NEXT-CHECK-NO PIC 9(8).

       FD  RATES-MASTER.
       01 RATES-REC.
          05 RATE-CODE     PIC X(10).
          05 RATE-EFF-DATE PIC 9(8).
          05 RATE-VALUE    PIC 9(7)V9999.

       FD  STATE-TAX-TABLE.
       01 STATE-TAX-REC.
          05 STX-STATE    PIC X(2).
          05 STX-SEQ      PIC 9(1).
          05 STX-EFF-DATE PIC 9(8).
          05 STX-CEILING  PIC 9(7)V99.
          05 STX-RATE     PIC V9999.

       FD  COMPANY-MASTER.
       01 COMPANY-REC.
          05 CO-CODE PIC 9(2).
          05 CO-NAME PIC X(30).
          05 CO-BANK-NAME    PIC X(20).
          05 CO-BANK-ROUTING PIC 9(9).
          05 CO-BANK-ACCOUNT PIC X(17).

       FD  PENSION-ACH.
       01 PENSION-ACH-LINE PIC X(80).

       FD  PENSION-PRENOTE.
       01 PENSION-PRENOTE-LINE PIC X(80).

       FD  PAYMENT-REPORT.
       01 PAYMENT-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-RETIREE-MASTER   PIC X(2) VALUE "00".
       01 WS-FS-PENSION-PAID     PIC X(2) VALUE "00".
       01 WS-FS-CHECK-REGISTER   PIC X(2) VALUE "00".
       01 WS-FS-CHECK-CONTROL    PIC X(2) VALUE "00".
       01 WS-FS-RATES-MASTER     PIC X(2) VALUE "00".
       01 WS-FS-STATE-TAX-TABLE  PIC X(2) VALUE "00".
       01 WS-FS-COMPANY-MASTER   PIC X(2) VALUE "00".
       01 WS-FS-PENSION-ACH      PIC X(2) VALUE "00".
       01 WS-FS-PENSION-PRENOTE  PIC X(2) VALUE "00".
       01 WS-FS-PAYMENT-REPORT   PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-PAY-YEAR  PIC 9(4) VALUE 0.
       01 WS-PAY-MONTH PIC 9(2) VALUE 0.
       01 WS-PAY-DATE  PIC 9(8) VALUE 0.
       01 WS-PAY-YYYYMM PIC 9(6) VALUE 0.
       01 WS-START-YYYYMM PIC 9(6) VALUE 0.
       01 WS-END-YYYYMM PIC 9(6) VALUE 0.
       01 WS-RUN-COMPANY PIC 9(2) VALUE 0.
       01 WS-CO-BANK-ROUTING PIC 9(9) VALUE 0.
       01 WS-ORIGIN-NAME PIC X(20) VALUE "PENSION PAYMENTS".
       01 WS-NEXT-CHECK-NO PIC 9(8) VALUE 1.
       01 WS-STOCK-FROM-NO PIC 9(8) VALUE 0.
           COPY "stock-svc.cpy".
       01 WS-STATE-TAX-RATE PIC V9999 VALUE 0.0400.
       01 WS-EFF-STATE PIC 9(8) VALUE 0.
       01 WS-STATE-TAX-TBL.
          05 WS-STX-COUNT PIC 9(2) VALUE 0.
          05 WS-STX-ENTRY OCCURS 60 TIMES.
             10 WS-STX-TBL-STATE PIC X(2).
             10 WS-STX-TBL-BRACKET OCCURS 5 TIMES.
                15 WS-STX-TBL-CEILING PIC 9(7)V99.
                15 WS-STX-TBL-RATE    PIC V9999.
                15 WS-STX-TBL-EFF     PIC 9(8).
       01 WS-STX-SLOT PIC 9(2) VALUE 0.
       01 WS-STX-I PIC 9(2) VALUE 0.
       01 WS-STX-J PIC 9(1) VALUE 0.
       01 WS-STX-PICKED PIC X(1) VALUE "N".
       01 WS-STATE-RATE-FOUND PIC X(1) VALUE "N".
          88 IS-STATE-RATE-FOUND VALUE "Y".
       01 WS-STATE-RATE-IN-USE PIC V9999 VALUE 0.
       01 WS-LOCK-FIELDS.
          05 WS-LOCK-FUNC PIC X(1) VALUE "T".
          05 WS-LOCK-PROGRAM PIC X(10) VALUE "PEN-PAY".
          05 WS-LOCK-RESULT PIC X(1) VALUE "N".
          05 WS-LOCK-HELD PIC X(1) VALUE "N".
       01 WS-PAID-TABLE.
          05 WS-PD-COUNT PIC 9(4) VALUE 0.
          05 WS-PD-RETIREE-ID PIC 9(6) OCCURS 2000 TIMES.
       01 WS-PD-I PIC 9(4) VALUE 0.
       01 WS-ALREADY-PAID PIC X(1) VALUE "N".
          88 IS-ALREADY-PAID VALUE "Y".
       01 WS-REASON PIC X(30) VALUE SPACES.
       01 WS-PAY-WORK.
          05 WS-PW-GROSS    PIC 9(7)V99 VALUE 0.
          05 WS-PW-TAXABLE  PIC 9(7)V99 VALUE 0.
          05 WS-PW-FED-WH   PIC 9(7)V99 VALUE 0.
          05 WS-PW-STATE-WH PIC 9(7)V99 VALUE 0.
          05 WS-PW-NET      PIC 9(7)V99 VALUE 0.
          05 WS-PW-WH-TOTAL PIC 9(8)V99 VALUE 0.
          05 WS-PW-METHOD   PIC X(1) VALUE SPACE.
          05 WS-PW-CHECK-NO PIC 9(8) VALUE 0.
          05 WS-PW-STATE    PIC X(2) VALUE SPACES.
          05 WS-PW-PAY-FREQ PIC 9(1) VALUE 3.
          05 WS-PW-FILING   PIC 9(1) VALUE 1.
          05 WS-PW-ALLOW    PIC 9(2) VALUE 0.
       01 WS-ACH-OPEN PIC X(1) VALUE "N".
          88 IS-ACH-OPEN VALUE "Y".
       01 WS-PRENOTE-OPEN PIC X(1) VALUE "N".
          88 IS-PRENOTE-OPEN VALUE "Y".
       01 WS-ACH-HEADER.
          05 FILLER PIC X(2) VALUE "BH".
          05 WS-BH-CREATE-DATE PIC 9(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-BH-PERIOD-END  PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-BH-ORIGIN-NAME PIC X(20).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-BH-MODE PIC X(1).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-BH-BANK-ROUTING PIC 9(9).
       01 WS-ACH-DETAIL.
          05 FILLER PIC X(2) VALUE "BD".
          05 WS-BD-ROUTING   PIC 9(9).
          05 WS-BD-ACCOUNT   PIC X(17).
          05 WS-BD-ACCT-TYPE PIC X(1).
          05 WS-BD-EMP-ID    PIC 9(7).
          05 WS-BD-AMOUNT    PIC 9(8)V99.
       01 WS-ACH-TRAILER.
          05 FILLER PIC X(2) VALUE "BT".
          05 WS-BT-ENTRY-COUNT PIC 9(6).
          05 WS-BT-TOTAL-AMT   PIC 9(10)V99.
       01 WS-ACH-TOTALS.
          05 WS-ACH-COUNT     PIC 9(6) VALUE 0.
          05 WS-ACH-AMOUNT    PIC 9(10)V99 VALUE 0.
          05 WS-PRENOTE-COUNT PIC 9(6) VALUE 0.
       01 WS-PAY-STATS.
          05 WS-RET-READ       PIC 9(5) VALUE 0.
          05 WS-RET-PAID       PIC 9(5) VALUE 0.
          05 WS-RET-REJECTED   PIC 9(5) VALUE 0.
          05 WS-RET-NOT-DUE    PIC 9(5) VALUE 0.
          05 WS-RET-PAID-BEFORE PIC 9(5) VALUE 0.
          05 WS-CHECKS-WRITTEN PIC 9(5) VALUE 0.
          05 WS-STATE-DEFAULTED PIC 9(5) VALUE 0.
          05 WS-TOT-GROSS      PIC 9(9)V99 VALUE 0.
          05 WS-TOT-TAXABLE    PIC 9(9)V99 VALUE 0.
          05 WS-TOT-FED-WH     PIC 9(9)V99 VALUE 0.
          05 WS-TOT-STATE-WH   PIC 9(9)V99 VALUE 0.
          05 WS-TOT-CHECK-NET  PIC 9(9)V99 VALUE 0.
       01 WS-PAYMENT-LINE.
          05 WS-PL-RETIREE-ID PIC 9(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-PL-NAME PIC X(20).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-PL-METHOD PIC X(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-PL-CHECK-NO PIC Z(7)9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-PL-GROSS PIC Z,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-PL-FED-WH PIC ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-PL-STATE-WH PIC ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-PL-NET PIC Z,ZZZ,ZZ9.99.
       01 WS-REJECT-LINE.
          05 WS-RL-RETIREE-ID PIC 9(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RL-NAME PIC X(20).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RL-AMOUNT PIC Z,ZZZ,ZZ9.99.
          05 FILLER PIC X(11) VALUE " REJECTED: ".
          05 WS-RL-REASON PIC X(30).
       01 WS-TOTAL-LINE.
          05 FILLER PIC X(16) VALUE "CONTROL TOTAL   ".
          05 WS-TL-LABEL PIC X(30).
          05 WS-TL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-LINE.
          05 FILLER PIC X(16) VALUE "CONTROL TOTAL   ".
          05 WS-CL-LABEL PIC X(30).
          05 WS-CL-COUNT PIC ZZZZ9.
           COPY "print-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
           COMPUTE WS-TODAY = 20000000 + WS-RUN-DATE
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Enter payment year (YYYY): "
           ACCEPT WS-PAY-YEAR
           DISPLAY "Enter payment month (01-12): "
           ACCEPT WS-PAY-MONTH
           IF WS-PAY-YEAR < 2000 OR WS-PAY-MONTH < 1 OR
               WS-PAY-MONTH > 12
               DISPLAY "ERROR: payment month " WS-PAY-YEAR "-"
                   WS-PAY-MONTH " is not valid - run refused"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Enter payment date (YYYYMMDD, 0 for today): "
           ACCEPT WS-PAY-DATE
           IF WS-PAY-DATE IS NOT NUMERIC OR WS-PAY-DATE = 0
               MOVE WS-TODAY TO WS-PAY-DATE
           END-IF
           COMPUTE WS-PAY-YYYYMM = WS-PAY-YEAR * 100 + WS-PAY-MONTH
           DISPLAY "Enter plan company code (00 for first on file): "
           ACCEPT WS-RUN-COMPANY
           IF WS-RUN-COMPANY IS NOT NUMERIC
               MOVE 0 TO WS-RUN-COMPANY
           END-IF
           PERFORM LOAD-STATE-DEFAULT-RATE
           PERFORM LOAD-STATE-TAX-TABLE
           PERFORM LOAD-COMPANY-BANK
           PERFORM LOAD-PRIOR-PAYMENTS
           OPEN OUTPUT PAYMENT-REPORT
           IF WS-FS-PAYMENT-REPORT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "PENSION-PAYMENTS.RPT, status "
                   WS-FS-PAYMENT-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "I" TO PS-FUNC
           MOVE "RETIREE PENSION PAYMENTS" TO PS-REPORT-TITLE
           MOVE WS-OPERATOR-ID TO PS-OPERATOR
           MOVE WS-PAY-YEAR TO PS-PERIOD-YEAR
           MOVE WS-PAY-MONTH TO PS-PERIOD-NUM
           MOVE "ID     NAME                 VIA   CHECK NO        "
               TO PS-COLUMN-HEADING
           MOVE "GROSS     FED WH   STATE WH          NET"
               TO PS-COLUMN-HEADING(51:40)
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           PERFORM TAKE-MASTER-LOCK
           OPEN I-O RETIREE-MASTER
           IF WS-FS-RETIREE-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN I-O failed for "
                   "retiree-master.dat, status "
                   WS-FS-RETIREE-MASTER
                   " - run RET-MAINT to build the retiree master"
               PERFORM RELEASE-MASTER-LOCK
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-CHECK-CONTROL
           OPEN I-O CHECK-REGISTER
           IF WS-FS-CHECK-REGISTER = "35"
               OPEN OUTPUT CHECK-REGISTER
               CLOSE CHECK-REGISTER
               OPEN I-O CHECK-REGISTER
           END-IF
           IF WS-FS-CHECK-REGISTER NOT = "00"
               DISPLAY "ERROR: OPEN I-O failed for "
                   "check-register.dat, status "
                   WS-FS-CHECK-REGISTER
               CLOSE RETIREE-MASTER
               PERFORM RELEASE-MASTER-LOCK
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND PENSION-PAID
           IF WS-FS-PENSION-PAID = "05" OR
               WS-FS-PENSION-PAID = "35"
               OPEN OUTPUT PENSION-PAID
           END-IF
           IF WS-FS-PENSION-PAID NOT = "00"
               DISPLAY "ERROR: OPEN failed for "
                   "pension-paid.dat, status "
                   WS-FS-PENSION-PAID
               CLOSE CHECK-REGISTER
               CLOSE RETIREE-MASTER
               PERFORM RELEASE-MASTER-LOCK
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO RTM-RETIREE-ID
           START RETIREE-MASTER KEY >= RTM-RETIREE-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 1
               READ RETIREE-MASTER NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
               END-READ
               IF WS-EOF = 0
                   PERFORM PROCESS-ONE-RETIREE
               END-IF
           END-PERFORM
           MOVE 0 TO WS-EOF
           CLOSE PENSION-PAID
           CLOSE CHECK-REGISTER
           PERFORM SAVE-CHECK-CONTROL
           CLOSE RETIREE-MASTER
           PERFORM RELEASE-MASTER-LOCK
           IF IS-ACH-OPEN
               PERFORM WRITE-ACH-TRAILER
               CLOSE PENSION-ACH
           END-IF
           IF IS-PRENOTE-OPEN
               PERFORM WRITE-PRENOTE-TRAILER
               CLOSE PENSION-PRENOTE
           END-IF
           PERFORM WRITE-PAYMENT-TOTALS
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           CLOSE PAYMENT-REPORT
           IF WS-FS-PAYMENT-REPORT NOT = "00"
               DISPLAY "ERROR: CLOSE failed for "
                   "PENSION-PAYMENTS.RPT, status "
                   WS-FS-PAYMENT-REPORT
           END-IF
           DISPLAY "Retirees read:                " WS-RET-READ
           DISPLAY "Pension payments made:        " WS-RET-PAID
           DISPLAY "Pension payments rejected:    " WS-RET-REJECTED
           DISPLAY "Already paid for the month:   " WS-RET-PAID-BEFORE
           DISPLAY "Not due this month:           " WS-RET-NOT-DUE
           DISPLAY "Pension checks written:       " WS-CHECKS-WRITTEN
           DISPLAY "Direct deposits in file:      " WS-ACH-COUNT
           DISPLAY "Deposit prenotes in file:     " WS-PRENOTE-COUNT
           IF IS-ACH-OPEN
               DISPLAY "Deposit file pension-ach.dat totals "
                   WS-ACH-AMOUNT " - transmit to the bank"
           END-IF
           IF WS-STATE-DEFAULTED > 0
               DISPLAY "WARNING: " WS-STATE-DEFAULTED " payments "
                   "used the default state rate - no "
                   "state-tax-table.dat entry for the state"
           END-IF
           IF WS-TOT-FED-WH > 0
               DISPLAY "NOTE: federal withholding of "
                   WS-TOT-FED-WH " is deposited and reported on "
                   "Form 945, not the payroll 941"
           END-IF
           EVALUATE TRUE
               WHEN WS-RET-REJECTED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RET-PAID = 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       TAKE-MASTER-LOCK.
           MOVE "T" TO WS-LOCK-FUNC
           CALL "LOCK-SVC" USING WS-LOCK-FUNC WS-LOCK-PROGRAM
               WS-OPERATOR-ID WS-LOCK-RESULT
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to LOCK-SVC failed"
           END-CALL
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "Master files in use - payments refused, "
                   "try again when the holding job finishes"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "Y" TO WS-LOCK-HELD.

       RELEASE-MASTER-LOCK.
           IF WS-LOCK-HELD = "Y"
               MOVE "R" TO WS-LOCK-FUNC
               CALL "LOCK-SVC" USING WS-LOCK-FUNC WS-LOCK-PROGRAM
                   WS-OPERATOR-ID WS-LOCK-RESULT
                   ON EXCEPTION
                       DISPLAY "ERROR: CALL to LOCK-SVC failed"
               END-CALL
               MOVE "N" TO WS-LOCK-HELD
           END-IF.

       LOAD-STATE-DEFAULT-RATE.
           OPEN INPUT RATES-MASTER
           IF WS-FS-RATES-MASTER = "35"
               DISPLAY "NOTE: rates-master.dat not found - compiled "
                   "default state rate in force"
           ELSE
               IF WS-FS-RATES-MASTER NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "rates-master.dat, status "
                       WS-FS-RATES-MASTER
               ELSE
                   PERFORM UNTIL WS-EOF = 1
                       READ RATES-MASTER
                           AT END MOVE 1 TO WS-EOF
                           NOT AT END
                               IF RATE-CODE = "STATE-TAX " AND
                                   RATE-EFF-DATE <= WS-PAY-DATE AND
                                   RATE-EFF-DATE >= WS-EFF-STATE
                                   MOVE RATE-VALUE
                                       TO WS-STATE-TAX-RATE
                                   MOVE RATE-EFF-DATE
                                       TO WS-EFF-STATE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RATES-MASTER
                   MOVE 0 TO WS-EOF
               END-IF
           END-IF.

       LOAD-STATE-TAX-TABLE.
           OPEN INPUT STATE-TAX-TABLE
           IF WS-FS-STATE-TAX-TABLE = "35"
               DISPLAY "WARNING: state-tax-table.dat not found - "
                   "flat default state rate applies to all states"
           ELSE
               IF WS-FS-STATE-TAX-TABLE NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "state-tax-table.dat, status "
                       WS-FS-STATE-TAX-TABLE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF = 1
                   READ STATE-TAX-TABLE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM STORE-ONE-STATE-RATE
                   END-READ
                   IF WS-FS-STATE-TAX-TABLE NOT = "00" AND
                       WS-FS-STATE-TAX-TABLE NOT = "10"
                       DISPLAY "ERROR: READ failed for "
                           "state-tax-table.dat, status "
                           WS-FS-STATE-TAX-TABLE
                   END-IF
               END-PERFORM
               CLOSE STATE-TAX-TABLE
               MOVE 0 TO WS-EOF
           END-IF.

       STORE-ONE-STATE-RATE.
           IF STX-SEQ < 1 OR STX-SEQ > 5 OR
               STX-EFF-DATE > WS-PAY-DATE
               CONTINUE
           ELSE
               MOVE 0 TO WS-STX-SLOT
               PERFORM VARYING WS-STX-I FROM 1 BY 1
                   UNTIL WS-STX-I > WS-STX-COUNT
                   IF WS-STX-TBL-STATE(WS-STX-I) = STX-STATE
                       MOVE WS-STX-I TO WS-STX-SLOT
                   END-IF
               END-PERFORM
               IF WS-STX-SLOT = 0
                   IF WS-STX-COUNT >= 60
                       DISPLAY "ERROR: state tax table full - "
                           "entry for state " STX-STATE " dropped"
                   ELSE
                       ADD 1 TO WS-STX-COUNT
                       MOVE WS-STX-COUNT TO WS-STX-SLOT
                       MOVE STX-STATE
                           TO WS-STX-TBL-STATE(WS-STX-SLOT)
                       PERFORM VARYING WS-STX-J FROM 1 BY 1
                           UNTIL WS-STX-J > 5
                           MOVE 0 TO WS-STX-TBL-CEILING(WS-STX-SLOT,
                               WS-STX-J)
                           MOVE 0 TO WS-STX-TBL-RATE(WS-STX-SLOT,
                               WS-STX-J)
                           MOVE 0 TO WS-STX-TBL-EFF(WS-STX-SLOT,
                               WS-STX-J)
                       END-PERFORM
                   END-IF
               END-IF
               IF WS-STX-SLOT > 0
                   IF STX-EFF-DATE >=
                       WS-STX-TBL-EFF(WS-STX-SLOT, STX-SEQ)
                       MOVE STX-CEILING
                           TO WS-STX-TBL-CEILING(WS-STX-SLOT,
                               STX-SEQ)
                       MOVE STX-RATE
                           TO WS-STX-TBL-RATE(WS-STX-SLOT, STX-SEQ)
                       MOVE STX-EFF-DATE
                           TO WS-STX-TBL-EFF(WS-STX-SLOT, STX-SEQ)
                   END-IF
               END-IF
           END-IF.

       LOAD-COMPANY-BANK.
           OPEN INPUT COMPANY-MASTER
           IF WS-FS-COMPANY-MASTER = "35"
               DISPLAY "WARNING: company-master.dat not found - "
                   "deposit file header has no originating bank"
           ELSE
               IF WS-FS-COMPANY-MASTER NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "company-master.dat, status "
                       WS-FS-COMPANY-MASTER
               ELSE
                   PERFORM UNTIL WS-FS-COMPANY-MASTER = "10"
                       READ COMPANY-MASTER
                           AT END
                               MOVE "10" TO WS-FS-COMPANY-MASTER
                           NOT AT END
                               IF CO-CODE = WS-RUN-COMPANY OR
                                   (WS-RUN-COMPANY = 0 AND
                                    WS-CO-BANK-ROUTING = 0)
                                   MOVE CO-NAME(1:20)
                                       TO WS-ORIGIN-NAME
                                   MOVE CO-BANK-ROUTING
                                       TO WS-CO-BANK-ROUTING
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COMPANY-MASTER
               END-IF
           END-IF.

       LOAD-PRIOR-PAYMENTS.
           OPEN INPUT PENSION-PAID
           IF WS-FS-PENSION-PAID = "35"
               CONTINUE
           ELSE
               IF WS-FS-PENSION-PAID NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "pension-paid.dat, status "
                       WS-FS-PENSION-PAID
                       " - payments refused"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF = 1
                   READ PENSION-PAID
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PNP-PAY-YEAR = WS-PAY-YEAR AND
                               PNP-PAY-MONTH = WS-PAY-MONTH
                               PERFORM STORE-PRIOR-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENSION-PAID
               MOVE 0 TO WS-EOF
           END-IF
           IF WS-PD-COUNT > 0
               DISPLAY "NOTE: " WS-PD-COUNT " retirees already paid "
                   "for " WS-PAY-YEAR "-" WS-PAY-MONTH
                   " - they are skipped in this run"
           END-IF.

       STORE-PRIOR-PAYMENT.
           IF WS-PD-COUNT >= 2000
               DISPLAY "ERROR: prior payment table full - run "
                   "refused to avoid paying retiree "
                   PNP-RETIREE-ID " twice"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-PD-COUNT
           MOVE PNP-RETIREE-ID TO WS-PD-RETIREE-ID(WS-PD-COUNT).

       PROCESS-ONE-RETIREE.
           ADD 1 TO WS-RET-READ
           MOVE SPACES TO WS-REASON
           MOVE RTM-START-DATE(1:6) TO WS-START-YYYYMM
           MOVE RTM-CERTAIN-END(1:6) TO WS-END-YYYYMM
           MOVE "N" TO WS-ALREADY-PAID
           PERFORM VARYING WS-PD-I FROM 1 BY 1
               UNTIL WS-PD-I > WS-PD-COUNT
               IF WS-PD-RETIREE-ID(WS-PD-I) = RTM-RETIREE-ID
                   MOVE "Y" TO WS-ALREADY-PAID
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-RUN-COMPANY > 0 AND
                   RTM-COMPANY NOT = WS-RUN-COMPANY
                   ADD 1 TO WS-RET-NOT-DUE
               WHEN NOT RTM-ACTIVE
                   ADD 1 TO WS-RET-NOT-DUE
               WHEN WS-START-YYYYMM > WS-PAY-YYYYMM
                   ADD 1 TO WS-RET-NOT-DUE
               WHEN RTM-PERIOD-CERTAIN AND
                   WS-END-YYYYMM < WS-PAY-YYYYMM
                   ADD 1 TO WS-RET-NOT-DUE
                   DISPLAY "NOTE: retiree " RTM-RETIREE-ID
                       " certain period ended " RTM-CERTAIN-END
                       " - TERMINATE in RET-MAINT"
               WHEN IS-ALREADY-PAID
                   ADD 1 TO WS-RET-PAID-BEFORE
               WHEN OTHER
                   PERFORM COMPUTE-PENSION-PAYMENT
                   IF WS-REASON = SPACES
                       PERFORM ISSUE-PENSION-PAYMENT
                   END-IF
                   IF WS-REASON NOT = SPACES
                       PERFORM WRITE-REJECT-DETAIL
                   END-IF
           END-EVALUATE.

       COMPUTE-PENSION-PAYMENT.
           MOVE RTM-ANNUITY TO WS-PW-GROSS
           IF RTM-EXCLUSION >= WS-PW-GROSS
               MOVE 0 TO WS-PW-TAXABLE
           ELSE
               COMPUTE WS-PW-TAXABLE = WS-PW-GROSS - RTM-EXCLUSION
           END-IF
           MOVE 0 TO WS-PW-FED-WH
           MOVE 0 TO WS-PW-STATE-WH
           MOVE 0 TO WS-PW-NET
           MOVE SPACES TO WS-PW-STATE
           IF WS-PW-GROSS = 0
               MOVE "NO ANNUITY AMOUNT" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES AND RTM-FED-WITHHOLD
               IF WS-PW-TAXABLE > 0
                   MOVE 3 TO WS-PW-PAY-FREQ
                   MOVE RTM-FED-FILING TO WS-PW-FILING
                   MOVE RTM-FED-ALLOW TO WS-PW-ALLOW
                   CALL "TAX-CALC" USING WS-PW-TAXABLE WS-PW-FED-WH
                       WS-PW-PAY-FREQ WS-PW-FILING WS-PW-ALLOW
                       ON EXCEPTION
                           DISPLAY "ERROR: CALL to TAX-CALC failed "
                               "for retiree " RTM-RETIREE-ID
                           MOVE "FEDERAL TAX NOT COMPUTED"
                               TO WS-REASON
                   END-CALL
               END-IF
               ADD RTM-FED-EXTRA TO WS-PW-FED-WH
           END-IF
           IF WS-REASON = SPACES
               EVALUATE TRUE
                   WHEN RTM-STATE-FLAT
                       MOVE RTM-STATE-CODE TO WS-PW-STATE
                       MOVE RTM-STATE-AMOUNT TO WS-PW-STATE-WH
                   WHEN RTM-STATE-TABLE
                       MOVE RTM-STATE-CODE TO WS-PW-STATE
                       IF WS-PW-TAXABLE > 0
                           PERFORM COMPUTE-STATE-WITHHOLDING
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               COMPUTE WS-PW-WH-TOTAL = WS-PW-FED-WH + WS-PW-STATE-WH
               IF WS-PW-WH-TOTAL > WS-PW-GROSS
                   MOVE "WITHHOLDING EXCEEDS ANNUITY" TO WS-REASON
               ELSE
                   COMPUTE WS-PW-NET = WS-PW-GROSS - WS-PW-WH-TOTAL
               END-IF
           END-IF
           IF WS-REASON = SPACES AND RTM-BY-DEPOSIT
               IF RTM-BANK-ROUTING IS NOT NUMERIC OR
                   RTM-BANK-ROUTING = 0 OR
                   RTM-BANK-ACCOUNT = SPACES
                   MOVE "NO DEPOSIT ACCOUNT ON MASTER" TO WS-REASON
               END-IF
           END-IF.

       COMPUTE-STATE-WITHHOLDING.
           MOVE "N" TO WS-STATE-RATE-FOUND
           MOVE WS-STATE-TAX-RATE TO WS-STATE-RATE-IN-USE
           PERFORM VARYING WS-STX-I FROM 1 BY 1
               UNTIL WS-STX-I > WS-STX-COUNT
               IF WS-STX-TBL-STATE(WS-STX-I) = WS-PW-STATE
                   MOVE "Y" TO WS-STATE-RATE-FOUND
                   PERFORM PICK-STATE-BRACKET-RATE
               END-IF
           END-PERFORM
           IF NOT IS-STATE-RATE-FOUND
               ADD 1 TO WS-STATE-DEFAULTED
           END-IF
           COMPUTE WS-PW-STATE-WH ROUNDED =
                   WS-PW-TAXABLE * WS-STATE-RATE-IN-USE
               ON SIZE ERROR
                   DISPLAY "ERROR: state withholding overflow for "
                       "retiree " RTM-RETIREE-ID
                   MOVE "STATE TAX NOT COMPUTED" TO WS-REASON
           END-COMPUTE.

       PICK-STATE-BRACKET-RATE.
           MOVE 0 TO WS-STATE-RATE-IN-USE
           MOVE "N" TO WS-STX-PICKED
           PERFORM VARYING WS-STX-J FROM 1 BY 1
               UNTIL WS-STX-J > 5
               IF WS-STX-TBL-EFF(WS-STX-I, WS-STX-J) > 0 AND
                   WS-STX-PICKED = "N"
                   MOVE WS-STX-TBL-RATE(WS-STX-I, WS-STX-J)
                       TO WS-STATE-RATE-IN-USE
                   IF WS-PW-TAXABLE <=
                       WS-STX-TBL-CEILING(WS-STX-I, WS-STX-J)
                       MOVE "Y" TO WS-STX-PICKED
                   END-IF
               END-IF
           END-PERFORM.

       ISSUE-PENSION-PAYMENT.
           MOVE 0 TO WS-PW-CHECK-NO
           IF RTM-BY-DEPOSIT AND NOT RTM-PRENOTE-PENDING
               MOVE "E" TO WS-PW-METHOD
               PERFORM WRITE-PENSION-DEPOSIT
           ELSE
               MOVE "C" TO WS-PW-METHOD
               PERFORM WRITE-PENSION-CHECK
           END-IF
           IF WS-REASON = SPACES
               IF RTM-BY-DEPOSIT AND RTM-PRENOTE-PENDING
                   PERFORM WRITE-PENSION-PRENOTE
               END-IF
               PERFORM WRITE-PAID-HISTORY
           END-IF.

       WRITE-PENSION-CHECK.
           MOVE WS-NEXT-CHECK-NO TO CHKR-CHECK-NO
           MOVE ZERO TO CHKR-EMP-ID
           MOVE WS-PAY-DATE TO CHKR-DATE
           MOVE ZERO TO CHKR-PERIOD-YEAR
           MOVE ZERO TO CHKR-PERIOD-NUM
           MOVE WS-PW-NET TO CHKR-NET
           MOVE "I" TO CHKR-STATUS
           MOVE ZERO TO CHKR-REISSUE-OF
           MOVE ZERO TO CHKR-REPLACED-BY
           MOVE ZERO TO CHKR-CLEARED-DATE
           MOVE ZERO TO CHKR-CLEARED-AMT
           MOVE RTM-COMPANY TO CHKR-COMPANY
           MOVE SPACE TO CHKR-POSPAY-STATUS
           MOVE "R" TO CHKR-TYPE
           MOVE RTM-RETIREE-ID TO CHKR-PAYEE-ID
           WRITE CHKR-REC
               INVALID KEY
                   DISPLAY "ERROR: check number "
                       CHKR-CHECK-NO " already on "
                       "check-register.dat - control value "
                       "is behind"
                   MOVE "CHECK NUMBER ALREADY USED" TO WS-REASON
           END-WRITE
           IF WS-FS-CHECK-REGISTER = "00"
               MOVE WS-NEXT-CHECK-NO TO WS-PW-CHECK-NO
               ADD 1 TO WS-NEXT-CHECK-NO
               ADD 1 TO WS-CHECKS-WRITTEN
               ADD WS-PW-NET TO WS-TOT-CHECK-NET
           END-IF.

       WRITE-PENSION-DEPOSIT.
           IF NOT IS-ACH-OPEN
               OPEN OUTPUT PENSION-ACH
               IF WS-FS-PENSION-ACH NOT = "00"
                   DISPLAY "ERROR: OPEN OUTPUT failed for "
                       "pension-ach.dat, status " WS-FS-PENSION-ACH
               ELSE
                   MOVE "Y" TO WS-ACH-OPEN
                   MOVE "L" TO WS-BH-MODE
                   PERFORM BUILD-ACH-HEADER
                   MOVE WS-ACH-HEADER TO PENSION-ACH-LINE
                   PERFORM WRITE-PENSION-ACH-LINE
               END-IF
           END-IF
           IF NOT IS-ACH-OPEN
               MOVE "DEPOSIT FILE NOT AVAILABLE" TO WS-REASON
           ELSE
               MOVE RTM-BANK-ROUTING TO WS-BD-ROUTING
               MOVE RTM-BANK-ACCOUNT TO WS-BD-ACCOUNT
               MOVE RTM-BANK-ACCT-TYPE TO WS-BD-ACCT-TYPE
               MOVE RTM-RETIREE-ID TO WS-BD-EMP-ID
               MOVE WS-PW-NET TO WS-BD-AMOUNT
               MOVE WS-ACH-DETAIL TO PENSION-ACH-LINE
               PERFORM WRITE-PENSION-ACH-LINE
               IF WS-FS-PENSION-ACH NOT = "00"
                   MOVE "DEPOSIT ENTRY NOT WRITTEN" TO WS-REASON
               ELSE
                   ADD 1 TO WS-ACH-COUNT
                   ADD WS-PW-NET TO WS-ACH-AMOUNT
               END-IF
           END-IF.

       WRITE-PENSION-PRENOTE.
           IF NOT IS-PRENOTE-OPEN
               OPEN OUTPUT PENSION-PRENOTE
               IF WS-FS-PENSION-PRENOTE NOT = "00"
                   DISPLAY "ERROR: OPEN OUTPUT failed for "
                       "pension-prenote.dat, status "
                       WS-FS-PENSION-PRENOTE
               ELSE
                   MOVE "Y" TO WS-PRENOTE-OPEN
                   MOVE "P" TO WS-BH-MODE
                   PERFORM BUILD-ACH-HEADER
                   MOVE WS-ACH-HEADER TO PENSION-PRENOTE-LINE
                   PERFORM WRITE-PRENOTE-LINE
               END-IF
           END-IF
           IF IS-PRENOTE-OPEN
               MOVE RTM-BANK-ROUTING TO WS-BD-ROUTING
               MOVE RTM-BANK-ACCOUNT TO WS-BD-ACCOUNT
               MOVE RTM-BANK-ACCT-TYPE TO WS-BD-ACCT-TYPE
               MOVE RTM-RETIREE-ID TO WS-BD-EMP-ID
               MOVE 0 TO WS-BD-AMOUNT
               MOVE WS-ACH-DETAIL TO PENSION-PRENOTE-LINE
               PERFORM WRITE-PRENOTE-LINE
               IF WS-FS-PENSION-PRENOTE = "00"
                   ADD 1 TO WS-PRENOTE-COUNT
                   MOVE "N" TO RTM-PRENOTE
                   REWRITE RTM-REC
                   IF WS-FS-RETIREE-MASTER NOT = "00"
                       DISPLAY "ERROR: REWRITE failed for "
                           "retiree-master.dat, status "
                           WS-FS-RETIREE-MASTER " - retiree "
                           RTM-RETIREE-ID " prenote flag not cleared"
                   END-IF
               END-IF
           END-IF.

       BUILD-ACH-HEADER.
           MOVE WS-CO-BANK-ROUTING TO WS-BH-BANK-ROUTING
           MOVE WS-RUN-DATE TO WS-BH-CREATE-DATE
           MOVE WS-PAY-DATE TO WS-BH-PERIOD-END
           MOVE WS-ORIGIN-NAME TO WS-BH-ORIGIN-NAME.

       WRITE-ACH-TRAILER.
           MOVE WS-ACH-COUNT TO WS-BT-ENTRY-COUNT
           MOVE WS-ACH-AMOUNT TO WS-BT-TOTAL-AMT
           MOVE WS-ACH-TRAILER TO PENSION-ACH-LINE
           PERFORM WRITE-PENSION-ACH-LINE.

       WRITE-PRENOTE-TRAILER.
           MOVE WS-PRENOTE-COUNT TO WS-BT-ENTRY-COUNT
           MOVE 0 TO WS-BT-TOTAL-AMT
           MOVE WS-ACH-TRAILER TO PENSION-PRENOTE-LINE
           PERFORM WRITE-PRENOTE-LINE.

       WRITE-PENSION-ACH-LINE.
           WRITE PENSION-ACH-LINE
           IF WS-FS-PENSION-ACH NOT = "00"
               DISPLAY "ERROR: WRITE failed for "
                   "pension-ach.dat, status " WS-FS-PENSION-ACH
           END-IF.

       WRITE-PRENOTE-LINE.
           WRITE PENSION-PRENOTE-LINE
           IF WS-FS-PENSION-PRENOTE NOT = "00"
               DISPLAY "ERROR: WRITE failed for "
                   "pension-prenote.dat, status "
                   WS-FS-PENSION-PRENOTE
           END-IF.

       WRITE-PAID-HISTORY.
           MOVE RTM-RETIREE-ID TO PNP-RETIREE-ID
           MOVE WS-PAY-YEAR TO PNP-PAY-YEAR
           MOVE WS-PAY-MONTH TO PNP-PAY-MONTH
           MOVE WS-PAY-DATE TO PNP-PAY-DATE
           MOVE WS-PAY-DATE(1:4) TO PNP-TAX-YEAR
           MOVE WS-PW-METHOD TO PNP-METHOD
           MOVE WS-PW-CHECK-NO TO PNP-CHECK-NO
           MOVE WS-PW-GROSS TO PNP-GROSS
           MOVE WS-PW-TAXABLE TO PNP-TAXABLE
           MOVE WS-PW-FED-WH TO PNP-FED-WH
           MOVE WS-PW-STATE TO PNP-STATE
           MOVE WS-PW-STATE-WH TO PNP-STATE-WH
           MOVE WS-PW-NET TO PNP-NET
           MOVE RTM-DIST-CODE TO PNP-DIST-CODE
           MOVE RTM-COMPANY TO PNP-COMPANY
           MOVE WS-OPERATOR-ID TO PNP-OPERATOR
           WRITE PNP-REC
           IF WS-FS-PENSION-PAID NOT = "00"
               DISPLAY "ERROR: WRITE failed for "
                   "pension-paid.dat, status "
                   WS-FS-PENSION-PAID " - retiree "
                   RTM-RETIREE-ID " payment must be added by hand"
           END-IF
           ADD 1 TO WS-RET-PAID
           ADD WS-PW-GROSS TO WS-TOT-GROSS
           ADD WS-PW-TAXABLE TO WS-TOT-TAXABLE
           ADD WS-PW-FED-WH TO WS-TOT-FED-WH
           ADD WS-PW-STATE-WH TO WS-TOT-STATE-WH
           MOVE RTM-RETIREE-ID TO WS-PL-RETIREE-ID
           MOVE RTM-NAME TO WS-PL-NAME
           IF WS-PW-METHOD = "C"
               MOVE "CHECK" TO WS-PL-METHOD
           ELSE
               MOVE "EFT  " TO WS-PL-METHOD
           END-IF
           MOVE WS-PW-CHECK-NO TO WS-PL-CHECK-NO
           MOVE WS-PW-GROSS TO WS-PL-GROSS
           MOVE WS-PW-FED-WH TO WS-PL-FED-WH
           MOVE WS-PW-STATE-WH TO WS-PL-STATE-WH
           MOVE WS-PW-NET TO WS-PL-NET
           MOVE WS-PAYMENT-LINE TO PAYMENT-REPORT-LINE
           PERFORM WRITE-PAYMENT-LINE.

       WRITE-REJECT-DETAIL.
           ADD 1 TO WS-RET-REJECTED
           MOVE RTM-RETIREE-ID TO WS-RL-RETIREE-ID
           MOVE RTM-NAME TO WS-RL-NAME
           MOVE RTM-ANNUITY TO WS-RL-AMOUNT
           MOVE WS-REASON TO WS-RL-REASON
           MOVE WS-REJECT-LINE TO PAYMENT-REPORT-LINE
           PERFORM WRITE-PAYMENT-LINE
           DISPLAY "WARNING: retiree " RTM-RETIREE-ID
               " not paid - " WS-REASON.

       WRITE-PAYMENT-TOTALS.
           MOVE "PAYMENTS MADE" TO WS-CL-LABEL
           MOVE WS-RET-PAID TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO PAYMENT-REPORT-LINE
           PERFORM WRITE-PAYMENT-LINE
           MOVE "PAYMENTS REJECTED" TO WS-CL-LABEL
           MOVE WS-RET-REJECTED TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO PAYMENT-REPORT-LINE
           PERFORM WRITE-PAYMENT-LINE
           MOVE "ALREADY PAID THIS MONTH" TO WS-CL-LABEL
           MOVE WS-RET-PAID-BEFORE TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO PAYMENT-REPORT-LINE
           PERFORM WRITE-PAYMENT-LINE
           MOVE "CHECKS WRITTEN" TO WS-CL-LABEL
           MOVE WS-CHECKS-WRITTEN TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO PAYMENT-REPORT-LINE
           PERFORM WRITE-PAYMENT-LINE
           MOVE "DIRECT DEPOSITS" TO WS-CL-LABEL
           MOVE WS-ACH-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO PAYMENT-REPORT-LINE
           PERFORM WRITE-PAYMENT-LINE
           MOVE "DEPOSIT PRENOTES" TO WS-CL-LABEL
           MOVE WS-PRENOTE-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO PAYMENT-REPORT-LINE
           PERFORM WRITE-PAYMENT-LINE
           MOVE "GROSS PAID (1099-R BOX 1)" TO WS-TL-LABEL
           MOVE WS-TOT-GROSS TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO PAYMENT-REPORT-LINE
           PERFORM WRITE-PAYMENT-LINE
           MOVE "TAXABLE (1099-R BOX 2A)" TO WS-TL-LABEL
           MOVE WS-TOT-TAXABLE TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO PAYMENT-REPORT-LINE
           PERFORM WRITE-PAYMENT-LINE
           MOVE "FEDERAL WITHHELD (FORM 945)" TO WS-TL-LABEL
           MOVE WS-TOT-FED-WH TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO PAYMENT-REPORT-LINE
           PERFORM WRITE-PAYMENT-LINE
           MOVE "STATE WITHHELD" TO WS-TL-LABEL
           MOVE WS-TOT-STATE-WH TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO PAYMENT-REPORT-LINE
           PERFORM WRITE-PAYMENT-LINE
           MOVE "NET BY CHECK" TO WS-TL-LABEL
           MOVE WS-TOT-CHECK-NET TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO PAYMENT-REPORT-LINE
           PERFORM WRITE-PAYMENT-LINE
           MOVE "NET BY DIRECT DEPOSIT" TO WS-TL-LABEL
           MOVE WS-ACH-AMOUNT TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO PAYMENT-REPORT-LINE
           PERFORM WRITE-PAYMENT-LINE.

       LOAD-CHECK-CONTROL.
           OPEN INPUT CHECK-CONTROL
           IF WS-FS-CHECK-CONTROL = "35"
               MOVE 1 TO WS-NEXT-CHECK-NO
           ELSE
               IF WS-FS-CHECK-CONTROL NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "check-control.dat, status "
                       WS-FS-CHECK-CONTROL
                   CLOSE RETIREE-MASTER
                   PERFORM RELEASE-MASTER-LOCK
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               READ CHECK-CONTROL
                   AT END
                       MOVE 1 TO WS-NEXT-CHECK-NO
                   NOT AT END
                       MOVE CTL-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
               END-READ
               CLOSE CHECK-CONTROL
           END-IF
           MOVE WS-NEXT-CHECK-NO TO WS-STOCK-FROM-NO.

       SAVE-CHECK-CONTROL.
           OPEN OUTPUT CHECK-CONTROL
           IF WS-FS-CHECK-CONTROL NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "check-control.dat, status " WS-FS-CHECK-CONTROL
           ELSE
               MOVE WS-NEXT-CHECK-NO TO CTL-NEXT-CHECK-NO
               WRITE CHECK-CONTROL-REC
               IF WS-FS-CHECK-CONTROL NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "check-control.dat, status "
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
               MOVE "PEN-PAY" TO SS-PROGRAM
               MOVE WS-OPERATOR-ID TO SS-OPERATOR
               CALL "STOCK-SVC" USING SS-CONTROL
                   ON EXCEPTION
                       DISPLAY "ERROR: CALL to STOCK-SVC failed"
               END-CALL
               MOVE WS-NEXT-CHECK-NO TO WS-STOCK-FROM-NO
           END-IF.

       WRITE-PAYMENT-LINE.
           MOVE PAYMENT-REPORT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO PAYMENT-REPORT-LINE
               WRITE PAYMENT-REPORT-LINE
               IF WS-FS-PAYMENT-REPORT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "PENSION-PAYMENTS.RPT, status "
                       WS-FS-PAYMENT-REPORT
               END-IF
           END-PERFORM.
