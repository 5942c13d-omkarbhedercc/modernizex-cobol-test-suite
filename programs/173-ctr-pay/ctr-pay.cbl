       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTR-PAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACTOR-PAY ASSIGN TO "contractor-pay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTRACTOR-PAY.
           SELECT CONTRACTOR-MASTER ASSIGN TO "contractor-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-PAYEE-ID
               FILE STATUS IS WS-FS-CONTRACTOR-MASTER.
           SELECT CONTRACTOR-PAID ASSIGN TO "contractor-paid.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTRACTOR-PAID.
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
           SELECT PAYMENT-REPORT ASSIGN TO "CONTRACTOR-PAYMENTS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAYMENT-REPORT.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACTOR-PAY.
       01 CPT-REC.
          05 CPT-PAYEE-ID PIC X(6).
          05 CPT-INVOICE  PIC X(15).
          05 CPT-PAY-DATE PIC 9(8).
          05 CPT-AMOUNT   PIC 9(7)V99.
          05 CPT-METHOD   PIC X(1).

       FD  CONTRACTOR-MASTER.
           COPY "contractor-master.cpy".

       FD  CONTRACTOR-PAID.
           COPY "contractor-paid.cpy".

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

       FD  PAYMENT-REPORT.
       01 PAYMENT-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-CONTRACTOR-PAY    PIC X(2) VALUE "00".
       01 WS-FS-CONTRACTOR-MASTER PIC X(2) VALUE "00".
       01 WS-FS-CONTRACTOR-PAID   PIC X(2) VALUE "00".
       01 WS-FS-CHECK-REGISTER    PIC X(2) VALUE "00".
       01 WS-FS-CHECK-CONTROL     PIC X(2) VALUE "00".
       01 WS-FS-RATES-MASTER      PIC X(2) VALUE "00".
       01 WS-FS-PAYMENT-REPORT    PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-NEXT-CHECK-NO PIC 9(8) VALUE 1.
       01 WS-STOCK-FROM-NO PIC 9(8) VALUE 0.
           COPY "stock-svc.cpy".
       01 WS-BACKUP-WH-RATE PIC V9999 VALUE 0.2400.
       01 WS-EFF-BACKUP-WH PIC 9(8) VALUE 0.
       01 WS-LOCK-FIELDS.
          05 WS-LOCK-FUNC PIC X(1) VALUE "T".
          05 WS-LOCK-PROGRAM PIC X(10) VALUE "CTR-PAY".
          05 WS-LOCK-RESULT PIC X(1) VALUE "N".
          05 WS-LOCK-HELD PIC X(1) VALUE "N".
       01 WS-TXN-TABLE.
          05 WS-TX-COUNT PIC 9(3) VALUE 0.
          05 WS-TX-ENTRY OCCURS 500 TIMES.
             10 WS-TX-PAYEE-ID PIC X(6).
             10 WS-TX-INVOICE  PIC X(15).
             10 WS-TX-PAY-DATE PIC 9(8).
             10 WS-TX-AMOUNT   PIC 9(7)V99.
             10 WS-TX-METHOD   PIC X(1).
             10 WS-TX-REASON   PIC X(30).
       01 WS-TX-I PIC 9(3) VALUE 0.
       01 WS-TX-J PIC 9(3) VALUE 0.
       01 WS-PAY-WORK.
          05 WS-PW-BACKUP-WH PIC 9(7)V99 VALUE 0.
          05 WS-PW-NET       PIC 9(7)V99 VALUE 0.
          05 WS-PW-CHECK-NO  PIC 9(8) VALUE 0.
          05 WS-PW-TAX-YEAR  PIC 9(4) VALUE 0.
       01 WS-PAY-STATS.
          05 WS-TXNS-READ     PIC 9(5) VALUE 0.
          05 WS-TXNS-PAID     PIC 9(5) VALUE 0.
          05 WS-TXNS-REJECTED PIC 9(5) VALUE 0.
          05 WS-CHECKS-WRITTEN PIC 9(5) VALUE 0.
          05 WS-TOT-GROSS     PIC 9(9)V99 VALUE 0.
          05 WS-TOT-BACKUP-WH PIC 9(9)V99 VALUE 0.
          05 WS-TOT-NET       PIC 9(9)V99 VALUE 0.
       01 WS-PAYMENT-LINE.
          05 WS-PL-PAYEE-ID PIC X(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-PL-NAME PIC X(20).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-PL-INVOICE PIC X(15).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-PL-METHOD PIC X(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-PL-CHECK-NO PIC Z(7)9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-PL-GROSS PIC Z,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-PL-BACKUP-WH PIC ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-PL-NET PIC Z,ZZZ,ZZ9.99.
       01 WS-REJECT-LINE.
          05 WS-RL-PAYEE-ID PIC X(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RL-INVOICE PIC X(15).
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
           PERFORM LOAD-BACKUP-WH-RATE
           OPEN INPUT CONTRACTOR-MASTER
           IF WS-FS-CONTRACTOR-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "contractor-master.dat, status "
                   WS-FS-CONTRACTOR-MASTER
                   " - run CTR-MAINT to build the contractor master"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-TRANSACTIONS
           PERFORM CHECK-PRIOR-PAYMENTS
           OPEN OUTPUT PAYMENT-REPORT
           IF WS-FS-PAYMENT-REPORT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "CONTRACTOR-PAYMENTS.RPT, status "
                   WS-FS-PAYMENT-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "I" TO PS-FUNC
           MOVE "CONTRACTOR PAYMENTS" TO PS-REPORT-TITLE
           MOVE WS-OPERATOR-ID TO PS-OPERATOR
           MOVE WS-TODAY(1:4) TO PS-PERIOD-YEAR
           MOVE 0 TO PS-PERIOD-NUM
           MOVE "PAYEE  NAME                 INVOICE         VIA    "
               TO PS-COLUMN-HEADING
           MOVE "  CHECK NO        GROSS  BACKUP WH          NET"
               TO PS-COLUMN-HEADING(53:48)
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           PERFORM TAKE-MASTER-LOCK
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
               PERFORM RELEASE-MASTER-LOCK
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND CONTRACTOR-PAID
           IF WS-FS-CONTRACTOR-PAID = "05" OR
               WS-FS-CONTRACTOR-PAID = "35"
               OPEN OUTPUT CONTRACTOR-PAID
           END-IF
           IF WS-FS-CONTRACTOR-PAID NOT = "00"
               DISPLAY "ERROR: OPEN failed for "
                   "contractor-paid.dat, status "
                   WS-FS-CONTRACTOR-PAID
               CLOSE CHECK-REGISTER
               PERFORM RELEASE-MASTER-LOCK
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-TX-I FROM 1 BY 1
               UNTIL WS-TX-I > WS-TX-COUNT
               IF WS-TX-REASON(WS-TX-I) = SPACES
                   PERFORM PAY-ONE-TRANSACTION
               END-IF
               IF WS-TX-REASON(WS-TX-I) NOT = SPACES
                   PERFORM WRITE-REJECT-DETAIL
               END-IF
           END-PERFORM
           CLOSE CONTRACTOR-PAID
           CLOSE CHECK-REGISTER
           PERFORM SAVE-CHECK-CONTROL
           PERFORM RELEASE-MASTER-LOCK
           CLOSE CONTRACTOR-MASTER
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
                   "CONTRACTOR-PAYMENTS.RPT, status "
                   WS-FS-PAYMENT-REPORT
           END-IF
           DISPLAY "Contractor payments read:     " WS-TXNS-READ
           DISPLAY "Contractor payments made:     " WS-TXNS-PAID
           DISPLAY "Contractor payments rejected: " WS-TXNS-REJECTED
           DISPLAY "Contractor checks written:    " WS-CHECKS-WRITTEN
           IF WS-TOT-BACKUP-WH > 0
               DISPLAY "NOTE: backup withholding of "
                   WS-TOT-BACKUP-WH " is deposited and reported on "
                   "Form 945, not the payroll 941"
           END-IF
           EVALUATE TRUE
               WHEN WS-TXNS-REJECTED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TXNS-PAID = 0
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

       LOAD-BACKUP-WH-RATE.
           OPEN INPUT RATES-MASTER
           IF WS-FS-RATES-MASTER = "35"
               DISPLAY "NOTE: rates-master.dat not found - compiled "
                   "backup withholding rate in force"
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
                               IF RATE-CODE = "BACKUP-WH " AND
                                   RATE-EFF-DATE <= WS-TODAY AND
                                   RATE-EFF-DATE >= WS-EFF-BACKUP-WH
                                   MOVE RATE-VALUE
                                       TO WS-BACKUP-WH-RATE
                                   MOVE RATE-EFF-DATE
                                       TO WS-EFF-BACKUP-WH
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RATES-MASTER
                   MOVE 0 TO WS-EOF
               END-IF
           END-IF.

       LOAD-TRANSACTIONS.
           OPEN INPUT CONTRACTOR-PAY
           IF WS-FS-CONTRACTOR-PAY NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "contractor-pay.dat, status "
                   WS-FS-CONTRACTOR-PAY
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF = 1
               READ CONTRACTOR-PAY
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TXNS-READ
                       IF WS-TX-COUNT >= 500
                           ADD 1 TO WS-TXNS-REJECTED
                           DISPLAY "ERROR: payment table full - "
                               "contractor " CPT-PAYEE-ID
                               " invoice " CPT-INVOICE
                               " not paid, split the file"
                       ELSE
                           PERFORM STORE-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTRACTOR-PAY
           MOVE 0 TO WS-EOF.

       STORE-ONE-TRANSACTION.
           ADD 1 TO WS-TX-COUNT
           MOVE CPT-PAYEE-ID TO WS-TX-PAYEE-ID(WS-TX-COUNT)
           MOVE CPT-INVOICE TO WS-TX-INVOICE(WS-TX-COUNT)
           IF CPT-PAY-DATE IS NUMERIC AND CPT-PAY-DATE > 0
               MOVE CPT-PAY-DATE TO WS-TX-PAY-DATE(WS-TX-COUNT)
           ELSE
               MOVE WS-TODAY TO WS-TX-PAY-DATE(WS-TX-COUNT)
           END-IF
           MOVE CPT-METHOD TO WS-TX-METHOD(WS-TX-COUNT)
           MOVE SPACES TO WS-TX-REASON(WS-TX-COUNT)
           IF CPT-AMOUNT IS NUMERIC
               MOVE CPT-AMOUNT TO WS-TX-AMOUNT(WS-TX-COUNT)
           ELSE
               MOVE 0 TO WS-TX-AMOUNT(WS-TX-COUNT)
           END-IF
           MOVE CPT-PAYEE-ID TO CTR-PAYEE-ID
           READ CONTRACTOR-MASTER
               INVALID KEY
                   MOVE "CONTRACTOR NOT ON MASTER"
                       TO WS-TX-REASON(WS-TX-COUNT)
               NOT INVALID KEY
                   IF NOT CTR-ACTIVE
                       MOVE "CONTRACTOR INACTIVE"
                           TO WS-TX-REASON(WS-TX-COUNT)
                   END-IF
           END-READ
           EVALUATE TRUE
               WHEN WS-TX-REASON(WS-TX-COUNT) NOT = SPACES
                   CONTINUE
               WHEN WS-TX-AMOUNT(WS-TX-COUNT) = 0
                   MOVE "NO PAYMENT AMOUNT"
                       TO WS-TX-REASON(WS-TX-COUNT)
               WHEN CPT-METHOD NOT = "C" AND CPT-METHOD NOT = "E"
                   MOVE "METHOD MUST BE C OR E"
                       TO WS-TX-REASON(WS-TX-COUNT)
               WHEN CPT-INVOICE = SPACES
                   MOVE "NO INVOICE REFERENCE"
                       TO WS-TX-REASON(WS-TX-COUNT)
               WHEN OTHER
                   PERFORM VARYING WS-TX-J FROM 1 BY 1
                       UNTIL WS-TX-J >= WS-TX-COUNT
                       IF WS-TX-PAYEE-ID(WS-TX-J) = CPT-PAYEE-ID AND
                           WS-TX-INVOICE(WS-TX-J) = CPT-INVOICE
                           MOVE "DUPLICATE INVOICE IN THIS FILE"
                               TO WS-TX-REASON(WS-TX-COUNT)
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       CHECK-PRIOR-PAYMENTS.
           OPEN INPUT CONTRACTOR-PAID
           IF WS-FS-CONTRACTOR-PAID = "35"
               CONTINUE
           ELSE
               IF WS-FS-CONTRACTOR-PAID NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "contractor-paid.dat, status "
                       WS-FS-CONTRACTOR-PAID
                       " - payments refused"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF = 1
                   READ CONTRACTOR-PAID
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM VARYING WS-TX-J FROM 1 BY 1
                               UNTIL WS-TX-J > WS-TX-COUNT
                               IF WS-TX-PAYEE-ID(WS-TX-J) =
                                   CPH-PAYEE-ID AND
                                   WS-TX-INVOICE(WS-TX-J) =
                                   CPH-INVOICE AND
                                   WS-TX-REASON(WS-TX-J) = SPACES
                                   MOVE "INVOICE ALREADY PAID"
                                       TO WS-TX-REASON(WS-TX-J)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE CONTRACTOR-PAID
               MOVE 0 TO WS-EOF
           END-IF.

       PAY-ONE-TRANSACTION.
           MOVE WS-TX-PAYEE-ID(WS-TX-I) TO CTR-PAYEE-ID
           READ CONTRACTOR-MASTER
               INVALID KEY
                   MOVE "CONTRACTOR NOT ON MASTER"
                       TO WS-TX-REASON(WS-TX-I)
           END-READ
           IF WS-TX-REASON(WS-TX-I) = SPACES
               MOVE 0 TO WS-PW-BACKUP-WH
               IF CTR-BACKUP-WH-ON
                   COMPUTE WS-PW-BACKUP-WH ROUNDED =
                       WS-TX-AMOUNT(WS-TX-I) * WS-BACKUP-WH-RATE
               END-IF
               COMPUTE WS-PW-NET =
                   WS-TX-AMOUNT(WS-TX-I) - WS-PW-BACKUP-WH
               MOVE WS-TX-PAY-DATE(WS-TX-I)(1:4) TO WS-PW-TAX-YEAR
               MOVE 0 TO WS-PW-CHECK-NO
               IF WS-TX-METHOD(WS-TX-I) = "C"
                   PERFORM WRITE-CONTRACTOR-CHECK
               END-IF
               IF WS-TX-REASON(WS-TX-I) = SPACES
                   PERFORM WRITE-PAID-HISTORY
               END-IF
           END-IF.

       WRITE-CONTRACTOR-CHECK.
           MOVE WS-NEXT-CHECK-NO TO CHKR-CHECK-NO
           MOVE ZERO TO CHKR-EMP-ID
           MOVE WS-TX-PAY-DATE(WS-TX-I) TO CHKR-DATE
           MOVE ZERO TO CHKR-PERIOD-YEAR
           MOVE ZERO TO CHKR-PERIOD-NUM
           MOVE WS-PW-NET TO CHKR-NET
           MOVE "I" TO CHKR-STATUS
           MOVE ZERO TO CHKR-REISSUE-OF
           MOVE ZERO TO CHKR-REPLACED-BY
           MOVE ZERO TO CHKR-CLEARED-DATE
           MOVE ZERO TO CHKR-CLEARED-AMT
           MOVE CTR-COMPANY TO CHKR-COMPANY
           MOVE SPACE TO CHKR-POSPAY-STATUS
           MOVE "N" TO CHKR-TYPE
           MOVE CTR-PAYEE-ID TO CHKR-PAYEE-ID
           WRITE CHKR-REC
               INVALID KEY
                   DISPLAY "ERROR: check number "
                       CHKR-CHECK-NO " already on "
                       "check-register.dat - control value "
                       "is behind"
                   MOVE "CHECK NUMBER ALREADY USED"
                       TO WS-TX-REASON(WS-TX-I)
           END-WRITE
           IF WS-FS-CHECK-REGISTER = "00"
               MOVE WS-NEXT-CHECK-NO TO WS-PW-CHECK-NO
               ADD 1 TO WS-NEXT-CHECK-NO
               ADD 1 TO WS-CHECKS-WRITTEN
           END-IF.

       WRITE-PAID-HISTORY.
           MOVE CTR-PAYEE-ID TO CPH-PAYEE-ID
           MOVE WS-TX-INVOICE(WS-TX-I) TO CPH-INVOICE
           MOVE WS-TX-PAY-DATE(WS-TX-I) TO CPH-PAY-DATE
           MOVE WS-PW-TAX-YEAR TO CPH-TAX-YEAR
           MOVE WS-TX-METHOD(WS-TX-I) TO CPH-METHOD
           MOVE WS-PW-CHECK-NO TO CPH-CHECK-NO
           MOVE WS-TX-AMOUNT(WS-TX-I) TO CPH-GROSS
           MOVE WS-PW-BACKUP-WH TO CPH-BACKUP-WH
           MOVE WS-PW-NET TO CPH-NET
           MOVE CTR-COMPANY TO CPH-COMPANY
           MOVE WS-OPERATOR-ID TO CPH-OPERATOR
           WRITE CPH-REC
           IF WS-FS-CONTRACTOR-PAID NOT = "00"
               DISPLAY "ERROR: WRITE failed for "
                   "contractor-paid.dat, status "
                   WS-FS-CONTRACTOR-PAID " - contractor "
                   CTR-PAYEE-ID " invoice " CPH-INVOICE
                   " must be added by hand"
           END-IF
           ADD 1 TO WS-TXNS-PAID
           ADD WS-TX-AMOUNT(WS-TX-I) TO WS-TOT-GROSS
           ADD WS-PW-BACKUP-WH TO WS-TOT-BACKUP-WH
           ADD WS-PW-NET TO WS-TOT-NET
           MOVE CTR-PAYEE-ID TO WS-PL-PAYEE-ID
           MOVE CTR-NAME TO WS-PL-NAME
           MOVE WS-TX-INVOICE(WS-TX-I) TO WS-PL-INVOICE
           IF WS-TX-METHOD(WS-TX-I) = "C"
               MOVE "CHECK" TO WS-PL-METHOD
           ELSE
               MOVE "EFT  " TO WS-PL-METHOD
           END-IF
           MOVE WS-PW-CHECK-NO TO WS-PL-CHECK-NO
           MOVE WS-TX-AMOUNT(WS-TX-I) TO WS-PL-GROSS
           MOVE WS-PW-BACKUP-WH TO WS-PL-BACKUP-WH
           MOVE WS-PW-NET TO WS-PL-NET
           MOVE WS-PAYMENT-LINE TO PAYMENT-REPORT-LINE
           PERFORM WRITE-PAYMENT-LINE.

       WRITE-REJECT-DETAIL.
           ADD 1 TO WS-TXNS-REJECTED
           MOVE WS-TX-PAYEE-ID(WS-TX-I) TO WS-RL-PAYEE-ID
           MOVE WS-TX-INVOICE(WS-TX-I) TO WS-RL-INVOICE
           MOVE WS-TX-AMOUNT(WS-TX-I) TO WS-RL-AMOUNT
           MOVE WS-TX-REASON(WS-TX-I) TO WS-RL-REASON
           MOVE WS-REJECT-LINE TO PAYMENT-REPORT-LINE
           PERFORM WRITE-PAYMENT-LINE
           DISPLAY "WARNING: contractor " WS-TX-PAYEE-ID(WS-TX-I)
               " invoice " WS-TX-INVOICE(WS-TX-I) " not paid - "
               WS-TX-REASON(WS-TX-I).

       WRITE-PAYMENT-TOTALS.
           MOVE "PAYMENTS MADE" TO WS-CL-LABEL
           MOVE WS-TXNS-PAID TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO PAYMENT-REPORT-LINE
           PERFORM WRITE-PAYMENT-LINE
           MOVE "PAYMENTS REJECTED" TO WS-CL-LABEL
           MOVE WS-TXNS-REJECTED TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO PAYMENT-REPORT-LINE
           PERFORM WRITE-PAYMENT-LINE
           MOVE "CHECKS WRITTEN" TO WS-CL-LABEL
           MOVE WS-CHECKS-WRITTEN TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO PAYMENT-REPORT-LINE
           PERFORM WRITE-PAYMENT-LINE
           MOVE "GROSS PAID (1099-NEC BOX 1)" TO WS-TL-LABEL
           MOVE WS-TOT-GROSS TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO PAYMENT-REPORT-LINE
           PERFORM WRITE-PAYMENT-LINE
           MOVE "BACKUP WITHHOLDING (FORM 945)" TO WS-TL-LABEL
           MOVE WS-TOT-BACKUP-WH TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO PAYMENT-REPORT-LINE
           PERFORM WRITE-PAYMENT-LINE
           MOVE "NET DISBURSED" TO WS-TL-LABEL
           MOVE WS-TOT-NET TO WS-TL-AMOUNT
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
               MOVE "CTR-PAY" TO SS-PROGRAM
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
                       "CONTRACTOR-PAYMENTS.RPT, status "
                       WS-FS-PAYMENT-REPORT
               END-IF
           END-PERFORM.
