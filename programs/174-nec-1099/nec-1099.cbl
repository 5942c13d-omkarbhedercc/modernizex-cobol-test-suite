       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEC-1099.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACTOR-PAID ASSIGN TO "contractor-paid.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTRACTOR-PAID.
           SELECT CONTRACTOR-MASTER ASSIGN TO "contractor-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-PAYEE-ID
               FILE STATUS IS WS-FS-CONTRACTOR-MASTER.
           SELECT CHECK-REGISTER ASSIGN TO "check-register.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHKR-CHECK-NO
               FILE STATUS IS WS-FS-CHECK-REGISTER.
           SELECT COMPANY-MASTER ASSIGN TO "company-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMPANY-MASTER.
           SELECT RATES-MASTER ASSIGN TO "rates-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RATES-MASTER.
           SELECT FORMS-REPORT ASSIGN TO "NEC-1099-FORMS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FORMS-REPORT.
           SELECT SUMMARY-REPORT ASSIGN TO "NEC-1096-SUMMARY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUMMARY-REPORT.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACTOR-PAID.
           COPY "contractor-paid.cpy".

       FD  CONTRACTOR-MASTER.
           COPY "contractor-master.cpy".

       FD  CHECK-REGISTER.
           COPY "check-register.cpy".

       FD  COMPANY-MASTER.
       01 COMPANY-REC.
          05 CO-CODE PIC 9(2).
          05 CO-NAME PIC X(30).
          05 CO-BANK-NAME    PIC X(20).
          05 CO-BANK-ROUTING PIC 9(9).
          05 CO-BANK-ACCOUNT PIC X(17).
          05 CO-EIN          PIC 9(9).
          05 CO-ADDR-LINE1   PIC X(22).
          05 CO-ADDR-LINE2   PIC X(22).
          05 CO-ADDR-CITY    PIC X(22).
          05 CO-ADDR-STATE   PIC X(2).
          05 CO-ADDR-ZIP     PIC X(10).

       FD  RATES-MASTER.
       01 RATES-REC.
          05 RATE-CODE     PIC X(10).
          05 RATE-EFF-DATE PIC 9(8).
          05 RATE-VALUE    PIC 9(7)V9999.

       FD  FORMS-REPORT.
       01 FORMS-REPORT-LINE PIC X(100).

       FD  SUMMARY-REPORT.
       01 SUMMARY-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-CONTRACTOR-PAID   PIC X(2) VALUE "00".
       01 WS-FS-CONTRACTOR-MASTER PIC X(2) VALUE "00".
       01 WS-FS-CHECK-REGISTER    PIC X(2) VALUE "00".
       01 WS-FS-COMPANY-MASTER    PIC X(2) VALUE "00".
       01 WS-FS-RATES-MASTER      PIC X(2) VALUE "00".
       01 WS-FS-FORMS-REPORT      PIC X(2) VALUE "00".
       01 WS-FS-SUMMARY-REPORT    PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-TAX-YEAR PIC 9(4) VALUE 0.
       01 WS-YEAR-END-DATE PIC 9(8) VALUE 0.
       01 WS-NEC-THRESHOLD PIC 9(7)V99 VALUE 600.00.
       01 WS-EFF-NEC-THRESH PIC 9(8) VALUE 0.
       01 WS-REGISTER-OPEN PIC X(1) VALUE "N".
       01 WS-PAY-COUNTS PIC X(1) VALUE "Y".
       01 WS-PAYEE-TABLE.
          05 WS-PT-COUNT PIC 9(4) VALUE 0.
          05 WS-PT-ENTRY OCCURS 2000 TIMES.
             10 WS-PT-PAYEE-ID  PIC X(6).
             10 WS-PT-COMPANY   PIC 9(2).
             10 WS-PT-GROSS     PIC 9(9)V99.
             10 WS-PT-BACKUP-WH PIC 9(9)V99.
       01 WS-PT-I PIC 9(4) VALUE 0.
       01 WS-PT-FOUND PIC 9(4) VALUE 0.
       01 WS-COMPANY-TABLE.
          05 WS-CT-ENTRY OCCURS 99 TIMES.
             10 WS-CT-ON-FILE PIC X(1).
             10 WS-CT-NAME    PIC X(30).
             10 WS-CT-EIN     PIC 9(9).
             10 WS-CT-ADDR1   PIC X(22).
             10 WS-CT-CITY    PIC X(22).
             10 WS-CT-STATE   PIC X(2).
             10 WS-CT-ZIP     PIC X(10).
             10 WS-CT-FORMS   PIC 9(5).
             10 WS-CT-GROSS   PIC 9(9)V99.
             10 WS-CT-BACKUP-WH PIC 9(9)V99.
       01 WS-CO-IX PIC 9(2) VALUE 0.
       01 WS-STATS.
          05 WS-PAYMENTS-READ     PIC 9(5) VALUE 0.
          05 WS-PAYMENTS-COUNTED  PIC 9(5) VALUE 0.
          05 WS-PAYMENTS-VOIDED   PIC 9(5) VALUE 0.
          05 WS-FORMS-PRINTED     PIC 9(5) VALUE 0.
          05 WS-BELOW-THRESHOLD   PIC 9(5) VALUE 0.
          05 WS-TIN-MISSING       PIC 9(5) VALUE 0.
          05 WS-NOT-ON-MASTER     PIC 9(5) VALUE 0.
       01 WS-TIN-WORK PIC 9(9) VALUE 0.
       01 WS-TIN-SSN REDEFINES WS-TIN-WORK.
          05 WS-TIN-SSN-1 PIC 9(3).
          05 WS-TIN-SSN-2 PIC 9(2).
          05 WS-TIN-SSN-3 PIC 9(4).
       01 WS-TIN-EIN REDEFINES WS-TIN-WORK.
          05 WS-TIN-EIN-1 PIC 9(2).
          05 WS-TIN-EIN-2 PIC 9(7).
       01 WS-FORM-HEAD-LINE.
          05 FILLER PIC X(20) VALUE "FORM 1099-NEC  YEAR ".
          05 WS-FH-YEAR PIC 9(4).
          05 FILLER PIC X(8) VALUE "  PAYER ".
          05 WS-FH-COMPANY PIC 9(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-FH-CO-NAME PIC X(30).
          05 FILLER PIC X(5) VALUE " TIN ".
          05 WS-FH-EIN PIC 9(9).
       01 WS-FORM-RECIP-LINE.
          05 FILLER PIC X(10) VALUE "RECIPIENT ".
          05 WS-FR-PAYEE-ID PIC X(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-FR-NAME PIC X(30).
          05 FILLER PIC X(5) VALUE " TIN ".
          05 WS-FR-TIN PIC X(11).
       01 WS-FORM-ADDR-LINE.
          05 FILLER PIC X(10) VALUE SPACES.
          05 WS-FA-TEXT PIC X(60).
       01 WS-FORM-BOX-LINE.
          05 FILLER PIC X(4) VALUE "BOX ".
          05 WS-FB-BOX PIC X(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-FB-LABEL PIC X(36).
          05 WS-FB-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-FORM-FLAG-LINE.
          05 FILLER PIC X(10) VALUE "*** NOTE: ".
          05 WS-FF-TEXT PIC X(60).
       01 WS-SUM-HEAD-LINE.
          05 FILLER PIC X(16) VALUE "FORM 1096  YEAR ".
          05 WS-SH-YEAR PIC 9(4).
          05 FILLER PIC X(9) VALUE "  FILER  ".
          05 WS-SH-COMPANY PIC 9(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-SH-CO-NAME PIC X(30).
          05 FILLER PIC X(5) VALUE " EIN ".
          05 WS-SH-EIN PIC 9(9).
       01 WS-SUM-ADDR-LINE.
          05 FILLER PIC X(10) VALUE SPACES.
          05 WS-SA-TEXT PIC X(60).
       01 WS-SUM-TYPE-LINE.
          05 FILLER PIC X(38) VALUE "TYPE OF FORM FILED".
          05 FILLER PIC X(8) VALUE "1099-NEC".
       01 WS-SUM-COUNT-LINE.
          05 FILLER PIC X(38) VALUE "TOTAL NUMBER OF FORMS".
          05 WS-SC-FORMS PIC ZZZZ9.
       01 WS-SUM-AMOUNT-LINE.
          05 WS-SM-LABEL PIC X(38).
          05 WS-SM-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           COPY "print-svc.cpy".
           COPY "print-svc.cpy"
               REPLACING LEADING ==PS-== BY ==WC-==.
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Enter tax year to report (YYYY): "
           ACCEPT WS-TAX-YEAR
           PERFORM LOAD-NEC-THRESHOLD
           PERFORM LOAD-COMPANY-TABLE
           OPEN INPUT CONTRACTOR-MASTER
           IF WS-FS-CONTRACTOR-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "contractor-master.dat, status "
                   WS-FS-CONTRACTOR-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CHECK-REGISTER
           IF WS-FS-CHECK-REGISTER = "00"
               MOVE "Y" TO WS-REGISTER-OPEN
           ELSE
               DISPLAY "WARNING: check-register.dat not available, "
                   "status " WS-FS-CHECK-REGISTER
                   " - voided contractor checks cannot be excluded"
           END-IF
           PERFORM ACCUMULATE-PAYMENTS
           IF WS-REGISTER-OPEN = "Y"
               CLOSE CHECK-REGISTER
           END-IF
           OPEN OUTPUT FORMS-REPORT
           IF WS-FS-FORMS-REPORT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "NEC-1099-FORMS.RPT, status " WS-FS-FORMS-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT SUMMARY-REPORT
           IF WS-FS-SUMMARY-REPORT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "NEC-1096-SUMMARY.RPT, status "
                   WS-FS-SUMMARY-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "I" TO PS-FUNC
           MOVE "FORM 1099-NEC NONEMPLOYEE COMP" TO PS-REPORT-TITLE
           MOVE WS-OPERATOR-ID TO PS-OPERATOR
           MOVE WS-TAX-YEAR TO PS-PERIOD-YEAR
           MOVE 0 TO PS-PERIOD-NUM
           MOVE SPACES TO PS-COLUMN-HEADING
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           MOVE "I" TO WC-FUNC
           MOVE "FORM 1096 ANNUAL SUMMARY" TO WC-REPORT-TITLE
           MOVE WS-OPERATOR-ID TO WC-OPERATOR
           MOVE WS-TAX-YEAR TO WC-PERIOD-YEAR
           MOVE 0 TO WC-PERIOD-NUM
           MOVE SPACES TO WC-COLUMN-HEADING
           MOVE 55 TO WC-LINES-PER-PAGE
           CALL "PRINT-SVC" USING WC-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SUMMARY-SVC-LINES
           PERFORM VARYING WS-PT-I FROM 1 BY 1
               UNTIL WS-PT-I > WS-PT-COUNT
               IF WS-PT-GROSS(WS-PT-I) >= WS-NEC-THRESHOLD OR
                   WS-PT-BACKUP-WH(WS-PT-I) > 0
                   PERFORM PRINT-ONE-FORM
               ELSE
                   ADD 1 TO WS-BELOW-THRESHOLD
               END-IF
           END-PERFORM
           CLOSE CONTRACTOR-MASTER
           PERFORM VARYING WS-CO-IX FROM 1 BY 1 UNTIL WS-CO-IX > 98
               IF WS-CT-FORMS(WS-CO-IX) > 0
                   PERFORM WRITE-1096-FOR-COMPANY
               END-IF
           END-PERFORM
           IF WS-CT-FORMS(99) > 0
               MOVE 99 TO WS-CO-IX
               PERFORM WRITE-1096-FOR-COMPANY
           END-IF
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           CLOSE FORMS-REPORT
           IF WS-FS-FORMS-REPORT NOT = "00"
               DISPLAY "ERROR: CLOSE failed for "
                   "NEC-1099-FORMS.RPT, status " WS-FS-FORMS-REPORT
           END-IF
           MOVE SPACES TO WC-DETAIL-IN
           MOVE "E" TO WC-FUNC
           CALL "PRINT-SVC" USING WC-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SUMMARY-SVC-LINES
           CLOSE SUMMARY-REPORT
           IF WS-FS-SUMMARY-REPORT NOT = "00"
               DISPLAY "ERROR: CLOSE failed for "
                   "NEC-1096-SUMMARY.RPT, status "
                   WS-FS-SUMMARY-REPORT
           END-IF
           DISPLAY "Contractor payments read:    " WS-PAYMENTS-READ
           DISPLAY "Payments counted for year:   " WS-PAYMENTS-COUNTED
           DISPLAY "Voided checks excluded:      " WS-PAYMENTS-VOIDED
           DISPLAY "Forms 1099-NEC printed:      " WS-FORMS-PRINTED
           DISPLAY "Payees below threshold:      " WS-BELOW-THRESHOLD
           DISPLAY "Forms missing recipient TIN: " WS-TIN-MISSING
           DISPLAY "Payees not on master:        " WS-NOT-ON-MASTER
           EVALUATE TRUE
               WHEN WS-TIN-MISSING > 0 OR WS-NOT-ON-MASTER > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FORMS-PRINTED = 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       LOAD-NEC-THRESHOLD.
           COMPUTE WS-YEAR-END-DATE = WS-TAX-YEAR * 10000 + 1231
           OPEN INPUT RATES-MASTER
           IF WS-FS-RATES-MASTER = "35"
               DISPLAY "WARNING: rates-master.dat not found - "
                   "compiled 1099-NEC threshold in force"
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
                               IF RATE-CODE = "NEC-THRESH" AND
                                   RATE-EFF-DATE <=
                                       WS-YEAR-END-DATE AND
                                   RATE-EFF-DATE >=
                                       WS-EFF-NEC-THRESH
                                   MOVE RATE-VALUE
                                       TO WS-NEC-THRESHOLD
                                   MOVE RATE-EFF-DATE
                                       TO WS-EFF-NEC-THRESH
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RATES-MASTER
                   MOVE 0 TO WS-EOF
               END-IF
           END-IF.

       LOAD-COMPANY-TABLE.
           PERFORM VARYING WS-CO-IX FROM 1 BY 1 UNTIL WS-CO-IX > 98
               PERFORM CLEAR-ONE-COMPANY
           END-PERFORM
           MOVE 99 TO WS-CO-IX
           PERFORM CLEAR-ONE-COMPANY
           OPEN INPUT COMPANY-MASTER
           IF WS-FS-COMPANY-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "company-master.dat, status "
                   WS-FS-COMPANY-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-FS-COMPANY-MASTER = "10"
               READ COMPANY-MASTER
                   AT END MOVE "10" TO WS-FS-COMPANY-MASTER
                   NOT AT END
                       IF CO-CODE >= 1 AND CO-CODE <= 99
                           MOVE "Y" TO WS-CT-ON-FILE(CO-CODE)
                           MOVE CO-NAME TO WS-CT-NAME(CO-CODE)
                           IF CO-EIN IS NUMERIC
                               MOVE CO-EIN TO WS-CT-EIN(CO-CODE)
                           END-IF
                           MOVE CO-ADDR-LINE1 TO WS-CT-ADDR1(CO-CODE)
                           MOVE CO-ADDR-CITY TO WS-CT-CITY(CO-CODE)
                           MOVE CO-ADDR-STATE TO WS-CT-STATE(CO-CODE)
                           MOVE CO-ADDR-ZIP TO WS-CT-ZIP(CO-CODE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPANY-MASTER.

       CLEAR-ONE-COMPANY.
           MOVE "N" TO WS-CT-ON-FILE(WS-CO-IX)
           MOVE SPACES TO WS-CT-NAME(WS-CO-IX)
           MOVE 0 TO WS-CT-EIN(WS-CO-IX)
           MOVE SPACES TO WS-CT-ADDR1(WS-CO-IX)
           MOVE SPACES TO WS-CT-CITY(WS-CO-IX)
           MOVE SPACES TO WS-CT-STATE(WS-CO-IX)
           MOVE SPACES TO WS-CT-ZIP(WS-CO-IX)
           MOVE 0 TO WS-CT-FORMS(WS-CO-IX)
           MOVE 0 TO WS-CT-GROSS(WS-CO-IX)
           MOVE 0 TO WS-CT-BACKUP-WH(WS-CO-IX).

       ACCUMULATE-PAYMENTS.
           OPEN INPUT CONTRACTOR-PAID
           IF WS-FS-CONTRACTOR-PAID NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "contractor-paid.dat, status "
                   WS-FS-CONTRACTOR-PAID
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF = 1
               READ CONTRACTOR-PAID
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-PAYMENTS-READ
                       IF CPH-TAX-YEAR = WS-TAX-YEAR
                           PERFORM CHECK-PAYMENT-STANDS
                           IF WS-PAY-COUNTS = "Y"
                               PERFORM ADD-TO-PAYEE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTRACTOR-PAID
           MOVE 0 TO WS-EOF.

       CHECK-PAYMENT-STANDS.
           MOVE "Y" TO WS-PAY-COUNTS
           IF CPH-BY-CHECK AND CPH-CHECK-NO > 0 AND
               WS-REGISTER-OPEN = "Y"
               MOVE CPH-CHECK-NO TO CHKR-CHECK-NO
               READ CHECK-REGISTER
                   INVALID KEY
                       DISPLAY "WARNING: check " CPH-CHECK-NO
                           " for contractor " CPH-PAYEE-ID
                           " not on check-register.dat - counted"
                   NOT INVALID KEY
                       IF CHKR-VOIDED AND CHKR-REPLACED-BY = 0
                           MOVE "N" TO WS-PAY-COUNTS
                           ADD 1 TO WS-PAYMENTS-VOIDED
                       END-IF
               END-READ
           END-IF.

       ADD-TO-PAYEE.
           MOVE 0 TO WS-PT-FOUND
           PERFORM VARYING WS-PT-I FROM 1 BY 1
               UNTIL WS-PT-I > WS-PT-COUNT OR WS-PT-FOUND > 0
               IF WS-PT-PAYEE-ID(WS-PT-I) = CPH-PAYEE-ID AND
                   WS-PT-COMPANY(WS-PT-I) = CPH-COMPANY
                   MOVE WS-PT-I TO WS-PT-FOUND
               END-IF
           END-PERFORM
           IF WS-PT-FOUND = 0
               IF WS-PT-COUNT >= 2000
                   DISPLAY "ERROR: payee table full - contractor "
                       CPH-PAYEE-ID " not reported"
                   ADD 1 TO WS-NOT-ON-MASTER
               ELSE
                   ADD 1 TO WS-PT-COUNT
                   MOVE WS-PT-COUNT TO WS-PT-FOUND
                   MOVE CPH-PAYEE-ID TO WS-PT-PAYEE-ID(WS-PT-FOUND)
                   MOVE CPH-COMPANY TO WS-PT-COMPANY(WS-PT-FOUND)
                   MOVE 0 TO WS-PT-GROSS(WS-PT-FOUND)
                   MOVE 0 TO WS-PT-BACKUP-WH(WS-PT-FOUND)
               END-IF
           END-IF
           IF WS-PT-FOUND > 0
               ADD 1 TO WS-PAYMENTS-COUNTED
               ADD CPH-GROSS TO WS-PT-GROSS(WS-PT-FOUND)
               ADD CPH-BACKUP-WH TO WS-PT-BACKUP-WH(WS-PT-FOUND)
           END-IF.

       PRINT-ONE-FORM.
           MOVE WS-PT-PAYEE-ID(WS-PT-I) TO CTR-PAYEE-ID
           READ CONTRACTOR-MASTER
               INVALID KEY
                   DISPLAY "ERROR: contractor " CTR-PAYEE-ID
                       " paid but not on contractor-master.dat"
                       " - prepare the 1099-NEC by hand"
                   ADD 1 TO WS-NOT-ON-MASTER
                   MOVE SPACES TO CTR-REC
           END-READ
           IF CTR-PAYEE-ID NOT = SPACES
               MOVE WS-PT-COMPANY(WS-PT-I) TO WS-CO-IX
               IF WS-CO-IX = 0
                   MOVE 99 TO WS-CO-IX
               END-IF
               ADD 1 TO WS-FORMS-PRINTED
               ADD 1 TO WS-CT-FORMS(WS-CO-IX)
               ADD WS-PT-GROSS(WS-PT-I) TO WS-CT-GROSS(WS-CO-IX)
               ADD WS-PT-BACKUP-WH(WS-PT-I)
                   TO WS-CT-BACKUP-WH(WS-CO-IX)
               MOVE SPACES TO FORMS-REPORT-LINE
               PERFORM WRITE-FORMS-LINE
               MOVE WS-TAX-YEAR TO WS-FH-YEAR
               MOVE WS-CO-IX TO WS-FH-COMPANY
               MOVE WS-CT-NAME(WS-CO-IX) TO WS-FH-CO-NAME
               MOVE WS-CT-EIN(WS-CO-IX) TO WS-FH-EIN
               MOVE WS-FORM-HEAD-LINE TO FORMS-REPORT-LINE
               PERFORM WRITE-FORMS-LINE
               PERFORM FORMAT-RECIPIENT-TIN
               MOVE CTR-PAYEE-ID TO WS-FR-PAYEE-ID
               MOVE CTR-NAME TO WS-FR-NAME
               MOVE WS-FORM-RECIP-LINE TO FORMS-REPORT-LINE
               PERFORM WRITE-FORMS-LINE
               MOVE SPACES TO WS-FA-TEXT
               MOVE CTR-ADDR-LINE1 TO WS-FA-TEXT
               MOVE WS-FORM-ADDR-LINE TO FORMS-REPORT-LINE
               PERFORM WRITE-FORMS-LINE
               IF CTR-ADDR-LINE2 NOT = SPACES
                   MOVE CTR-ADDR-LINE2 TO WS-FA-TEXT
                   MOVE WS-FORM-ADDR-LINE TO FORMS-REPORT-LINE
                   PERFORM WRITE-FORMS-LINE
               END-IF
               MOVE SPACES TO WS-FA-TEXT
               STRING CTR-ADDR-CITY DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   CTR-ADDR-STATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CTR-ADDR-ZIP DELIMITED BY SIZE
                   INTO WS-FA-TEXT
               END-STRING
               MOVE WS-FORM-ADDR-LINE TO FORMS-REPORT-LINE
               PERFORM WRITE-FORMS-LINE
               MOVE "1 " TO WS-FB-BOX
               MOVE "NONEMPLOYEE COMPENSATION" TO WS-FB-LABEL
               MOVE WS-PT-GROSS(WS-PT-I) TO WS-FB-AMOUNT
               MOVE WS-FORM-BOX-LINE TO FORMS-REPORT-LINE
               PERFORM WRITE-FORMS-LINE
               MOVE "4 " TO WS-FB-BOX
               MOVE "FEDERAL INCOME TAX WITHHELD" TO WS-FB-LABEL
               MOVE WS-PT-BACKUP-WH(WS-PT-I) TO WS-FB-AMOUNT
               MOVE WS-FORM-BOX-LINE TO FORMS-REPORT-LINE
               PERFORM WRITE-FORMS-LINE
               IF WS-PT-GROSS(WS-PT-I) < WS-NEC-THRESHOLD
                   MOVE "UNDER THRESHOLD - FILED FOR BACKUP WITHHOLDING"
                       TO WS-FF-TEXT
                   MOVE WS-FORM-FLAG-LINE TO FORMS-REPORT-LINE
                   PERFORM WRITE-FORMS-LINE
               END-IF
               IF NOT CTR-ACTIVE
                   MOVE "CONTRACTOR INACTIVE - CONFIRM MAILING ADDRESS"
                       TO WS-FF-TEXT
                   MOVE WS-FORM-FLAG-LINE TO FORMS-REPORT-LINE
                   PERFORM WRITE-FORMS-LINE
               END-IF
           END-IF.

       FORMAT-RECIPIENT-TIN.
           MOVE SPACES TO WS-FR-TIN
           IF CTR-TIN IS NUMERIC AND CTR-TIN > 0 AND
               (CTR-TIN-IS-SSN OR CTR-TIN-IS-EIN)
               MOVE CTR-TIN TO WS-TIN-WORK
               IF CTR-TIN-IS-SSN
                   STRING WS-TIN-SSN-1 "-" WS-TIN-SSN-2 "-"
                       WS-TIN-SSN-3 DELIMITED BY SIZE
                       INTO WS-FR-TIN
                   END-STRING
               ELSE
                   STRING WS-TIN-EIN-1 "-" WS-TIN-EIN-2
                       DELIMITED BY SIZE
                       INTO WS-FR-TIN
                   END-STRING
               END-IF
           ELSE
               MOVE "MISSING" TO WS-FR-TIN
               ADD 1 TO WS-TIN-MISSING
               DISPLAY "WARNING: contractor " CTR-PAYEE-ID
                   " has no valid TIN - obtain a W-9 before filing"
           END-IF.

       WRITE-1096-FOR-COMPANY.
           IF WS-CT-ON-FILE(WS-CO-IX) NOT = "Y" OR
               WS-CT-EIN(WS-CO-IX) = 0
               DISPLAY "WARNING: company " WS-CO-IX " has no EIN on "
                   "company-master.dat - complete the 1096 by hand"
           END-IF
           MOVE SPACES TO SUMMARY-REPORT-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE WS-TAX-YEAR TO WS-SH-YEAR
           MOVE WS-CO-IX TO WS-SH-COMPANY
           MOVE WS-CT-NAME(WS-CO-IX) TO WS-SH-CO-NAME
           MOVE WS-CT-EIN(WS-CO-IX) TO WS-SH-EIN
           MOVE WS-SUM-HEAD-LINE TO SUMMARY-REPORT-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE WS-CT-ADDR1(WS-CO-IX) TO WS-SA-TEXT
           MOVE WS-SUM-ADDR-LINE TO SUMMARY-REPORT-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO WS-SA-TEXT
           STRING WS-CT-CITY(WS-CO-IX) DELIMITED BY "  "
               " " DELIMITED BY SIZE
               WS-CT-STATE(WS-CO-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CT-ZIP(WS-CO-IX) DELIMITED BY SIZE
               INTO WS-SA-TEXT
           END-STRING
           MOVE WS-SUM-ADDR-LINE TO SUMMARY-REPORT-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE WS-SUM-TYPE-LINE TO SUMMARY-REPORT-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE WS-CT-FORMS(WS-CO-IX) TO WS-SC-FORMS
           MOVE WS-SUM-COUNT-LINE TO SUMMARY-REPORT-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE "FEDERAL INCOME TAX WITHHELD" TO WS-SM-LABEL
           MOVE WS-CT-BACKUP-WH(WS-CO-IX) TO WS-SM-AMOUNT
           MOVE WS-SUM-AMOUNT-LINE TO SUMMARY-REPORT-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE "TOTAL AMOUNT REPORTED WITH FORM 1096" TO WS-SM-LABEL
           MOVE WS-CT-GROSS(WS-CO-IX) TO WS-SM-AMOUNT
           MOVE WS-SUM-AMOUNT-LINE TO SUMMARY-REPORT-LINE
           PERFORM WRITE-SUMMARY-LINE.

       WRITE-FORMS-LINE.
           MOVE FORMS-REPORT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO FORMS-REPORT-LINE
               WRITE FORMS-REPORT-LINE
               IF WS-FS-FORMS-REPORT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "NEC-1099-FORMS.RPT, status "
                       WS-FS-FORMS-REPORT
               END-IF
           END-PERFORM.

       WRITE-SUMMARY-LINE.
           MOVE SUMMARY-REPORT-LINE TO WC-DETAIL-IN
           MOVE "D" TO WC-FUNC
           CALL "PRINT-SVC" USING WC-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SUMMARY-SVC-LINES.

       WRITE-SUMMARY-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > WC-OUT-COUNT
               MOVE WC-OUT-LINE(WS-PS-I) TO SUMMARY-REPORT-LINE
               WRITE SUMMARY-REPORT-LINE
               IF WS-FS-SUMMARY-REPORT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "NEC-1096-SUMMARY.RPT, status "
                       WS-FS-SUMMARY-REPORT
               END-IF
           END-PERFORM.
