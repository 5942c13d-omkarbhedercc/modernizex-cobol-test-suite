       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFTPS-PAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-LIABILITY ASSIGN TO "tax-liability.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAX-LIABILITY.
           SELECT COMPANY-MASTER ASSIGN TO "company-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMPANY-MASTER.
           SELECT EFTPS-REGISTER ASSIGN TO "eftps-register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EFTPS-REGISTER.
           SELECT EFTPS-FILE ASSIGN TO "eftps-payment.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EFTPS-FILE.
           SELECT EFTPS-ACK ASSIGN TO "eftps-ack.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EFTPS-ACK.
           SELECT EFTPS-RPT ASSIGN TO "EFTPS-STATUS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EFTPS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  TAX-LIABILITY.
           COPY "tax-liability.cpy".

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

       FD  EFTPS-REGISTER.
           COPY "eftps-register.cpy".

       FD  EFTPS-FILE.
       01 EFTPS-LINE PIC X(120).

       FD  EFTPS-ACK.
       01 EFTPS-ACK-REC.
          05 ACK-TRACE PIC 9(10).
          05 ACK-STATUS PIC X(1).
             88 ACK-ACCEPTED VALUE "A".
             88 ACK-REJECTED VALUE "R".
          05 ACK-SETTLE-DATE PIC 9(8).
          05 ACK-AMOUNT PIC 9(9)V99.
          05 ACK-REFERENCE PIC X(12).
          05 ACK-REASON PIC X(20).

       FD  EFTPS-RPT.
       01 EFTPS-RPT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-TAX-LIABILITY  PIC X(2) VALUE "00".
       01 WS-FS-COMPANY-MASTER PIC X(2) VALUE "00".
       01 WS-FS-EFTPS-REGISTER PIC X(2) VALUE "00".
       01 WS-FS-EFTPS-FILE     PIC X(2) VALUE "00".
       01 WS-FS-EFTPS-ACK      PIC X(2) VALUE "00".
       01 WS-FS-EFTPS-RPT      PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-HIGH-RC PIC 9(2) VALUE 0.
       01 WS-CHOICE PIC 9(1) VALUE 0.
          88 CHOICE-BUILD  VALUE 1.
          88 CHOICE-ACK    VALUE 2.
          88 CHOICE-REPORT VALUE 3.
          88 CHOICE-EXIT   VALUE 4.
       01 WS-CONFIRM PIC X(1) VALUE "N".
          88 IS-CONFIRMED VALUE "Y" "y".
       01 WS-SCHEDULE PIC X(1) VALUE "S".
          88 IS-SEMIWEEKLY VALUE "S" "s".
          88 IS-MONTHLY    VALUE "M" "m".
       01 WS-THRU-DATE PIC 9(8) VALUE 0.
       01 WS-FROM-DATE PIC 9(8) VALUE 0.
       01 WS-DUE-DATE PIC 9(8) VALUE 0.
       01 WS-DUE-DATE-SPLIT REDEFINES WS-DUE-DATE.
          05 WS-DUE-YEAR  PIC 9(4).
          05 WS-DUE-MONTH PIC 9(2).
          05 WS-DUE-DAY   PIC 9(2).
       01 WS-DATE-INT PIC 9(8) VALUE 0.
       01 WS-DAY-OF-WEEK PIC 9(1) VALUE 0.
       01 WS-DAYS-TO-ADD PIC 9(1) VALUE 0.
       01 WS-SETTLE-DATE PIC 9(8) VALUE 0.
       01 WS-LIAB-MONTH PIC 9(2) VALUE 0.
       01 WS-SIGNON-FIELDS.
          05 WS-SEC-OPERATOR PIC X(10) VALUE SPACES.
          05 WS-SEC-PASSWORD PIC X(10) VALUE SPACES.
          05 WS-SEC-ROLE PIC 9(1) VALUE 0.
             88 IS-SUPERVISOR VALUE 2.
          05 WS-SEC-RESULT PIC X(1) VALUE "N".
             88 IS-SIGNON-VALID VALUE "Y".
             88 IS-SECURITY-MISSING VALUE "M".
       01 WS-RUN-LOG-FIELDS.
          05 WS-LOG-PROGRAM PIC X(10) VALUE "EFTPS-PAY".
          05 WS-LOG-SEVERITY PIC X(1) VALUE "I".
          05 WS-LOG-EMP-ID PIC 9(7) VALUE 0.
          05 WS-LOG-MESSAGE PIC X(60) VALUE SPACES.
       01 WS-COMPANY PIC 9(2) VALUE 1.
       01 WS-COMPANY-INFO.
          05 WS-CI-FOUND PIC X(1) VALUE "N".
             88 IS-COMPANY-FOUND VALUE "Y".
          05 WS-CI-NAME    PIC X(30) VALUE SPACES.
          05 WS-CI-EIN     PIC 9(9) VALUE 0.
          05 WS-CI-ROUTING PIC 9(9) VALUE 0.
          05 WS-CI-ACCOUNT PIC X(17) VALUE SPACES.
       01 WS-TREASURY-ROUTING PIC 9(9) VALUE 061036000.
       01 WS-TREASURY-ACCOUNT PIC X(17) VALUE "23401".
       01 WS-TAX-FORM PIC X(4) VALUE "941 ".
       01 WS-REGISTER-TBL.
          05 WS-RG-COUNT PIC 9(4) VALUE 0.
          05 WS-RG-ENTRY OCCURS 2000 TIMES.
             10 WS-RG-TRACE  PIC 9(10).
             10 WS-RG-STATUS PIC X(1).
             10 WS-RG-LIAB-DATE PIC 9(8).
             10 WS-RG-YEAR   PIC 9(4).
             10 WS-RG-NUM    PIC 9(2).
             10 WS-RG-AMOUNT PIC 9(9)V99.
             10 WS-RG-IMAGE  PIC X(280).
       01 WS-RG-I PIC 9(4) VALUE 0.
       01 WS-RG-SLOT PIC 9(4) VALUE 0.
       01 WS-RG-FULL PIC X(1) VALUE "N".
          88 IS-REGISTER-FULL VALUE "Y".
       01 WS-LAST-TRACE PIC 9(10) VALUE 0.
       01 WS-NEXT-TRACE PIC 9(10) VALUE 0.
       01 WS-PAYMENT-TBL.
          05 WS-PY-COUNT PIC 9(3) VALUE 0.
          05 WS-PY-ENTRY OCCURS 200 TIMES.
             10 WS-PY-LIAB-DATE PIC 9(8).
             10 WS-PY-YEAR   PIC 9(4).
             10 WS-PY-NUM    PIC 9(2).
             10 WS-PY-DUE    PIC 9(8).
             10 WS-PY-SETTLE PIC 9(8).
             10 WS-PY-TAX-YEAR PIC 9(4).
             10 WS-PY-TAX-QTR  PIC 9(1).
             10 WS-PY-FED-TAX  PIC 9(9)V99.
             10 WS-PY-SOCSEC   PIC 9(9)V99.
             10 WS-PY-MEDICARE PIC 9(9)V99.
             10 WS-PY-AMOUNT   PIC 9(9)V99.
             10 WS-PY-FICA-EE PIC 9(9)V99.
             10 WS-PY-FICA-ER PIC 9(9)V99.
             10 WS-PY-OASDI-EE    PIC 9(9)V99.
             10 WS-PY-MEDICARE-EE PIC 9(9)V99.
             10 WS-PY-OASDI-ER    PIC 9(9)V99.
             10 WS-PY-MEDICARE-ER PIC 9(9)V99.
             10 WS-PY-LATE PIC X(1).
       01 WS-PY-I PIC 9(3) VALUE 0.
       01 WS-PY-DROPPED PIC 9(5) VALUE 0.
       01 WS-FICA-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-SOCSEC PIC 9(9)V99 VALUE 0.
       01 WS-MEDICARE PIC 9(9)V99 VALUE 0.
       01 WS-COVERED PIC X(1) VALUE "N".
          88 IS-COVERED VALUE "Y".
       01 WS-RUN-TOTALS.
          05 WS-FILE-AMOUNT PIC 9(11)V99 VALUE 0.
          05 WS-LATE-COUNT  PIC 9(5) VALUE 0.
          05 WS-ACKS-READ     PIC 9(5) VALUE 0.
          05 WS-ACKS-POSTED   PIC 9(5) VALUE 0.
          05 WS-ACKS-REJECTED PIC 9(5) VALUE 0.
          05 WS-ACKS-UNMATCHED PIC 9(5) VALUE 0.
          05 WS-POSTED-AMOUNT PIC 9(11)V99 VALUE 0.
       01 WS-GROUP-TOTALS.
          05 WS-GRP-COUNT  PIC 9(5) VALUE 0.
          05 WS-GRP-AMOUNT PIC 9(11)V99 VALUE 0.
       01 WS-GROUP-STATUS PIC X(1) VALUE SPACE.
       01 WS-PENDING-COUNT PIC 9(5) VALUE 0.
       01 WS-OVERDUE-COUNT PIC 9(5) VALUE 0.
       01 WS-EFTPS-HEADER.
          05 FILLER PIC X(2) VALUE "EH".
          05 WS-EH-CREATE-DATE PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-EH-EIN PIC 9(9).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-EH-NAME PIC X(30).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-EH-ROUTING PIC 9(9).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-EH-ACCOUNT PIC X(17).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-EH-TREAS-ROUTING PIC 9(9).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-EH-TREAS-ACCOUNT PIC X(17).
       01 WS-EFTPS-DETAIL.
          05 FILLER PIC X(2) VALUE "ED".
          05 WS-ED-TRACE PIC 9(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-ED-EIN PIC 9(9).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-ED-FORM PIC X(4).
          05 WS-ED-TAX-YEAR PIC 9(4).
          05 WS-ED-TAX-QTR  PIC 9(1).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-ED-SETTLE PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-ED-AMOUNT PIC 9(9)V99.
          05 FILLER PIC X(2) VALUE " 1".
          05 WS-ED-SOCSEC PIC 9(9)V99.
          05 FILLER PIC X(2) VALUE " 2".
          05 WS-ED-MEDICARE PIC 9(9)V99.
          05 FILLER PIC X(2) VALUE " 3".
          05 WS-ED-FED-TAX PIC 9(9)V99.
       01 WS-EFTPS-TRAILER.
          05 FILLER PIC X(2) VALUE "ET".
          05 WS-ET-COUNT PIC 9(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-ET-AMOUNT PIC 9(11)V99.
       01 WS-SECTION-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-SH-TEXT PIC X(60).
       01 WS-DETAIL-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-DL-YEAR PIC 9(4).
          05 FILLER PIC X(1) VALUE "-".
          05 WS-DL-NUM PIC 9(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-DL-LIAB-DATE PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-DL-DUE PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-DL-FED PIC ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-DL-SOCSEC PIC ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-DL-MEDICARE PIC ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-DL-AMOUNT PIC Z,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-DL-TEXT PIC X(22).
       01 WS-TOTAL-LINE.
          05 FILLER PIC X(16) VALUE "CONTROL TOTAL   ".
          05 WS-TL-LABEL PIC X(22).
          05 WS-TL-COUNT PIC ZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-TL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           COPY "print-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
           COMPUTE WS-TODAY = 20000000 + WS-RUN-DATE
           DISPLAY "Enter operator ID: "
           ACCEPT WS-SEC-OPERATOR
           DISPLAY "Enter password: "
           ACCEPT WS-SEC-PASSWORD
           CALL "SEC-CHECK" USING WS-SEC-OPERATOR WS-SEC-PASSWORD
               WS-SEC-ROLE WS-SEC-RESULT
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to SEC-CHECK failed"
           END-CALL
           IF IS-SECURITY-MISSING
               DISPLAY "WARNING: operator-master.dat not found - "
                   "security checks bypassed, seed the operator "
                   "file"
               MOVE 2 TO WS-SEC-ROLE
           ELSE
               IF NOT IS-SIGNON-VALID
                   DISPLAY "ERROR: sign-on refused for operator "
                       WS-SEC-OPERATOR
                   MOVE "E" TO WS-LOG-SEVERITY
                   MOVE "SIGN-ON REFUSED - BAD OPERATOR/PASSWORD"
                       TO WS-LOG-MESSAGE
                   PERFORM WRITE-RUN-LOG
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM DISPLAY-MENU
           ACCEPT WS-CHOICE
           PERFORM UNTIL CHOICE-EXIT
               EVALUATE TRUE
                   WHEN CHOICE-BUILD
                       IF IS-SUPERVISOR
                           PERFORM BUILD-PAYMENT-FILE
                       ELSE
                           DISPLAY "ERROR: releasing tax payments "
                               "requires a supervisor sign-on"
                       END-IF
                   WHEN CHOICE-ACK
                       IF IS-SUPERVISOR
                           PERFORM POST-ACKNOWLEDGMENTS
                       ELSE
                           DISPLAY "ERROR: posting bank "
                               "acknowledgments requires a "
                               "supervisor sign-on"
                       END-IF
                   WHEN CHOICE-REPORT
                       PERFORM STATUS-REPORT
                   WHEN OTHER
                       DISPLAY "ERROR: choice must be 1-4"
               END-EVALUATE
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
           END-PERFORM
           DISPLAY "Done"
           MOVE WS-HIGH-RC TO RETURN-CODE
           GOBACK.

       DISPLAY-MENU.
           DISPLAY "1-BUILD PAYMENT FILE  2-POST BANK ACKS  "
               "3-STATUS REPORT  4-EXIT"
           DISPLAY "Enter choice: ".

       ACCEPT-SCHEDULE.
           DISPLAY "Enter depositor schedule (S=semiweekly "
               "M=monthly): "
           ACCEPT WS-SCHEDULE
           PERFORM UNTIL IS-SEMIWEEKLY OR IS-MONTHLY
               DISPLAY "ERROR: schedule must be S or M"
               DISPLAY "Enter depositor schedule (S=semiweekly "
                   "M=monthly): "
               ACCEPT WS-SCHEDULE
           END-PERFORM
           DISPLAY "Enter earliest liability date paid through "
               "EFTPS (YYYYMMDD, 0 for all): "
           ACCEPT WS-FROM-DATE.

       BUILD-PAYMENT-FILE.
           DISPLAY "Enter company code (01-99): "
           ACCEPT WS-COMPANY
           IF WS-COMPANY = 0
               MOVE 1 TO WS-COMPANY
           END-IF
           PERFORM LOAD-COMPANY
           IF NOT IS-COMPANY-FOUND OR WS-CI-EIN = 0
               DISPLAY "ERROR: company " WS-COMPANY " is not on "
                   "company-master.dat with an EIN - payment "
                   "file not built"
               PERFORM RAISE-RC-8
           ELSE
               PERFORM ACCEPT-SCHEDULE
               DISPLAY "Enter pay deposits due through (YYYYMMDD): "
               ACCEPT WS-THRU-DATE
               IF WS-THRU-DATE < WS-TODAY
                   MOVE WS-TODAY TO WS-THRU-DATE
               END-IF
               PERFORM LOAD-REGISTER
               IF IS-REGISTER-FULL
                   DISPLAY "ERROR: eftps-register.dat exceeds the "
                       "register table - payment file not built"
                   PERFORM RAISE-RC-8
               ELSE
                   PERFORM SELECT-DUE-LIABILITIES
                   IF WS-PY-COUNT = 0
                       DISPLAY "No deposits coming due through "
                           WS-THRU-DATE " - nothing to send"
                   ELSE
                       PERFORM RELEASE-PAYMENT-FILE
                   END-IF
               END-IF
           END-IF.

       SELECT-DUE-LIABILITIES.
           MOVE 0 TO WS-PY-COUNT
           MOVE 0 TO WS-PY-DROPPED
           MOVE 0 TO WS-FILE-AMOUNT
           MOVE 0 TO WS-LATE-COUNT
           MOVE 0 TO WS-EOF
           OPEN INPUT TAX-LIABILITY
           IF WS-FS-TAX-LIABILITY = "35"
               DISPLAY "No tax-liability.dat on file - run PAYROLL "
                   "first, nothing to pay"
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
                           IF TAXL-LIABILITY AND TAXL-TOTAL > 0 AND
                               TAXL-DATE >= WS-FROM-DATE
                               PERFORM SELECT-ONE-LIABILITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-LIABILITY
               IF WS-PY-DROPPED > 0
                   DISPLAY "WARNING: " WS-PY-DROPPED " deposits not "
                       "selected - payment table full, run again "
                       "after this file is sent"
               END-IF
           END-IF.

       RELEASE-PAYMENT-FILE.
           DISPLAY "Deposits selected:   " WS-PY-COUNT
           DISPLAY "Payment total:       " WS-FILE-AMOUNT
           IF WS-LATE-COUNT > 0
               DISPLAY "WARNING: " WS-LATE-COUNT " deposits are "
                   "past their due date - settling next business day"
           END-IF
           DISPLAY "Release EFTPS payment file for FEIN "
               WS-CI-EIN " (Y/N): "
           ACCEPT WS-CONFIRM
           IF IS-CONFIRMED
               PERFORM WRITE-PAYMENT-FILE
               PERFORM APPEND-SENT-ENTRIES
               MOVE "I" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "EFTPS FILE RELEASED - " DELIMITED BY SIZE
                   WS-PY-COUNT DELIMITED BY SIZE
                   " PAYMENTS" DELIMITED BY SIZE
                   INTO WS-LOG-MESSAGE
               END-STRING
               PERFORM WRITE-RUN-LOG
               DISPLAY "Payment file written to eftps-payment.dat"
           ELSE
               DISPLAY "Operation cancelled"
           END-IF.

       SELECT-ONE-LIABILITY.
           PERFORM COMPUTE-DUE-DATE
           PERFORM CHECK-COVERED
           IF WS-DUE-DATE <= WS-THRU-DATE AND NOT IS-COVERED
               IF WS-PY-COUNT >= 200
                   ADD 1 TO WS-PY-DROPPED
               ELSE
                   PERFORM ADD-PAYMENT-ENTRY
               END-IF
           END-IF.

       ADD-PAYMENT-ENTRY.
           ADD 1 TO WS-PY-COUNT
           MOVE WS-PY-COUNT TO WS-PY-I
           MOVE TAXL-DATE TO WS-PY-LIAB-DATE(WS-PY-I)
           MOVE TAXL-PERIOD-YEAR TO WS-PY-YEAR(WS-PY-I)
           MOVE TAXL-PERIOD-NUM TO WS-PY-NUM(WS-PY-I)
           MOVE WS-DUE-DATE TO WS-PY-DUE(WS-PY-I)
           PERFORM COMPUTE-SETTLE-DATE
           MOVE WS-SETTLE-DATE TO WS-PY-SETTLE(WS-PY-I)
           IF WS-SETTLE-DATE > WS-DUE-DATE
               MOVE "Y" TO WS-PY-LATE(WS-PY-I)
               ADD 1 TO WS-LATE-COUNT
           ELSE
               MOVE "N" TO WS-PY-LATE(WS-PY-I)
           END-IF
           MOVE TAXL-DATE(1:4) TO WS-PY-TAX-YEAR(WS-PY-I)
           MOVE TAXL-DATE(5:2) TO WS-LIAB-MONTH
           COMPUTE WS-PY-TAX-QTR(WS-PY-I) =
               (WS-LIAB-MONTH + 2) / 3
           PERFORM SPLIT-FICA
           MOVE TAXL-FED-TAX TO WS-PY-FED-TAX(WS-PY-I)
           MOVE WS-SOCSEC TO WS-PY-SOCSEC(WS-PY-I)
           MOVE WS-MEDICARE TO WS-PY-MEDICARE(WS-PY-I)
           MOVE TAXL-TOTAL TO WS-PY-AMOUNT(WS-PY-I)
           MOVE TAXL-FICA-EE TO WS-PY-FICA-EE(WS-PY-I)
           MOVE TAXL-FICA-ER TO WS-PY-FICA-ER(WS-PY-I)
           MOVE TAXL-OASDI-EE TO WS-PY-OASDI-EE(WS-PY-I)
           MOVE TAXL-MEDICARE-EE TO WS-PY-MEDICARE-EE(WS-PY-I)
           MOVE TAXL-OASDI-ER TO WS-PY-OASDI-ER(WS-PY-I)
           MOVE TAXL-MEDICARE-ER TO WS-PY-MEDICARE-ER(WS-PY-I)
           ADD TAXL-TOTAL TO WS-FILE-AMOUNT.

       SPLIT-FICA.
           COMPUTE WS-FICA-TOTAL = TAXL-FICA-EE + TAXL-FICA-ER
           IF TAXL-OASDI-EE + TAXL-OASDI-ER +
               TAXL-MEDICARE-EE + TAXL-MEDICARE-ER = 0
               COMPUTE WS-SOCSEC ROUNDED =
                   WS-FICA-TOTAL * 12.4 / 15.3
           ELSE
               COMPUTE WS-SOCSEC = TAXL-OASDI-EE + TAXL-OASDI-ER
           END-IF
           IF WS-SOCSEC > WS-FICA-TOTAL
               MOVE WS-FICA-TOTAL TO WS-SOCSEC
           END-IF
           COMPUTE WS-MEDICARE = WS-FICA-TOTAL - WS-SOCSEC.

       CHECK-COVERED.
           MOVE "N" TO WS-COVERED
           PERFORM VARYING WS-RG-I FROM 1 BY 1
               UNTIL WS-RG-I > WS-RG-COUNT OR IS-COVERED
               IF WS-RG-LIAB-DATE(WS-RG-I) = TAXL-DATE AND
                   WS-RG-YEAR(WS-RG-I) = TAXL-PERIOD-YEAR AND
                   WS-RG-NUM(WS-RG-I) = TAXL-PERIOD-NUM AND
                   WS-RG-STATUS(WS-RG-I) NOT = "R"
                   MOVE "Y" TO WS-COVERED
               END-IF
           END-PERFORM.

       COMPUTE-DUE-DATE.
           IF IS-MONTHLY
               MOVE TAXL-DATE TO WS-DUE-DATE
               IF WS-DUE-MONTH = 12
                   ADD 1 TO WS-DUE-YEAR
                   MOVE 01 TO WS-DUE-MONTH
               ELSE
                   ADD 1 TO WS-DUE-MONTH
               END-IF
               MOVE 15 TO WS-DUE-DAY
           ELSE
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(TAXL-DATE)
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

       COMPUTE-SETTLE-DATE.
           IF WS-DUE-DATE > WS-TODAY
               MOVE WS-DUE-DATE TO WS-SETTLE-DATE
           ELSE
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) + 1
               COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION MOD(WS-DATE-INT - 1, 7) + 1
               EVALUATE WS-DAY-OF-WEEK
                   WHEN 6
                       ADD 2 TO WS-DATE-INT
                   WHEN 7
                       ADD 1 TO WS-DATE-INT
               END-EVALUATE
               COMPUTE WS-SETTLE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           END-IF.

       WRITE-PAYMENT-FILE.
           OPEN OUTPUT EFTPS-FILE
           IF WS-FS-EFTPS-FILE NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "eftps-payment.dat, status " WS-FS-EFTPS-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-TODAY TO WS-EH-CREATE-DATE
           MOVE WS-CI-EIN TO WS-EH-EIN
           MOVE WS-CI-NAME TO WS-EH-NAME
           MOVE WS-CI-ROUTING TO WS-EH-ROUTING
           MOVE WS-CI-ACCOUNT TO WS-EH-ACCOUNT
           MOVE WS-TREASURY-ROUTING TO WS-EH-TREAS-ROUTING
           MOVE WS-TREASURY-ACCOUNT TO WS-EH-TREAS-ACCOUNT
           MOVE WS-EFTPS-HEADER TO EFTPS-LINE
           PERFORM WRITE-EFTPS-LINE
           COMPUTE WS-NEXT-TRACE = WS-TODAY * 100
           IF WS-LAST-TRACE > WS-NEXT-TRACE
               MOVE WS-LAST-TRACE TO WS-NEXT-TRACE
           END-IF
           PERFORM VARYING WS-PY-I FROM 1 BY 1
               UNTIL WS-PY-I > WS-PY-COUNT
               ADD 1 TO WS-NEXT-TRACE
               MOVE WS-NEXT-TRACE TO WS-ED-TRACE
               MOVE WS-CI-EIN TO WS-ED-EIN
               MOVE WS-TAX-FORM TO WS-ED-FORM
               MOVE WS-PY-TAX-YEAR(WS-PY-I) TO WS-ED-TAX-YEAR
               MOVE WS-PY-TAX-QTR(WS-PY-I) TO WS-ED-TAX-QTR
               MOVE WS-PY-SETTLE(WS-PY-I) TO WS-ED-SETTLE
               MOVE WS-PY-AMOUNT(WS-PY-I) TO WS-ED-AMOUNT
               MOVE WS-PY-SOCSEC(WS-PY-I) TO WS-ED-SOCSEC
               MOVE WS-PY-MEDICARE(WS-PY-I) TO WS-ED-MEDICARE
               MOVE WS-PY-FED-TAX(WS-PY-I) TO WS-ED-FED-TAX
               MOVE WS-EFTPS-DETAIL TO EFTPS-LINE
               PERFORM WRITE-EFTPS-LINE
           END-PERFORM
           MOVE WS-PY-COUNT TO WS-ET-COUNT
           MOVE WS-FILE-AMOUNT TO WS-ET-AMOUNT
           MOVE WS-EFTPS-TRAILER TO EFTPS-LINE
           PERFORM WRITE-EFTPS-LINE
           CLOSE EFTPS-FILE
           IF WS-FS-EFTPS-FILE NOT = "00"
               DISPLAY "ERROR: CLOSE failed for "
                   "eftps-payment.dat, status " WS-FS-EFTPS-FILE
           END-IF.

       WRITE-EFTPS-LINE.
           WRITE EFTPS-LINE
           IF WS-FS-EFTPS-FILE NOT = "00"
               DISPLAY "ERROR: WRITE failed for "
                   "eftps-payment.dat, status " WS-FS-EFTPS-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       APPEND-SENT-ENTRIES.
           OPEN EXTEND EFTPS-REGISTER
           IF WS-FS-EFTPS-REGISTER = "05" OR
               WS-FS-EFTPS-REGISTER = "35"
               OPEN OUTPUT EFTPS-REGISTER
           END-IF
           IF WS-FS-EFTPS-REGISTER NOT = "00"
               DISPLAY "ERROR: OPEN failed for "
                   "eftps-register.dat, status "
                   WS-FS-EFTPS-REGISTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-NEXT-TRACE = WS-NEXT-TRACE - WS-PY-COUNT
           PERFORM VARYING WS-PY-I FROM 1 BY 1
               UNTIL WS-PY-I > WS-PY-COUNT
               ADD 1 TO WS-NEXT-TRACE
               INITIALIZE EFR-REC
               MOVE WS-NEXT-TRACE TO EFR-TRACE
               MOVE "S" TO EFR-STATUS
               MOVE WS-COMPANY TO EFR-COMPANY
               MOVE WS-CI-EIN TO EFR-EIN
               MOVE WS-TAX-FORM TO EFR-TAX-FORM
               MOVE WS-PY-TAX-YEAR(WS-PY-I) TO EFR-TAX-YEAR
               MOVE WS-PY-TAX-QTR(WS-PY-I) TO EFR-TAX-QTR
               MOVE WS-PY-LIAB-DATE(WS-PY-I) TO EFR-LIAB-DATE
               MOVE WS-PY-YEAR(WS-PY-I) TO EFR-PERIOD-YEAR
               MOVE WS-PY-NUM(WS-PY-I) TO EFR-PERIOD-NUM
               MOVE WS-PY-DUE(WS-PY-I) TO EFR-DUE-DATE
               MOVE WS-PY-SETTLE(WS-PY-I) TO EFR-SETTLE-DATE
               MOVE WS-PY-FED-TAX(WS-PY-I) TO EFR-FED-TAX
               MOVE WS-PY-SOCSEC(WS-PY-I) TO EFR-SOCSEC
               MOVE WS-PY-MEDICARE(WS-PY-I) TO EFR-MEDICARE
               MOVE WS-PY-AMOUNT(WS-PY-I) TO EFR-AMOUNT
               MOVE WS-PY-FICA-EE(WS-PY-I) TO EFR-FICA-EE
               MOVE WS-PY-FICA-ER(WS-PY-I) TO EFR-FICA-ER
               MOVE WS-PY-OASDI-EE(WS-PY-I) TO EFR-OASDI-EE
               MOVE WS-PY-MEDICARE-EE(WS-PY-I) TO EFR-MEDICARE-EE
               MOVE WS-PY-OASDI-ER(WS-PY-I) TO EFR-OASDI-ER
               MOVE WS-PY-MEDICARE-ER(WS-PY-I) TO EFR-MEDICARE-ER
               MOVE WS-TODAY TO EFR-SENT-DATE
               MOVE WS-SEC-OPERATOR TO EFR-SENT-BY
               MOVE 0 TO EFR-ACK-DATE
               MOVE SPACES TO EFR-REFERENCE
               MOVE SPACES TO EFR-REASON
               WRITE EFR-REC
               IF WS-FS-EFTPS-REGISTER NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "eftps-register.dat, status "
                       WS-FS-EFTPS-REGISTER
               END-IF
           END-PERFORM
           CLOSE EFTPS-REGISTER.

       LOAD-REGISTER.
           MOVE 0 TO WS-RG-COUNT
           MOVE 0 TO WS-LAST-TRACE
           MOVE "N" TO WS-RG-FULL
           MOVE 0 TO WS-EOF
           OPEN INPUT EFTPS-REGISTER
           IF WS-FS-EFTPS-REGISTER = "35"
               MOVE 1 TO WS-EOF
           END-IF
           IF WS-FS-EFTPS-REGISTER NOT = "00" AND
               WS-FS-EFTPS-REGISTER NOT = "35"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "eftps-register.dat, status "
                   WS-FS-EFTPS-REGISTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF = 1
               READ EFTPS-REGISTER
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF WS-RG-COUNT >= 2000
                           MOVE "Y" TO WS-RG-FULL
                           MOVE 1 TO WS-EOF
                       ELSE
                           ADD 1 TO WS-RG-COUNT
                           MOVE WS-RG-COUNT TO WS-RG-I
                           MOVE EFR-TRACE TO WS-RG-TRACE(WS-RG-I)
                           MOVE EFR-STATUS TO WS-RG-STATUS(WS-RG-I)
                           MOVE EFR-LIAB-DATE
                               TO WS-RG-LIAB-DATE(WS-RG-I)
                           MOVE EFR-PERIOD-YEAR
                               TO WS-RG-YEAR(WS-RG-I)
                           MOVE EFR-PERIOD-NUM TO WS-RG-NUM(WS-RG-I)
                           MOVE EFR-AMOUNT TO WS-RG-AMOUNT(WS-RG-I)
                           MOVE EFR-REC TO WS-RG-IMAGE(WS-RG-I)
                           IF EFR-TRACE > WS-LAST-TRACE
                               MOVE EFR-TRACE TO WS-LAST-TRACE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-EFTPS-REGISTER NOT = "35"
               CLOSE EFTPS-REGISTER
           END-IF.

       POST-ACKNOWLEDGMENTS.
           PERFORM LOAD-REGISTER
           MOVE 0 TO WS-ACKS-READ
           MOVE 0 TO WS-ACKS-POSTED
           MOVE 0 TO WS-ACKS-REJECTED
           MOVE 0 TO WS-ACKS-UNMATCHED
           MOVE 0 TO WS-POSTED-AMOUNT
           IF IS-REGISTER-FULL
               DISPLAY "ERROR: eftps-register.dat exceeds the "
                   "register table - acknowledgments not posted"
               PERFORM RAISE-RC-8
           ELSE
               OPEN INPUT EFTPS-ACK
               IF WS-FS-EFTPS-ACK = "35"
                   DISPLAY "No eftps-ack.dat on file - nothing to "
                       "post"
               ELSE
                   IF WS-FS-EFTPS-ACK NOT = "00"
                       DISPLAY "ERROR: OPEN INPUT failed for "
                           "eftps-ack.dat, status " WS-FS-EFTPS-ACK
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   PERFORM APPLY-ACK-FILE
               END-IF
           END-IF.

       APPLY-ACK-FILE.
           OPEN EXTEND TAX-LIABILITY
           IF WS-FS-TAX-LIABILITY = "05" OR
               WS-FS-TAX-LIABILITY = "35"
               OPEN OUTPUT TAX-LIABILITY
           END-IF
           IF WS-FS-TAX-LIABILITY NOT = "00"
               DISPLAY "ERROR: OPEN failed for "
                   "tax-liability.dat, status "
                   WS-FS-TAX-LIABILITY
               CLOSE EFTPS-ACK
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ EFTPS-ACK
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ACKS-READ
                       PERFORM APPLY-ONE-ACK
               END-READ
           END-PERFORM
           CLOSE EFTPS-ACK
           CLOSE TAX-LIABILITY
           PERFORM REWRITE-REGISTER
           DISPLAY "Acknowledgments read:  " WS-ACKS-READ
           DISPLAY "Deposits posted:       " WS-ACKS-POSTED
           DISPLAY "Amount posted:         " WS-POSTED-AMOUNT
           DISPLAY "Payments rejected:     " WS-ACKS-REJECTED
           DISPLAY "Acks not matched:      " WS-ACKS-UNMATCHED
           IF WS-ACKS-REJECTED > 0 OR WS-ACKS-UNMATCHED > 0
               DISPLAY "WARNING: rejected or unmatched payments - "
                   "review EFTPS-STATUS.RPT, rejected deposits "
                   "return to pending"
               IF WS-HIGH-RC < 4
                   MOVE 4 TO WS-HIGH-RC
               END-IF
           END-IF.

       APPLY-ONE-ACK.
           MOVE 0 TO WS-RG-SLOT
           PERFORM VARYING WS-RG-I FROM 1 BY 1
               UNTIL WS-RG-I > WS-RG-COUNT OR WS-RG-SLOT > 0
               IF WS-RG-TRACE(WS-RG-I) = ACK-TRACE
                   MOVE WS-RG-I TO WS-RG-SLOT
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-RG-SLOT = 0
                   DISPLAY "WARNING: acknowledgment for unknown "
                       "trace " ACK-TRACE " ignored"
                   ADD 1 TO WS-ACKS-UNMATCHED
               WHEN WS-RG-STATUS(WS-RG-SLOT) NOT = "S"
                   DISPLAY "WARNING: trace " ACK-TRACE " is not "
                       "awaiting acknowledgment - ignored"
                   ADD 1 TO WS-ACKS-UNMATCHED
               WHEN ACK-REJECTED
                   MOVE WS-RG-IMAGE(WS-RG-SLOT) TO EFR-REC
                   MOVE "R" TO EFR-STATUS
                   MOVE WS-TODAY TO EFR-ACK-DATE
                   MOVE ACK-REASON TO EFR-REASON
                   ADD 1 TO WS-ACKS-REJECTED
                   DISPLAY "WARNING: trace " ACK-TRACE " rejected - "
                       ACK-REASON
                   MOVE EFR-STATUS TO WS-RG-STATUS(WS-RG-SLOT)
                   MOVE EFR-REC TO WS-RG-IMAGE(WS-RG-SLOT)
               WHEN ACK-AMOUNT NOT = WS-RG-AMOUNT(WS-RG-SLOT) OR
                   ACK-REFERENCE = SPACES
                   DISPLAY "WARNING: trace " ACK-TRACE " amount or "
                       "EFT reference does not agree - not posted"
                   ADD 1 TO WS-ACKS-UNMATCHED
               WHEN OTHER
                   MOVE WS-RG-IMAGE(WS-RG-SLOT) TO EFR-REC
                   MOVE "A" TO EFR-STATUS
                   MOVE WS-TODAY TO EFR-ACK-DATE
                   MOVE ACK-REFERENCE TO EFR-REFERENCE
                   IF ACK-SETTLE-DATE > 0
                       MOVE ACK-SETTLE-DATE TO EFR-SETTLE-DATE
                   END-IF
                   PERFORM WRITE-DEPOSIT-ROW
                   MOVE EFR-STATUS TO WS-RG-STATUS(WS-RG-SLOT)
                   MOVE EFR-REC TO WS-RG-IMAGE(WS-RG-SLOT)
           END-EVALUATE.

       WRITE-DEPOSIT-ROW.
           MOVE "D" TO TAXL-KIND
           MOVE EFR-SETTLE-DATE TO TAXL-DATE
           MOVE EFR-PERIOD-YEAR TO TAXL-PERIOD-YEAR
           MOVE EFR-PERIOD-NUM TO TAXL-PERIOD-NUM
           MOVE EFR-FED-TAX TO TAXL-FED-TAX
           MOVE EFR-FICA-EE TO TAXL-FICA-EE
           MOVE EFR-FICA-ER TO TAXL-FICA-ER
           MOVE EFR-AMOUNT TO TAXL-TOTAL
           MOVE EFR-REFERENCE TO TAXL-REFERENCE
           MOVE EFR-OASDI-EE TO TAXL-OASDI-EE
           MOVE EFR-MEDICARE-EE TO TAXL-MEDICARE-EE
           MOVE EFR-OASDI-ER TO TAXL-OASDI-ER
           MOVE EFR-MEDICARE-ER TO TAXL-MEDICARE-ER
           WRITE TAXL-REC
           IF WS-FS-TAX-LIABILITY NOT = "00"
               DISPLAY "ERROR: WRITE failed for "
                   "tax-liability.dat, status "
                   WS-FS-TAX-LIABILITY
           ELSE
               ADD 1 TO WS-ACKS-POSTED
               ADD EFR-AMOUNT TO WS-POSTED-AMOUNT
           END-IF.

       REWRITE-REGISTER.
           OPEN OUTPUT EFTPS-REGISTER
           IF WS-FS-EFTPS-REGISTER NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed rewriting "
                   "eftps-register.dat, status "
                   WS-FS-EFTPS-REGISTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-RG-I FROM 1 BY 1
               UNTIL WS-RG-I > WS-RG-COUNT
               MOVE WS-RG-IMAGE(WS-RG-I) TO EFR-REC
               WRITE EFR-REC
               IF WS-FS-EFTPS-REGISTER NOT = "00"
                   DISPLAY "ERROR: WRITE failed rewriting "
                       "eftps-register.dat, status "
                       WS-FS-EFTPS-REGISTER
               END-IF
           END-PERFORM
           CLOSE EFTPS-REGISTER.

       STATUS-REPORT.
           PERFORM ACCEPT-SCHEDULE
           PERFORM LOAD-REGISTER
           IF IS-REGISTER-FULL
               DISPLAY "WARNING: eftps-register.dat exceeds the "
                   "register table - report is incomplete"
           END-IF
           OPEN OUTPUT EFTPS-RPT
           IF WS-FS-EFTPS-RPT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "EFTPS-STATUS.RPT, status " WS-FS-EFTPS-RPT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "I" TO PS-FUNC
           MOVE "EFTPS TAX PAYMENT STATUS" TO PS-REPORT-TITLE
           MOVE WS-SEC-OPERATOR TO PS-OPERATOR
           MOVE 0 TO PS-PERIOD-YEAR
           MOVE 0 TO PS-PERIOD-NUM
           MOVE "  PERIOD  LIABILITY DUE DATE      FED TAX"
               TO PS-COLUMN-HEADING
           MOVE "     SOC SEC    MEDICARE         TOTAL STATUS"
               TO PS-COLUMN-HEADING(43:)
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           PERFORM REPORT-PENDING
           MOVE "S" TO WS-GROUP-STATUS
           MOVE "SENT - AWAITING BANK ACKNOWLEDGMENT"
               TO WS-SH-TEXT
           MOVE "SENT, AWAITING ACK:   " TO WS-TL-LABEL
           PERFORM REPORT-REGISTER-SECTION
           MOVE "A" TO WS-GROUP-STATUS
           MOVE "ACKNOWLEDGED - POSTED TO TAX LIABILITY LEDGER"
               TO WS-SH-TEXT
           MOVE "ACKNOWLEDGED:         " TO WS-TL-LABEL
           PERFORM REPORT-REGISTER-SECTION
           MOVE "R" TO WS-GROUP-STATUS
           MOVE "REJECTED BY BANK - RETURNED TO PENDING"
               TO WS-SH-TEXT
           MOVE "REJECTED:             " TO WS-TL-LABEL
           PERFORM REPORT-REGISTER-SECTION
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           CLOSE EFTPS-RPT
           IF WS-FS-EFTPS-RPT NOT = "00"
               DISPLAY "ERROR: CLOSE failed for "
                   "EFTPS-STATUS.RPT, status " WS-FS-EFTPS-RPT
           END-IF
           DISPLAY "Pending deposits:    " WS-PENDING-COUNT
           DISPLAY "Overdue deposits:    " WS-OVERDUE-COUNT
           DISPLAY "Status written to EFTPS-STATUS.RPT"
           IF WS-OVERDUE-COUNT > 0
               DISPLAY "WARNING: deposits past due and not sent - "
                   "build the payment file now"
               IF WS-HIGH-RC < 4
                   MOVE 4 TO WS-HIGH-RC
               END-IF
           END-IF.

       REPORT-PENDING.
           MOVE "PENDING - NOT YET SENT" TO WS-SH-TEXT
           PERFORM WRITE-SECTION-HEADING
           MOVE 0 TO WS-GRP-COUNT
           MOVE 0 TO WS-GRP-AMOUNT
           MOVE 0 TO WS-PENDING-COUNT
           MOVE 0 TO WS-OVERDUE-COUNT
           MOVE 0 TO WS-EOF
           OPEN INPUT TAX-LIABILITY
           IF WS-FS-TAX-LIABILITY = "35"
               MOVE 1 TO WS-EOF
           ELSE
               IF WS-FS-TAX-LIABILITY NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "tax-liability.dat, status "
                       WS-FS-TAX-LIABILITY
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM UNTIL WS-EOF = 1
               READ TAX-LIABILITY
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF TAXL-LIABILITY AND TAXL-TOTAL > 0 AND
                           TAXL-DATE >= WS-FROM-DATE
                           PERFORM REPORT-ONE-PENDING
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FS-TAX-LIABILITY NOT = "35"
               CLOSE TAX-LIABILITY
           END-IF
           MOVE WS-GRP-COUNT TO WS-PENDING-COUNT
           MOVE "PENDING DEPOSITS:     " TO WS-TL-LABEL
           PERFORM WRITE-SECTION-TOTAL.

       REPORT-ONE-PENDING.
           PERFORM CHECK-COVERED
           IF NOT IS-COVERED
               PERFORM REPORT-PENDING-LINE
           END-IF.

       REPORT-PENDING-LINE.
           PERFORM COMPUTE-DUE-DATE
           PERFORM SPLIT-FICA
           MOVE TAXL-PERIOD-YEAR TO WS-DL-YEAR
           MOVE TAXL-PERIOD-NUM TO WS-DL-NUM
           MOVE TAXL-DATE TO WS-DL-LIAB-DATE
           MOVE WS-DUE-DATE TO WS-DL-DUE
           MOVE TAXL-FED-TAX TO WS-DL-FED
           MOVE WS-SOCSEC TO WS-DL-SOCSEC
           MOVE WS-MEDICARE TO WS-DL-MEDICARE
           MOVE TAXL-TOTAL TO WS-DL-AMOUNT
           IF WS-DUE-DATE < WS-TODAY
               MOVE "OVERDUE" TO WS-DL-TEXT
               ADD 1 TO WS-OVERDUE-COUNT
           ELSE
               MOVE "PENDING" TO WS-DL-TEXT
           END-IF
           ADD 1 TO WS-GRP-COUNT
           ADD TAXL-TOTAL TO WS-GRP-AMOUNT
           MOVE WS-DETAIL-LINE TO EFTPS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       REPORT-REGISTER-SECTION.
           PERFORM WRITE-SECTION-HEADING
           MOVE 0 TO WS-GRP-COUNT
           MOVE 0 TO WS-GRP-AMOUNT
           PERFORM VARYING WS-RG-I FROM 1 BY 1
               UNTIL WS-RG-I > WS-RG-COUNT
               IF WS-RG-STATUS(WS-RG-I) = WS-GROUP-STATUS
                   MOVE WS-RG-IMAGE(WS-RG-I) TO EFR-REC
                   PERFORM REPORT-ONE-REGISTER
               END-IF
           END-PERFORM
           PERFORM WRITE-SECTION-TOTAL.

       REPORT-ONE-REGISTER.
           MOVE EFR-PERIOD-YEAR TO WS-DL-YEAR
           MOVE EFR-PERIOD-NUM TO WS-DL-NUM
           MOVE EFR-LIAB-DATE TO WS-DL-LIAB-DATE
           MOVE EFR-DUE-DATE TO WS-DL-DUE
           MOVE EFR-FED-TAX TO WS-DL-FED
           MOVE EFR-SOCSEC TO WS-DL-SOCSEC
           MOVE EFR-MEDICARE TO WS-DL-MEDICARE
           MOVE EFR-AMOUNT TO WS-DL-AMOUNT
           MOVE SPACES TO WS-DL-TEXT
           EVALUATE TRUE
               WHEN EFR-ACKED
                   STRING "REF " DELIMITED BY SIZE
                       EFR-REFERENCE DELIMITED BY SIZE
                       INTO WS-DL-TEXT
                   END-STRING
               WHEN EFR-REJECTED
                   MOVE EFR-REASON TO WS-DL-TEXT
               WHEN OTHER
                   STRING "TRACE " DELIMITED BY SIZE
                       EFR-TRACE DELIMITED BY SIZE
                       INTO WS-DL-TEXT
                   END-STRING
           END-EVALUATE
           ADD 1 TO WS-GRP-COUNT
           ADD EFR-AMOUNT TO WS-GRP-AMOUNT
           MOVE WS-DETAIL-LINE TO EFTPS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-SECTION-HEADING.
           MOVE SPACES TO EFTPS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-SECTION-LINE TO EFTPS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-SECTION-TOTAL.
           MOVE WS-GRP-COUNT TO WS-TL-COUNT
           MOVE WS-GRP-AMOUNT TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO EFTPS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       LOAD-COMPANY.
           MOVE "N" TO WS-CI-FOUND
           MOVE 0 TO WS-CI-EIN
           OPEN INPUT COMPANY-MASTER
           IF WS-FS-COMPANY-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "company-master.dat, status "
                   WS-FS-COMPANY-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ COMPANY-MASTER
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CO-CODE = WS-COMPANY
                           MOVE "Y" TO WS-CI-FOUND
                           MOVE CO-NAME TO WS-CI-NAME
                           IF CO-EIN IS NUMERIC
                               MOVE CO-EIN TO WS-CI-EIN
                           END-IF
                           MOVE CO-BANK-ROUTING TO WS-CI-ROUTING
                           MOVE CO-BANK-ACCOUNT TO WS-CI-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPANY-MASTER.

       RAISE-RC-8.
           IF WS-HIGH-RC < 8
               MOVE 8 TO WS-HIGH-RC
           END-IF.

       WRITE-RUN-LOG.
           CALL "RUN-LOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-EMP-ID WS-LOG-MESSAGE
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to RUN-LOG failed"
           END-CALL.

       WRITE-REPORT-LINE.
           MOVE EFTPS-RPT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO EFTPS-RPT-LINE
               WRITE EFTPS-RPT-LINE
               IF WS-FS-EFTPS-RPT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "EFTPS-STATUS.RPT, status "
                       WS-FS-EFTPS-RPT
               END-IF
           END-PERFORM.
