       IDENTIFICATION DIVISION.
       PROGRAM-ID. SL-TAX-REMIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SL-LIABILITY ASSIGN TO "sl-liability.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SL-LIABILITY.
           SELECT SL-RULES ASSIGN TO "sl-deposit-rule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SL-RULES.
           SELECT YTD-JURIS ASSIGN TO "ytd-juris.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YJ-KEY
               FILE STATUS IS WS-FS-YTD-JURIS.
           SELECT SL-RPT ASSIGN TO DYNAMIC WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SL-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  SL-LIABILITY.
           COPY "sl-liability.cpy".

       FD  SL-RULES.
           COPY "sl-deposit-rule.cpy".

       FD  YTD-JURIS.
           COPY "ytd-juris.cpy".

       FD  SL-RPT.
       01 SL-RPT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-SL-LIABILITY PIC X(2) VALUE "00".
       01 WS-FS-SL-RULES     PIC X(2) VALUE "00".
       01 WS-FS-YTD-JURIS    PIC X(2) VALUE "00".
       01 WS-FS-SL-RPT       PIC X(2) VALUE "00".
       01 WS-RPT-NAME PIC X(40) VALUE "SL-DEPOSIT.RPT".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-HIGH-RC PIC 9(2) VALUE 0.
       01 WS-CHOICE PIC 9(1) VALUE 0.
          88 CHOICE-SCHEDULE VALUE 1.
          88 CHOICE-PAYMENT  VALUE 2.
          88 CHOICE-RETURNS  VALUE 3.
          88 CHOICE-RECON    VALUE 4.
          88 CHOICE-RULES    VALUE 5.
          88 CHOICE-EXIT     VALUE 6.
       01 WS-CONFIRM PIC X(1) VALUE "N".
          88 IS-CONFIRMED VALUE "Y" "y".
       01 WS-SIGNON-FIELDS.
          05 WS-SEC-OPERATOR PIC X(10) VALUE SPACES.
          05 WS-SEC-PASSWORD PIC X(10) VALUE SPACES.
          05 WS-SEC-ROLE PIC 9(1) VALUE 0.
             88 IS-SUPERVISOR VALUE 2.
          05 WS-SEC-RESULT PIC X(1) VALUE "N".
             88 IS-SIGNON-VALID VALUE "Y".
             88 IS-SECURITY-MISSING VALUE "M".
       01 WS-RUN-LOG-FIELDS.
          05 WS-LOG-PROGRAM PIC X(10) VALUE "SL-TAX-REM".
          05 WS-LOG-SEVERITY PIC X(1) VALUE "I".
          05 WS-LOG-EMP-ID PIC 9(7) VALUE 0.
          05 WS-LOG-MESSAGE PIC X(60) VALUE SPACES.
       01 WS-RPT-YEAR PIC 9(4) VALUE 0.
       01 WS-RET-FREQ PIC X(1) VALUE "Q".
          88 IS-RET-MONTHLY   VALUE "M".
          88 IS-RET-QUARTERLY VALUE "Q".
          88 IS-RET-ANNUAL    VALUE "A".
       01 WS-RET-NUM PIC 9(2) VALUE 0.
       01 WS-RET-START PIC 9(8) VALUE 0.
       01 WS-RET-END   PIC 9(8) VALUE 0.
       01 WS-RET-DUE   PIC 9(8) VALUE 0.
       01 WS-WORK-DATE PIC 9(8) VALUE 0.
       01 WS-WORK-DATE-SPLIT REDEFINES WS-WORK-DATE.
          05 WS-WD-YEAR  PIC 9(4).
          05 WS-WD-MONTH PIC 9(2).
          05 WS-WD-DAY   PIC 9(2).
       01 WS-DATE-INT PIC 9(8) VALUE 0.
       01 WS-DAY-OF-WEEK PIC 9(1) VALUE 0.
       01 WS-DUE-DATE PIC 9(8) VALUE 0.
       01 WS-DEP-PERIOD-END PIC 9(8) VALUE 0.
       01 WS-QTR PIC 9(1) VALUE 0.
       01 WS-JUR-TBL.
          05 WS-JT-COUNT PIC 9(3) VALUE 0.
          05 WS-JT-ENTRY OCCURS 200 TIMES.
             10 WS-JT-KIND PIC X(1).
             10 WS-JT-CODE PIC X(4).
             10 WS-JT-HAS-RULE PIC X(1).
             10 WS-JT-DEP-FREQ PIC X(1).
             10 WS-JT-DEP-DAYS PIC 9(2).
             10 WS-JT-RET-FREQ PIC X(1).
             10 WS-JT-RET-DAYS PIC 9(2).
             10 WS-JT-AGENCY  PIC X(30).
             10 WS-JT-ACCOUNT PIC X(15).
             10 WS-JT-LIAB-WAGES PIC 9(11)V99.
             10 WS-JT-LIAB-TAX   PIC 9(11)V99.
             10 WS-JT-PAID       PIC 9(11)V99.
             10 WS-JT-W2-WAGES   PIC 9(11)V99.
             10 WS-JT-W2-TAX     PIC 9(11)V99.
       01 WS-JX PIC 9(3) VALUE 0.
       01 WS-JT-I PIC 9(3) VALUE 0.
       01 WS-RULE-COUNT PIC 9(3) VALUE 0.
       01 WS-FIND-KIND PIC X(1) VALUE SPACE.
       01 WS-FIND-CODE PIC X(4) VALUE SPACES.
       01 WS-JT-DROPPED PIC 9(5) VALUE 0.
       01 WS-BUCKET-TBL.
          05 WS-DB-COUNT PIC 9(4) VALUE 0.
          05 WS-DB-ENTRY OCCURS 3000 TIMES.
             10 WS-DB-JUR  PIC 9(3).
             10 WS-DB-PERIOD-END PIC 9(8).
             10 WS-DB-DUE  PIC 9(8).
             10 WS-DB-TAX  PIC 9(9)V99.
             10 WS-DB-DONE PIC X(1).
       01 WS-DB-I PIC 9(4) VALUE 0.
       01 WS-DB-SLOT PIC 9(4) VALUE 0.
       01 WS-DB-DROPPED PIC 9(5) VALUE 0.
       01 WS-PAID-LEFT PIC 9(11)V99 VALUE 0.
       01 WS-APPLIED PIC 9(11)V99 VALUE 0.
       01 WS-OPEN-AMT PIC 9(11)V99 VALUE 0.
       01 WS-BALANCE PIC S9(11)V99 VALUE 0.
       01 WS-DIFF PIC S9(11)V99 VALUE 0.
       01 WS-OVERDUE-COUNT PIC 9(5) VALUE 0.
       01 WS-OPEN-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-RETURNS-PRINTED PIC 9(3) VALUE 0.
       01 WS-RECON-EXCEPTIONS PIC 9(3) VALUE 0.
       01 WS-RET-WAGES PIC 9(11)V99 VALUE 0.
       01 WS-RET-TAX   PIC 9(11)V99 VALUE 0.
       01 WS-RET-PAID  PIC 9(11)V99 VALUE 0.
       01 WS-NEW-PAYMENT.
          05 WS-NP-KIND PIC X(1) VALUE "S".
             88 IS-NP-KIND-VALID VALUE "S" "L".
          05 WS-NP-CODE PIC X(4) VALUE SPACES.
          05 WS-NP-DATE PIC 9(8) VALUE 0.
          05 WS-NP-AMOUNT PIC 9(9)V99 VALUE 0.
          05 WS-NP-REFERENCE PIC X(12) VALUE SPACES.
          05 WS-NP-YEAR PIC 9(4) VALUE 0.
          05 WS-NP-NUM  PIC 9(2) VALUE 0.
       01 WS-NEW-RULE.
          05 WS-NR-DEP-FREQ PIC X(1) VALUE "M".
             88 IS-NR-DEP-VALID VALUE "S" "M" "Q" "A".
          05 WS-NR-DEP-DAYS PIC 9(2) VALUE 0.
          05 WS-NR-RET-FREQ PIC X(1) VALUE "Q".
             88 IS-NR-RET-VALID VALUE "M" "Q" "A".
          05 WS-NR-RET-DAYS PIC 9(2) VALUE 0.
          05 WS-NR-AGENCY PIC X(30) VALUE SPACES.
          05 WS-NR-ACCOUNT PIC X(15) VALUE SPACES.
       01 WS-JUR-HEAD-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-JH-KIND PIC X(6).
          05 WS-JH-CODE PIC X(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-JH-AGENCY PIC X(30).
          05 FILLER PIC X(10) VALUE "  DEPOSIT ".
          05 WS-JH-DEP-FREQ PIC X(1).
          05 FILLER PIC X(9) VALUE "  RETURN ".
          05 WS-JH-RET-FREQ PIC X(1).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-JH-NOTE PIC X(20).
       01 WS-SCHED-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 WS-SL-PERIOD-END PIC 9(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-SL-DUE PIC 9(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-SL-TAX PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-SL-APPLIED PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-SL-OPEN PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-SL-STATUS PIC X(8).
       01 WS-JUR-TOTAL-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 WS-JTL-LABEL PIC X(20).
          05 WS-JTL-TAX PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-JTL-PAID PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-JTL-BALANCE PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-RET-TEXT-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RTL-LABEL PIC X(28).
          05 WS-RTL-TEXT PIC X(40).
       01 WS-RET-AMT-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RAL-LABEL PIC X(28).
          05 WS-RAL-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-RET-DETAIL-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 FILLER PIC X(11) VALUE "CHECK DATE ".
          05 WS-RDL-DATE PIC 9(8).
          05 FILLER PIC X(9) VALUE "  PERIOD ".
          05 WS-RDL-YEAR PIC 9(4).
          05 FILLER PIC X(1) VALUE "-".
          05 WS-RDL-NUM PIC 9(2).
          05 FILLER PIC X(8) VALUE "  WAGES ".
          05 WS-RDL-WAGES PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(11) VALUE "  WITHHELD ".
          05 WS-RDL-TAX PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-RECON-LINE.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RL-KIND PIC X(1).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RL-CODE PIC X(4).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RL-LEDGER-WAGES PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RL-W2-WAGES PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RL-LEDGER-TAX PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RL-W2-TAX PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RL-PAID PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RL-STATUS PIC X(16).
       01 WS-RULE-LIST-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RLL-KIND PIC X(1).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RLL-CODE PIC X(4).
          05 FILLER PIC X(6) VALUE " DEP: ".
          05 WS-RLL-DEP-FREQ PIC X(1).
          05 FILLER PIC X(1) VALUE "/".
          05 WS-RLL-DEP-DAYS PIC 9(2).
          05 FILLER PIC X(6) VALUE " RET: ".
          05 WS-RLL-RET-FREQ PIC X(1).
          05 FILLER PIC X(1) VALUE "/".
          05 WS-RLL-RET-DAYS PIC 9(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RLL-AGENCY PIC X(30).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RLL-ACCOUNT PIC X(15).
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
                   WHEN CHOICE-SCHEDULE
                       PERFORM DEPOSIT-SCHEDULE
                   WHEN CHOICE-PAYMENT
                       IF IS-SUPERVISOR
                           PERFORM POST-PAYMENT
                       ELSE
                           DISPLAY "ERROR: posting a payment "
                               "requires a supervisor sign-on"
                       END-IF
                   WHEN CHOICE-RETURNS
                       PERFORM PERIOD-RETURNS
                   WHEN CHOICE-RECON
                       PERFORM ANNUAL-RECONCILIATION
                   WHEN CHOICE-RULES
                       PERFORM MAINTAIN-RULES
                   WHEN OTHER
                       DISPLAY "ERROR: choice must be 1-6"
               END-EVALUATE
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
           END-PERFORM
           DISPLAY "Done"
           MOVE WS-HIGH-RC TO RETURN-CODE
           GOBACK.

       DISPLAY-MENU.
           DISPLAY "1-DEPOSIT SCHEDULE  2-POST PAYMENT  "
               "3-PERIOD RETURNS  4-ANNUAL RECON  "
               "5-DEPOSIT RULES  6-EXIT"
           DISPLAY "Enter choice: ".

       DEPOSIT-SCHEDULE.
           DISPLAY "Enter liability year (YYYY): "
           ACCEPT WS-RPT-YEAR
           PERFORM LOAD-RULES
           MOVE 0 TO WS-DB-COUNT
           MOVE 0 TO WS-DB-DROPPED
           MOVE 0 TO WS-EOF
           OPEN INPUT SL-LIABILITY
           IF WS-FS-SL-LIABILITY = "35"
               DISPLAY "No sl-liability.dat on file - run PAYROLL "
                   "first, nothing to schedule"
           ELSE
               IF WS-FS-SL-LIABILITY NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "sl-liability.dat, status "
                       WS-FS-SL-LIABILITY
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF = 1
                   READ SL-LIABILITY
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM SCHEDULE-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE SL-LIABILITY
               PERFORM PRINT-DEPOSIT-SCHEDULE
           END-IF.

       SCHEDULE-ONE-ROW.
           MOVE SLL-JUR-KIND TO WS-FIND-KIND
           MOVE SLL-JUR-CODE TO WS-FIND-CODE
           IF SLL-LIABILITY AND SLL-DATE(1:4) = WS-RPT-YEAR
               PERFORM FIND-JURISDICTION
               IF WS-JX > 0
                   ADD SLL-TAX TO WS-JT-LIAB-TAX(WS-JX)
                   PERFORM COMPUTE-SL-DUE-DATE
                   PERFORM ADD-TO-BUCKET
               END-IF
           END-IF
           IF SLL-PAYMENT AND SLL-PERIOD-YEAR = WS-RPT-YEAR
               PERFORM FIND-JURISDICTION
               IF WS-JX > 0
                   ADD SLL-TAX TO WS-JT-PAID(WS-JX)
               END-IF
           END-IF.

       ADD-TO-BUCKET.
           MOVE 0 TO WS-DB-SLOT
           PERFORM VARYING WS-DB-I FROM 1 BY 1
               UNTIL WS-DB-I > WS-DB-COUNT OR WS-DB-SLOT > 0
               IF WS-DB-JUR(WS-DB-I) = WS-JX AND
                   WS-DB-DUE(WS-DB-I) = WS-DUE-DATE
                   MOVE WS-DB-I TO WS-DB-SLOT
               END-IF
           END-PERFORM
           IF WS-DB-SLOT = 0
               IF WS-DB-COUNT < 3000
                   ADD 1 TO WS-DB-COUNT
                   MOVE WS-DB-COUNT TO WS-DB-SLOT
                   MOVE WS-JX TO WS-DB-JUR(WS-DB-SLOT)
                   MOVE WS-DEP-PERIOD-END
                       TO WS-DB-PERIOD-END(WS-DB-SLOT)
                   MOVE WS-DUE-DATE TO WS-DB-DUE(WS-DB-SLOT)
                   MOVE 0 TO WS-DB-TAX(WS-DB-SLOT)
                   MOVE "N" TO WS-DB-DONE(WS-DB-SLOT)
               ELSE
                   ADD 1 TO WS-DB-DROPPED
               END-IF
           END-IF
           IF WS-DB-SLOT > 0
               ADD SLL-TAX TO WS-DB-TAX(WS-DB-SLOT)
           END-IF.

       PRINT-DEPOSIT-SCHEDULE.
           MOVE "SL-DEPOSIT.RPT" TO WS-RPT-NAME
           MOVE "STATE/LOCAL DEPOSIT SCHEDULE" TO PS-REPORT-TITLE
           MOVE "      PERIOD END  DUE DATE        LIABILITY"
               TO PS-COLUMN-HEADING
           MOVE "         APPLIED        OPEN BAL  STATUS"
               TO PS-COLUMN-HEADING(45:)
           PERFORM OPEN-REPORT
           MOVE 0 TO WS-OVERDUE-COUNT
           MOVE 0 TO WS-OPEN-TOTAL
           PERFORM VARYING WS-JX FROM 1 BY 1
               UNTIL WS-JX > WS-JT-COUNT
               IF WS-JT-LIAB-TAX(WS-JX) > 0 OR WS-JT-PAID(WS-JX) > 0
                   PERFORM PRINT-ONE-JUR-SCHEDULE
               END-IF
           END-PERFORM
           PERFORM CLOSE-REPORT
           IF WS-DB-DROPPED > 0
               DISPLAY "WARNING: " WS-DB-DROPPED " liability rows "
                   "not scheduled - deposit table full"
           END-IF
           DISPLAY "Open balance:        " WS-OPEN-TOTAL
           DISPLAY "Overdue deposits:    " WS-OVERDUE-COUNT
           DISPLAY "Schedule written to SL-DEPOSIT.RPT"
           IF WS-OVERDUE-COUNT > 0
               DISPLAY "WARNING: state/local deposits past due - "
                   "remit and post the payments"
               PERFORM RAISE-RC-4
           END-IF.

       PRINT-ONE-JUR-SCHEDULE.
           PERFORM WRITE-JUR-HEADING
           MOVE WS-JT-PAID(WS-JX) TO WS-PAID-LEFT
           PERFORM VARYING WS-DB-I FROM 1 BY 1
               UNTIL WS-DB-I > WS-DB-COUNT
               MOVE "N" TO WS-DB-DONE(WS-DB-I)
           END-PERFORM
           MOVE 1 TO WS-DB-SLOT
           PERFORM UNTIL WS-DB-SLOT = 0
               MOVE 0 TO WS-DB-SLOT
               PERFORM VARYING WS-DB-I FROM 1 BY 1
                   UNTIL WS-DB-I > WS-DB-COUNT
                   IF WS-DB-JUR(WS-DB-I) = WS-JX AND
                       WS-DB-DONE(WS-DB-I) = "N"
                       IF WS-DB-SLOT = 0
                           MOVE WS-DB-I TO WS-DB-SLOT
                       ELSE
                           IF WS-DB-DUE(WS-DB-I) <
                               WS-DB-DUE(WS-DB-SLOT)
                               MOVE WS-DB-I TO WS-DB-SLOT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-DB-SLOT > 0
                   PERFORM PRINT-ONE-BUCKET
               END-IF
           END-PERFORM
           COMPUTE WS-BALANCE =
               WS-JT-LIAB-TAX(WS-JX) - WS-JT-PAID(WS-JX)
           MOVE "JURISDICTION TOTAL  " TO WS-JTL-LABEL
           MOVE WS-JT-LIAB-TAX(WS-JX) TO WS-JTL-TAX
           MOVE WS-JT-PAID(WS-JX) TO WS-JTL-PAID
           MOVE WS-BALANCE TO WS-JTL-BALANCE
           MOVE WS-JUR-TOTAL-LINE TO SL-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-ONE-BUCKET.
           MOVE "Y" TO WS-DB-DONE(WS-DB-SLOT)
           IF WS-PAID-LEFT >= WS-DB-TAX(WS-DB-SLOT)
               MOVE WS-DB-TAX(WS-DB-SLOT) TO WS-APPLIED
           ELSE
               MOVE WS-PAID-LEFT TO WS-APPLIED
           END-IF
           SUBTRACT WS-APPLIED FROM WS-PAID-LEFT
           COMPUTE WS-OPEN-AMT = WS-DB-TAX(WS-DB-SLOT) - WS-APPLIED
           ADD WS-OPEN-AMT TO WS-OPEN-TOTAL
           MOVE WS-DB-PERIOD-END(WS-DB-SLOT) TO WS-SL-PERIOD-END
           MOVE WS-DB-DUE(WS-DB-SLOT) TO WS-SL-DUE
           MOVE WS-DB-TAX(WS-DB-SLOT) TO WS-SL-TAX
           MOVE WS-APPLIED TO WS-SL-APPLIED
           MOVE WS-OPEN-AMT TO WS-SL-OPEN
           EVALUATE TRUE
               WHEN WS-OPEN-AMT = 0
                   MOVE "PAID" TO WS-SL-STATUS
               WHEN WS-DB-DUE(WS-DB-SLOT) < WS-TODAY
                   MOVE "OVERDUE" TO WS-SL-STATUS
                   ADD 1 TO WS-OVERDUE-COUNT
               WHEN OTHER
                   MOVE "OPEN" TO WS-SL-STATUS
           END-EVALUATE
           MOVE WS-SCHED-LINE TO SL-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-JUR-HEADING.
           MOVE SPACES TO SL-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-JT-KIND(WS-JX) = "S"
               MOVE "STATE " TO WS-JH-KIND
           ELSE
               MOVE "LOCAL " TO WS-JH-KIND
           END-IF
           MOVE WS-JT-CODE(WS-JX) TO WS-JH-CODE
           MOVE WS-JT-AGENCY(WS-JX) TO WS-JH-AGENCY
           MOVE WS-JT-DEP-FREQ(WS-JX) TO WS-JH-DEP-FREQ
           MOVE WS-JT-RET-FREQ(WS-JX) TO WS-JH-RET-FREQ
           IF WS-JT-HAS-RULE(WS-JX) = "Y"
               MOVE SPACES TO WS-JH-NOTE
           ELSE
               MOVE "NO RULE - DEFAULTS" TO WS-JH-NOTE
           END-IF
           MOVE WS-JUR-HEAD-LINE TO SL-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       COMPUTE-SL-DUE-DATE.
           MOVE SLL-DATE TO WS-WORK-DATE
           EVALUATE WS-JT-DEP-FREQ(WS-JX)
               WHEN "S"
                   MOVE SLL-DATE TO WS-DEP-PERIOD-END
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(SLL-DATE)
                       + WS-JT-DEP-DAYS(WS-JX)
                   PERFORM ROLL-PAST-WEEKEND
                   COMPUTE WS-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               WHEN "Q"
                   COMPUTE WS-QTR = (WS-WD-MONTH + 2) / 3
                   COMPUTE WS-WD-MONTH = WS-QTR * 3
                   PERFORM SET-MONTH-END
                   MOVE WS-WORK-DATE TO WS-DEP-PERIOD-END
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
                       + WS-JT-DEP-DAYS(WS-JX)
                   PERFORM ROLL-PAST-WEEKEND
                   COMPUTE WS-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               WHEN "A"
                   MOVE 12 TO WS-WD-MONTH
                   MOVE 31 TO WS-WD-DAY
                   MOVE WS-WORK-DATE TO WS-DEP-PERIOD-END
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
                       + WS-JT-DEP-DAYS(WS-JX)
                   PERFORM ROLL-PAST-WEEKEND
                   COMPUTE WS-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               WHEN OTHER
                   PERFORM SET-MONTH-END
                   MOVE WS-WORK-DATE TO WS-DEP-PERIOD-END
                   IF WS-WD-MONTH = 12
                       ADD 1 TO WS-WD-YEAR
                       MOVE 1 TO WS-WD-MONTH
                   ELSE
                       ADD 1 TO WS-WD-MONTH
                   END-IF
                   MOVE WS-JT-DEP-DAYS(WS-JX) TO WS-WD-DAY
                   IF WS-WD-DAY = 0 OR WS-WD-DAY > 28
                       MOVE 15 TO WS-WD-DAY
                   END-IF
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
                   PERFORM ROLL-PAST-WEEKEND
                   COMPUTE WS-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           END-EVALUATE.

       SET-MONTH-END.
           MOVE 1 TO WS-WD-DAY
           IF WS-WD-MONTH = 12
               MOVE 31 TO WS-WD-DAY
           ELSE
               ADD 1 TO WS-WD-MONTH
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
               COMPUTE WS-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           END-IF.

       ROLL-PAST-WEEKEND.
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(WS-DATE-INT - 1, 7) + 1
           EVALUATE WS-DAY-OF-WEEK
               WHEN 6
                   ADD 2 TO WS-DATE-INT
               WHEN 7
                   ADD 1 TO WS-DATE-INT
           END-EVALUATE.

       POST-PAYMENT.
           DISPLAY "Enter jurisdiction kind (S=state L=local): "
           ACCEPT WS-NP-KIND
           PERFORM UNTIL IS-NP-KIND-VALID
               DISPLAY "ERROR: kind must be S or L"
               DISPLAY "Enter jurisdiction kind (S=state "
                   "L=local): "
               ACCEPT WS-NP-KIND
           END-PERFORM
           DISPLAY "Enter state or locality code: "
           ACCEPT WS-NP-CODE
           MOVE FUNCTION UPPER-CASE(WS-NP-CODE) TO WS-NP-CODE
           DISPLAY "Enter payment date (YYYYMMDD): "
           ACCEPT WS-NP-DATE
           DISPLAY "Enter payment amount: "
           ACCEPT WS-NP-AMOUNT
           DISPLAY "Enter agency confirmation reference: "
           ACCEPT WS-NP-REFERENCE
           DISPLAY "Enter return year the payment applies to "
               "(YYYY): "
           ACCEPT WS-NP-YEAR
           DISPLAY "Enter return period (month 01-12, quarter "
               "01-04, 01 for annual): "
           ACCEPT WS-NP-NUM
           PERFORM LOAD-RULES
           MOVE WS-NP-KIND TO WS-FIND-KIND
           MOVE WS-NP-CODE TO WS-FIND-CODE
           PERFORM FIND-JURISDICTION
           IF WS-JX > 0
               IF WS-JT-HAS-RULE(WS-JX) NOT = "Y"
                   DISPLAY "WARNING: " WS-NP-CODE " has no deposit "
                       "rule on sl-deposit-rule.dat - add one "
                       "under option 5"
               END-IF
           END-IF
           IF WS-NP-AMOUNT = 0 OR WS-NP-CODE = SPACES OR
               WS-NP-NUM = 0 OR WS-NP-NUM > 12
               DISPLAY "ERROR: code, amount and return period are "
                   "required - payment not posted"
           ELSE
               DISPLAY "POST payment " WS-NP-AMOUNT " to "
                   WS-NP-KIND "-" WS-NP-CODE " dated " WS-NP-DATE
                   " ref " WS-NP-REFERENCE
               DISPLAY "Confirm (Y/N): "
               ACCEPT WS-CONFIRM
               IF IS-CONFIRMED
                   PERFORM WRITE-PAYMENT-ROW
               ELSE
                   DISPLAY "Operation cancelled"
               END-IF
           END-IF.

       WRITE-PAYMENT-ROW.
           OPEN EXTEND SL-LIABILITY
           IF WS-FS-SL-LIABILITY = "05" OR
               WS-FS-SL-LIABILITY = "35"
               OPEN OUTPUT SL-LIABILITY
           END-IF
           IF WS-FS-SL-LIABILITY NOT = "00"
               DISPLAY "ERROR: OPEN failed for "
                   "sl-liability.dat, status "
                   WS-FS-SL-LIABILITY
           ELSE
               MOVE "D" TO SLL-KIND
               MOVE WS-NP-DATE TO SLL-DATE
               MOVE WS-NP-YEAR TO SLL-PERIOD-YEAR
               MOVE WS-NP-NUM TO SLL-PERIOD-NUM
               MOVE WS-NP-KIND TO SLL-JUR-KIND
               MOVE WS-NP-CODE TO SLL-JUR-CODE
               MOVE 0 TO SLL-WAGES
               MOVE WS-NP-AMOUNT TO SLL-TAX
               MOVE WS-NP-REFERENCE TO SLL-REFERENCE
               WRITE SLL-REC
               IF WS-FS-SL-LIABILITY NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "sl-liability.dat, status "
                       WS-FS-SL-LIABILITY
               ELSE
                   DISPLAY "Payment posted to the ledger"
                   MOVE "I" TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "SL TAX PAYMENT POSTED " DELIMITED BY SIZE
                       WS-NP-KIND "-" WS-NP-CODE DELIMITED BY SIZE
                       " REF " WS-NP-REFERENCE DELIMITED BY SIZE
                       INTO WS-LOG-MESSAGE
                   END-STRING
                   PERFORM WRITE-RUN-LOG
               END-IF
               CLOSE SL-LIABILITY
           END-IF.

       PERIOD-RETURNS.
           DISPLAY "Enter return frequency (M=monthly Q=quarterly "
               "A=annual): "
           ACCEPT WS-RET-FREQ
           PERFORM UNTIL IS-RET-MONTHLY OR IS-RET-QUARTERLY OR
               IS-RET-ANNUAL
               DISPLAY "ERROR: frequency must be M, Q or A"
               DISPLAY "Enter return frequency (M=monthly "
                   "Q=quarterly A=annual): "
               ACCEPT WS-RET-FREQ
           END-PERFORM
           DISPLAY "Enter return year (YYYY): "
           ACCEPT WS-RPT-YEAR
           EVALUATE TRUE
               WHEN IS-RET-MONTHLY
                   DISPLAY "Enter month (01-12): "
                   ACCEPT WS-RET-NUM
                   PERFORM UNTIL WS-RET-NUM >= 1 AND
                       WS-RET-NUM <= 12
                       DISPLAY "ERROR: month must be 01-12"
                       DISPLAY "Enter month (01-12): "
                       ACCEPT WS-RET-NUM
                   END-PERFORM
                   COMPUTE WS-RET-START =
                       WS-RPT-YEAR * 10000 + WS-RET-NUM * 100 + 1
                   MOVE WS-RET-START TO WS-WORK-DATE
               WHEN IS-RET-QUARTERLY
                   DISPLAY "Enter quarter (1-4): "
                   ACCEPT WS-RET-NUM
                   PERFORM UNTIL WS-RET-NUM >= 1 AND
                       WS-RET-NUM <= 4
                       DISPLAY "ERROR: quarter must be 1-4"
                       DISPLAY "Enter quarter (1-4): "
                       ACCEPT WS-RET-NUM
                   END-PERFORM
                   COMPUTE WS-RET-START = WS-RPT-YEAR * 10000
                       + (WS-RET-NUM * 3 - 2) * 100 + 1
                   COMPUTE WS-WORK-DATE = WS-RPT-YEAR * 10000
                       + WS-RET-NUM * 300 + 1
               WHEN OTHER
                   MOVE 1 TO WS-RET-NUM
                   COMPUTE WS-RET-START = WS-RPT-YEAR * 10000 + 101
                   COMPUTE WS-WORK-DATE = WS-RPT-YEAR * 10000 + 1201
           END-EVALUATE
           PERFORM SET-MONTH-END
           MOVE WS-WORK-DATE TO WS-RET-END
           PERFORM LOAD-RULES
           PERFORM LOAD-RETURN-TOTALS
           IF WS-FS-SL-LIABILITY = "35"
               DISPLAY "No sl-liability.dat on file - run PAYROLL "
                   "first, no returns to prepare"
           ELSE
               MOVE "SL-RETURN.RPT" TO WS-RPT-NAME
               MOVE "STATE/LOCAL WITHHOLDING RETURN"
                   TO PS-REPORT-TITLE
               MOVE SPACES TO PS-COLUMN-HEADING
               MOVE 0 TO WS-RETURNS-PRINTED
               PERFORM OPEN-REPORT
               PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-JT-COUNT
                   IF WS-JT-RET-FREQ(WS-JX) = WS-RET-FREQ AND
                       (WS-JT-LIAB-TAX(WS-JX) > 0 OR
                        WS-JT-LIAB-WAGES(WS-JX) > 0 OR
                        WS-JT-PAID(WS-JX) > 0)
                       PERFORM PRINT-ONE-RETURN
                   END-IF
               END-PERFORM
               PERFORM CLOSE-REPORT
               DISPLAY "Returns prepared:    " WS-RETURNS-PRINTED
               DISPLAY "Returns written to SL-RETURN.RPT"
           END-IF.

       LOAD-RETURN-TOTALS.
           MOVE 0 TO WS-EOF
           OPEN INPUT SL-LIABILITY
           IF WS-FS-SL-LIABILITY NOT = "35"
               IF WS-FS-SL-LIABILITY NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "sl-liability.dat, status "
                       WS-FS-SL-LIABILITY
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF = 1
                   READ SL-LIABILITY
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM TOTAL-ONE-RETURN-ROW
                   END-READ
               END-PERFORM
               CLOSE SL-LIABILITY
           END-IF.

       TOTAL-ONE-RETURN-ROW.
           MOVE SLL-JUR-KIND TO WS-FIND-KIND
           MOVE SLL-JUR-CODE TO WS-FIND-CODE
           IF SLL-LIABILITY AND SLL-DATE >= WS-RET-START AND
               SLL-DATE <= WS-RET-END
               PERFORM FIND-JURISDICTION
               IF WS-JX > 0
                   ADD SLL-WAGES TO WS-JT-LIAB-WAGES(WS-JX)
                   ADD SLL-TAX TO WS-JT-LIAB-TAX(WS-JX)
               END-IF
           END-IF
           IF SLL-PAYMENT AND SLL-PERIOD-YEAR = WS-RPT-YEAR AND
               SLL-PERIOD-NUM = WS-RET-NUM
               PERFORM FIND-JURISDICTION
               IF WS-JX > 0 AND WS-JT-RET-FREQ(WS-JX) = WS-RET-FREQ
                   ADD SLL-TAX TO WS-JT-PAID(WS-JX)
               END-IF
           END-IF.

       PRINT-ONE-RETURN.
           ADD 1 TO WS-RETURNS-PRINTED
           IF WS-RETURNS-PRINTED > 1
               MOVE "I" TO PS-FUNC
               CALL "PRINT-SVC" USING PS-CONTROL
                   ON EXCEPTION
                       DISPLAY "ERROR: CALL to PRINT-SVC failed"
               END-CALL
               PERFORM WRITE-SVC-LINES
           END-IF
           PERFORM WRITE-JUR-HEADING
           MOVE "WITHHOLDING ACCOUNT NO:" TO WS-RTL-LABEL
           MOVE WS-JT-ACCOUNT(WS-JX) TO WS-RTL-TEXT
           MOVE WS-RET-TEXT-LINE TO SL-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "RETURN PERIOD:" TO WS-RTL-LABEL
           MOVE SPACES TO WS-RTL-TEXT
           STRING WS-RET-START DELIMITED BY SIZE
               " THROUGH " DELIMITED BY SIZE
               WS-RET-END DELIMITED BY SIZE
               INTO WS-RTL-TEXT
           END-STRING
           MOVE WS-RET-TEXT-LINE TO SL-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RET-END)
               + WS-JT-RET-DAYS(WS-JX)
           PERFORM ROLL-PAST-WEEKEND
           COMPUTE WS-RET-DUE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE "RETURN DUE DATE:" TO WS-RTL-LABEL
           MOVE WS-RET-DUE TO WS-RTL-TEXT
           MOVE WS-RET-TEXT-LINE TO SL-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO SL-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM PRINT-RETURN-DETAIL
           MOVE SPACES TO SL-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "TAXABLE WAGES:" TO WS-RAL-LABEL
           MOVE WS-JT-LIAB-WAGES(WS-JX) TO WS-RAL-AMOUNT
           MOVE WS-RET-AMT-LINE TO SL-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "TAX WITHHELD:" TO WS-RAL-LABEL
           MOVE WS-JT-LIAB-TAX(WS-JX) TO WS-RAL-AMOUNT
           MOVE WS-RET-AMT-LINE TO SL-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "PAYMENTS FOR PERIOD:" TO WS-RAL-LABEL
           MOVE WS-JT-PAID(WS-JX) TO WS-RAL-AMOUNT
           MOVE WS-RET-AMT-LINE TO SL-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           COMPUTE WS-BALANCE =
               WS-JT-LIAB-TAX(WS-JX) - WS-JT-PAID(WS-JX)
           IF WS-BALANCE < 0
               MOVE "OVERPAYMENT:" TO WS-RAL-LABEL
           ELSE
               MOVE "BALANCE DUE WITH RETURN:" TO WS-RAL-LABEL
           END-IF
           MOVE WS-BALANCE TO WS-RAL-AMOUNT
           MOVE WS-RET-AMT-LINE TO SL-RPT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-BALANCE NOT = 0
               DISPLAY "WARNING: " WS-JT-CODE(WS-JX) " return "
                   "shows balance " WS-BALANCE " - remit or "
                   "review before filing"
               PERFORM RAISE-RC-4
           END-IF.

       PRINT-RETURN-DETAIL.
           MOVE 0 TO WS-EOF
           OPEN INPUT SL-LIABILITY
           IF WS-FS-SL-LIABILITY = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ SL-LIABILITY
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF SLL-LIABILITY AND
                               SLL-JUR-KIND = WS-JT-KIND(WS-JX) AND
                               SLL-JUR-CODE = WS-JT-CODE(WS-JX) AND
                               SLL-DATE >= WS-RET-START AND
                               SLL-DATE <= WS-RET-END
                               MOVE SLL-DATE TO WS-RDL-DATE
                               MOVE SLL-PERIOD-YEAR TO WS-RDL-YEAR
                               MOVE SLL-PERIOD-NUM TO WS-RDL-NUM
                               MOVE SLL-WAGES TO WS-RDL-WAGES
                               MOVE SLL-TAX TO WS-RDL-TAX
                               MOVE WS-RET-DETAIL-LINE TO SL-RPT-LINE
                               PERFORM WRITE-REPORT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SL-LIABILITY
           END-IF.

       ANNUAL-RECONCILIATION.
           DISPLAY "Enter reconciliation year (YYYY): "
           ACCEPT WS-RPT-YEAR
           PERFORM LOAD-RULES
           MOVE 0 TO WS-EOF
           OPEN INPUT SL-LIABILITY
           IF WS-FS-SL-LIABILITY NOT = "35"
               IF WS-FS-SL-LIABILITY NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "sl-liability.dat, status "
                       WS-FS-SL-LIABILITY
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF = 1
                   READ SL-LIABILITY
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM TOTAL-ONE-RECON-ROW
                   END-READ
               END-PERFORM
               CLOSE SL-LIABILITY
           END-IF
           PERFORM LOAD-W2-JURISDICTIONS
           MOVE "SL-RECON.RPT" TO WS-RPT-NAME
           MOVE "STATE/LOCAL ANNUAL RECON" TO PS-REPORT-TITLE
           MOVE " JUR    LEDGER WAGES    W-2 WAGES   LEDGER TAX"
               TO PS-COLUMN-HEADING
           MOVE "     W-2 TAX         PAID STATUS"
               TO PS-COLUMN-HEADING(47:)
           PERFORM OPEN-REPORT
           MOVE 0 TO WS-RECON-EXCEPTIONS
           PERFORM VARYING WS-JX FROM 1 BY 1
               UNTIL WS-JX > WS-JT-COUNT
               IF WS-JT-LIAB-TAX(WS-JX) > 0 OR
                   WS-JT-LIAB-WAGES(WS-JX) > 0 OR
                   WS-JT-W2-WAGES(WS-JX) > 0 OR
                   WS-JT-W2-TAX(WS-JX) > 0 OR
                   WS-JT-PAID(WS-JX) > 0
                   PERFORM PRINT-ONE-RECON-LINE
               END-IF
           END-PERFORM
           PERFORM CLOSE-REPORT
           DISPLAY "Jurisdictions out of balance: "
               WS-RECON-EXCEPTIONS
           DISPLAY "Reconciliation written to SL-RECON.RPT"
           IF WS-RECON-EXCEPTIONS > 0
               PERFORM RAISE-RC-4
           END-IF.

       TOTAL-ONE-RECON-ROW.
           MOVE SLL-JUR-KIND TO WS-FIND-KIND
           MOVE SLL-JUR-CODE TO WS-FIND-CODE
           IF SLL-PERIOD-YEAR = WS-RPT-YEAR
               PERFORM FIND-JURISDICTION
               IF WS-JX > 0
                   IF SLL-LIABILITY
                       ADD SLL-WAGES TO WS-JT-LIAB-WAGES(WS-JX)
                       ADD SLL-TAX TO WS-JT-LIAB-TAX(WS-JX)
                   ELSE
                       ADD SLL-TAX TO WS-JT-PAID(WS-JX)
                   END-IF
               END-IF
           END-IF.

       LOAD-W2-JURISDICTIONS.
           MOVE 0 TO WS-EOF
           OPEN INPUT YTD-JURIS
           IF WS-FS-YTD-JURIS = "35"
               DISPLAY "WARNING: ytd-juris.dat not found - W-2 "
                   "state and local boxes show zero"
           ELSE
               IF WS-FS-YTD-JURIS NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "ytd-juris.dat, status " WS-FS-YTD-JURIS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF = 1
                   READ YTD-JURIS NEXT RECORD
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF YJ-YEAR = WS-RPT-YEAR
                               MOVE YJ-KIND TO WS-FIND-KIND
                               MOVE YJ-CODE TO WS-FIND-CODE
                               PERFORM FIND-JURISDICTION
                               IF WS-JX > 0
                                   ADD YJ-WAGES
                                       TO WS-JT-W2-WAGES(WS-JX)
                                   ADD YJ-TAX TO WS-JT-W2-TAX(WS-JX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YTD-JURIS
           END-IF.

       PRINT-ONE-RECON-LINE.
           MOVE WS-JT-KIND(WS-JX) TO WS-RL-KIND
           MOVE WS-JT-CODE(WS-JX) TO WS-RL-CODE
           MOVE WS-JT-LIAB-WAGES(WS-JX) TO WS-RL-LEDGER-WAGES
           MOVE WS-JT-W2-WAGES(WS-JX) TO WS-RL-W2-WAGES
           MOVE WS-JT-LIAB-TAX(WS-JX) TO WS-RL-LEDGER-TAX
           MOVE WS-JT-W2-TAX(WS-JX) TO WS-RL-W2-TAX
           MOVE WS-JT-PAID(WS-JX) TO WS-RL-PAID
           COMPUTE WS-DIFF =
               WS-JT-LIAB-TAX(WS-JX) - WS-JT-W2-TAX(WS-JX)
           COMPUTE WS-BALANCE =
               WS-JT-LIAB-TAX(WS-JX) - WS-JT-PAID(WS-JX)
           EVALUATE TRUE
               WHEN WS-DIFF NOT = 0 OR
                   WS-JT-LIAB-WAGES(WS-JX) NOT =
                       WS-JT-W2-WAGES(WS-JX)
                   MOVE "W-2 DIFFERENCE" TO WS-RL-STATUS
                   ADD 1 TO WS-RECON-EXCEPTIONS
               WHEN WS-BALANCE > 0
                   MOVE "UNDERPAID" TO WS-RL-STATUS
                   ADD 1 TO WS-RECON-EXCEPTIONS
               WHEN WS-BALANCE < 0
                   MOVE "OVERPAID" TO WS-RL-STATUS
                   ADD 1 TO WS-RECON-EXCEPTIONS
               WHEN OTHER
                   MOVE "IN BALANCE" TO WS-RL-STATUS
           END-EVALUATE
           MOVE WS-RECON-LINE TO SL-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       MAINTAIN-RULES.
           PERFORM LOAD-RULES
           DISPLAY "Deposit rules on file: " WS-RULE-COUNT
           PERFORM VARYING WS-JX FROM 1 BY 1
               UNTIL WS-JX > WS-JT-COUNT
               MOVE WS-JT-KIND(WS-JX) TO WS-RLL-KIND
               MOVE WS-JT-CODE(WS-JX) TO WS-RLL-CODE
               MOVE WS-JT-DEP-FREQ(WS-JX) TO WS-RLL-DEP-FREQ
               MOVE WS-JT-DEP-DAYS(WS-JX) TO WS-RLL-DEP-DAYS
               MOVE WS-JT-RET-FREQ(WS-JX) TO WS-RLL-RET-FREQ
               MOVE WS-JT-RET-DAYS(WS-JX) TO WS-RLL-RET-DAYS
               MOVE WS-JT-AGENCY(WS-JX) TO WS-RLL-AGENCY
               MOVE WS-JT-ACCOUNT(WS-JX) TO WS-RLL-ACCOUNT
               DISPLAY WS-RULE-LIST-LINE
           END-PERFORM
           IF NOT IS-SUPERVISOR
               DISPLAY "Changing deposit rules requires a "
                   "supervisor sign-on"
           ELSE
               DISPLAY "Add or change a rule (Y/N): "
               ACCEPT WS-CONFIRM
               IF IS-CONFIRMED
                   PERFORM ACCEPT-ONE-RULE
               END-IF
           END-IF.

       ACCEPT-ONE-RULE.
           DISPLAY "Enter jurisdiction kind (S=state L=local): "
           ACCEPT WS-FIND-KIND
           PERFORM UNTIL WS-FIND-KIND = "S" OR WS-FIND-KIND = "L"
               DISPLAY "ERROR: kind must be S or L"
               DISPLAY "Enter jurisdiction kind (S=state "
                   "L=local): "
               ACCEPT WS-FIND-KIND
           END-PERFORM
           DISPLAY "Enter state or locality code: "
           ACCEPT WS-FIND-CODE
           MOVE FUNCTION UPPER-CASE(WS-FIND-CODE) TO WS-FIND-CODE
           DISPLAY "Enter deposit frequency (S=semiweekly "
               "M=monthly Q=quarterly A=annual): "
           ACCEPT WS-NR-DEP-FREQ
           PERFORM UNTIL IS-NR-DEP-VALID
               DISPLAY "ERROR: frequency must be S, M, Q or A"
               DISPLAY "Enter deposit frequency: "
               ACCEPT WS-NR-DEP-FREQ
           END-PERFORM
           DISPLAY "Enter deposit due days (S/Q/A: days after "
               "period end, M: day of next month): "
           ACCEPT WS-NR-DEP-DAYS
           DISPLAY "Enter return frequency (M=monthly "
               "Q=quarterly A=annual): "
           ACCEPT WS-NR-RET-FREQ
           PERFORM UNTIL IS-NR-RET-VALID
               DISPLAY "ERROR: frequency must be M, Q or A"
               DISPLAY "Enter return frequency: "
               ACCEPT WS-NR-RET-FREQ
           END-PERFORM
           DISPLAY "Enter return due days after period end: "
           ACCEPT WS-NR-RET-DAYS
           DISPLAY "Enter agency name: "
           ACCEPT WS-NR-AGENCY
           DISPLAY "Enter withholding account number: "
           ACCEPT WS-NR-ACCOUNT
           IF WS-FIND-CODE = SPACES
               DISPLAY "ERROR: jurisdiction code is required - "
                   "rule not saved"
           ELSE
               PERFORM FIND-JURISDICTION
               IF WS-JX = 0
                   DISPLAY "ERROR: rule table full - rule not saved"
               ELSE
                   MOVE "Y" TO WS-JT-HAS-RULE(WS-JX)
                   MOVE WS-NR-DEP-FREQ TO WS-JT-DEP-FREQ(WS-JX)
                   MOVE WS-NR-DEP-DAYS TO WS-JT-DEP-DAYS(WS-JX)
                   MOVE WS-NR-RET-FREQ TO WS-JT-RET-FREQ(WS-JX)
                   MOVE WS-NR-RET-DAYS TO WS-JT-RET-DAYS(WS-JX)
                   MOVE WS-NR-AGENCY TO WS-JT-AGENCY(WS-JX)
                   MOVE WS-NR-ACCOUNT TO WS-JT-ACCOUNT(WS-JX)
                   PERFORM SAVE-RULES
               END-IF
           END-IF.

       SAVE-RULES.
           OPEN OUTPUT SL-RULES
           IF WS-FS-SL-RULES NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "sl-deposit-rule.dat, status " WS-FS-SL-RULES
           ELSE
               PERFORM VARYING WS-JT-I FROM 1 BY 1
                   UNTIL WS-JT-I > WS-JT-COUNT
                   IF WS-JT-HAS-RULE(WS-JT-I) = "Y"
                       MOVE WS-JT-KIND(WS-JT-I) TO SDR-JUR-KIND
                       MOVE WS-JT-CODE(WS-JT-I) TO SDR-JUR-CODE
                       MOVE WS-JT-DEP-FREQ(WS-JT-I)
                           TO SDR-DEPOSIT-FREQ
                       MOVE WS-JT-DEP-DAYS(WS-JT-I)
                           TO SDR-DEPOSIT-DAYS
                       MOVE WS-JT-RET-FREQ(WS-JT-I) TO SDR-RETURN-FREQ
                       MOVE WS-JT-RET-DAYS(WS-JT-I) TO SDR-RETURN-DAYS
                       MOVE WS-JT-AGENCY(WS-JT-I) TO SDR-AGENCY
                       MOVE WS-JT-ACCOUNT(WS-JT-I) TO SDR-ACCOUNT-NO
                       WRITE SDR-REC
                       IF WS-FS-SL-RULES NOT = "00"
                           DISPLAY "ERROR: WRITE failed for "
                               "sl-deposit-rule.dat, status "
                               WS-FS-SL-RULES
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SL-RULES
               DISPLAY "Deposit rule saved for " WS-FIND-KIND "-"
                   WS-FIND-CODE
               MOVE "I" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "SL DEPOSIT RULE CHANGED " DELIMITED BY SIZE
                   WS-FIND-KIND "-" WS-FIND-CODE DELIMITED BY SIZE
                   INTO WS-LOG-MESSAGE
               END-STRING
               PERFORM WRITE-RUN-LOG
           END-IF.

       LOAD-RULES.
           MOVE 0 TO WS-JT-COUNT
           MOVE 0 TO WS-RULE-COUNT
           MOVE 0 TO WS-JT-DROPPED
           MOVE 0 TO WS-EOF
           OPEN INPUT SL-RULES
           IF WS-FS-SL-RULES = "35"
               DISPLAY "WARNING: sl-deposit-rule.dat not found - "
                   "monthly deposits and quarterly returns assumed"
           ELSE
               IF WS-FS-SL-RULES NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "sl-deposit-rule.dat, status " WS-FS-SL-RULES
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF = 1
                   READ SL-RULES
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE SDR-JUR-KIND TO WS-FIND-KIND
                           MOVE SDR-JUR-CODE TO WS-FIND-CODE
                           PERFORM FIND-JURISDICTION
                           IF WS-JX > 0
                               ADD 1 TO WS-RULE-COUNT
                               MOVE "Y" TO WS-JT-HAS-RULE(WS-JX)
                               MOVE SDR-DEPOSIT-FREQ
                                   TO WS-JT-DEP-FREQ(WS-JX)
                               MOVE SDR-DEPOSIT-DAYS
                                   TO WS-JT-DEP-DAYS(WS-JX)
                               MOVE SDR-RETURN-FREQ
                                   TO WS-JT-RET-FREQ(WS-JX)
                               MOVE SDR-RETURN-DAYS
                                   TO WS-JT-RET-DAYS(WS-JX)
                               MOVE SDR-AGENCY TO WS-JT-AGENCY(WS-JX)
                               MOVE SDR-ACCOUNT-NO
                                   TO WS-JT-ACCOUNT(WS-JX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SL-RULES
           END-IF.

       FIND-JURISDICTION.
           MOVE 0 TO WS-JX
           PERFORM VARYING WS-JT-I FROM 1 BY 1
               UNTIL WS-JT-I > WS-JT-COUNT OR WS-JX > 0
               IF WS-JT-KIND(WS-JT-I) = WS-FIND-KIND AND
                   WS-JT-CODE(WS-JT-I) = WS-FIND-CODE
                   MOVE WS-JT-I TO WS-JX
               END-IF
           END-PERFORM
           IF WS-JX = 0
               IF WS-JT-COUNT < 200
                   ADD 1 TO WS-JT-COUNT
                   MOVE WS-JT-COUNT TO WS-JX
                   MOVE WS-FIND-KIND TO WS-JT-KIND(WS-JX)
                   MOVE WS-FIND-CODE TO WS-JT-CODE(WS-JX)
                   MOVE "N" TO WS-JT-HAS-RULE(WS-JX)
                   MOVE "M" TO WS-JT-DEP-FREQ(WS-JX)
                   MOVE 15 TO WS-JT-DEP-DAYS(WS-JX)
                   MOVE "Q" TO WS-JT-RET-FREQ(WS-JX)
                   MOVE 30 TO WS-JT-RET-DAYS(WS-JX)
                   MOVE "AGENCY NOT ON RULE FILE"
                       TO WS-JT-AGENCY(WS-JX)
                   MOVE SPACES TO WS-JT-ACCOUNT(WS-JX)
                   MOVE 0 TO WS-JT-LIAB-WAGES(WS-JX)
                   MOVE 0 TO WS-JT-LIAB-TAX(WS-JX)
                   MOVE 0 TO WS-JT-PAID(WS-JX)
                   MOVE 0 TO WS-JT-W2-WAGES(WS-JX)
                   MOVE 0 TO WS-JT-W2-TAX(WS-JX)
               ELSE
                   ADD 1 TO WS-JT-DROPPED
               END-IF
           END-IF.

       OPEN-REPORT.
           OPEN OUTPUT SL-RPT
           IF WS-FS-SL-RPT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   WS-RPT-NAME ", status " WS-FS-SL-RPT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "I" TO PS-FUNC
           MOVE WS-SEC-OPERATOR TO PS-OPERATOR
           MOVE 0 TO PS-PERIOD-YEAR
           MOVE 0 TO PS-PERIOD-NUM
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       CLOSE-REPORT.
           IF WS-JT-DROPPED > 0
               DISPLAY "WARNING: " WS-JT-DROPPED " rows skipped - "
                   "jurisdiction table full"
           END-IF
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           CLOSE SL-RPT
           IF WS-FS-SL-RPT NOT = "00"
               DISPLAY "ERROR: CLOSE failed for "
                   WS-RPT-NAME ", status " WS-FS-SL-RPT
           END-IF.

       RAISE-RC-4.
           IF WS-HIGH-RC < 4
               MOVE 4 TO WS-HIGH-RC
           END-IF.

       WRITE-RUN-LOG.
           CALL "RUN-LOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-EMP-ID WS-LOG-MESSAGE
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to RUN-LOG failed"
           END-CALL.

       WRITE-REPORT-LINE.
           MOVE SL-RPT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO SL-RPT-LINE
               WRITE SL-RPT-LINE
               IF WS-FS-SL-RPT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       WS-RPT-NAME ", status " WS-FS-SL-RPT
               END-IF
           END-PERFORM.
