       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRA-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COBRA-MASTER ASSIGN TO "cobra-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-KEY
               FILE STATUS IS WS-FS-COBRA-MASTER.
           SELECT EMPLOYEE-MASTER ASSIGN TO "employee-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLOYEE-MASTER.
           SELECT DEPENDENTS ASSIGN TO "dependents.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-KEY
               FILE STATUS IS WS-FS-DEPENDENTS.
           SELECT MAINT-AUDIT ASSIGN TO "maint-audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAINT-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  COBRA-MASTER.
           COPY "cobra-master.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee-master.cpy".

       FD  DEPENDENTS.
           COPY "dependent.cpy".

       FD  MAINT-AUDIT.
           COPY "maint-audit.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-COBRA-MASTER    PIC X(2) VALUE "00".
       01 WS-FS-EMPLOYEE-MASTER PIC X(2) VALUE "00".
       01 WS-FS-DEPENDENTS      PIC X(2) VALUE "00".
       01 WS-FS-MAINT-AUDIT     PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-CHOICE PIC 9(1) VALUE 0.
          88 CHOICE-EVENT   VALUE 1.
          88 CHOICE-ELECT   VALUE 2.
          88 CHOICE-PAYMENT VALUE 3.
          88 CHOICE-LIST    VALUE 4.
          88 CHOICE-EXIT    VALUE 5.
       01 WS-CONFIRM PIC X(1) VALUE "N".
          88 IS-CONFIRMED VALUE "Y" "y".
       01 WS-MAINT-ID PIC 9(7) VALUE 0.
       01 WS-MAINT-SEQ PIC 9(2) VALUE 0.
       01 WS-MAINT-EVENT-TYPE PIC X(1) VALUE SPACE.
       01 WS-MAINT-EVENT-DATE PIC 9(8) VALUE 0.
       01 WS-ELECTION PIC X(1) VALUE SPACE.
       01 WS-ELECT-DATE PIC 9(8) VALUE 0.
       01 WS-PAY-AMOUNT PIC 9(7)V99 VALUE 0.
       01 WS-PAY-DATE PIC 9(8) VALUE 0.
       01 WS-PAY-MONTHS PIC 9(3) VALUE 0.
       01 WS-PAY-REMAINDER PIC 9(7)V99 VALUE 0.
       01 WS-PAY-DUE-BY PIC 9(8) VALUE 0.
       01 WS-FIRST-PAY-DAYS PIC 9(3) VALUE 45.
       01 WS-GRACE-DAYS PIC 9(3) VALUE 30.
       01 WS-NEW-PAID-THRU PIC 9(8) VALUE 0.
       01 WS-PT-DATE PIC 9(8) VALUE 0.
       01 WS-PT-PARTS REDEFINES WS-PT-DATE.
          05 WS-PT-YEAR  PIC 9(4).
          05 WS-PT-MONTH PIC 9(2).
          05 WS-PT-DAY   PIC 9(2).
       01 WS-MONTH-COUNT PIC 9(6) VALUE 0.
       01 WS-EMP-FOUND PIC X(1) VALUE "N".
          88 IS-EMP-FOUND VALUE "Y".
       01 WS-CASE-FOUND PIC X(1) VALUE "N".
          88 IS-CASE-FOUND VALUE "Y".
       01 WS-CASE-KEY PIC X(17) VALUE SPACES.
       01 WS-CASE-COUNT PIC 9(3) VALUE 0.
       01 WS-FIELDS-VALID PIC X(1) VALUE "N".
          88 ARE-FIELDS-VALID VALUE "Y".
       01 WS-AMOUNT-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01 WS-AUDIT-FIELDS.
          05 WS-AUD-DATE PIC 9(6) VALUE 0.
          05 WS-AUD-TIME PIC 9(8) VALUE 0.
          05 WS-AUD-BEFORE PIC X(350) VALUE SPACES.
          05 WS-AUD-AFTER  PIC X(350) VALUE SPACES.
       01 WS-SIGNON-FIELDS.
          05 WS-SEC-OPERATOR PIC X(10) VALUE SPACES.
          05 WS-SEC-PASSWORD PIC X(10) VALUE SPACES.
          05 WS-SEC-ROLE PIC 9(1) VALUE 0.
             88 IS-SUPERVISOR VALUE 2.
          05 WS-SEC-RESULT PIC X(1) VALUE "N".
             88 IS-SIGNON-VALID VALUE "Y".
             88 IS-SECURITY-MISSING VALUE "M".
       01 WS-RUN-LOG-FIELDS.
          05 WS-LOG-PROGRAM PIC X(10) VALUE "COBRA-MNT".
          05 WS-LOG-SEVERITY PIC X(1) VALUE "I".
          05 WS-LOG-EMP-ID PIC 9(7) VALUE 0.
          05 WS-LOG-MESSAGE PIC X(60) VALUE SPACES.
           COPY "cobra-svc.cpy".
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
           COMPUTE WS-TODAY = 20000000 + WS-RUN-DATE
           PERFORM OPERATOR-SIGN-ON
           PERFORM OPEN-COBRA-MASTER
           IF WS-FS-COBRA-MASTER NOT = "00"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-EMPLOYEE-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "employee-master.idx, status "
                   WS-FS-EMPLOYEE-MASTER
               CLOSE COBRA-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM DISPLAY-MENU
           ACCEPT WS-CHOICE
           PERFORM UNTIL CHOICE-EXIT
               EVALUATE TRUE
                   WHEN CHOICE-EVENT
                       PERFORM RECORD-EVENT
                   WHEN CHOICE-ELECT
                       PERFORM RECORD-ELECTION
                   WHEN CHOICE-PAYMENT
                       PERFORM POST-PREMIUM-PAYMENT
                   WHEN CHOICE-LIST
                       PERFORM LIST-COBRA-CASES
                   WHEN OTHER
                       DISPLAY "ERROR: choice must be 1-5"
               END-EVALUATE
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
           END-PERFORM
           CLOSE EMPLOYEE-MASTER
           CLOSE COBRA-MASTER
           IF WS-FS-COBRA-MASTER NOT = "00"
               DISPLAY "ERROR: CLOSE failed for cobra-master.dat, "
                   "status " WS-FS-COBRA-MASTER
           END-IF
           DISPLAY "Done"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       OPERATOR-SIGN-ON.
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
                   MOVE 0 TO WS-LOG-EMP-ID
                   MOVE "SIGN-ON REFUSED - BAD OPERATOR/PASSWORD"
                       TO WS-LOG-MESSAGE
                   PERFORM WRITE-RUN-LOG
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       WRITE-RUN-LOG.
           CALL "RUN-LOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-EMP-ID WS-LOG-MESSAGE
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to RUN-LOG failed"
           END-CALL.

       OPEN-COBRA-MASTER.
           OPEN I-O COBRA-MASTER
           IF WS-FS-COBRA-MASTER = "35"
               OPEN OUTPUT COBRA-MASTER
               CLOSE COBRA-MASTER
               OPEN I-O COBRA-MASTER
           END-IF
           IF WS-FS-COBRA-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN I-O failed for "
                   "cobra-master.dat, status " WS-FS-COBRA-MASTER
           END-IF.

       DISPLAY-MENU.
           DISPLAY "1-RECORD QUALIFYING EVENT  2-RECORD ELECTION  "
               "3-POST PREMIUM  4-LIST FOR EMPLOYEE  5-EXIT"
           DISPLAY "Enter choice: ".

       READ-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND
           MOVE WS-MAINT-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY "ERROR: employee " WS-MAINT-ID
                       " is not on employee-master.idx"
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND
                   DISPLAY "Employee " EMP-ID " " EMP-LAST-NAME ", "
                       EMP-FIRST-NAME " status " EMP-STATUS
                       " benefits eligible: " EMP-BENEFITS-FLAG
           END-READ.

       RECORD-EVENT.
           DISPLAY "Enter employee ID: "
           ACCEPT WS-MAINT-ID
           PERFORM READ-EMPLOYEE
           IF IS-EMP-FOUND
               DISPLAY "Enter event type (T=termination H=hours "
                   "reduction A=dependent age-out): "
               ACCEPT WS-MAINT-EVENT-TYPE
               DISPLAY "Enter event date (YYYYMMDD): "
               ACCEPT WS-MAINT-EVENT-DATE
               MOVE "Q" TO CB-FUNC
               MOVE WS-MAINT-ID TO CB-EMP-ID
               MOVE WS-MAINT-EVENT-TYPE TO CB-EVENT-TYPE
               MOVE WS-MAINT-EVENT-DATE TO CB-EVENT-DATE
               MOVE EMP-FIRST-NAME TO CB-QB-FIRST-NAME
               MOVE EMP-LAST-NAME TO CB-QB-LAST-NAME
               MOVE SPACES TO CB-MED-TIER CB-DEN-TIER CB-VIS-TIER
               MOVE "COBRA-MNT" TO CB-PROGRAM
               MOVE WS-SEC-OPERATOR TO CB-OPERATOR
               MOVE 0 TO WS-MAINT-SEQ
               MOVE "Y" TO WS-FIELDS-VALID
               IF WS-MAINT-EVENT-TYPE = "A"
                   DISPLAY "Enter dependent sequence number: "
                   ACCEPT WS-MAINT-SEQ
                   PERFORM READ-AGEOUT-DEPENDENT
               END-IF
               MOVE WS-MAINT-SEQ TO CB-DEP-SEQ
               PERFORM VALIDATE-EVENT-FIELDS
               IF ARE-FIELDS-VALID
                   DISPLAY "RECORD event " WS-MAINT-EVENT-TYPE
                       " dated " WS-MAINT-EVENT-DATE " for "
                       WS-MAINT-ID "-" WS-MAINT-SEQ " "
                       CB-QB-LAST-NAME ", " CB-QB-FIRST-NAME
                   DISPLAY "Confirm (Y/N): "
                   ACCEPT WS-CONFIRM
                   IF IS-CONFIRMED
                       CLOSE COBRA-MASTER
                       CALL "COBRA-SVC" USING CB-CONTROL
                           ON EXCEPTION
                               DISPLAY "ERROR: CALL to COBRA-SVC "
                                   "failed"
                       END-CALL
                       PERFORM OPEN-COBRA-MASTER
                       EVALUATE TRUE
                           WHEN CB-RECORDED
                               MOVE "I" TO WS-LOG-SEVERITY
                               MOVE WS-MAINT-ID TO WS-LOG-EMP-ID
                               MOVE "COBRA QUALIFYING EVENT RECORDED"
                                   TO WS-LOG-MESSAGE
                               PERFORM WRITE-RUN-LOG
                               DISPLAY "Qualifying event recorded - "
                                   "election notice due by "
                                   CB-NOTICE-DUE
                           WHEN CB-DUPLICATE
                               DISPLAY "ERROR: that qualifying event "
                                   "is already on file"
                           WHEN CB-NOT-COVERED
                               DISPLAY "ERROR: no plan coverage to "
                                   "continue - nothing recorded"
                           WHEN OTHER
                               DISPLAY "ERROR: qualifying event NOT "
                                   "recorded"
                       END-EVALUATE
                   ELSE
                       DISPLAY "Operation cancelled"
                   END-IF
               END-IF
           END-IF.

       READ-AGEOUT-DEPENDENT.
           OPEN INPUT DEPENDENTS
           IF WS-FS-DEPENDENTS NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "dependents.dat, status " WS-FS-DEPENDENTS
               MOVE "N" TO WS-FIELDS-VALID
           ELSE
               MOVE WS-MAINT-ID TO DEP-EMP-ID
               MOVE WS-MAINT-SEQ TO DEP-SEQ
               READ DEPENDENTS
                   INVALID KEY
                       DISPLAY "ERROR: dependent " WS-MAINT-ID "-"
                           WS-MAINT-SEQ " not found"
                       MOVE "N" TO WS-FIELDS-VALID
                   NOT INVALID KEY
                       IF NOT DEP-CHILD
                           DISPLAY "ERROR: dependent " WS-MAINT-ID
                               "-" WS-MAINT-SEQ " is not a child"
                           MOVE "N" TO WS-FIELDS-VALID
                       ELSE
                           MOVE DEP-FIRST-NAME TO CB-QB-FIRST-NAME
                           MOVE DEP-LAST-NAME TO CB-QB-LAST-NAME
                           MOVE DEP-MED-TIER TO CB-MED-TIER
                           MOVE DEP-DEN-TIER TO CB-DEN-TIER
                           MOVE DEP-VIS-TIER TO CB-VIS-TIER
                       END-IF
               END-READ
               CLOSE DEPENDENTS
           END-IF.

       VALIDATE-EVENT-FIELDS.
           IF WS-MAINT-EVENT-TYPE NOT = "T" AND
               WS-MAINT-EVENT-TYPE NOT = "H" AND
               WS-MAINT-EVENT-TYPE NOT = "A"
               DISPLAY "ERROR: event type must be T, H or A"
               MOVE "N" TO WS-FIELDS-VALID
           END-IF
           IF WS-MAINT-EVENT-DATE(5:2) < "01" OR
               WS-MAINT-EVENT-DATE(5:2) > "12" OR
               WS-MAINT-EVENT-DATE(7:2) < "01" OR
               WS-MAINT-EVENT-DATE(7:2) > "31" OR
               WS-MAINT-EVENT-DATE > WS-TODAY
               DISPLAY "ERROR: event date " WS-MAINT-EVENT-DATE
                   " is not a valid date on or before today"
               MOVE "N" TO WS-FIELDS-VALID
           END-IF
           IF WS-MAINT-EVENT-TYPE = "T" AND
               EMP-BENEFITS-FLAG NOT = "Y"
               DISPLAY "WARNING: employee " WS-MAINT-ID " is not "
                   "flagged benefits eligible - confirm the "
                   "employee was enrolled before the event"
           END-IF.

       FIND-OPEN-CASE.
           MOVE "N" TO WS-CASE-FOUND
           MOVE 0 TO WS-EOF
           MOVE WS-MAINT-ID TO COB-EMP-ID
           MOVE WS-MAINT-SEQ TO COB-DEP-SEQ
           MOVE 0 TO COB-EVENT-DATE
           START COBRA-MASTER KEY >= COB-KEY
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 1
               READ COBRA-MASTER NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
               END-READ
               IF WS-EOF = 0
                   IF COB-EMP-ID NOT = WS-MAINT-ID OR
                       COB-DEP-SEQ NOT = WS-MAINT-SEQ
                       MOVE 1 TO WS-EOF
                   ELSE
                       IF NOT COB-CLOSED
                           MOVE "Y" TO WS-CASE-FOUND
                           MOVE COB-KEY TO WS-CASE-KEY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF IS-CASE-FOUND
               MOVE WS-CASE-KEY TO COB-KEY
               READ COBRA-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-CASE-FOUND
               END-READ
           END-IF
           IF NOT IS-CASE-FOUND
               DISPLAY "ERROR: no open COBRA case for "
                   WS-MAINT-ID "-" WS-MAINT-SEQ
           END-IF.

       ACCEPT-CASE-KEY.
           DISPLAY "Enter employee ID: "
           ACCEPT WS-MAINT-ID
           DISPLAY "Enter dependent sequence number (0 for the "
               "employee household): "
           ACCEPT WS-MAINT-SEQ
           PERFORM FIND-OPEN-CASE
           IF IS-CASE-FOUND
               PERFORM DISPLAY-CASE
           END-IF.

       RECORD-ELECTION.
           PERFORM ACCEPT-CASE-KEY
           IF IS-CASE-FOUND
               IF COB-ELECTED
                   DISPLAY "ERROR: continuation coverage was already "
                       "elected " COB-ELECT-DATE
               ELSE
                   DISPLAY "Enter election (E=elect W=waive): "
                   ACCEPT WS-ELECTION
                   DISPLAY "Enter date election received (YYYYMMDD, "
                       "0 for today): "
                   ACCEPT WS-ELECT-DATE
                   IF WS-ELECT-DATE = 0
                       MOVE WS-TODAY TO WS-ELECT-DATE
                   END-IF
                   MOVE "Y" TO WS-FIELDS-VALID
                   IF WS-ELECTION NOT = "E" AND WS-ELECTION NOT = "W"
                       DISPLAY "ERROR: election must be E or W"
                       MOVE "N" TO WS-FIELDS-VALID
                   END-IF
                   IF COB-ELECT-DEADLINE NOT = 0 AND
                       WS-ELECT-DATE > COB-ELECT-DEADLINE
                       DISPLAY "ERROR: election received after the "
                           "deadline " COB-ELECT-DEADLINE
                           " - right to elect has lapsed"
                       MOVE "N" TO WS-FIELDS-VALID
                   END-IF
                   IF WS-ELECT-DATE < COB-EVENT-DATE
                       DISPLAY "ERROR: election date is before the "
                           "qualifying event"
                       MOVE "N" TO WS-FIELDS-VALID
                   END-IF
                   IF ARE-FIELDS-VALID
                       DISPLAY "Confirm (Y/N): "
                       ACCEPT WS-CONFIRM
                       IF IS-CONFIRMED
                           MOVE COB-REC TO WS-AUD-BEFORE
                           MOVE WS-ELECT-DATE TO COB-ELECT-DATE
                           MOVE WS-ELECTION TO COB-STATUS
                           IF COB-WAIVED
                               MOVE WS-ELECT-DATE TO COB-END-DATE
                               MOVE "COBRA CONTINUATION WAIVED"
                                   TO WS-LOG-MESSAGE
                           ELSE
                               MOVE "COBRA CONTINUATION ELECTED"
                                   TO WS-LOG-MESSAGE
                           END-IF
                           PERFORM REWRITE-COBRA-CASE
                           IF COB-ELECTED AND
                               WS-FS-COBRA-MASTER = "00"
                               COMPUTE WS-PAY-DUE-BY =
                                   FUNCTION DATE-OF-INTEGER
                                   (FUNCTION INTEGER-OF-DATE
                                   (WS-ELECT-DATE)
                                    + WS-FIRST-PAY-DAYS)
                               DISPLAY "First premium due by "
                                   WS-PAY-DUE-BY
                           END-IF
                       ELSE
                           DISPLAY "Operation cancelled"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       POST-PREMIUM-PAYMENT.
           PERFORM ACCEPT-CASE-KEY
           IF IS-CASE-FOUND
               IF NOT COB-ELECTED
                   DISPLAY "ERROR: premiums are posted only to an "
                       "elected case - status is " COB-STATUS
               ELSE
                   IF COB-MONTHLY-PREMIUM = 0
                       DISPLAY "ERROR: case has no monthly premium "
                           "- add the COBMED/COBDEN/COBVIS rates and "
                           "re-record the event"
                   ELSE
                       PERFORM ACCEPT-PAYMENT
                   END-IF
               END-IF
           END-IF.

       ACCEPT-PAYMENT.
           DISPLAY "Enter payment amount: "
           ACCEPT WS-PAY-AMOUNT
           DISPLAY "Enter payment date (YYYYMMDD, 0 for today): "
           ACCEPT WS-PAY-DATE
           IF WS-PAY-DATE = 0
               MOVE WS-TODAY TO WS-PAY-DATE
           END-IF
           MOVE "Y" TO WS-FIELDS-VALID
           COMPUTE WS-PT-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(COB-PAID-THRU-DATE) + 1)
           IF COB-TOTAL-PAID = 0
               COMPUTE WS-PAY-DUE-BY = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(COB-ELECT-DATE)
                    + WS-FIRST-PAY-DAYS)
           ELSE
               COMPUTE WS-PAY-DUE-BY = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-PT-DATE)
                    + WS-GRACE-DAYS)
           END-IF
           IF WS-PAY-DATE > WS-PAY-DUE-BY
               DISPLAY "ERROR: payment received after the due date "
                   WS-PAY-DUE-BY " - coverage ends for non-payment, "
                   "return the payment"
               MOVE "N" TO WS-FIELDS-VALID
           END-IF
           IF WS-PT-DATE > COB-MAX-END-DATE
               DISPLAY "ERROR: coverage is already paid through the "
                   "maximum end date " COB-MAX-END-DATE
               MOVE "N" TO WS-FIELDS-VALID
           END-IF
           DIVIDE WS-PAY-AMOUNT BY COB-MONTHLY-PREMIUM
               GIVING WS-PAY-MONTHS REMAINDER WS-PAY-REMAINDER
           IF WS-PAY-MONTHS = 0
               MOVE COB-MONTHLY-PREMIUM TO WS-AMOUNT-DISPLAY
               DISPLAY "ERROR: payment is less than one monthly "
                   "premium of " WS-AMOUNT-DISPLAY
               MOVE "N" TO WS-FIELDS-VALID
           END-IF
           IF ARE-FIELDS-VALID
               COMPUTE WS-MONTH-COUNT =
                   WS-PT-YEAR * 12 + WS-PT-MONTH - 1 + WS-PAY-MONTHS
               COMPUTE WS-PT-YEAR = WS-MONTH-COUNT / 12
               COMPUTE WS-PT-MONTH =
                   WS-MONTH-COUNT - (WS-PT-YEAR * 12) + 1
               MOVE 01 TO WS-PT-DAY
               COMPUTE WS-NEW-PAID-THRU = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-PT-DATE) - 1)
               IF WS-NEW-PAID-THRU > COB-MAX-END-DATE
                   MOVE COB-MAX-END-DATE TO WS-NEW-PAID-THRU
                   DISPLAY "WARNING: payment runs past the maximum "
                       "end date - refund the excess"
               END-IF
               IF WS-PAY-REMAINDER > 0
                   MOVE WS-PAY-REMAINDER TO WS-AMOUNT-DISPLAY
                   DISPLAY "WARNING: " WS-AMOUNT-DISPLAY " is short "
                       "of a further whole month - hold or refund"
               END-IF
               DISPLAY "POST " WS-PAY-MONTHS " month(s), paid "
                   "through " COB-PAID-THRU-DATE " becomes "
                   WS-NEW-PAID-THRU
               DISPLAY "Confirm (Y/N): "
               ACCEPT WS-CONFIRM
               IF IS-CONFIRMED
                   MOVE COB-REC TO WS-AUD-BEFORE
                   MOVE WS-NEW-PAID-THRU TO COB-PAID-THRU-DATE
                   ADD WS-PAY-AMOUNT TO COB-TOTAL-PAID
                   MOVE WS-PAY-DATE TO COB-LAST-PAY-DATE
                   MOVE "COBRA PREMIUM POSTED" TO WS-LOG-MESSAGE
                   PERFORM REWRITE-COBRA-CASE
               ELSE
                   DISPLAY "Operation cancelled"
               END-IF
           END-IF.

       REWRITE-COBRA-CASE.
           REWRITE COB-REC
               INVALID KEY
                   DISPLAY "ERROR: REWRITE failed for COBRA case "
                       WS-MAINT-ID "-" WS-MAINT-SEQ ", status "
                       WS-FS-COBRA-MASTER
           END-REWRITE
           IF WS-FS-COBRA-MASTER = "00"
               MOVE COB-REC TO WS-AUD-AFTER
               PERFORM WRITE-MAINT-AUDIT
               MOVE "I" TO WS-LOG-SEVERITY
               MOVE WS-MAINT-ID TO WS-LOG-EMP-ID
               PERFORM WRITE-RUN-LOG
               DISPLAY "COBRA case " WS-MAINT-ID "-" WS-MAINT-SEQ
                   " updated"
           END-IF.

       LIST-COBRA-CASES.
           DISPLAY "Enter employee ID: "
           ACCEPT WS-MAINT-ID
           MOVE 0 TO WS-CASE-COUNT
           MOVE 0 TO WS-EOF
           MOVE WS-MAINT-ID TO COB-EMP-ID
           MOVE 0 TO COB-DEP-SEQ
           MOVE 0 TO COB-EVENT-DATE
           START COBRA-MASTER KEY >= COB-KEY
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 1
               READ COBRA-MASTER NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
               END-READ
               IF WS-EOF = 0
                   IF COB-EMP-ID NOT = WS-MAINT-ID
                       MOVE 1 TO WS-EOF
                   ELSE
                       ADD 1 TO WS-CASE-COUNT
                       PERFORM DISPLAY-CASE
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY WS-CASE-COUNT " COBRA case(s)"
           MOVE "I" TO WS-LOG-SEVERITY
           MOVE WS-MAINT-ID TO WS-LOG-EMP-ID
           MOVE "COBRA CASES VIEWED" TO WS-LOG-MESSAGE
           PERFORM WRITE-RUN-LOG.

       DISPLAY-CASE.
           MOVE COB-MONTHLY-PREMIUM TO WS-AMOUNT-DISPLAY
           DISPLAY COB-EMP-ID "-" COB-DEP-SEQ " " COB-QB-LAST-NAME
               ", " COB-QB-FIRST-NAME " event " COB-EVENT-TYPE " "
               COB-EVENT-DATE " status " COB-STATUS " tiers "
               COB-MED-TIER "/" COB-DEN-TIER "/" COB-VIS-TIER
           DISPLAY "    premium " WS-AMOUNT-DISPLAY " coverage "
               COB-COVERAGE-START " - " COB-MAX-END-DATE
               " notice due " COB-NOTICE-DUE-DATE " sent "
               COB-NOTICE-DATE
           DISPLAY "    elect by " COB-ELECT-DEADLINE " elected "
               COB-ELECT-DATE " paid thru " COB-PAID-THRU-DATE
               " last paid " COB-LAST-PAY-DATE " ended "
               COB-END-DATE.

       WRITE-MAINT-AUDIT.
           ACCEPT WS-AUD-DATE FROM DATE
           ACCEPT WS-AUD-TIME FROM TIME
           OPEN EXTEND MAINT-AUDIT
           IF WS-FS-MAINT-AUDIT = "05" OR WS-FS-MAINT-AUDIT = "35"
               OPEN OUTPUT MAINT-AUDIT
           END-IF
           IF WS-FS-MAINT-AUDIT NOT = "00"
               DISPLAY "ERROR: OPEN failed for "
                   "maint-audit.dat, status " WS-FS-MAINT-AUDIT
           ELSE
               MOVE WS-AUD-DATE TO MAUD-DATE
               MOVE WS-AUD-TIME(1:6) TO MAUD-TIME
               MOVE WS-SEC-OPERATOR TO MAUD-OPERATOR
               MOVE "B" TO MAUD-ACTION
               MOVE WS-MAINT-ID TO MAUD-EMP-ID
               MOVE WS-AUD-BEFORE TO MAUD-BEFORE
               MOVE WS-AUD-AFTER TO MAUD-AFTER
               WRITE MAUD-REC
               IF WS-FS-MAINT-AUDIT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "maint-audit.dat, status " WS-FS-MAINT-AUDIT
               END-IF
               CLOSE MAINT-AUDIT
           END-IF.
