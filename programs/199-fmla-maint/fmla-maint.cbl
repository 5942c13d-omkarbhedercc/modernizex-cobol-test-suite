       IDENTIFICATION DIVISION.
       PROGRAM-ID. FMLA-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FMLA-CASE ASSIGN TO "fmla-case.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FML-KEY
               FILE STATUS IS WS-FS-FMLA-CASE.
           SELECT EMPLOYEE-MASTER ASSIGN TO "employee-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLOYEE-MASTER.
           SELECT MAINT-AUDIT ASSIGN TO "maint-audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAINT-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  FMLA-CASE.
           COPY "fmla-case.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee-master.cpy".

       FD  MAINT-AUDIT.
           COPY "maint-audit.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-FMLA-CASE       PIC X(2) VALUE "00".
       01 WS-FS-EMPLOYEE-MASTER PIC X(2) VALUE "00".
       01 WS-FS-MAINT-AUDIT     PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-CHOICE PIC 9(1) VALUE 0.
          88 CHOICE-OPEN    VALUE 1.
          88 CHOICE-UPDATE  VALUE 2.
          88 CHOICE-CLOSE   VALUE 3.
          88 CHOICE-INQUIRY VALUE 4.
          88 CHOICE-EXIT    VALUE 5.
       01 WS-CONFIRM PIC X(1) VALUE "N".
          88 IS-CONFIRMED VALUE "Y" "y".
       01 WS-MAINT-ID PIC 9(7) VALUE 0.
       01 WS-MAINT-SEQ PIC 9(2) VALUE 0.
       01 WS-NEXT-SEQ PIC 9(2) VALUE 0.
       01 WS-NEW-CASE.
          05 WS-NC-REASON PIC X(1) VALUE SPACE.
          05 WS-NC-LEAVE-TYPE PIC X(1) VALUE SPACE.
          05 WS-NC-START-DATE PIC 9(8) VALUE 0.
          05 WS-NC-END-DATE PIC 9(8) VALUE 0.
          05 WS-NC-WEEKLY-HOURS PIC 9(2)V9 VALUE 0.
          05 WS-NC-DESIGNATED PIC 9(4)V9 VALUE 0.
          05 WS-NC-WEEKS PIC 9(2) VALUE 0.
       01 WS-DEFAULT-WEEKLY-HOURS PIC 9(2)V9 VALUE 40.
       01 WS-ENTITLE-HOURS PIC 9(4)V9 VALUE 0.
       01 WS-CLOSE-DATE PIC 9(8) VALUE 0.
       01 WS-CHECK-DATE PIC 9(8) VALUE 0.
       01 WS-EMP-FOUND PIC X(1) VALUE "N".
          88 IS-EMP-FOUND VALUE "Y".
       01 WS-CASE-FOUND PIC X(1) VALUE "N".
          88 IS-CASE-FOUND VALUE "Y".
       01 WS-CASE-COUNT PIC 9(3) VALUE 0.
       01 WS-FIELDS-VALID PIC X(1) VALUE "N".
          88 ARE-FIELDS-VALID VALUE "Y".
       01 WS-HOURS-DISPLAY PIC Z,ZZ9.9-.
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
          05 WS-LOG-PROGRAM PIC X(10) VALUE "FMLA-MNT".
          05 WS-LOG-SEVERITY PIC X(1) VALUE "I".
          05 WS-LOG-EMP-ID PIC 9(7) VALUE 0.
          05 WS-LOG-MESSAGE PIC X(60) VALUE SPACES.
           COPY "fmla-svc.cpy".
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
           COMPUTE WS-TODAY = 20000000 + WS-RUN-DATE
           PERFORM OPERATOR-SIGN-ON
           PERFORM OPEN-FMLA-CASE
           IF WS-FS-FMLA-CASE NOT = "00"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-EMPLOYEE-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "employee-master.idx, status "
                   WS-FS-EMPLOYEE-MASTER
               CLOSE FMLA-CASE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM DISPLAY-MENU
           ACCEPT WS-CHOICE
           PERFORM UNTIL CHOICE-EXIT
               EVALUATE TRUE
                   WHEN CHOICE-OPEN
                       PERFORM OPEN-NEW-CASE
                   WHEN CHOICE-UPDATE
                       PERFORM UPDATE-CASE
                   WHEN CHOICE-CLOSE
                       PERFORM CLOSE-CASE
                   WHEN CHOICE-INQUIRY
                       PERFORM INQUIRE-EMPLOYEE
                   WHEN OTHER
                       DISPLAY "ERROR: choice must be 1-5"
               END-EVALUATE
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
           END-PERFORM
           CLOSE EMPLOYEE-MASTER
           CLOSE FMLA-CASE
           IF WS-FS-FMLA-CASE NOT = "00"
               DISPLAY "ERROR: CLOSE failed for fmla-case.dat, "
                   "status " WS-FS-FMLA-CASE
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

       OPEN-FMLA-CASE.
           OPEN I-O FMLA-CASE
           IF WS-FS-FMLA-CASE = "35"
               OPEN OUTPUT FMLA-CASE
               CLOSE FMLA-CASE
               OPEN I-O FMLA-CASE
           END-IF
           IF WS-FS-FMLA-CASE NOT = "00"
               DISPLAY "ERROR: OPEN I-O failed for "
                   "fmla-case.dat, status " WS-FS-FMLA-CASE
           END-IF.

       DISPLAY-MENU.
           DISPLAY "1-OPEN CASE  2-UPDATE CASE  3-CLOSE CASE  "
               "4-ENTITLEMENT INQUIRY  5-EXIT"
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
                       " hired " EMP-HIRE-DATE
           END-READ.

       OPEN-NEW-CASE.
           DISPLAY "Enter employee ID: "
           ACCEPT WS-MAINT-ID
           PERFORM READ-EMPLOYEE
           IF IS-EMP-FOUND
               PERFORM ACCEPT-NEW-CASE-FIELDS
               PERFORM VALIDATE-NEW-CASE
               IF ARE-FIELDS-VALID
                   PERFORM TEST-ELIGIBILITY
               END-IF
               IF ARE-FIELDS-VALID
                   PERFORM FIND-NEXT-CASE-SEQ
                   DISPLAY "OPEN case " WS-MAINT-ID "-" WS-NEXT-SEQ
                       " reason " WS-NC-REASON " type "
                       WS-NC-LEAVE-TYPE " from " WS-NC-START-DATE
                       " to " WS-NC-END-DATE
                   MOVE WS-NC-DESIGNATED TO WS-HOURS-DISPLAY
                   DISPLAY "    designated hours " WS-HOURS-DISPLAY
                       " eligible " FM-ELIGIBLE
                   DISPLAY "Confirm (Y/N): "
                   ACCEPT WS-CONFIRM
                   IF IS-CONFIRMED
                       PERFORM WRITE-NEW-CASE
                   ELSE
                       DISPLAY "Operation cancelled"
                   END-IF
               END-IF
           END-IF.

       ACCEPT-NEW-CASE-FIELDS.
           DISPLAY "Enter leave reason (E=own health F=family care "
               "B=birth/adoption M=military exigency "
               "C=military caregiver): "
           ACCEPT WS-NC-REASON
           DISPLAY "Enter leave type (C=continuous I=intermittent): "
           ACCEPT WS-NC-LEAVE-TYPE
           DISPLAY "Enter leave start date (YYYYMMDD, 0 for today): "
           ACCEPT WS-NC-START-DATE
           IF WS-NC-START-DATE = 0
               MOVE WS-TODAY TO WS-NC-START-DATE
           END-IF
           DISPLAY "Enter expected end date (YYYYMMDD, 0 if not "
               "known): "
           ACCEPT WS-NC-END-DATE
           DISPLAY "Enter normal weekly hours (0 for 40): "
           ACCEPT WS-NC-WEEKLY-HOURS
           IF WS-NC-WEEKLY-HOURS = 0
               MOVE WS-DEFAULT-WEEKLY-HOURS TO WS-NC-WEEKLY-HOURS
           END-IF
           IF WS-NC-REASON = "C"
               MOVE 26 TO WS-NC-WEEKS
           ELSE
               MOVE 12 TO WS-NC-WEEKS
           END-IF
           COMPUTE WS-ENTITLE-HOURS =
               WS-NC-WEEKS * WS-NC-WEEKLY-HOURS
           DISPLAY "Enter designated hours (0 for the full "
               "entitlement): "
           ACCEPT WS-NC-DESIGNATED
           IF WS-NC-DESIGNATED = 0
               MOVE WS-ENTITLE-HOURS TO WS-NC-DESIGNATED
           END-IF.

       VALIDATE-NEW-CASE.
           MOVE "Y" TO WS-FIELDS-VALID
           MOVE WS-NC-REASON TO FML-REASON
           IF NOT FML-VALID-REASON
               DISPLAY "ERROR: leave reason must be E, F, B, M or C"
               MOVE "N" TO WS-FIELDS-VALID
           END-IF
           IF WS-NC-LEAVE-TYPE NOT = "C" AND
               WS-NC-LEAVE-TYPE NOT = "I"
               DISPLAY "ERROR: leave type must be C or I"
               MOVE "N" TO WS-FIELDS-VALID
           END-IF
           MOVE WS-NC-START-DATE TO WS-CHECK-DATE
           PERFORM CHECK-DATE-FORMAT
           IF WS-NC-END-DATE NOT = 0
               MOVE WS-NC-END-DATE TO WS-CHECK-DATE
               PERFORM CHECK-DATE-FORMAT
               IF WS-NC-END-DATE < WS-NC-START-DATE
                   DISPLAY "ERROR: end date is before the start date"
                   MOVE "N" TO WS-FIELDS-VALID
               END-IF
           END-IF
           IF WS-NC-DESIGNATED > WS-ENTITLE-HOURS
               MOVE WS-ENTITLE-HOURS TO WS-HOURS-DISPLAY
               DISPLAY "ERROR: designated hours exceed the "
                   "entitlement of " WS-HOURS-DISPLAY
               MOVE "N" TO WS-FIELDS-VALID
           END-IF.

       CHECK-DATE-FORMAT.
           IF WS-CHECK-DATE(5:2) < "01" OR
               WS-CHECK-DATE(5:2) > "12" OR
               WS-CHECK-DATE(7:2) < "01" OR
               WS-CHECK-DATE(7:2) > "31"
               DISPLAY "ERROR: " WS-CHECK-DATE " is not a valid "
                   "date"
               MOVE "N" TO WS-FIELDS-VALID
           END-IF.

       TEST-ELIGIBILITY.
           MOVE "E" TO FM-FUNC
           MOVE WS-MAINT-ID TO FM-EMP-ID
           MOVE WS-NC-START-DATE TO FM-AS-OF-DATE
           MOVE "FMLA-MNT" TO FM-PROGRAM
           CLOSE EMPLOYEE-MASTER
           CALL "FMLA-SVC" USING FM-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to FMLA-SVC failed"
           END-CALL
           OPEN INPUT EMPLOYEE-MASTER
           IF NOT FM-OK
               DISPLAY "ERROR: eligibility could not be measured "
                   "- case NOT opened"
               MOVE "N" TO WS-FIELDS-VALID
           ELSE
               MOVE FM-ELIG-HOURS TO WS-HOURS-DISPLAY
               DISPLAY "Eligibility at " WS-NC-START-DATE ": "
                   FM-SERVICE-MONTHS " months of service, "
                   WS-HOURS-DISPLAY " hours in the prior 12 months"
               IF FM-ELIGIBLE NOT = "Y"
                   DISPLAY "WARNING: employee is NOT eligible for "
                       "FMLA - needs 12 months and 1,250 hours; case "
                       "will be recorded as ineligible"
               END-IF
           END-IF.

       FIND-NEXT-CASE-SEQ.
           MOVE 0 TO WS-NEXT-SEQ
           MOVE 0 TO WS-EOF
           MOVE WS-MAINT-ID TO FML-EMP-ID
           MOVE 0 TO FML-CASE-SEQ
           START FMLA-CASE KEY >= FML-KEY
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 1
               READ FMLA-CASE NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
               END-READ
               IF WS-EOF = 0
                   IF FML-EMP-ID NOT = WS-MAINT-ID
                       MOVE 1 TO WS-EOF
                   ELSE
                       MOVE FML-CASE-SEQ TO WS-NEXT-SEQ
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO WS-NEXT-SEQ.

       WRITE-NEW-CASE.
           INITIALIZE FML-REC
           MOVE WS-MAINT-ID TO FML-EMP-ID
           MOVE WS-NEXT-SEQ TO FML-CASE-SEQ
           MOVE WS-NC-REASON TO FML-REASON
           MOVE WS-NC-LEAVE-TYPE TO FML-LEAVE-TYPE
           MOVE WS-NC-START-DATE TO FML-START-DATE
           MOVE WS-NC-END-DATE TO FML-END-DATE
           MOVE WS-NC-DESIGNATED TO FML-DESIGNATED-HOURS
           MOVE WS-NC-WEEKLY-HOURS TO FML-WEEKLY-HOURS
           MOVE WS-NC-WEEKS TO FML-ENTITLE-WEEKS
           MOVE FM-SERVICE-MONTHS TO FML-SERVICE-MONTHS
           MOVE FM-ELIG-HOURS TO FML-ELIG-HOURS
           MOVE FM-ELIGIBLE TO FML-ELIGIBLE
           IF FML-IS-ELIGIBLE
               MOVE "O" TO FML-STATUS
               MOVE "FMLA CASE OPENED" TO WS-LOG-MESSAGE
           ELSE
               MOVE "N" TO FML-STATUS
               MOVE "FMLA CASE RECORDED - EMPLOYEE NOT ELIGIBLE"
                   TO WS-LOG-MESSAGE
           END-IF
           MOVE WS-TODAY TO FML-OPENED-DATE
           MOVE WS-SEC-OPERATOR TO FML-OPENED-BY
           WRITE FML-REC
               INVALID KEY
                   DISPLAY "ERROR: FMLA case " WS-MAINT-ID "-"
                       WS-NEXT-SEQ " already on file"
           END-WRITE
           IF WS-FS-FMLA-CASE = "00"
               MOVE SPACES TO WS-AUD-BEFORE
               MOVE FML-REC TO WS-AUD-AFTER
               PERFORM WRITE-MAINT-AUDIT
               MOVE "I" TO WS-LOG-SEVERITY
               MOVE WS-MAINT-ID TO WS-LOG-EMP-ID
               PERFORM WRITE-RUN-LOG
               DISPLAY "FMLA case " WS-MAINT-ID "-" WS-NEXT-SEQ
                   " recorded with status " FML-STATUS
           END-IF.

       ACCEPT-CASE-KEY.
           MOVE "N" TO WS-CASE-FOUND
           DISPLAY "Enter employee ID: "
           ACCEPT WS-MAINT-ID
           DISPLAY "Enter FMLA case number: "
           ACCEPT WS-MAINT-SEQ
           MOVE WS-MAINT-ID TO FML-EMP-ID
           MOVE WS-MAINT-SEQ TO FML-CASE-SEQ
           READ FMLA-CASE
               INVALID KEY
                   DISPLAY "ERROR: FMLA case " WS-MAINT-ID "-"
                       WS-MAINT-SEQ " not found"
               NOT INVALID KEY
                   MOVE "Y" TO WS-CASE-FOUND
                   PERFORM DISPLAY-CASE
           END-READ.

       UPDATE-CASE.
           PERFORM ACCEPT-CASE-KEY
           IF IS-CASE-FOUND
               IF NOT FML-OPEN
                   DISPLAY "ERROR: only an open case can be updated "
                       "- status is " FML-STATUS
               ELSE
                   MOVE "Y" TO WS-FIELDS-VALID
                   DISPLAY "Enter new expected end date (YYYYMMDD, "
                       "0 to keep " FML-END-DATE "): "
                   ACCEPT WS-NC-END-DATE
                   IF WS-NC-END-DATE = 0
                       MOVE FML-END-DATE TO WS-NC-END-DATE
                   ELSE
                       MOVE WS-NC-END-DATE TO WS-CHECK-DATE
                       PERFORM CHECK-DATE-FORMAT
                       IF WS-NC-END-DATE < FML-START-DATE
                           DISPLAY "ERROR: end date is before the "
                               "start date"
                           MOVE "N" TO WS-FIELDS-VALID
                       END-IF
                   END-IF
                   DISPLAY "Enter new designated hours (0 to keep): "
                   ACCEPT WS-NC-DESIGNATED
                   IF WS-NC-DESIGNATED = 0
                       MOVE FML-DESIGNATED-HOURS TO WS-NC-DESIGNATED
                   END-IF
                   COMPUTE WS-ENTITLE-HOURS =
                       FML-ENTITLE-WEEKS * FML-WEEKLY-HOURS
                   IF WS-NC-DESIGNATED > WS-ENTITLE-HOURS
                       MOVE WS-ENTITLE-HOURS TO WS-HOURS-DISPLAY
                       DISPLAY "ERROR: designated hours exceed the "
                           "entitlement of " WS-HOURS-DISPLAY
                       MOVE "N" TO WS-FIELDS-VALID
                   END-IF
                   IF ARE-FIELDS-VALID
                       DISPLAY "Confirm (Y/N): "
                       ACCEPT WS-CONFIRM
                       IF IS-CONFIRMED
                           MOVE FML-REC TO WS-AUD-BEFORE
                           MOVE WS-NC-END-DATE TO FML-END-DATE
                           MOVE WS-NC-DESIGNATED
                               TO FML-DESIGNATED-HOURS
                           MOVE "FMLA CASE UPDATED" TO WS-LOG-MESSAGE
                           PERFORM REWRITE-FMLA-CASE
                       ELSE
                           DISPLAY "Operation cancelled"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CLOSE-CASE.
           PERFORM ACCEPT-CASE-KEY
           IF IS-CASE-FOUND
               IF NOT FML-OPEN
                   DISPLAY "ERROR: case is not open - status is "
                       FML-STATUS
               ELSE
                   DISPLAY "Enter last day of leave (YYYYMMDD, 0 for "
                       "today): "
                   ACCEPT WS-CLOSE-DATE
                   IF WS-CLOSE-DATE = 0
                       MOVE WS-TODAY TO WS-CLOSE-DATE
                   END-IF
                   MOVE "Y" TO WS-FIELDS-VALID
                   MOVE WS-CLOSE-DATE TO WS-CHECK-DATE
                   PERFORM CHECK-DATE-FORMAT
                   IF WS-CLOSE-DATE < FML-START-DATE
                       DISPLAY "ERROR: last day is before the start "
                           "date " FML-START-DATE
                       MOVE "N" TO WS-FIELDS-VALID
                   END-IF
                   IF ARE-FIELDS-VALID
                       DISPLAY "Confirm (Y/N): "
                       ACCEPT WS-CONFIRM
                       IF IS-CONFIRMED
                           MOVE FML-REC TO WS-AUD-BEFORE
                           MOVE WS-CLOSE-DATE TO FML-END-DATE
                           MOVE WS-TODAY TO FML-CLOSED-DATE
                           MOVE "C" TO FML-STATUS
                           MOVE "FMLA CASE CLOSED" TO WS-LOG-MESSAGE
                           PERFORM REWRITE-FMLA-CASE
                       ELSE
                           DISPLAY "Operation cancelled"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REWRITE-FMLA-CASE.
           REWRITE FML-REC
               INVALID KEY
                   DISPLAY "ERROR: REWRITE failed for FMLA case "
                       WS-MAINT-ID "-" WS-MAINT-SEQ ", status "
                       WS-FS-FMLA-CASE
           END-REWRITE
           IF WS-FS-FMLA-CASE = "00"
               MOVE FML-REC TO WS-AUD-AFTER
               PERFORM WRITE-MAINT-AUDIT
               MOVE "I" TO WS-LOG-SEVERITY
               MOVE WS-MAINT-ID TO WS-LOG-EMP-ID
               PERFORM WRITE-RUN-LOG
               DISPLAY "FMLA case " WS-MAINT-ID "-" WS-MAINT-SEQ
                   " updated"
           END-IF.

       INQUIRE-EMPLOYEE.
           DISPLAY "Enter employee ID: "
           ACCEPT WS-MAINT-ID
           MOVE 0 TO WS-CASE-COUNT
           MOVE 0 TO WS-EOF
           MOVE WS-MAINT-ID TO FML-EMP-ID
           MOVE 0 TO FML-CASE-SEQ
           START FMLA-CASE KEY >= FML-KEY
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 1
               READ FMLA-CASE NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
               END-READ
               IF WS-EOF = 0
                   IF FML-EMP-ID NOT = WS-MAINT-ID
                       MOVE 1 TO WS-EOF
                   ELSE
                       ADD 1 TO WS-CASE-COUNT
                       PERFORM DISPLAY-CASE
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY WS-CASE-COUNT " FMLA case(s)"
           MOVE "R" TO FM-FUNC
           MOVE WS-MAINT-ID TO FM-EMP-ID
           MOVE WS-TODAY TO FM-AS-OF-DATE
           MOVE "FMLA-MNT" TO FM-PROGRAM
           CLOSE FMLA-CASE
           CALL "FMLA-SVC" USING FM-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to FMLA-SVC failed"
           END-CALL
           PERFORM OPEN-FMLA-CASE
           IF FM-OK OR FM-NO-CASE
               MOVE FM-ENTITLE-HOURS TO WS-HOURS-DISPLAY
               DISPLAY "Rolling 12 months to " WS-TODAY
                   ": entitlement " WS-HOURS-DISPLAY
               MOVE FM-USED-HOURS TO WS-HOURS-DISPLAY
               DISPLAY "    used " WS-HOURS-DISPLAY
               MOVE FM-REMAIN-HOURS TO WS-HOURS-DISPLAY
               DISPLAY "    remaining " WS-HOURS-DISPLAY
               IF FM-NO-CASE
                   DISPLAY "    no open case covers today"
               END-IF
           END-IF
           MOVE "I" TO WS-LOG-SEVERITY
           MOVE WS-MAINT-ID TO WS-LOG-EMP-ID
           MOVE "FMLA ENTITLEMENT VIEWED" TO WS-LOG-MESSAGE
           PERFORM WRITE-RUN-LOG.

       DISPLAY-CASE.
           MOVE FML-DESIGNATED-HOURS TO WS-HOURS-DISPLAY
           DISPLAY FML-EMP-ID "-" FML-CASE-SEQ " reason " FML-REASON
               " type " FML-LEAVE-TYPE " " FML-START-DATE " - "
               FML-END-DATE " status " FML-STATUS
           DISPLAY "    designated " WS-HOURS-DISPLAY " weeks "
               FML-ENTITLE-WEEKS " weekly hours " FML-WEEKLY-HOURS
               " eligible " FML-ELIGIBLE " service months "
               FML-SERVICE-MONTHS.

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
               MOVE "L" TO MAUD-ACTION
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
