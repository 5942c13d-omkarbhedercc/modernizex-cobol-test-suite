       01 WS-MAINT-ADDR-STATE PIC X(2)  VALUE SPACES.
       01 WS-MAINT-ADDR-ZIP   PIC X(10) VALUE SPACES.
       01 WS-MAINT-LOCALITY   PIC X(4)  VALUE SPACES.
       01 WS-MAINT-WORK-STATE PIC X(2)  VALUE SPACES.
       01 WS-MAINT-WC-CLASS   PIC X(4)  VALUE SPACES.
       01 WS-MAINT-JOB-CODE   PIC X(6)  VALUE SPACES.
       01 WS-GRADE-DATE PIC 9(6) VALUE 0.
       01 WS-MAINT-SSN PIC 9(9) VALUE 0.
       01 WS-MAINT-ANNUAL-SALARY PIC 9(7)V99 VALUE 0.
       01 WS-MAINT-HIRE-DATE PIC 9(8) VALUE 0.
       01 WS-SSN-VALID PIC X(1) VALUE "N".
          88 IS-SSN-VALID VALUE "Y".
       01 WS-MASKED-SSN PIC X(11) VALUE "***-**-0000".
       01 WS-FULL-SSN PIC X(11) VALUE SPACES.
       01 WS-MASKED-ACCT PIC X(17) VALUE SPACES.
       01 WS-ACCT-LEN PIC 9(2) VALUE 0.
       01 WS-UNMASK PIC X(1) VALUE "N".
          88 IS-UNMASK-WANTED VALUE "Y" "y".
       01 WS-SENS-FIELDS.
          05 WS-SENS-FIELD PIC X(4) VALUE SPACES.
          05 WS-SENS-REASON PIC X(2) VALUE SPACES.
          05 WS-SENS-RESULT PIC X(1) VALUE "N".
             88 IS-SENS-GRANTED VALUE "Y".
       01 WS-DEPT-EOF PIC 9(1) VALUE 0.
       01 WS-HEAD-EOF PIC 9(1) VALUE 0.
       01 WS-AUTH-POSITIONS PIC 9(4) VALUE 0.
          05 WS-AUD-ACTION PIC X(1) VALUE SPACE.
          05 WS-AUD-BEFORE PIC X(350) VALUE SPACES.
          05 WS-AUD-AFTER  PIC X(350) VALUE SPACES.
          05 WS-PRIOR-BENEFITS-FLAG PIC X(1) VALUE SPACE.
       01 WS-INQ-FORMATTED-NAME PIC X(24) VALUE SPACES.
       01 WS-INQ-MODE PIC X(1) VALUE "I".
       01 WS-INQ-LAST-NAME PIC X(10) VALUE SPACES.
          05 FILLER PIC X(9) VALUE " QUEUED: ".
          05 WS-PT-QUEUED PIC ZZZ9.
           COPY "print-svc.cpy".
           COPY "grade-svc.cpy".
           COPY "cobra-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
               ACCEPT WS-MAINT-ID
               IF CHOICE-ADD OR CHOICE-CHANGE
                   PERFORM ACCEPT-EMPLOYEE-FIELDS
                   PERFORM CHECK-GRADE-RANGE
               END-IF
               PERFORM DISPLAY-CONFIRMATION
               ACCEPT WS-CONFIRM
           ACCEPT WS-MAINT-ADDR-ZIP
           DISPLAY "Enter locality tax code (blank if none): "
           ACCEPT WS-MAINT-LOCALITY
           DISPLAY "Enter work state (blank if same as home "
               "state): "
           ACCEPT WS-MAINT-WORK-STATE
           DISPLAY "Enter workers comp class override (blank to "
               "use the department class): "
           ACCEPT WS-MAINT-WC-CLASS
           DISPLAY "Enter job code (blank if none): "
           ACCEPT WS-MAINT-JOB-CODE
           PERFORM ACCEPT-SSN
           DISPLAY "Enter hire date (YYYYMMDD, 0 if unknown): "
           ACCEPT WS-MAINT-HIRE-DATE
               "active): "
           ACCEPT WS-MAINT-TERM-DATE
           DISPLAY "Enter employee type (1=hourly 2=salary "
               "3=commission 4=tipped 5=piece): "
           ACCEPT WS-MAINT-TYPE
           MOVE 0 TO WS-MAINT-ANNUAL-SALARY
           IF WS-MAINT-TYPE = 2
               ACCEPT WS-MAINT-BANK-SPLIT-PCT(WS-MAINT-BANK-IX)
           END-IF.

       CHECK-GRADE-RANGE.
           IF WS-MAINT-JOB-CODE NOT = SPACES
               ACCEPT WS-GRADE-DATE FROM DATE
               MOVE "L" TO GS-FUNC
               MOVE WS-MAINT-JOB-CODE TO GS-JOB-CODE
               COMPUTE GS-AS-OF-DATE = 20000000 + WS-GRADE-DATE
               MOVE WS-MAINT-TYPE TO GS-EMP-TYPE
               MOVE WS-MAINT-RATE TO GS-RATE
               MOVE WS-MAINT-ANNUAL-SALARY TO GS-ANNUAL-SALARY
               CALL "GRADE-SVC" USING GS-CONTROL
                   ON EXCEPTION
                       DISPLAY "ERROR: CALL to GRADE-SVC failed"
                       MOVE "N" TO GS-RESULT
               END-CALL
               EVALUATE TRUE
                   WHEN GS-NO-JOB
                       DISPLAY "WARNING: job code " WS-MAINT-JOB-CODE
                           " is not on job-master.dat - set it up "
                           "with JOB-MAINT"
                   WHEN GS-NO-GRADE
                       DISPLAY "WARNING: grade " GS-PAY-GRADE
                           " for job " WS-MAINT-JOB-CODE " has no "
                           "range in effect - pay not checked"
                   WHEN GS-BELOW-MIN OR GS-ABOVE-MAX
                       IF GS-BELOW-MIN
                           DISPLAY "WARNING: employee " WS-MAINT-ID
                               " pay " GS-PAY " is BELOW the grade "
                               GS-PAY-GRADE " minimum " GS-MIN
                       ELSE
                           DISPLAY "WARNING: employee " WS-MAINT-ID
                               " pay " GS-PAY " is ABOVE the grade "
                               GS-PAY-GRADE " maximum " GS-MAX
                       END-IF
                       DISPLAY "         job " WS-MAINT-JOB-CODE " "
                           GS-JOB-TITLE " compa-ratio "
                           GS-COMPA-RATIO
                       MOVE "W" TO WS-LOG-SEVERITY
                       MOVE WS-MAINT-ID TO WS-LOG-EMP-ID
                       MOVE "PAY OUTSIDE GRADE RANGE FOR JOB CODE"
                           TO WS-LOG-MESSAGE
                       PERFORM WRITE-RUN-LOG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE "C" TO GS-FUNC
               CALL "GRADE-SVC" USING GS-CONTROL
                   ON EXCEPTION
                       DISPLAY "ERROR: CALL to GRADE-SVC failed"
               END-CALL
           END-IF.

       DISPLAY-CONFIRMATION.
           EVALUATE TRUE
               WHEN CHOICE-ADD
           PERFORM OPEN-MASTER-IO
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE SPACES TO WS-AUD-AFTER
           MOVE SPACE TO WS-PRIOR-BENEFITS-FLAG
           MOVE "N" TO WS-MATCH-FOUND
           MOVE 0 TO WS-SAVED-DEPT
           MOVE WS-MAINT-ID TO EMP-ID
                   MOVE "Y" TO WS-MATCH-FOUND
                   MOVE EMP-DEPT TO WS-SAVED-DEPT
                   MOVE EMP-MASTER-REC TO WS-AUD-BEFORE
                   MOVE EMP-BENEFITS-FLAG TO WS-PRIOR-BENEFITS-FLAG
           END-READ
           MOVE "Y" TO WS-POSITION-OK
           IF (CHOICE-ADD AND NOT IS-MATCH-FOUND) OR
                       PERFORM LOG-MAINT-ACTION
                       DISPLAY "Employee " WS-MAINT-ID " changed "
                           "in place"
                       PERFORM CHECK-HOURS-REDUCTION
                   END-IF
               WHEN CHOICE-DELETE AND NOT IS-MATCH-FOUND
                   DISPLAY "ERROR: employee " WS-MAINT-ID
                           MOVE 0 TO LV-SICK-BAL
                           MOVE 0 TO LV-VAC-TAKEN-YTD
                           MOVE 0 TO LV-SICK-TAKEN-YTD
                           MOVE "N" TO LV-COMP-ELECT
                           MOVE 0 TO LV-COMP-BAL
                           MOVE 0 TO LV-COMP-EARNED-YTD
                           MOVE 0 TO LV-COMP-TAKEN-YTD
                           WRITE LV-REC
                           DISPLAY "Leave record created with "
                               "zero balances"
                           ELSE
                               MOVE 0 TO LV-VAC-BAL
                               MOVE 0 TO LV-SICK-BAL
                               MOVE 0 TO LV-COMP-BAL
                               MOVE 0 TO LV-SVC-YEARS
                               REWRITE LV-REC
                               DISPLAY "Leave balances cleared - "
                   ADD 1 TO WS-HRQ-REJECTED
               NOT INVALID KEY
                   MOVE EMP-MASTER-REC TO WS-AUD-BEFORE
                   MOVE EMP-BENEFITS-FLAG TO WS-PRIOR-BENEFITS-FLAG
                   MOVE HRQ-AFTER TO EMP-MASTER-REC
                   MOVE HRQ-EMP-ID TO EMP-ID
                   REWRITE EMP-MASTER-REC
                       PERFORM WRITE-MAINT-AUDIT
                       DISPLAY "Change released for employee "
                           HRQ-EMP-ID
                       PERFORM CHECK-HOURS-REDUCTION
                   END-IF
           END-READ.

           MOVE ZERO   TO EMP-401K-AMT
           MOVE ZERO   TO EMP-LEAVE-HOURS.

       CHECK-HOURS-REDUCTION.
           IF WS-PRIOR-BENEFITS-FLAG = "Y" AND
               EMP-BENEFITS-FLAG NOT = "Y" AND EMP-STATUS = 1
               MOVE "Q" TO CB-FUNC
               MOVE EMP-ID TO CB-EMP-ID
               MOVE 0 TO CB-DEP-SEQ
               MOVE "H" TO CB-EVENT-TYPE
               ACCEPT WS-AUD-DATE FROM DATE
               COMPUTE CB-EVENT-DATE = 20000000 + WS-AUD-DATE
               MOVE EMP-FIRST-NAME TO CB-QB-FIRST-NAME
               MOVE EMP-LAST-NAME TO CB-QB-LAST-NAME
               MOVE SPACES TO CB-MED-TIER CB-DEN-TIER CB-VIS-TIER
               MOVE "MAINT-MENU" TO CB-PROGRAM
               MOVE WS-SEC-OPERATOR TO CB-OPERATOR
               CALL "COBRA-SVC" USING CB-CONTROL
                   ON EXCEPTION
                       DISPLAY "ERROR: CALL to COBRA-SVC failed"
               END-CALL
               EVALUATE TRUE
                   WHEN CB-RECORDED
                       DISPLAY "Benefits eligibility lost - COBRA "
                           "qualifying event recorded for employee "
                           EMP-ID ", notice due by " CB-NOTICE-DUE
                   WHEN CB-DUPLICATE
                       DISPLAY "COBRA qualifying event already on "
                           "file for employee " EMP-ID
                   WHEN CB-NOT-COVERED
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "WARNING: COBRA qualifying event NOT "
                           "recorded for employee " EMP-ID
                           " - record it through COBRA-MAINT"
               END-EVALUATE
           END-IF.

       SET-MAINTAINED-FIELDS.
           MOVE WS-MAINT-FIRST-NAME  TO EMP-FIRST-NAME
           MOVE WS-MAINT-MIDDLE-INIT TO EMP-MIDDLE-INIT
           MOVE WS-MAINT-ADDR-STATE TO EMP-ADDR-STATE
           MOVE WS-MAINT-ADDR-ZIP   TO EMP-ADDR-ZIP
           MOVE WS-MAINT-LOCALITY   TO EMP-LOCALITY
           MOVE WS-MAINT-WORK-STATE TO EMP-WORK-STATE
           MOVE WS-MAINT-WC-CLASS   TO EMP-WC-CLASS
           MOVE WS-MAINT-JOB-CODE   TO EMP-JOB-CODE
           MOVE WS-MAINT-SSN        TO EMP-SSN
           MOVE WS-MAINT-TYPE       TO EMP-TYPE
           MOVE WS-MAINT-ANNUAL-SALARY TO EMP-ANNUAL-SALARY
           DISPLAY "            " EMP-ADDR-CITY ", "
               EMP-ADDR-STATE " " EMP-ADDR-ZIP
           DISPLAY "Locality:   " EMP-LOCALITY
           IF EMP-WORK-STATE NOT = SPACES
               DISPLAY "Work state: " EMP-WORK-STATE
           END-IF
           IF EMP-WC-CLASS NOT = SPACES
               DISPLAY "WC class:   " EMP-WC-CLASS
           END-IF
           IF EMP-JOB-CODE NOT = SPACES
               DISPLAY "Job code:   " EMP-JOB-CODE
           END-IF
           DISPLAY "Hired:      " EMP-HIRE-DATE "  Terminated: "
               EMP-TERM-DATE
           MOVE EMP-SSN(6:4) TO WS-MASKED-SSN(8:4)
           DISPLAY "SSN:        " WS-MASKED-SSN
           PERFORM VARYING WS-BANK-I FROM 1 BY 1 UNTIL WS-BANK-I > 3
               IF EMP-BANK-ROUTING(WS-BANK-I) > 0
                   PERFORM MASK-BANK-ACCOUNT
                   DISPLAY "Bank " WS-BANK-I ":     routing *****"
                       EMP-BANK-ROUTING(WS-BANK-I)(6:4) "  acct "
                       WS-MASKED-ACCT "  type "
                       EMP-BANK-ACCT-TYPE(WS-BANK-I) "  split "
                       EMP-BANK-SPLIT-PCT(WS-BANK-I)
               END-IF
           END-PERFORM
           DISPLAY "Unmask SSN and bank details (Y/N): "
           ACCEPT WS-UNMASK
           IF IS-UNMASK-WANTED
               PERFORM UNMASK-SENSITIVE-DATA
               MOVE "N" TO WS-UNMASK
           END-IF
           OPEN INPUT YTD-MASTER
           IF WS-FS-YTD-MASTER = "35"
               DISPLAY "No ytd-master.dat on file - no YTD "
           END-IF
           DISPLAY "---------------------------------------------".

       MASK-BANK-ACCOUNT.
           MOVE ALL "*" TO WS-MASKED-ACCT
           COMPUTE WS-ACCT-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(EMP-BANK-ACCOUNT(WS-BANK-I)))
           IF WS-ACCT-LEN > 4
               MOVE EMP-BANK-ACCOUNT(WS-BANK-I)(WS-ACCT-LEN - 3:4)
                   TO WS-MASKED-ACCT(14:4)
           END-IF.

       UNMASK-SENSITIVE-DATA.
           DISPLAY "Enter reason code (EV=verification DD=direct "
               "deposit TX=tax GA=garnishment AU=audit): "
           ACCEPT WS-SENS-REASON
           MOVE "SSN " TO WS-SENS-FIELD
           PERFORM CHECK-SENSITIVE-ACCESS
           IF IS-SENS-GRANTED
               STRING EMP-SSN(1:3) "-" EMP-SSN(4:2) "-" EMP-SSN(6:4)
                   DELIMITED BY SIZE INTO WS-FULL-SSN
               END-STRING
               DISPLAY "SSN:        " WS-FULL-SSN
               MOVE "BANK" TO WS-SENS-FIELD
               PERFORM CHECK-SENSITIVE-ACCESS
               IF IS-SENS-GRANTED
                   PERFORM VARYING WS-BANK-I FROM 1 BY 1
                       UNTIL WS-BANK-I > 3
                       IF EMP-BANK-ROUTING(WS-BANK-I) > 0
                           DISPLAY "Bank " WS-BANK-I ":     routing "
                               EMP-BANK-ROUTING(WS-BANK-I) "  acct "
                               EMP-BANK-ACCOUNT(WS-BANK-I)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       CHECK-SENSITIVE-ACCESS.
           MOVE "N" TO WS-SENS-RESULT
           CALL "SENS-ACCESS" USING WS-SEC-OPERATOR WS-SEC-ROLE
               WS-LOG-PROGRAM EMP-ID WS-SENS-FIELD WS-SENS-REASON
               WS-SENS-RESULT
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to SENS-ACCESS failed - "
                       "details stay masked"
                   MOVE "N" TO WS-SENS-RESULT
           END-CALL.

       BATCH-MAINTENANCE.
           PERFORM TAKE-MASTER-LOCK
           PERFORM LOAD-BATCH-TRANSACTIONS
                       MOVE "R" TO WS-BT-STATUS(WS-BT-I)
                       MOVE WS-EDIT-REASON TO WS-BT-REASON(WS-BT-I)
                       ADD 1 TO WS-BT-REJECTED
                   ELSE
                       PERFORM CHECK-BATCH-GRADE-RANGE
                   END-IF
               END-IF
           END-IF.
           END-PERFORM
           PERFORM DETECT-HIGH-RISK.

       CHECK-BATCH-GRADE-RANGE.
           MOVE WS-BT-IMAGE(WS-BT-I) TO WS-BATCH-IMAGE-REC
           MOVE WS-BT-EMP-ID(WS-BT-I) TO WS-MAINT-ID
           MOVE BI-JOB-CODE TO WS-MAINT-JOB-CODE
           MOVE BI-TYPE TO WS-MAINT-TYPE
           MOVE BI-RATE TO WS-MAINT-RATE
           MOVE BI-ANNUAL-SALARY TO WS-MAINT-ANNUAL-SALARY
           PERFORM CHECK-GRADE-RANGE.

       QUEUE-BATCH-HIGH-RISK.
           MOVE WS-BT-EMP-ID(WS-BT-I) TO WS-MAINT-ID
           MOVE WS-BATCH-IMAGE-REC TO EMP-MASTER-REC
