       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASS-RAISE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAISE-RULES ASSIGN TO "raise-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAISE-RULES.
           SELECT EMPLOYEE-MASTER ASSIGN TO "employee-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLOYEE-MASTER.
           SELECT PENDING-CHANGES ASSIGN TO "pending-changes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENDING-CHANGES.
           SELECT RAISE-REPORT ASSIGN TO "MASS-RAISE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAISE-REPORT.
       DATA DIVISION.
       FILE SECTION.
       FD  RAISE-RULES.
       01 RAISE-RULE-REC.
          05 RUL-COMPANY     PIC 9(2).
          05 RUL-DEPT        PIC 9(2).
          05 RUL-EMP-TYPE    PIC 9(1).
          05 RUL-METHOD      PIC X(1).
             88 RUL-PERCENT-RAISE VALUE "P".
             88 RUL-FLAT-RAISE    VALUE "F".
          05 RUL-PERCENT     PIC 9(2)V999.
          05 RUL-FLAT-RATE   PIC 9(3)V99.
          05 RUL-FLAT-SALARY PIC 9(7)V99.
          05 RUL-CAP-RATE    PIC 9(3)V99.
          05 RUL-CAP-SALARY  PIC 9(7)V99.
          05 RUL-EFF-DATE    PIC 9(8).

       FD  EMPLOYEE-MASTER.
           COPY "employee-master.cpy".

       FD  PENDING-CHANGES.
       01 PENDING-REC.
          05 PND-EMP-ID    PIC 9(7).
          05 PND-FIELD     PIC X(1).
          05 PND-NEW-RATE  PIC 9(3)V99.
          05 PND-NEW-VALUE PIC 9(2).
          05 PND-EFF-DATE  PIC 9(8).
          05 PND-OPERATOR  PIC X(10).
          05 PND-STATUS    PIC X(1).
          05 PND-NEW-SALARY PIC 9(7)V99.

       FD  RAISE-REPORT.
       01 RAISE-REPORT-LINE PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-FS-RAISE-RULES PIC X(2) VALUE "00".
       01 WS-FS-EMPLOYEE-MASTER PIC X(2) VALUE "00".
       01 WS-FS-PENDING-CHANGES PIC X(2) VALUE "00".
       01 WS-FS-RAISE-REPORT PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-OPERATOR PIC X(10) VALUE SPACES.
       01 WS-RUN-MODE PIC X(1) VALUE "P".
          88 IS-PROOF-RUN   VALUE "P".
          88 IS-APPROVE-RUN VALUE "A".
       01 WS-RULE-TBL.
          05 WS-RL-COUNT PIC 9(3) VALUE 0.
          05 WS-RL-ENTRY OCCURS 100 TIMES.
             10 WS-RL-COMPANY     PIC 9(2).
             10 WS-RL-DEPT        PIC 9(2).
             10 WS-RL-EMP-TYPE    PIC 9(1).
             10 WS-RL-METHOD      PIC X(1).
             10 WS-RL-PERCENT     PIC 9(2)V999.
             10 WS-RL-FLAT-RATE   PIC 9(3)V99.
             10 WS-RL-FLAT-SALARY PIC 9(7)V99.
             10 WS-RL-CAP-RATE    PIC 9(3)V99.
             10 WS-RL-CAP-SALARY  PIC 9(7)V99.
             10 WS-RL-EFF-DATE    PIC 9(8).
       01 WS-RL-I PIC 9(3) VALUE 0.
       01 WS-RL-MATCH PIC 9(3) VALUE 0.
       01 WS-RL-SCORE PIC 9(1) VALUE 0.
       01 WS-RL-BEST-SCORE PIC 9(1) VALUE 0.
       01 WS-PENDING-TBL.
          05 WS-PT-COUNT PIC 9(4) VALUE 0.
          05 WS-PT-ENTRY OCCURS 999 TIMES.
             10 WS-PT-EMP-ID   PIC 9(7).
             10 WS-PT-FIELD    PIC X(1).
             10 WS-PT-EFF-DATE PIC 9(8).
       01 WS-PT-I PIC 9(4) VALUE 0.
       01 WS-ALREADY-PENDING PIC X(1) VALUE "N".
       01 WS-RAISE-WORK.
          05 WS-OLD-RATE     PIC 9(3)V99 VALUE 0.
          05 WS-NEW-RATE     PIC 9(3)V99 VALUE 0.
          05 WS-RATE-INCR    PIC 9(3)V99 VALUE 0.
          05 WS-OLD-SALARY   PIC 9(7)V99 VALUE 0.
          05 WS-NEW-SALARY   PIC 9(7)V99 VALUE 0.
          05 WS-SALARY-INCR  PIC 9(7)V99 VALUE 0.
          05 WS-PERIODS      PIC 9(2) VALUE 0.
          05 WS-ANNUAL-COST  PIC 9(7)V99 VALUE 0.
          05 WS-CAPPED       PIC X(1) VALUE "N".
       01 WS-DEPT-COST-TBL.
          05 WS-DC-ENTRY OCCURS 99 TIMES.
             10 WS-DC-EMPS   PIC 9(5).
             10 WS-DC-COST   PIC 9(9)V99.
       01 WS-DC-I PIC 9(3) VALUE 0.
       01 WS-RUN-STATS.
          05 WS-EMPS-READ     PIC 9(7) VALUE 0.
          05 WS-EMPS-RAISED   PIC 9(7) VALUE 0.
          05 WS-EMPS-NO-RULE  PIC 9(7) VALUE 0.
          05 WS-PND-WRITTEN   PIC 9(7) VALUE 0.
          05 WS-PND-DUPLICATE PIC 9(7) VALUE 0.
          05 WS-TOTAL-COST    PIC 9(11)V99 VALUE 0.
       01 WS-HEAD-LINE.
          05 FILLER PIC X(45) VALUE
             "EMP-ID  NAME                  DP T  OLD RATE ".
          05 FILLER PIC X(45) VALUE
             " NEW RATE   OLD SALARY   NEW SALARY  EFF DATE".
       01 WS-DETAIL-LINE.
          05 WS-DL-EMP-ID PIC 9(7).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-DL-NAME PIC X(21).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-DL-DEPT PIC 9(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-DL-TYPE PIC 9(1).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-DL-OLD-RATE PIC ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-DL-NEW-RATE PIC ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-DL-OLD-SALARY PIC Z,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-DL-NEW-SALARY PIC Z,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-DL-EFF-DATE PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-DL-FLAG PIC X(6).
       01 WS-DEPT-LINE.
          05 FILLER PIC X(5) VALUE "DEPT ".
          05 WS-DPL-DEPT PIC 9(2).
          05 FILLER PIC X(12) VALUE "  EMPLOYEES ".
          05 WS-DPL-EMPS PIC ZZZZ9.
          05 FILLER PIC X(16) VALUE "  ANNUAL COST   ".
          05 WS-DPL-COST PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE.
          05 FILLER PIC X(24) VALUE "TOTAL ANNUAL COST       ".
          05 WS-TL-COST PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           COPY "print-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR
           DISPLAY "Enter run mode (P=proof worksheet, A=approved, "
               "write pending changes): "
           ACCEPT WS-RUN-MODE
           IF NOT IS-PROOF-RUN AND NOT IS-APPROVE-RUN
               DISPLAY "ERROR: run mode must be P or A - run refused"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-RAISE-RULES
           IF WS-RL-COUNT = 0
               DISPLAY "No increase rules on raise-rules.dat - "
                   "nothing to do"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           IF IS-APPROVE-RUN
               PERFORM LOAD-PENDING-KEYS
           END-IF
           INITIALIZE WS-DEPT-COST-TBL
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-EMPLOYEE-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "employee-master.idx, status "
                   WS-FS-EMPLOYEE-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RAISE-REPORT
           IF WS-FS-RAISE-REPORT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "MASS-RAISE.RPT, status " WS-FS-RAISE-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF IS-APPROVE-RUN
               OPEN EXTEND PENDING-CHANGES
               IF WS-FS-PENDING-CHANGES = "05" OR
                   WS-FS-PENDING-CHANGES = "35"
                   OPEN OUTPUT PENDING-CHANGES
               END-IF
               IF WS-FS-PENDING-CHANGES NOT = "00"
                   DISPLAY "ERROR: OPEN failed for "
                       "pending-changes.dat, status "
                       WS-FS-PENDING-CHANGES
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           MOVE "I" TO PS-FUNC
           IF IS-APPROVE-RUN
               MOVE "MASS INCREASE - APPROVED" TO PS-REPORT-TITLE
           ELSE
               MOVE "MASS INCREASE PROOF WORKSHEET"
                   TO PS-REPORT-TITLE
           END-IF
           MOVE WS-OPERATOR TO PS-OPERATOR
           MOVE 0 TO PS-PERIOD-YEAR
           MOVE 0 TO PS-PERIOD-NUM
           MOVE SPACES TO PS-COLUMN-HEADING
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           MOVE WS-HEAD-LINE TO RAISE-REPORT-LINE
           PERFORM WRITE-RAISE-LINE
           PERFORM UNTIL WS-EOF = 1
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-EMPS-READ
                       IF EMP-STATUS = 1 OR EMP-STATUS = 3
                           PERFORM RAISE-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER
           IF IS-APPROVE-RUN
               CLOSE PENDING-CHANGES
           END-IF
           PERFORM PRINT-DEPT-COSTS
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           CLOSE RAISE-REPORT
           DISPLAY "Employees read:        " WS-EMPS-READ
           DISPLAY "Employees raised:      " WS-EMPS-RAISED
           DISPLAY "Active, no rule:       " WS-EMPS-NO-RULE
           DISPLAY "Total annual cost:     " WS-TOTAL-COST
           IF IS-APPROVE-RUN
               DISPLAY "Pending changes written: " WS-PND-WRITTEN
               DISPLAY "Already pending, skipped: "
                   WS-PND-DUPLICATE
               DISPLAY "Run APPLY-PENDING through the effective "
                   "date to post the increases"
           ELSE
               DISPLAY "Proof only - rerun in mode A once the "
                   "worksheet is approved"
           END-IF
           IF WS-PND-DUPLICATE > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-RAISE-RULES.
           OPEN INPUT RAISE-RULES
           IF WS-FS-RAISE-RULES = "35"
               CONTINUE
           ELSE
               IF WS-FS-RAISE-RULES NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "raise-rules.dat, status " WS-FS-RAISE-RULES
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF = 1
                   READ RAISE-RULES
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-RULE
                   END-READ
               END-PERFORM
               CLOSE RAISE-RULES
               MOVE 0 TO WS-EOF
           END-IF.

       LOAD-ONE-RULE.
           IF NOT RUL-PERCENT-RAISE AND NOT RUL-FLAT-RAISE
               DISPLAY "ERROR: increase rule for company "
                   RUL-COMPANY " dept " RUL-DEPT " type "
                   RUL-EMP-TYPE " has method [" RUL-METHOD
                   "] - must be P or F, rule ignored"
           ELSE
               IF WS-RL-COUNT >= 100
                   DISPLAY "ERROR: increase rule table full - rule "
                       "for company " RUL-COMPANY " dept " RUL-DEPT
                       " ignored"
               ELSE
                   ADD 1 TO WS-RL-COUNT
                   MOVE RUL-COMPANY TO WS-RL-COMPANY(WS-RL-COUNT)
                   MOVE RUL-DEPT TO WS-RL-DEPT(WS-RL-COUNT)
                   MOVE RUL-EMP-TYPE TO WS-RL-EMP-TYPE(WS-RL-COUNT)
                   MOVE RUL-METHOD TO WS-RL-METHOD(WS-RL-COUNT)
                   MOVE RUL-PERCENT TO WS-RL-PERCENT(WS-RL-COUNT)
                   MOVE RUL-FLAT-RATE TO
                       WS-RL-FLAT-RATE(WS-RL-COUNT)
                   MOVE RUL-FLAT-SALARY TO
                       WS-RL-FLAT-SALARY(WS-RL-COUNT)
                   MOVE RUL-CAP-RATE TO WS-RL-CAP-RATE(WS-RL-COUNT)
                   MOVE RUL-CAP-SALARY TO
                       WS-RL-CAP-SALARY(WS-RL-COUNT)
                   MOVE RUL-EFF-DATE TO WS-RL-EFF-DATE(WS-RL-COUNT)
               END-IF
           END-IF.

       LOAD-PENDING-KEYS.
           OPEN INPUT PENDING-CHANGES
           IF WS-FS-PENDING-CHANGES = "35"
               CONTINUE
           ELSE
               IF WS-FS-PENDING-CHANGES NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "pending-changes.dat, status "
                       WS-FS-PENDING-CHANGES
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF = 1
                   READ PENDING-CHANGES
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PND-STATUS = "P" AND
                               WS-PT-COUNT < 999
                               ADD 1 TO WS-PT-COUNT
                               MOVE PND-EMP-ID TO
                                   WS-PT-EMP-ID(WS-PT-COUNT)
                               MOVE PND-FIELD TO
                                   WS-PT-FIELD(WS-PT-COUNT)
                               MOVE PND-EFF-DATE TO
                                   WS-PT-EFF-DATE(WS-PT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-CHANGES
               MOVE 0 TO WS-EOF
           END-IF.

       FIND-RAISE-RULE.
           MOVE 0 TO WS-RL-MATCH
           MOVE 0 TO WS-RL-BEST-SCORE
           PERFORM VARYING WS-RL-I FROM 1 BY 1
               UNTIL WS-RL-I > WS-RL-COUNT
               IF (WS-RL-COMPANY(WS-RL-I) = 0 OR
                   WS-RL-COMPANY(WS-RL-I) = EMP-COMPANY)
                   AND (WS-RL-DEPT(WS-RL-I) = 0 OR
                   WS-RL-DEPT(WS-RL-I) = EMP-DEPT)
                   AND (WS-RL-EMP-TYPE(WS-RL-I) = 0 OR
                   WS-RL-EMP-TYPE(WS-RL-I) = EMP-TYPE)
                   MOVE 1 TO WS-RL-SCORE
                   IF WS-RL-COMPANY(WS-RL-I) > 0
                       ADD 1 TO WS-RL-SCORE
                   END-IF
                   IF WS-RL-DEPT(WS-RL-I) > 0
                       ADD 2 TO WS-RL-SCORE
                   END-IF
                   IF WS-RL-EMP-TYPE(WS-RL-I) > 0
                       ADD 1 TO WS-RL-SCORE
                   END-IF
                   IF WS-RL-SCORE > WS-RL-BEST-SCORE
                       MOVE WS-RL-SCORE TO WS-RL-BEST-SCORE
                       MOVE WS-RL-I TO WS-RL-MATCH
                   END-IF
               END-IF
           END-PERFORM.

       RAISE-ONE-EMPLOYEE.
           PERFORM FIND-RAISE-RULE
           IF WS-RL-MATCH = 0
               ADD 1 TO WS-EMPS-NO-RULE
           ELSE
               MOVE EMP-RATE TO WS-OLD-RATE
               MOVE EMP-ANNUAL-SALARY TO WS-OLD-SALARY
               MOVE "N" TO WS-CAPPED
               PERFORM COMPUTE-RAISE
               COMPUTE WS-NEW-RATE = WS-OLD-RATE + WS-RATE-INCR
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-NEW-RATE
                       MOVE "Y" TO WS-CAPPED
               END-COMPUTE
               COMPUTE WS-NEW-SALARY = WS-OLD-SALARY +
                   WS-SALARY-INCR
                   ON SIZE ERROR
                       MOVE 9999999.99 TO WS-NEW-SALARY
                       MOVE "Y" TO WS-CAPPED
               END-COMPUTE
               PERFORM COMPUTE-ANNUAL-COST
               ADD 1 TO WS-EMPS-RAISED
               IF EMP-DEPT > 0
                   ADD 1 TO WS-DC-EMPS(EMP-DEPT)
                   ADD WS-ANNUAL-COST TO WS-DC-COST(EMP-DEPT)
               END-IF
               ADD WS-ANNUAL-COST TO WS-TOTAL-COST
               MOVE EMP-ID TO WS-DL-EMP-ID
               MOVE EMP-EMPLOYEE-NAME TO WS-DL-NAME
               MOVE EMP-DEPT TO WS-DL-DEPT
               MOVE EMP-TYPE TO WS-DL-TYPE
               MOVE WS-OLD-RATE TO WS-DL-OLD-RATE
               MOVE WS-NEW-RATE TO WS-DL-NEW-RATE
               MOVE WS-OLD-SALARY TO WS-DL-OLD-SALARY
               MOVE WS-NEW-SALARY TO WS-DL-NEW-SALARY
               MOVE WS-RL-EFF-DATE(WS-RL-MATCH) TO WS-DL-EFF-DATE
               IF WS-CAPPED = "Y"
                   MOVE "CAPPED" TO WS-DL-FLAG
               ELSE
                   MOVE SPACES TO WS-DL-FLAG
               END-IF
               MOVE WS-DETAIL-LINE TO RAISE-REPORT-LINE
               PERFORM WRITE-RAISE-LINE
               IF IS-APPROVE-RUN
                   IF WS-NEW-RATE NOT = WS-OLD-RATE
                       MOVE "R" TO PND-FIELD
                       PERFORM WRITE-PENDING-RAISE
                   END-IF
                   IF WS-NEW-SALARY NOT = WS-OLD-SALARY
                       MOVE "S" TO PND-FIELD
                       PERFORM WRITE-PENDING-RAISE
                   END-IF
               END-IF
           END-IF.

       COMPUTE-RAISE.
           MOVE 0 TO WS-RATE-INCR
           MOVE 0 TO WS-SALARY-INCR
           IF WS-RL-METHOD(WS-RL-MATCH) = "P"
               COMPUTE WS-RATE-INCR ROUNDED =
                   WS-OLD-RATE * WS-RL-PERCENT(WS-RL-MATCH) / 100
               COMPUTE WS-SALARY-INCR ROUNDED =
                   WS-OLD-SALARY * WS-RL-PERCENT(WS-RL-MATCH) / 100
           ELSE
               IF WS-OLD-RATE > 0
                   MOVE WS-RL-FLAT-RATE(WS-RL-MATCH) TO WS-RATE-INCR
               END-IF
               IF WS-OLD-SALARY > 0
                   MOVE WS-RL-FLAT-SALARY(WS-RL-MATCH)
                       TO WS-SALARY-INCR
               END-IF
           END-IF
           IF WS-RL-CAP-RATE(WS-RL-MATCH) > 0 AND
               WS-RATE-INCR > WS-RL-CAP-RATE(WS-RL-MATCH)
               MOVE WS-RL-CAP-RATE(WS-RL-MATCH) TO WS-RATE-INCR
               MOVE "Y" TO WS-CAPPED
           END-IF
           IF WS-RL-CAP-SALARY(WS-RL-MATCH) > 0 AND
               WS-SALARY-INCR > WS-RL-CAP-SALARY(WS-RL-MATCH)
               MOVE WS-RL-CAP-SALARY(WS-RL-MATCH) TO WS-SALARY-INCR
               MOVE "Y" TO WS-CAPPED
           END-IF.

       COMPUTE-ANNUAL-COST.
           EVALUATE EMP-PAY-FREQ
               WHEN 1 MOVE 52 TO WS-PERIODS
               WHEN 2 MOVE 26 TO WS-PERIODS
               WHEN 3 MOVE 12 TO WS-PERIODS
               WHEN OTHER MOVE 26 TO WS-PERIODS
           END-EVALUATE
           IF WS-OLD-SALARY > 0
               COMPUTE WS-ANNUAL-COST =
                   WS-NEW-SALARY - WS-OLD-SALARY
           ELSE
               COMPUTE WS-ANNUAL-COST ROUNDED =
                   (WS-NEW-RATE - WS-OLD-RATE) * EMP-HOURS
                   * WS-PERIODS
                   ON SIZE ERROR
                       MOVE 9999999.99 TO WS-ANNUAL-COST
               END-COMPUTE
           END-IF.

       WRITE-PENDING-RAISE.
           MOVE "N" TO WS-ALREADY-PENDING
           PERFORM VARYING WS-PT-I FROM 1 BY 1
               UNTIL WS-PT-I > WS-PT-COUNT
               IF WS-PT-EMP-ID(WS-PT-I) = EMP-ID AND
                   WS-PT-FIELD(WS-PT-I) = PND-FIELD AND
                   WS-PT-EFF-DATE(WS-PT-I) =
                       WS-RL-EFF-DATE(WS-RL-MATCH)
                   MOVE "Y" TO WS-ALREADY-PENDING
               END-IF
           END-PERFORM
           IF WS-ALREADY-PENDING = "Y"
               DISPLAY "WARNING: employee " EMP-ID " already has a "
                   "pending " PND-FIELD " change effective "
                   WS-RL-EFF-DATE(WS-RL-MATCH) " - not written again"
               ADD 1 TO WS-PND-DUPLICATE
           ELSE
               MOVE EMP-ID TO PND-EMP-ID
               MOVE WS-NEW-RATE TO PND-NEW-RATE
               MOVE 0 TO PND-NEW-VALUE
               MOVE WS-RL-EFF-DATE(WS-RL-MATCH) TO PND-EFF-DATE
               MOVE WS-OPERATOR TO PND-OPERATOR
               MOVE "P" TO PND-STATUS
               MOVE WS-NEW-SALARY TO PND-NEW-SALARY
               WRITE PENDING-REC
               IF WS-FS-PENDING-CHANGES NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "pending-changes.dat, status "
                       WS-FS-PENDING-CHANGES
               ELSE
                   ADD 1 TO WS-PND-WRITTEN
               END-IF
           END-IF.

       PRINT-DEPT-COSTS.
           MOVE SPACES TO RAISE-REPORT-LINE
           PERFORM WRITE-RAISE-LINE
           PERFORM VARYING WS-DC-I FROM 1 BY 1
               UNTIL WS-DC-I > 99
               IF WS-DC-EMPS(WS-DC-I) > 0
                   MOVE WS-DC-I TO WS-DPL-DEPT
                   MOVE WS-DC-EMPS(WS-DC-I) TO WS-DPL-EMPS
                   MOVE WS-DC-COST(WS-DC-I) TO WS-DPL-COST
                   MOVE WS-DEPT-LINE TO RAISE-REPORT-LINE
                   PERFORM WRITE-RAISE-LINE
               END-IF
           END-PERFORM
           MOVE WS-TOTAL-COST TO WS-TL-COST
           MOVE WS-TOTAL-LINE TO RAISE-REPORT-LINE
           PERFORM WRITE-RAISE-LINE.

       WRITE-RAISE-LINE.
           MOVE RAISE-REPORT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO RAISE-REPORT-LINE
               WRITE RAISE-REPORT-LINE
               IF WS-FS-RAISE-REPORT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "MASS-RAISE.RPT, status " WS-FS-RAISE-REPORT
               END-IF
           END-PERFORM.
