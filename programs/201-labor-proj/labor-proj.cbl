       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABOR-PROJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "employee-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLOYEE-MASTER.
           SELECT PAY-HISTORY ASSIGN TO "pay-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-PERIOD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAY-HISTORY.
           SELECT DEPT-MASTER ASSIGN TO "dept-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPT-MASTER.
           SELECT PAY-CALENDAR ASSIGN TO "pay-calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAY-CALENDAR.
           SELECT PENDING-CHANGES ASSIGN TO "pending-changes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENDING-CHANGES.
           SELECT RATES-MASTER ASSIGN TO "rates-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RATES-MASTER.
           SELECT SUTA-TABLE ASSIGN TO "suta-table.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUTA-TABLE.
           SELECT LABOR-BUDGET-DRAFT
               ASSIGN TO "labor-budget-draft.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LABOR-BUDGET-DRAFT.
           SELECT PROJECTION-REPORT ASSIGN TO "LABOR-PROJ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROJECTION-REPORT.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY "employee-master.cpy".

       FD  PAY-HISTORY.
           COPY "pay-history.cpy".

       FD  DEPT-MASTER.
           COPY "dept-master.cpy".

       FD  PAY-CALENDAR.
       01 PAY-CALENDAR-REC.
          05 CAL-PAY-FREQ    PIC 9(1).
          05 CAL-PERIOD-YEAR PIC 9(4).
          05 CAL-PERIOD-NUM  PIC 9(2).
          05 CAL-START-DATE  PIC 9(8).
          05 CAL-END-DATE    PIC 9(8).
          05 CAL-CHECK-DATE  PIC 9(8).

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

       FD  RATES-MASTER.
       01 RATES-REC.
          05 RATE-CODE     PIC X(10).
          05 RATE-EFF-DATE PIC 9(8).
          05 RATE-VALUE    PIC 9(7)V9999.

       FD  SUTA-TABLE.
       01 SUTA-REC.
          05 SUTA-STATE    PIC X(2).
          05 SUTA-EFF-DATE PIC 9(8).
          05 SUTA-RATE     PIC V9999.
          05 SUTA-BASE     PIC 9(7)V99.

       FD  LABOR-BUDGET-DRAFT.
       01 LABOR-BUDGET-REC.
          05 BUD-COST-CENTER PIC X(6).
          05 BUD-PERIOD-YEAR PIC 9(4).
          05 BUD-PERIOD-NUM  PIC 9(2).
          05 BUD-HOURS PIC 9(7)V9.
          05 BUD-DOLLARS PIC 9(9)V99.

       FD  PROJECTION-REPORT.
       01 PROJECTION-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-EMPLOYEE-MASTER    PIC X(2) VALUE "00".
       01 WS-FS-PAY-HISTORY        PIC X(2) VALUE "00".
       01 WS-FS-DEPT-MASTER        PIC X(2) VALUE "00".
       01 WS-FS-PAY-CALENDAR       PIC X(2) VALUE "00".
       01 WS-FS-PENDING-CHANGES    PIC X(2) VALUE "00".
       01 WS-FS-RATES-MASTER       PIC X(2) VALUE "00".
       01 WS-FS-SUTA-TABLE         PIC X(2) VALUE "00".
       01 WS-FS-LABOR-BUDGET-DRAFT PIC X(2) VALUE "00".
       01 WS-FS-PROJECTION-REPORT  PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-HIST-EOF PIC 9(1) VALUE 0.
       01 WS-DEPT-EOF PIC 9(1) VALUE 0.
       01 WS-CAL-EOF PIC 9(1) VALUE 0.
       01 WS-PND-EOF PIC 9(1) VALUE 0.
       01 WS-RATES-EOF PIC 9(1) VALUE 0.
       01 WS-SUTA-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-WINDOW-START PIC 9(8) VALUE 0.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-PROJ-YEAR PIC 9(4) VALUE 0.
       01 WS-HIST-OPEN PIC X(1) VALUE "N".
          88 IS-HIST-OPEN VALUE "Y".
       01 WS-EMPLOYER-RATES.
          05 WS-OASDI-RATE      PIC V9999 VALUE 0.0620.
          05 WS-MEDICARE-RATE   PIC V9999 VALUE 0.0145.
          05 WS-FICA-WAGE-BASE  PIC 9(7)V99 VALUE 0176100.00.
          05 WS-FUTA-RATE       PIC V9999 VALUE 0.0060.
          05 WS-FUTA-WAGE-BASE  PIC 9(7)V99 VALUE 0007000.00.
          05 WS-SUTA-RATE       PIC V9999 VALUE 0.0270.
          05 WS-SUTA-WAGE-BASE  PIC 9(7)V99 VALUE 0009000.00.
       01 WS-RATE-EFF-DATES.
          05 WS-EFF-OASDI       PIC 9(8) VALUE 0.
          05 WS-EFF-MEDICARE    PIC 9(8) VALUE 0.
          05 WS-EFF-FICA-BASE   PIC 9(8) VALUE 0.
          05 WS-EFF-FUTA        PIC 9(8) VALUE 0.
          05 WS-EFF-FUTA-BASE   PIC 9(8) VALUE 0.
       01 WS-RATES-LOADED PIC 9(3) VALUE 0.
       01 WS-SUTA-TBL.
          05 WS-SUTA-ENTRY OCCURS 60 TIMES.
             10 WS-SUTA-TBL-STATE PIC X(2).
             10 WS-SUTA-TBL-EFF   PIC 9(8).
             10 WS-SUTA-TBL-RATE  PIC V9999.
             10 WS-SUTA-TBL-BASE  PIC 9(7)V99.
       01 WS-SUTA-COUNT PIC 9(2) VALUE 0.
       01 WS-SUTA-I PIC 9(2) VALUE 0.
       01 WS-SUTA-SLOT PIC 9(2) VALUE 0.
       01 WS-SUTA-RATE-IN-USE PIC V9999 VALUE 0.
       01 WS-SUTA-BASE-IN-USE PIC 9(7)V99 VALUE 0.
       01 WS-WORK-STATE PIC X(2) VALUE SPACES.
       01 WS-DEPT-CC-TBL.
          05 WS-DC-ENTRY OCCURS 10 TIMES.
             10 WS-DC-CC PIC X(6).
             10 WS-DC-NAME PIC X(20).
       01 WS-DEPT-OT-TBL.
          05 WS-DO-ENTRY OCCURS 10 TIMES.
             10 WS-DO-STRAIGHT PIC 9(9)V99.
             10 WS-DO-OT-PAY   PIC 9(9)V99.
             10 WS-DO-OT-PCT   PIC 9(1)V9999.
       01 WS-FREQ-TBL.
          05 WS-FREQ-ENTRY OCCURS 3 TIMES.
             10 WS-FQ-FOUND PIC X(1).
             10 WS-FQ-PER-YEAR PIC 9(2).
             10 WS-FQ-OT-THRESHOLD PIC 9(3).
             10 WS-FQ-MONTH-PERIODS PIC 9(2)V999 OCCURS 12 TIMES.
       01 WS-F PIC 9(1) VALUE 0.
       01 WS-M PIC 9(2) VALUE 0.
       01 WS-D PIC 9(2) VALUE 0.
       01 WS-CAL-MONTH PIC 9(2) VALUE 0.
       01 WS-PND-TBL.
          05 WS-PT-ENTRY OCCURS 500 TIMES.
             10 WS-PT-EMP-ID PIC 9(7).
             10 WS-PT-FIELD  PIC X(1).
             10 WS-PT-RATE   PIC 9(3)V99.
             10 WS-PT-VALUE  PIC 9(2).
             10 WS-PT-EFF    PIC 9(8).
             10 WS-PT-EFF-YM PIC 9(6).
             10 WS-PT-SALARY PIC 9(7)V99.
       01 WS-PT-COUNT PIC 9(3) VALUE 0.
       01 WS-PT-I PIC 9(3) VALUE 0.
       01 WS-APPLIED-EFF-TBL.
          05 WS-APPLIED-EFF PIC 9(8) OCCURS 5 TIMES.
       01 WS-AE PIC 9(1) VALUE 0.
       01 WS-MONTH-YM PIC 9(6) VALUE 0.
       01 WS-PROJECTED-EMP.
          05 WS-PJ-RATE   PIC 9(3)V99.
          05 WS-PJ-TYPE   PIC 9(1).
          05 WS-PJ-FREQ   PIC 9(1).
          05 WS-PJ-DEPT   PIC 9(2).
          05 WS-PJ-SALARY PIC 9(7)V99.
       01 WS-COMM-DONE PIC X(1) VALUE "N".
          88 IS-COMM-DONE VALUE "Y".
       01 WS-COMM-GROSS PIC 9(9)V99 VALUE 0.
       01 WS-COMM-PERIODS PIC 9(3) VALUE 0.
       01 WS-COMM-AVERAGE PIC 9(7)V99 VALUE 0.
       01 WS-PER-PAY PIC 9(7)V99 VALUE 0.
       01 WS-PER-HOURS PIC 9(3)V9 VALUE 0.
       01 WS-MO-PERIODS PIC 9(2)V999 VALUE 0.
       01 WS-MO-HOURS PIC 9(5)V9 VALUE 0.
       01 WS-MO-WAGES PIC 9(7)V99 VALUE 0.
       01 WS-MO-OT PIC 9(7)V99 VALUE 0.
       01 WS-MO-GROSS PIC 9(7)V99 VALUE 0.
       01 WS-MO-TAX PIC 9(7)V99 VALUE 0.
       01 WS-EMP-YTD-GROSS PIC 9(9)V99 VALUE 0.
       01 WS-TAXABLE-OASDI PIC 9(7)V99 VALUE 0.
       01 WS-TAXABLE-FUTA PIC 9(7)V99 VALUE 0.
       01 WS-TAXABLE-SUTA PIC 9(7)V99 VALUE 0.
       01 WS-PROJ-TBL.
          05 WS-PD-ENTRY OCCURS 10 TIMES.
             10 WS-PM-ENTRY OCCURS 12 TIMES.
                15 WS-PM-HOURS PIC 9(7)V9.
                15 WS-PM-WAGES PIC 9(9)V99.
                15 WS-PM-OT    PIC 9(9)V99.
                15 WS-PM-TAX   PIC 9(9)V99.
       01 WS-SUM-HOURS PIC 9(7)V9 VALUE 0.
       01 WS-SUM-WAGES PIC 9(9)V99 VALUE 0.
       01 WS-SUM-OT PIC 9(9)V99 VALUE 0.
       01 WS-SUM-TAX PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-HOURS PIC 9(7)V9 VALUE 0.
       01 WS-GRAND-WAGES PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-OT PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-TAX PIC 9(9)V99 VALUE 0.
       01 WS-PROJ-STATS.
          05 WS-EMPS-READ      PIC 9(7) VALUE 0.
          05 WS-EMPS-PROJECTED PIC 9(7) VALUE 0.
          05 WS-EMPS-SKIPPED   PIC 9(7) VALUE 0.
          05 WS-NO-DEPT-MONTHS PIC 9(7) VALUE 0.
          05 WS-PENDING-USED   PIC 9(7) VALUE 0.
          05 WS-BUDGET-WRITTEN PIC 9(7) VALUE 0.
          05 WS-NO-CC-DEPTS    PIC 9(7) VALUE 0.
       01 WS-DEPT-HEAD-LINE.
          05 FILLER PIC X(5) VALUE "DEPT ".
          05 WS-DH-NO PIC 9(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-DH-NAME PIC X(20).
          05 FILLER PIC X(4) VALUE " CC ".
          05 WS-DH-CC PIC X(6).
          05 FILLER PIC X(9) VALUE "  OT PCT ".
          05 WS-DH-OT-PCT PIC ZZ9.99.
       01 WS-PROJ-DETAIL-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-PL-LABEL PIC X(8).
          05 WS-PL-HOURS PIC Z,ZZZ,ZZ9.9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-PL-WAGES PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-PL-OT PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-PL-TAX PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-PL-TOTAL PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-LINE.
          05 WS-CNL-LABEL PIC X(36).
          05 WS-CNL-COUNT PIC ZZZ,ZZ9.
           COPY "print-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
           COMPUTE WS-TODAY = 20000000 + WS-RUN-DATE
           COMPUTE WS-WINDOW-START = WS-TODAY - 10000
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Enter projection year (YYYY, 0 for next year): "
           ACCEPT WS-PROJ-YEAR
           IF WS-PROJ-YEAR = 0
               COMPUTE WS-PROJ-YEAR = WS-TODAY / 10000 + 1
           END-IF
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 10
               MOVE SPACES TO WS-DC-CC(WS-D)
               MOVE SPACES TO WS-DC-NAME(WS-D)
               MOVE 0 TO WS-DO-STRAIGHT(WS-D)
               MOVE 0 TO WS-DO-OT-PAY(WS-D)
               MOVE 0 TO WS-DO-OT-PCT(WS-D)
               PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
                   MOVE 0 TO WS-PM-HOURS(WS-D, WS-M)
                   MOVE 0 TO WS-PM-WAGES(WS-D, WS-M)
                   MOVE 0 TO WS-PM-OT(WS-D, WS-M)
                   MOVE 0 TO WS-PM-TAX(WS-D, WS-M)
               END-PERFORM
           END-PERFORM
           PERFORM LOAD-DEPT-MASTER
           PERFORM LOAD-RATES-FILE
           PERFORM LOAD-SUTA-TABLE
           PERFORM LOAD-PAY-CALENDAR
           PERFORM LOAD-PENDING-CHANGES
           OPEN INPUT PAY-HISTORY
           IF WS-FS-PAY-HISTORY = "00"
               MOVE "Y" TO WS-HIST-OPEN
               PERFORM MEASURE-DEPT-OVERTIME
           ELSE
               IF WS-FS-PAY-HISTORY = "35"
                   DISPLAY "WARNING: pay-history.dat not found - "
                       "no overtime or commission history projected"
               ELSE
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "pay-history.dat, status " WS-FS-PAY-HISTORY
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-EMPLOYEE-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "employee-master.idx, status "
                   WS-FS-EMPLOYEE-MASTER
               IF IS-HIST-OPEN
                   CLOSE PAY-HISTORY
               END-IF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO EMP-ID
           START EMPLOYEE-MASTER KEY >= EMP-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 1
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
               END-READ
               IF WS-EOF = 0
                   ADD 1 TO WS-EMPS-READ
                   IF EMP-STATUS = 1 OR EMP-STATUS = 3
                       PERFORM PROJECT-ONE-EMPLOYEE
                   ELSE
                       ADD 1 TO WS-EMPS-SKIPPED
                   END-IF
               END-IF
           END-PERFORM
           CLOSE EMPLOYEE-MASTER
           IF IS-HIST-OPEN
               CLOSE PAY-HISTORY
           END-IF
           PERFORM WRITE-BUDGET-DRAFT
           PERFORM WRITE-PROJECTION-REPORT
           DISPLAY "Employees read:           " WS-EMPS-READ
           DISPLAY "Employees projected:      " WS-EMPS-PROJECTED
           DISPLAY "Pending changes applied:  " WS-PENDING-USED
           DISPLAY "Budget lines drafted:     " WS-BUDGET-WRITTEN
           DISPLAY "Draft written to labor-budget-draft.dat - "
               "review before loading to labor-budget.dat"
           IF WS-NO-DEPT-MONTHS > 0 OR WS-NO-CC-DEPTS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-DEPT-MASTER.
           OPEN INPUT DEPT-MASTER
           IF WS-FS-DEPT-MASTER = "35"
               DISPLAY "WARNING: dept-master.dat not found - no "
                   "cost centers to draft budget lines against"
           ELSE
               IF WS-FS-DEPT-MASTER NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "dept-master.dat, status " WS-FS-DEPT-MASTER
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-DEPT-EOF = 1
                   READ DEPT-MASTER
                       AT END MOVE 1 TO WS-DEPT-EOF
                       NOT AT END
                           IF DEPT-NO >= 1 AND DEPT-NO <= 10
                               MOVE DEPT-COST-CENTER
                                   TO WS-DC-CC(DEPT-NO)
                               MOVE DEPT-NAME
                                   TO WS-DC-NAME(DEPT-NO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-MASTER
           END-IF.

       LOAD-RATES-FILE.
           OPEN INPUT RATES-MASTER
           IF WS-FS-RATES-MASTER = "35"
               DISPLAY "WARNING: rates-master.dat not found - "
                   "compiled default employer rates used"
           ELSE
               IF WS-FS-RATES-MASTER NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "rates-master.dat, status "
                       WS-FS-RATES-MASTER
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-RATES-EOF = 1
                   READ RATES-MASTER
                       AT END MOVE 1 TO WS-RATES-EOF
                       NOT AT END
                           PERFORM APPLY-ONE-RATE
                   END-READ
               END-PERFORM
               CLOSE RATES-MASTER
               IF WS-RATES-LOADED = 0
                   DISPLAY "WARNING: rates-master.dat held no "
                       "employer rate effective on or before "
                       WS-TODAY " - compiled defaults used"
               END-IF
           END-IF.

       APPLY-ONE-RATE.
           IF RATE-EFF-DATE <= WS-TODAY
               EVALUATE RATE-CODE
                   WHEN "OASDI-RATE"
                       IF RATE-EFF-DATE >= WS-EFF-OASDI
                           MOVE RATE-VALUE TO WS-OASDI-RATE
                           MOVE RATE-EFF-DATE TO WS-EFF-OASDI
                           ADD 1 TO WS-RATES-LOADED
                       END-IF
                   WHEN "MEDI-RATE "
                       IF RATE-EFF-DATE >= WS-EFF-MEDICARE
                           MOVE RATE-VALUE TO WS-MEDICARE-RATE
                           MOVE RATE-EFF-DATE TO WS-EFF-MEDICARE
                           ADD 1 TO WS-RATES-LOADED
                       END-IF
                   WHEN "FICA-BASE "
                       IF RATE-EFF-DATE >= WS-EFF-FICA-BASE
                           MOVE RATE-VALUE TO WS-FICA-WAGE-BASE
                           MOVE RATE-EFF-DATE TO WS-EFF-FICA-BASE
                           ADD 1 TO WS-RATES-LOADED
                       END-IF
                   WHEN "FUTA-RATE "
                       IF RATE-EFF-DATE >= WS-EFF-FUTA
                           MOVE RATE-VALUE TO WS-FUTA-RATE
                           MOVE RATE-EFF-DATE TO WS-EFF-FUTA
                           ADD 1 TO WS-RATES-LOADED
                       END-IF
                   WHEN "FUTA-BASE "
                       IF RATE-EFF-DATE >= WS-EFF-FUTA-BASE
                           MOVE RATE-VALUE TO WS-FUTA-WAGE-BASE
                           MOVE RATE-EFF-DATE TO WS-EFF-FUTA-BASE
                           ADD 1 TO WS-RATES-LOADED
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       LOAD-SUTA-TABLE.
           OPEN INPUT SUTA-TABLE
           IF WS-FS-SUTA-TABLE = "35"
               DISPLAY "WARNING: suta-table.dat not found - flat "
                   "default SUTA rate and base apply to all states"
           ELSE
               IF WS-FS-SUTA-TABLE NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "suta-table.dat, status " WS-FS-SUTA-TABLE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-SUTA-EOF = 1
                   READ SUTA-TABLE
                       AT END MOVE 1 TO WS-SUTA-EOF
                       NOT AT END
                           PERFORM STORE-ONE-SUTA-RATE
                   END-READ
               END-PERFORM
               CLOSE SUTA-TABLE
           END-IF.

       STORE-ONE-SUTA-RATE.
           IF SUTA-EFF-DATE <= WS-TODAY
               MOVE 0 TO WS-SUTA-SLOT
               PERFORM VARYING WS-SUTA-I FROM 1 BY 1
                   UNTIL WS-SUTA-I > WS-SUTA-COUNT
                   IF WS-SUTA-TBL-STATE(WS-SUTA-I) = SUTA-STATE
                       MOVE WS-SUTA-I TO WS-SUTA-SLOT
                   END-IF
               END-PERFORM
               IF WS-SUTA-SLOT = 0
                   IF WS-SUTA-COUNT >= 60
                       DISPLAY "ERROR: SUTA table full - entry "
                           "for state " SUTA-STATE " dropped"
                   ELSE
                       ADD 1 TO WS-SUTA-COUNT
                       MOVE WS-SUTA-COUNT TO WS-SUTA-SLOT
                       MOVE SUTA-STATE
                           TO WS-SUTA-TBL-STATE(WS-SUTA-SLOT)
                       MOVE 0 TO WS-SUTA-TBL-EFF(WS-SUTA-SLOT)
                   END-IF
               END-IF
               IF WS-SUTA-SLOT > 0
                   IF SUTA-EFF-DATE >= WS-SUTA-TBL-EFF(WS-SUTA-SLOT)
                       MOVE SUTA-EFF-DATE
                           TO WS-SUTA-TBL-EFF(WS-SUTA-SLOT)
                       MOVE SUTA-RATE
                           TO WS-SUTA-TBL-RATE(WS-SUTA-SLOT)
                       MOVE SUTA-BASE
                           TO WS-SUTA-TBL-BASE(WS-SUTA-SLOT)
                   END-IF
               END-IF
           END-IF.

       LOAD-PAY-CALENDAR.
           MOVE 52 TO WS-FQ-PER-YEAR(1)
           MOVE 26 TO WS-FQ-PER-YEAR(2)
           MOVE 12 TO WS-FQ-PER-YEAR(3)
           MOVE 40 TO WS-FQ-OT-THRESHOLD(1)
           MOVE 80 TO WS-FQ-OT-THRESHOLD(2)
           MOVE 173 TO WS-FQ-OT-THRESHOLD(3)
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 3
               MOVE "N" TO WS-FQ-FOUND(WS-F)
               PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
                   MOVE 0 TO WS-FQ-MONTH-PERIODS(WS-F, WS-M)
               END-PERFORM
           END-PERFORM
           OPEN INPUT PAY-CALENDAR
           IF WS-FS-PAY-CALENDAR = "35"
               DISPLAY "WARNING: pay-calendar.dat not found - "
                   "periods spread evenly across months"
           ELSE
               IF WS-FS-PAY-CALENDAR NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "pay-calendar.dat, status " WS-FS-PAY-CALENDAR
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-CAL-EOF = 1
                   READ PAY-CALENDAR
                       AT END MOVE 1 TO WS-CAL-EOF
                       NOT AT END
                           PERFORM COUNT-ONE-CALENDAR-PERIOD
                   END-READ
               END-PERFORM
               CLOSE PAY-CALENDAR
           END-IF
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 3
               IF WS-FQ-FOUND(WS-F) NOT = "Y"
                   DISPLAY "WARNING: no " WS-PROJ-YEAR " calendar "
                       "periods for pay frequency " WS-F
                       " - periods spread evenly across months"
                   PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
                       COMPUTE WS-FQ-MONTH-PERIODS(WS-F, WS-M) =
                           WS-FQ-PER-YEAR(WS-F) / 12
                   END-PERFORM
               END-IF
           END-PERFORM.

       COUNT-ONE-CALENDAR-PERIOD.
           IF CAL-PERIOD-YEAR = WS-PROJ-YEAR AND
               CAL-PAY-FREQ >= 1 AND CAL-PAY-FREQ <= 3
               IF CAL-CHECK-DATE = 0
                   MOVE CAL-END-DATE(5:2) TO WS-CAL-MONTH
               ELSE
                   MOVE CAL-CHECK-DATE(5:2) TO WS-CAL-MONTH
               END-IF
               IF WS-CAL-MONTH >= 1 AND WS-CAL-MONTH <= 12
                   MOVE "Y" TO WS-FQ-FOUND(CAL-PAY-FREQ)
                   ADD 1 TO
                       WS-FQ-MONTH-PERIODS(CAL-PAY-FREQ, WS-CAL-MONTH)
               END-IF
           END-IF.

       LOAD-PENDING-CHANGES.
           OPEN INPUT PENDING-CHANGES
           IF WS-FS-PENDING-CHANGES = "35"
               DISPLAY "No pending-changes.dat found - master "
                   "values projected unchanged"
           ELSE
               IF WS-FS-PENDING-CHANGES NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "pending-changes.dat, status "
                       WS-FS-PENDING-CHANGES
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-PND-EOF = 1
                   READ PENDING-CHANGES
                       AT END MOVE 1 TO WS-PND-EOF
                       NOT AT END
                           IF PND-STATUS = "P"
                               PERFORM STORE-ONE-PENDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-CHANGES
           END-IF.

       STORE-ONE-PENDING.
           IF WS-PT-COUNT >= 500
               DISPLAY "ERROR: pending change table full - change "
                   "for employee " PND-EMP-ID " not projected"
           ELSE
               ADD 1 TO WS-PT-COUNT
               MOVE PND-EMP-ID TO WS-PT-EMP-ID(WS-PT-COUNT)
               MOVE PND-FIELD TO WS-PT-FIELD(WS-PT-COUNT)
               MOVE PND-NEW-RATE TO WS-PT-RATE(WS-PT-COUNT)
               MOVE PND-NEW-VALUE TO WS-PT-VALUE(WS-PT-COUNT)
               MOVE PND-EFF-DATE TO WS-PT-EFF(WS-PT-COUNT)
               COMPUTE WS-PT-EFF-YM(WS-PT-COUNT) = PND-EFF-DATE / 100
               MOVE PND-NEW-SALARY TO WS-PT-SALARY(WS-PT-COUNT)
           END-IF.

       MEASURE-DEPT-OVERTIME.
           COMPUTE HIST-PERIOD-YEAR = WS-WINDOW-START / 10000 - 1
           MOVE ZERO TO HIST-PERIOD-NUM
           MOVE 0 TO WS-HIST-EOF
           START PAY-HISTORY KEY >= HIST-PERIOD
               INVALID KEY
                   MOVE 1 TO WS-HIST-EOF
           END-START
           PERFORM UNTIL WS-HIST-EOF = 1
               READ PAY-HISTORY NEXT RECORD
                   AT END MOVE 1 TO WS-HIST-EOF
               END-READ
               IF WS-HIST-EOF = 0
                   IF HIST-PERIOD-END > WS-WINDOW-START AND
                       HIST-PERIOD-END <= WS-TODAY AND
                       HIST-DEPT >= 1 AND HIST-DEPT <= 10 AND
                       HIST-TYPE NOT = 2 AND HIST-TYPE NOT = 3
                       ADD HIST-OT-PAY HIST-DT-PAY
                           TO WS-DO-OT-PAY(HIST-DEPT)
                       IF HIST-GROSS > HIST-OT-PAY + HIST-DT-PAY
                           COMPUTE WS-DO-STRAIGHT(HIST-DEPT) =
                               WS-DO-STRAIGHT(HIST-DEPT) + HIST-GROSS
                               - HIST-OT-PAY - HIST-DT-PAY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 10
               IF WS-DO-STRAIGHT(WS-D) > 0
                   COMPUTE WS-DO-OT-PCT(WS-D) ROUNDED =
                       WS-DO-OT-PAY(WS-D) / WS-DO-STRAIGHT(WS-D)
                       ON SIZE ERROR
                           MOVE 9.9999 TO WS-DO-OT-PCT(WS-D)
                   END-COMPUTE
               END-IF
           END-PERFORM.

       PROJECT-ONE-EMPLOYEE.
           ADD 1 TO WS-EMPS-PROJECTED
           MOVE 0 TO WS-EMP-YTD-GROSS
           MOVE "N" TO WS-COMM-DONE
           IF EMP-WORK-STATE = SPACES
               MOVE EMP-ADDR-STATE TO WS-WORK-STATE
           ELSE
               MOVE EMP-WORK-STATE TO WS-WORK-STATE
           END-IF
           PERFORM PICK-SUTA-RATE
           PERFORM VARYING WS-PT-I FROM 1 BY 1
               UNTIL WS-PT-I > WS-PT-COUNT
               IF WS-PT-EMP-ID(WS-PT-I) = EMP-ID AND
                   WS-PT-EFF-YM(WS-PT-I) <= WS-PROJ-YEAR * 100 + 12
                   ADD 1 TO WS-PENDING-USED
               END-IF
           END-PERFORM
           PERFORM PROJECT-ONE-MONTH
               VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12.

       PICK-SUTA-RATE.
           MOVE WS-SUTA-RATE TO WS-SUTA-RATE-IN-USE
           MOVE WS-SUTA-WAGE-BASE TO WS-SUTA-BASE-IN-USE
           PERFORM VARYING WS-SUTA-I FROM 1 BY 1
               UNTIL WS-SUTA-I > WS-SUTA-COUNT
               IF WS-SUTA-TBL-STATE(WS-SUTA-I) = WS-WORK-STATE
                   MOVE WS-SUTA-TBL-RATE(WS-SUTA-I)
                       TO WS-SUTA-RATE-IN-USE
                   MOVE WS-SUTA-TBL-BASE(WS-SUTA-I)
                       TO WS-SUTA-BASE-IN-USE
               END-IF
           END-PERFORM.

       PROJECT-ONE-MONTH.
           MOVE EMP-RATE TO WS-PJ-RATE
           MOVE EMP-TYPE TO WS-PJ-TYPE
           MOVE EMP-PAY-FREQ TO WS-PJ-FREQ
           MOVE EMP-DEPT TO WS-PJ-DEPT
           MOVE EMP-ANNUAL-SALARY TO WS-PJ-SALARY
           PERFORM VARYING WS-AE FROM 1 BY 1 UNTIL WS-AE > 5
               MOVE 0 TO WS-APPLIED-EFF(WS-AE)
           END-PERFORM
           COMPUTE WS-MONTH-YM = WS-PROJ-YEAR * 100 + WS-M
           PERFORM VARYING WS-PT-I FROM 1 BY 1
               UNTIL WS-PT-I > WS-PT-COUNT
               IF WS-PT-EMP-ID(WS-PT-I) = EMP-ID AND
                   WS-PT-EFF-YM(WS-PT-I) <= WS-MONTH-YM
                   PERFORM APPLY-ONE-PENDING
               END-IF
           END-PERFORM
           IF WS-PJ-FREQ < 1 OR WS-PJ-FREQ > 3
               MOVE 1 TO WS-PJ-FREQ
           END-IF
           IF WS-PJ-DEPT < 1 OR WS-PJ-DEPT > 10
               ADD 1 TO WS-NO-DEPT-MONTHS
               IF WS-M = 1
                   DISPLAY "WARNING: employee " EMP-ID " department "
                       WS-PJ-DEPT " outside 01-10 - not projected"
               END-IF
           ELSE
               PERFORM COMPUTE-MONTH-WAGES
               PERFORM COMPUTE-EMPLOYER-TAX
               ADD WS-MO-HOURS TO WS-PM-HOURS(WS-PJ-DEPT, WS-M)
               ADD WS-MO-WAGES TO WS-PM-WAGES(WS-PJ-DEPT, WS-M)
               ADD WS-MO-OT TO WS-PM-OT(WS-PJ-DEPT, WS-M)
               ADD WS-MO-TAX TO WS-PM-TAX(WS-PJ-DEPT, WS-M)
           END-IF.

       APPLY-ONE-PENDING.
           EVALUATE WS-PT-FIELD(WS-PT-I)
               WHEN "R"
                   MOVE 1 TO WS-AE
               WHEN "T"
                   MOVE 2 TO WS-AE
               WHEN "F"
                   MOVE 3 TO WS-AE
               WHEN "D"
                   MOVE 4 TO WS-AE
               WHEN "S"
                   MOVE 5 TO WS-AE
               WHEN OTHER
                   MOVE 0 TO WS-AE
           END-EVALUATE
           IF WS-AE > 0
               IF WS-PT-EFF(WS-PT-I) >= WS-APPLIED-EFF(WS-AE)
                   MOVE WS-PT-EFF(WS-PT-I) TO WS-APPLIED-EFF(WS-AE)
                   EVALUATE WS-AE
                       WHEN 1
                           MOVE WS-PT-RATE(WS-PT-I) TO WS-PJ-RATE
                       WHEN 2
                           MOVE WS-PT-VALUE(WS-PT-I) TO WS-PJ-TYPE
                       WHEN 3
                           MOVE WS-PT-VALUE(WS-PT-I) TO WS-PJ-FREQ
                       WHEN 4
                           MOVE WS-PT-VALUE(WS-PT-I) TO WS-PJ-DEPT
                       WHEN 5
                           MOVE WS-PT-SALARY(WS-PT-I) TO WS-PJ-SALARY
                   END-EVALUATE
               END-IF
           END-IF.

       COMPUTE-MONTH-WAGES.
           MOVE EMP-HOURS TO WS-PER-HOURS
           EVALUATE TRUE
               WHEN WS-PJ-TYPE = 3
                   IF NOT IS-COMM-DONE
                       PERFORM GET-COMMISSION-AVERAGE
                   END-IF
                   IF WS-COMM-PERIODS > 0
                       MOVE WS-COMM-AVERAGE TO WS-PER-PAY
                   ELSE
                       COMPUTE WS-PER-PAY ROUNDED =
                           EMP-HOURS * WS-PJ-RATE
                   END-IF
               WHEN WS-PJ-TYPE = 2 AND WS-PJ-SALARY > 0
                   COMPUTE WS-PER-PAY ROUNDED =
                       WS-PJ-SALARY / WS-FQ-PER-YEAR(WS-PJ-FREQ)
                   IF WS-PER-HOURS = 0
                       MOVE WS-FQ-OT-THRESHOLD(WS-PJ-FREQ)
                           TO WS-PER-HOURS
                   END-IF
               WHEN OTHER
                   COMPUTE WS-PER-PAY ROUNDED =
                       EMP-HOURS * WS-PJ-RATE
           END-EVALUATE
           MOVE WS-FQ-MONTH-PERIODS(WS-PJ-FREQ, WS-M)
               TO WS-MO-PERIODS
           COMPUTE WS-MO-WAGES ROUNDED = WS-PER-PAY * WS-MO-PERIODS
               ON SIZE ERROR
                   DISPLAY "ERROR: projected wages overflow for "
                       "employee " EMP-ID
                   MOVE 0 TO WS-MO-WAGES
           END-COMPUTE
           COMPUTE WS-MO-HOURS ROUNDED = WS-PER-HOURS * WS-MO-PERIODS
           IF WS-PJ-TYPE = 2 OR WS-PJ-TYPE = 3
               MOVE 0 TO WS-MO-OT
           ELSE
               COMPUTE WS-MO-OT ROUNDED =
                   WS-MO-WAGES * WS-DO-OT-PCT(WS-PJ-DEPT)
                   ON SIZE ERROR
                       MOVE 0 TO WS-MO-OT
               END-COMPUTE
           END-IF
           COMPUTE WS-MO-GROSS = WS-MO-WAGES + WS-MO-OT
               ON SIZE ERROR
                   MOVE WS-MO-WAGES TO WS-MO-GROSS
           END-COMPUTE.

       GET-COMMISSION-AVERAGE.
           MOVE "Y" TO WS-COMM-DONE
           MOVE 0 TO WS-COMM-GROSS
           MOVE 0 TO WS-COMM-PERIODS
           MOVE 0 TO WS-COMM-AVERAGE
           IF IS-HIST-OPEN
               MOVE 0 TO WS-HIST-EOF
               MOVE EMP-ID TO HIST-ID
               MOVE ZERO TO HIST-PERIOD-YEAR
               MOVE ZERO TO HIST-PERIOD-NUM
               START PAY-HISTORY KEY >= HIST-KEY
                   INVALID KEY
                       MOVE 1 TO WS-HIST-EOF
               END-START
               PERFORM UNTIL WS-HIST-EOF = 1
                   READ PAY-HISTORY NEXT RECORD
                       AT END MOVE 1 TO WS-HIST-EOF
                   END-READ
                   IF WS-HIST-EOF = 0
                       IF HIST-ID NOT = EMP-ID
                           MOVE 1 TO WS-HIST-EOF
                       ELSE
                           IF HIST-PERIOD-END > WS-WINDOW-START AND
                               HIST-PERIOD-END <= WS-TODAY
                               ADD HIST-GROSS TO WS-COMM-GROSS
                               ADD 1 TO WS-COMM-PERIODS
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-COMM-PERIODS > 0
                   COMPUTE WS-COMM-AVERAGE ROUNDED =
                       WS-COMM-GROSS / WS-COMM-PERIODS
               END-IF
           END-IF.

       COMPUTE-EMPLOYER-TAX.
           IF WS-EMP-YTD-GROSS >= WS-FICA-WAGE-BASE
               MOVE 0 TO WS-TAXABLE-OASDI
           ELSE
               IF WS-EMP-YTD-GROSS + WS-MO-GROSS > WS-FICA-WAGE-BASE
                   COMPUTE WS-TAXABLE-OASDI =
                       WS-FICA-WAGE-BASE - WS-EMP-YTD-GROSS
               ELSE
                   MOVE WS-MO-GROSS TO WS-TAXABLE-OASDI
               END-IF
           END-IF
           IF WS-EMP-YTD-GROSS >= WS-FUTA-WAGE-BASE
               MOVE 0 TO WS-TAXABLE-FUTA
           ELSE
               IF WS-EMP-YTD-GROSS + WS-MO-GROSS > WS-FUTA-WAGE-BASE
                   COMPUTE WS-TAXABLE-FUTA =
                       WS-FUTA-WAGE-BASE - WS-EMP-YTD-GROSS
               ELSE
                   MOVE WS-MO-GROSS TO WS-TAXABLE-FUTA
               END-IF
           END-IF
           IF WS-EMP-YTD-GROSS >= WS-SUTA-BASE-IN-USE
               MOVE 0 TO WS-TAXABLE-SUTA
           ELSE
               IF WS-EMP-YTD-GROSS + WS-MO-GROSS > WS-SUTA-BASE-IN-USE
                   COMPUTE WS-TAXABLE-SUTA =
                       WS-SUTA-BASE-IN-USE - WS-EMP-YTD-GROSS
               ELSE
                   MOVE WS-MO-GROSS TO WS-TAXABLE-SUTA
               END-IF
           END-IF
           COMPUTE WS-MO-TAX ROUNDED =
               WS-TAXABLE-OASDI * WS-OASDI-RATE
               + WS-MO-GROSS * WS-MEDICARE-RATE
               + WS-TAXABLE-FUTA * WS-FUTA-RATE
               + WS-TAXABLE-SUTA * WS-SUTA-RATE-IN-USE
               ON SIZE ERROR
                   DISPLAY "ERROR: projected employer tax overflow "
                       "for employee " EMP-ID
                   MOVE 0 TO WS-MO-TAX
           END-COMPUTE
           ADD WS-MO-GROSS TO WS-EMP-YTD-GROSS.

       WRITE-BUDGET-DRAFT.
           OPEN OUTPUT LABOR-BUDGET-DRAFT
           IF WS-FS-LABOR-BUDGET-DRAFT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "labor-budget-draft.dat, status "
                   WS-FS-LABOR-BUDGET-DRAFT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 10
               MOVE 0 TO WS-SUM-WAGES
               PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
                   ADD WS-PM-WAGES(WS-D, WS-M) WS-PM-OT(WS-D, WS-M)
                       TO WS-SUM-WAGES
               END-PERFORM
               IF WS-SUM-WAGES > 0
                   IF WS-DC-CC(WS-D) = SPACES
                       ADD 1 TO WS-NO-CC-DEPTS
                       DISPLAY "WARNING: department " WS-D
                           " has projected wages but no cost center"
                           " on dept-master.dat - no budget lines"
                   ELSE
                       PERFORM VARYING WS-M FROM 1 BY 1
                           UNTIL WS-M > 12
                           PERFORM WRITE-ONE-BUDGET-LINE
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LABOR-BUDGET-DRAFT.

       WRITE-ONE-BUDGET-LINE.
           MOVE WS-DC-CC(WS-D) TO BUD-COST-CENTER
           MOVE WS-PROJ-YEAR TO BUD-PERIOD-YEAR
           MOVE WS-M TO BUD-PERIOD-NUM
           MOVE WS-PM-HOURS(WS-D, WS-M) TO BUD-HOURS
           COMPUTE BUD-DOLLARS =
               WS-PM-WAGES(WS-D, WS-M) + WS-PM-OT(WS-D, WS-M)
           WRITE LABOR-BUDGET-REC
           IF WS-FS-LABOR-BUDGET-DRAFT NOT = "00"
               DISPLAY "ERROR: WRITE failed for "
                   "labor-budget-draft.dat, status "
                   WS-FS-LABOR-BUDGET-DRAFT
           ELSE
               ADD 1 TO WS-BUDGET-WRITTEN
           END-IF.

       WRITE-PROJECTION-REPORT.
           OPEN OUTPUT PROJECTION-REPORT
           IF WS-FS-PROJECTION-REPORT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "LABOR-PROJ.RPT, status "
                   WS-FS-PROJECTION-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "I" TO PS-FUNC
           MOVE "LABOR COST PROJECTION" TO PS-REPORT-TITLE
           MOVE WS-OPERATOR-ID TO PS-OPERATOR
           MOVE WS-PROJ-YEAR TO PS-PERIOD-YEAR
           MOVE 0 TO PS-PERIOD-NUM
           MOVE "  MONTH         HOURS     BASE WAGES       OVERTI"
               TO PS-COLUMN-HEADING
           MOVE "ME   EMPLOYER TAX       TOTAL COST"
               TO PS-COLUMN-HEADING(50:51)
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           PERFORM REPORT-ONE-DEPT
               VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 10
           MOVE SPACES TO PROJECTION-REPORT-LINE
           PERFORM WRITE-PROJ-LINE
           MOVE "ALL DEPT" TO WS-PL-LABEL
           MOVE WS-GRAND-HOURS TO WS-SUM-HOURS
           MOVE WS-GRAND-WAGES TO WS-SUM-WAGES
           MOVE WS-GRAND-OT TO WS-SUM-OT
           MOVE WS-GRAND-TAX TO WS-SUM-TAX
           PERFORM WRITE-SUM-LINE
           MOVE SPACES TO PROJECTION-REPORT-LINE
           PERFORM WRITE-PROJ-LINE
           MOVE "EMPLOYEES READ:" TO WS-CNL-LABEL
           MOVE WS-EMPS-READ TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "EMPLOYEES PROJECTED:" TO WS-CNL-LABEL
           MOVE WS-EMPS-PROJECTED TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "TERMINATED - NOT PROJECTED:" TO WS-CNL-LABEL
           MOVE WS-EMPS-SKIPPED TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "PENDING CHANGES APPLIED:" TO WS-CNL-LABEL
           MOVE WS-PENDING-USED TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "EMPLOYEE MONTHS WITHOUT DEPARTMENT:" TO WS-CNL-LABEL
           MOVE WS-NO-DEPT-MONTHS TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "DEPARTMENTS WITHOUT COST CENTER:" TO WS-CNL-LABEL
           MOVE WS-NO-CC-DEPTS TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "DRAFT BUDGET LINES WRITTEN:" TO WS-CNL-LABEL
           MOVE WS-BUDGET-WRITTEN TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           CLOSE PROJECTION-REPORT.

       REPORT-ONE-DEPT.
           MOVE 0 TO WS-SUM-HOURS
           MOVE 0 TO WS-SUM-WAGES
           MOVE 0 TO WS-SUM-OT
           MOVE 0 TO WS-SUM-TAX
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
               ADD WS-PM-HOURS(WS-D, WS-M) TO WS-SUM-HOURS
               ADD WS-PM-WAGES(WS-D, WS-M) TO WS-SUM-WAGES
               ADD WS-PM-OT(WS-D, WS-M) TO WS-SUM-OT
               ADD WS-PM-TAX(WS-D, WS-M) TO WS-SUM-TAX
           END-PERFORM
           IF WS-SUM-WAGES > 0 OR WS-SUM-HOURS > 0
               ADD WS-SUM-HOURS TO WS-GRAND-HOURS
               ADD WS-SUM-WAGES TO WS-GRAND-WAGES
               ADD WS-SUM-OT TO WS-GRAND-OT
               ADD WS-SUM-TAX TO WS-GRAND-TAX
               MOVE SPACES TO PROJECTION-REPORT-LINE
               PERFORM WRITE-PROJ-LINE
               MOVE WS-D TO WS-DH-NO
               MOVE WS-DC-NAME(WS-D) TO WS-DH-NAME
               MOVE WS-DC-CC(WS-D) TO WS-DH-CC
               COMPUTE WS-DH-OT-PCT = WS-DO-OT-PCT(WS-D) * 100
               MOVE WS-DEPT-HEAD-LINE TO PROJECTION-REPORT-LINE
               PERFORM WRITE-PROJ-LINE
               PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
                   MOVE SPACES TO WS-PL-LABEL
                   MOVE WS-PROJ-YEAR TO WS-PL-LABEL(1:4)
                   MOVE "-" TO WS-PL-LABEL(5:1)
                   MOVE WS-M TO WS-PL-LABEL(6:2)
                   MOVE WS-PM-HOURS(WS-D, WS-M) TO WS-PL-HOURS
                   MOVE WS-PM-WAGES(WS-D, WS-M) TO WS-PL-WAGES
                   MOVE WS-PM-OT(WS-D, WS-M) TO WS-PL-OT
                   MOVE WS-PM-TAX(WS-D, WS-M) TO WS-PL-TAX
                   COMPUTE WS-PL-TOTAL = WS-PM-WAGES(WS-D, WS-M)
                       + WS-PM-OT(WS-D, WS-M) + WS-PM-TAX(WS-D, WS-M)
                   MOVE WS-PROJ-DETAIL-LINE TO PROJECTION-REPORT-LINE
                   PERFORM WRITE-PROJ-LINE
               END-PERFORM
               MOVE "YEAR" TO WS-PL-LABEL
               PERFORM WRITE-SUM-LINE
           END-IF.

       WRITE-SUM-LINE.
           MOVE WS-SUM-HOURS TO WS-PL-HOURS
           MOVE WS-SUM-WAGES TO WS-PL-WAGES
           MOVE WS-SUM-OT TO WS-PL-OT
           MOVE WS-SUM-TAX TO WS-PL-TAX
           COMPUTE WS-PL-TOTAL = WS-SUM-WAGES + WS-SUM-OT + WS-SUM-TAX
           MOVE WS-PROJ-DETAIL-LINE TO PROJECTION-REPORT-LINE
           PERFORM WRITE-PROJ-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO PROJECTION-REPORT-LINE
           PERFORM WRITE-PROJ-LINE.

       WRITE-PROJ-LINE.
           MOVE PROJECTION-REPORT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO PROJECTION-REPORT-LINE
               WRITE PROJECTION-REPORT-LINE
               IF WS-FS-PROJECTION-REPORT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "LABOR-PROJ.RPT, status "
                       WS-FS-PROJECTION-REPORT
               END-IF
           END-PERFORM.
