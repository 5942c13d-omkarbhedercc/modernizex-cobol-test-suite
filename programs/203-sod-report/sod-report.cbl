       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO "run-control.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-FS-RUN-CONTROL.
           SELECT MAINT-AUDIT ASSIGN TO "maint-audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAINT-AUDIT.
           SELECT HIGHRISK-QUEUE ASSIGN TO "highrisk-queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIGHRISK-QUEUE.
           SELECT RATE-HISTORY ASSIGN TO "rate-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RATE-HISTORY.
           SELECT CHECK-AUDIT ASSIGN TO "check-audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHECK-AUDIT.
           SELECT OPERATOR-MASTER ASSIGN TO "operator-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERATOR-MASTER.
           SELECT SOD-RPT ASSIGN TO "SOD-CONFLICTS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SOD-RPT.
           SELECT ROLE-RPT ASSIGN TO "SOD-ROLES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ROLE-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL.
           COPY "run-control.cpy".

       FD  MAINT-AUDIT.
           COPY "maint-audit.cpy".

       FD  HIGHRISK-QUEUE.
           COPY "highrisk-queue.cpy".

       FD  RATE-HISTORY.
       01 RATE-HISTORY-REC.
          05 RH-EMP-ID   PIC 9(7).
          05 RH-OLD-RATE PIC 9(3)V99.
          05 RH-NEW-RATE PIC 9(3)V99.
          05 RH-EFF-DATE PIC 9(8).
          05 RH-OPERATOR PIC X(10).
          05 RH-APPLIED-DATE PIC 9(8).

       FD  CHECK-AUDIT.
       01 CHECK-AUDIT-REC.
          05 CA-ACTION   PIC X(8).
          05 FILLER      PIC X(1).
          05 CA-OPERATOR PIC X(10).
          05 FILLER      PIC X(1).
          05 CA-DATE     PIC 9(8).
          05 FILLER      PIC X(152).

       FD  OPERATOR-MASTER.
       01 OPERATOR-REC.
          05 OPR-ID       PIC X(10).
          05 OPR-PASSWORD PIC X(10).
          05 OPR-ROLE     PIC 9(1).

       FD  SOD-RPT.
       01 SOD-RPT-LINE PIC X(100).

       FD  ROLE-RPT.
       01 ROLE-RPT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-RUN-CONTROL     PIC X(2) VALUE "00".
       01 WS-FS-MAINT-AUDIT     PIC X(2) VALUE "00".
       01 WS-FS-HIGHRISK-QUEUE  PIC X(2) VALUE "00".
       01 WS-FS-RATE-HISTORY    PIC X(2) VALUE "00".
       01 WS-FS-CHECK-AUDIT     PIC X(2) VALUE "00".
       01 WS-FS-OPERATOR-MASTER PIC X(2) VALUE "00".
       01 WS-FS-SOD-RPT         PIC X(2) VALUE "00".
       01 WS-FS-ROLE-RPT        PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-FROM-YEAR PIC 9(4) VALUE 0.
       01 WS-RUN-TBL.
          05 WS-RUN-COUNT PIC 9(3) VALUE 0.
          05 WS-RUN-ENTRY OCCURS 500 TIMES.
             10 WS-RUN-YEAR     PIC 9(4).
             10 WS-RUN-NUM      PIC 9(2).
             10 WS-RUN-OPERATOR PIC X(10).
             10 WS-RUN-START    PIC 9(8).
       01 WS-RUN-I PIC 9(3) VALUE 0.
       01 WS-RUN-SLOT PIC 9(3) VALUE 0.
       01 WS-OPR-TBL.
          05 WS-OPR-COUNT PIC 9(3) VALUE 0.
          05 WS-OPR-ENTRY OCCURS 200 TIMES.
             10 WS-OPR-ID   PIC X(10).
             10 WS-OPR-ROLE PIC 9(1).
       01 WS-OPR-I PIC 9(3) VALUE 0.
       01 WS-OPR-PRESENT PIC X(1) VALUE "N".
          88 IS-OPR-PRESENT VALUE "Y".
       01 WS-PO-TBL.
          05 WS-PO-COUNT PIC 9(4) VALUE 0.
          05 WS-PO-ENTRY OCCURS 3000 TIMES.
             10 WS-PO-RUN       PIC 9(3).
             10 WS-PO-OPERATOR  PIC X(10).
             10 WS-PO-CHANGES   PIC 9(5).
             10 WS-PO-APPROVALS PIC 9(5).
             10 WS-PO-RELEASES  PIC 9(5).
       01 WS-PO-I PIC 9(4) VALUE 0.
       01 WS-PO-SLOT PIC 9(4) VALUE 0.
       01 WS-EV-OPERATOR PIC X(10) VALUE SPACES.
       01 WS-EV-DATE PIC 9(8) VALUE 0.
       01 WS-EV-KIND PIC X(1) VALUE SPACE.
          88 EV-IS-CHANGE   VALUE "C".
          88 EV-IS-APPROVAL VALUE "A".
          88 EV-IS-RELEASE  VALUE "R".
       01 WS-ROLE-CAPS.
          05 WS-CAP-CHANGE  PIC X(1) VALUE "N".
          05 WS-CAP-APPROVE PIC X(1) VALUE "N".
          05 WS-CAP-RUN     PIC X(1) VALUE "N".
          05 WS-CAP-RELEASE PIC X(1) VALUE "N".
       01 WS-REPORT-STATS.
          05 WS-RUNS-READ       PIC 9(7) VALUE 0.
          05 WS-CHANGES-READ    PIC 9(7) VALUE 0.
          05 WS-APPROVALS-READ  PIC 9(7) VALUE 0.
          05 WS-RELEASES-READ   PIC 9(7) VALUE 0.
          05 WS-UNMATCHED       PIC 9(7) VALUE 0.
          05 WS-CONFLICTS       PIC 9(7) VALUE 0.
          05 WS-OPERATORS-READ  PIC 9(7) VALUE 0.
          05 WS-ROLE-CONFLICTS  PIC 9(7) VALUE 0.
       01 WS-SOD-DETAIL-LINE.
          05 WS-SD-YEAR PIC 9(4).
          05 FILLER PIC X(1) VALUE "-".
          05 WS-SD-NUM PIC 9(2).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-SD-OPERATOR PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-SD-ROLE PIC X(4).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-SD-CHANGES PIC ZZZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-SD-APPROVALS PIC ZZZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-SD-RAN PIC X(3).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-SD-RELEASES PIC ZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-SD-FINDING PIC X(30).
       01 WS-ROLE-DETAIL-LINE.
          05 WS-RD-OPERATOR PIC X(10).
          05 FILLER PIC X(3) VALUE SPACES.
          05 WS-RD-ROLE PIC 9(1).
          05 FILLER PIC X(6) VALUE SPACES.
          05 WS-RD-CHANGE PIC X(1).
          05 FILLER PIC X(7) VALUE SPACES.
          05 WS-RD-APPROVE PIC X(1).
          05 FILLER PIC X(5) VALUE SPACES.
          05 WS-RD-RUN PIC X(1).
          05 FILLER PIC X(6) VALUE SPACES.
          05 WS-RD-RELEASE PIC X(1).
          05 FILLER PIC X(4) VALUE SPACES.
          05 WS-RD-FINDING PIC X(36).
       01 WS-COUNT-LINE.
          05 WS-CNL-LABEL PIC X(36).
          05 WS-CNL-COUNT PIC ZZZ,ZZ9.
           COPY "print-svc.cpy".
           COPY "print-svc.cpy"
               REPLACING LEADING ==PS-== BY ==RL-==.
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Enter first period year to review (0 for all): "
           ACCEPT WS-FROM-YEAR
           PERFORM LOAD-RUN-CONTROL
           PERFORM LOAD-OPERATORS
           OPEN OUTPUT SOD-RPT
           IF WS-FS-SOD-RPT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "SOD-CONFLICTS.RPT, status " WS-FS-SOD-RPT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ROLE-RPT
           IF WS-FS-ROLE-RPT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "SOD-ROLES.RPT, status " WS-FS-ROLE-RPT
               CLOSE SOD-RPT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-RUN-COUNT > 0
               PERFORM SCAN-MAINT-AUDIT
               PERFORM SCAN-HIGHRISK-QUEUE
               PERFORM SCAN-RATE-HISTORY
               PERFORM SCAN-CHECK-AUDIT
           END-IF
           PERFORM WRITE-CONFLICT-REPORT
           PERFORM WRITE-ROLE-REPORT
           CLOSE SOD-RPT
           CLOSE ROLE-RPT
           DISPLAY "Payroll runs reviewed:    " WS-RUNS-READ
           DISPLAY "Changes read:             " WS-CHANGES-READ
           DISPLAY "Approvals read:           " WS-APPROVALS-READ
           DISPLAY "Releases read:            " WS-RELEASES-READ
           DISPLAY "Outside any run window:   " WS-UNMATCHED
           DISPLAY "Period conflicts:         " WS-CONFLICTS
           DISPLAY "Operators reviewed:       " WS-OPERATORS-READ
           DISPLAY "Role design conflicts:    " WS-ROLE-CONFLICTS
           IF WS-CONFLICTS > 0
               DISPLAY "Review SOD-CONFLICTS.RPT with internal "
                   "audit"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL
           IF WS-FS-RUN-CONTROL = "35"
               DISPLAY "No run-control.dat on file - no payroll "
                   "runs to review"
           ELSE
               IF WS-FS-RUN-CONTROL NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "run-control.dat, status " WS-FS-RUN-CONTROL
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 0 TO WS-EOF
               MOVE LOW-VALUES TO RC-KEY
               START RUN-CONTROL KEY >= RC-KEY
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 1
                   READ RUN-CONTROL NEXT RECORD
                       AT END MOVE 1 TO WS-EOF
                   END-READ
                   IF WS-EOF = 0
                       PERFORM STORE-ONE-RUN
                   END-IF
               END-PERFORM
               CLOSE RUN-CONTROL
           END-IF.

       STORE-ONE-RUN.
           IF RC-COMPLETED AND RC-START-DATE > 0
               IF WS-RUN-COUNT >= 500
                   DISPLAY "ERROR: run table full - period "
                       RC-PERIOD-YEAR "-" RC-PERIOD-NUM " dropped"
               ELSE
                   ADD 1 TO WS-RUNS-READ
                   ADD 1 TO WS-RUN-COUNT
                   MOVE RC-PERIOD-YEAR TO WS-RUN-YEAR(WS-RUN-COUNT)
                   MOVE RC-PERIOD-NUM TO WS-RUN-NUM(WS-RUN-COUNT)
                   MOVE RC-OPERATOR
                       TO WS-RUN-OPERATOR(WS-RUN-COUNT)
                   MOVE RC-START-DATE TO WS-RUN-START(WS-RUN-COUNT)
               END-IF
           END-IF.

       LOAD-OPERATORS.
           OPEN INPUT OPERATOR-MASTER
           IF WS-FS-OPERATOR-MASTER = "35"
               DISPLAY "WARNING: operator-master.dat not found - "
                   "role design review skipped"
           ELSE
               IF WS-FS-OPERATOR-MASTER NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "operator-master.dat, status "
                       WS-FS-OPERATOR-MASTER
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE "Y" TO WS-OPR-PRESENT
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ OPERATOR-MASTER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-OPR-COUNT >= 200
                               DISPLAY "ERROR: operator table full "
                                   "- operator " OPR-ID " dropped"
                           ELSE
                               ADD 1 TO WS-OPR-COUNT
                               MOVE OPR-ID TO WS-OPR-ID(WS-OPR-COUNT)
                               MOVE OPR-ROLE
                                   TO WS-OPR-ROLE(WS-OPR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER
           END-IF.

       SCAN-MAINT-AUDIT.
           OPEN INPUT MAINT-AUDIT
           IF WS-FS-MAINT-AUDIT = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ MAINT-AUDIT
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM NOTE-ONE-MAINT-AUDIT
                   END-READ
               END-PERFORM
               CLOSE MAINT-AUDIT
           ELSE
               IF WS-FS-MAINT-AUDIT NOT = "35"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "maint-audit.dat, status " WS-FS-MAINT-AUDIT
               END-IF
           END-IF.

       NOTE-ONE-MAINT-AUDIT.
           COMPUTE WS-EV-DATE = 20000000 + MAUD-DATE
           EVALUATE MAUD-ACTION
               WHEN "A"
               WHEN "C"
               WHEN "D"
               WHEN "R"
                   MOVE MAUD-OPERATOR TO WS-EV-OPERATOR
                   MOVE "C" TO WS-EV-KIND
                   PERFORM NOTE-ONE-EVENT
               WHEN "Q"
                   MOVE MAUD-OPERATOR TO WS-EV-OPERATOR
                   MOVE "A" TO WS-EV-KIND
                   PERFORM NOTE-ONE-EVENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SCAN-HIGHRISK-QUEUE.
           OPEN INPUT HIGHRISK-QUEUE
           IF WS-FS-HIGHRISK-QUEUE = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ HIGHRISK-QUEUE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF HRQ-APPROVED
                               COMPUTE WS-EV-DATE =
                                   20000000 + HRQ-DATE
                               MOVE HRQ-ENTERED-BY TO WS-EV-OPERATOR
                               MOVE "C" TO WS-EV-KIND
                               PERFORM NOTE-ONE-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIGHRISK-QUEUE
           ELSE
               IF WS-FS-HIGHRISK-QUEUE NOT = "35"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "highrisk-queue.dat, status "
                       WS-FS-HIGHRISK-QUEUE
               END-IF
           END-IF.

       SCAN-RATE-HISTORY.
           OPEN INPUT RATE-HISTORY
           IF WS-FS-RATE-HISTORY = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ RATE-HISTORY
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF RH-APPLIED-DATE > 0
                               MOVE RH-APPLIED-DATE TO WS-EV-DATE
                           ELSE
                               MOVE RH-EFF-DATE TO WS-EV-DATE
                           END-IF
                           MOVE RH-OPERATOR TO WS-EV-OPERATOR
                           MOVE "C" TO WS-EV-KIND
                           PERFORM NOTE-ONE-EVENT
                   END-READ
               END-PERFORM
               CLOSE RATE-HISTORY
           ELSE
               IF WS-FS-RATE-HISTORY NOT = "35"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "rate-history.dat, status "
                       WS-FS-RATE-HISTORY
               END-IF
           END-IF.

       SCAN-CHECK-AUDIT.
           OPEN INPUT CHECK-AUDIT
           IF WS-FS-CHECK-AUDIT = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ CHECK-AUDIT
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CA-ACTION = "REISSUE" AND
                               CA-DATE IS NUMERIC
                               MOVE CA-DATE TO WS-EV-DATE
                               MOVE CA-OPERATOR TO WS-EV-OPERATOR
                               MOVE "R" TO WS-EV-KIND
                               PERFORM NOTE-ONE-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECK-AUDIT
           ELSE
               IF WS-FS-CHECK-AUDIT NOT = "35"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "check-audit.dat, status " WS-FS-CHECK-AUDIT
               END-IF
           END-IF.

       NOTE-ONE-EVENT.
           EVALUATE TRUE
               WHEN EV-IS-CHANGE
                   ADD 1 TO WS-CHANGES-READ
               WHEN EV-IS-APPROVAL
                   ADD 1 TO WS-APPROVALS-READ
               WHEN EV-IS-RELEASE
                   ADD 1 TO WS-RELEASES-READ
           END-EVALUATE
           PERFORM FIND-EVENT-RUN
           IF WS-RUN-SLOT = 0
               ADD 1 TO WS-UNMATCHED
           ELSE
               IF WS-RUN-YEAR(WS-RUN-SLOT) >= WS-FROM-YEAR
                   PERFORM FIND-PERIOD-OPERATOR
                   IF WS-PO-SLOT > 0
                       EVALUATE TRUE
                           WHEN EV-IS-CHANGE
                               ADD 1 TO WS-PO-CHANGES(WS-PO-SLOT)
                           WHEN EV-IS-APPROVAL
                               ADD 1 TO WS-PO-APPROVALS(WS-PO-SLOT)
                           WHEN EV-IS-RELEASE
                               ADD 1 TO WS-PO-RELEASES(WS-PO-SLOT)
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

       FIND-EVENT-RUN.
           MOVE 0 TO WS-RUN-SLOT
           IF EV-IS-RELEASE
               PERFORM VARYING WS-RUN-I FROM 1 BY 1
                   UNTIL WS-RUN-I > WS-RUN-COUNT
                   IF WS-EV-DATE >= WS-RUN-START(WS-RUN-I)
                       MOVE WS-RUN-I TO WS-RUN-SLOT
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-RUN-I FROM WS-RUN-COUNT BY -1
                   UNTIL WS-RUN-I < 1
                   IF WS-EV-DATE <= WS-RUN-START(WS-RUN-I)
                       MOVE WS-RUN-I TO WS-RUN-SLOT
                   END-IF
               END-PERFORM
           END-IF.

       FIND-PERIOD-OPERATOR.
           MOVE 0 TO WS-PO-SLOT
           PERFORM VARYING WS-PO-I FROM 1 BY 1
               UNTIL WS-PO-I > WS-PO-COUNT
               IF WS-PO-RUN(WS-PO-I) = WS-RUN-SLOT AND
                   WS-PO-OPERATOR(WS-PO-I) = WS-EV-OPERATOR
                   MOVE WS-PO-I TO WS-PO-SLOT
               END-IF
           END-PERFORM
           IF WS-PO-SLOT = 0
               IF WS-PO-COUNT >= 3000
                   DISPLAY "ERROR: period/operator table full - "
                       "activity for " WS-EV-OPERATOR " dropped"
               ELSE
                   ADD 1 TO WS-PO-COUNT
                   MOVE WS-PO-COUNT TO WS-PO-SLOT
                   MOVE WS-RUN-SLOT TO WS-PO-RUN(WS-PO-SLOT)
                   MOVE WS-EV-OPERATOR TO WS-PO-OPERATOR(WS-PO-SLOT)
                   MOVE 0 TO WS-PO-CHANGES(WS-PO-SLOT)
                   MOVE 0 TO WS-PO-APPROVALS(WS-PO-SLOT)
                   MOVE 0 TO WS-PO-RELEASES(WS-PO-SLOT)
               END-IF
           END-IF.

       WRITE-CONFLICT-REPORT.
           MOVE "I" TO PS-FUNC
           MOVE "SEGREGATION OF DUTIES CONFLICTS BY PERIOD"
               TO PS-REPORT-TITLE
           MOVE WS-OPERATOR-ID TO PS-OPERATOR
           MOVE WS-FROM-YEAR TO PS-PERIOD-YEAR
           MOVE 0 TO PS-PERIOD-NUM
           MOVE "PERIOD   OPERATOR   ROLE   CHG  APPR RAN   REL  F"
               TO PS-COLUMN-HEADING
           MOVE "INDING" TO PS-COLUMN-HEADING(50:51)
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           PERFORM VARYING WS-RUN-I FROM 1 BY 1
               UNTIL WS-RUN-I > WS-RUN-COUNT
               PERFORM CHECK-ONE-RUN
           END-PERFORM
           MOVE SPACES TO SOD-RPT-LINE
           PERFORM WRITE-SOD-LINE
           MOVE "PAYROLL RUNS REVIEWED:" TO WS-CNL-LABEL
           MOVE WS-RUNS-READ TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO SOD-RPT-LINE
           PERFORM WRITE-SOD-LINE
           MOVE "PAY-AFFECTING CHANGES READ:" TO WS-CNL-LABEL
           MOVE WS-CHANGES-READ TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO SOD-RPT-LINE
           PERFORM WRITE-SOD-LINE
           MOVE "HIGH-RISK APPROVALS READ:" TO WS-CNL-LABEL
           MOVE WS-APPROVALS-READ TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO SOD-RPT-LINE
           PERFORM WRITE-SOD-LINE
           MOVE "CHECK REISSUES READ:" TO WS-CNL-LABEL
           MOVE WS-RELEASES-READ TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO SOD-RPT-LINE
           PERFORM WRITE-SOD-LINE
           MOVE "PERIOD CONFLICTS FOUND:" TO WS-CNL-LABEL
           MOVE WS-CONFLICTS TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO SOD-RPT-LINE
           PERFORM WRITE-SOD-LINE
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       CHECK-ONE-RUN.
           PERFORM VARYING WS-PO-I FROM 1 BY 1
               UNTIL WS-PO-I > WS-PO-COUNT
               IF WS-PO-RUN(WS-PO-I) = WS-RUN-I AND
                   WS-PO-CHANGES(WS-PO-I) + WS-PO-APPROVALS(WS-PO-I)
                       > 0 AND
                   (WS-PO-OPERATOR(WS-PO-I) =
                       WS-RUN-OPERATOR(WS-RUN-I) OR
                    WS-PO-RELEASES(WS-PO-I) > 0)
                   PERFORM WRITE-ONE-CONFLICT
               END-IF
           END-PERFORM.

       WRITE-ONE-CONFLICT.
           ADD 1 TO WS-CONFLICTS
           MOVE WS-RUN-YEAR(WS-RUN-I) TO WS-SD-YEAR
           MOVE WS-RUN-NUM(WS-RUN-I) TO WS-SD-NUM
           MOVE WS-PO-OPERATOR(WS-PO-I) TO WS-SD-OPERATOR
           MOVE " ?  " TO WS-SD-ROLE
           PERFORM VARYING WS-OPR-I FROM 1 BY 1
               UNTIL WS-OPR-I > WS-OPR-COUNT
               IF WS-OPR-ID(WS-OPR-I) = WS-PO-OPERATOR(WS-PO-I)
                   MOVE SPACES TO WS-SD-ROLE
                   MOVE WS-OPR-ROLE(WS-OPR-I) TO WS-SD-ROLE(4:1)
               END-IF
           END-PERFORM
           MOVE WS-PO-CHANGES(WS-PO-I) TO WS-SD-CHANGES
           MOVE WS-PO-APPROVALS(WS-PO-I) TO WS-SD-APPROVALS
           MOVE WS-PO-RELEASES(WS-PO-I) TO WS-SD-RELEASES
           IF WS-PO-OPERATOR(WS-PO-I) = WS-RUN-OPERATOR(WS-RUN-I)
               MOVE "YES" TO WS-SD-RAN
               IF WS-PO-RELEASES(WS-PO-I) > 0
                   MOVE "CHANGED, RAN AND RELEASED"
                       TO WS-SD-FINDING
               ELSE
                   MOVE "CHANGED THEN RAN PAYROLL"
                       TO WS-SD-FINDING
               END-IF
           ELSE
               MOVE "NO " TO WS-SD-RAN
               MOVE "CHANGED THEN RELEASED PAY" TO WS-SD-FINDING
           END-IF
           MOVE WS-SOD-DETAIL-LINE TO SOD-RPT-LINE
           PERFORM WRITE-SOD-LINE.

       WRITE-ROLE-REPORT.
           MOVE "I" TO RL-FUNC
           MOVE "SEGREGATION OF DUTIES ROLE DESIGN REVIEW"
               TO RL-REPORT-TITLE
           MOVE WS-OPERATOR-ID TO RL-OPERATOR
           MOVE 0 TO RL-PERIOD-YEAR
           MOVE 0 TO RL-PERIOD-NUM
           MOVE "OPERATOR  ROLE   CHANGE  APPROVE RUN  RELEASE FIN"
               TO RL-COLUMN-HEADING
           MOVE "DING" TO RL-COLUMN-HEADING(50:51)
           MOVE 55 TO RL-LINES-PER-PAGE
           CALL "PRINT-SVC" USING RL-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-RL-SVC-LINES
           IF IS-OPR-PRESENT
               PERFORM REVIEW-ONE-OPERATOR
                   VARYING WS-OPR-I FROM 1 BY 1
                   UNTIL WS-OPR-I > WS-OPR-COUNT
           ELSE
               MOVE "OPERATOR-MASTER.DAT NOT ON FILE - NO ROLES "
                   TO ROLE-RPT-LINE
               PERFORM WRITE-ROLE-LINE
           END-IF
           MOVE SPACES TO ROLE-RPT-LINE
           PERFORM WRITE-ROLE-LINE
           MOVE "OPERATORS REVIEWED:" TO WS-CNL-LABEL
           MOVE WS-OPERATORS-READ TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO ROLE-RPT-LINE
           PERFORM WRITE-ROLE-LINE
           MOVE "ROLES ALLOWING CHANGE AND PAY:" TO WS-CNL-LABEL
           MOVE WS-ROLE-CONFLICTS TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO ROLE-RPT-LINE
           PERFORM WRITE-ROLE-LINE
           MOVE SPACES TO RL-DETAIL-IN
           MOVE "E" TO RL-FUNC
           CALL "PRINT-SVC" USING RL-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-RL-SVC-LINES.

       REVIEW-ONE-OPERATOR.
           ADD 1 TO WS-OPERATORS-READ
           PERFORM SET-ROLE-CAPABILITY
           MOVE WS-OPR-ID(WS-OPR-I) TO WS-RD-OPERATOR
           MOVE WS-OPR-ROLE(WS-OPR-I) TO WS-RD-ROLE
           MOVE WS-CAP-CHANGE TO WS-RD-CHANGE
           MOVE WS-CAP-APPROVE TO WS-RD-APPROVE
           MOVE WS-CAP-RUN TO WS-RD-RUN
           MOVE WS-CAP-RELEASE TO WS-RD-RELEASE
           MOVE SPACES TO WS-RD-FINDING
           IF (WS-CAP-CHANGE = "Y" OR WS-CAP-APPROVE = "Y") AND
               (WS-CAP-RUN = "Y" OR WS-CAP-RELEASE = "Y")
               ADD 1 TO WS-ROLE-CONFLICTS
               IF WS-CAP-APPROVE = "Y" AND WS-CAP-RELEASE = "Y"
                   MOVE "CONFLICT - CHANGE/APPROVE AND RELEASE"
                       TO WS-RD-FINDING
               ELSE
                   MOVE "CONFLICT - CHANGE AND RUN PAYROLL"
                       TO WS-RD-FINDING
               END-IF
           END-IF
           MOVE WS-ROLE-DETAIL-LINE TO ROLE-RPT-LINE
           PERFORM WRITE-ROLE-LINE.

       SET-ROLE-CAPABILITY.
           MOVE "Y" TO WS-CAP-CHANGE
           MOVE "Y" TO WS-CAP-RUN
           IF WS-OPR-ROLE(WS-OPR-I) = 2
               MOVE "Y" TO WS-CAP-APPROVE
               MOVE "Y" TO WS-CAP-RELEASE
           ELSE
               MOVE "N" TO WS-CAP-APPROVE
               MOVE "N" TO WS-CAP-RELEASE
           END-IF.

       WRITE-SOD-LINE.
           MOVE SOD-RPT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-ROLE-LINE.
           MOVE ROLE-RPT-LINE TO RL-DETAIL-IN
           MOVE "D" TO RL-FUNC
           CALL "PRINT-SVC" USING RL-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-RL-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO SOD-RPT-LINE
               WRITE SOD-RPT-LINE
               IF WS-FS-SOD-RPT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "SOD-CONFLICTS.RPT, status " WS-FS-SOD-RPT
               END-IF
           END-PERFORM.

       WRITE-RL-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > RL-OUT-COUNT
               MOVE RL-OUT-LINE(WS-PS-I) TO ROLE-RPT-LINE
               WRITE ROLE-RPT-LINE
               IF WS-FS-ROLE-RPT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "SOD-ROLES.RPT, status " WS-FS-ROLE-RPT
               END-IF
           END-PERFORM.
