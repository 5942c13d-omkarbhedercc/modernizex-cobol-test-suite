       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREPAY-REVIEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-REPORT ASSIGN TO DYNAMIC WS-SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SOURCE-REPORT.
           SELECT PREPAY-REVIEW ASSIGN TO "prepay-review.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-KEY
               ALTERNATE RECORD KEY IS PRV-DEPT-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PREPAY-REVIEW.
           SELECT EMPLOYEE-MASTER ASSIGN TO "employee-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLOYEE-MASTER.
           SELECT DEPT-MASTER ASSIGN TO "dept-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPT-MASTER.
           SELECT TIME-APPROVAL ASSIGN TO "time-approval.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TIME-APPROVAL.
           SELECT REVIEW-REPORT ASSIGN TO "PREPAY-REVIEW.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REVIEW-REPORT.
       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-REPORT.
       01 SOURCE-LINE PIC X(100).

       FD  PREPAY-REVIEW.
           COPY "prepay-review.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee-master.cpy".

       FD  DEPT-MASTER.
           COPY "dept-master.cpy".

       FD  TIME-APPROVAL.
           COPY "time-approval.cpy".

       FD  REVIEW-REPORT.
       01 REVIEW-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-SOURCE-REPORT   PIC X(2) VALUE "00".
       01 WS-FS-PREPAY-REVIEW   PIC X(2) VALUE "00".
       01 WS-FS-EMPLOYEE-MASTER PIC X(2) VALUE "00".
       01 WS-FS-DEPT-MASTER     PIC X(2) VALUE "00".
       01 WS-FS-TIME-APPROVAL   PIC X(2) VALUE "00".
       01 WS-FS-REVIEW-REPORT   PIC X(2) VALUE "00".
       01 WS-SOURCE-NAME PIC X(40) VALUE SPACES.
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-HIGH-RC PIC 9(2) VALUE 0.
       01 WS-CHOICE PIC 9(1) VALUE 0.
          88 CHOICE-COLLECT VALUE 1.
          88 CHOICE-REPORT  VALUE 2.
          88 CHOICE-LIST    VALUE 3.
          88 CHOICE-RESOLVE VALUE 4.
          88 CHOICE-ACCEPT  VALUE 5.
          88 CHOICE-REOPEN  VALUE 6.
          88 CHOICE-EXIT    VALUE 7.
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
          05 WS-LOG-PROGRAM PIC X(10) VALUE "PREPAY-REV".
          05 WS-LOG-SEVERITY PIC X(1) VALUE "I".
          05 WS-LOG-EMP-ID PIC 9(7) VALUE 0.
          05 WS-LOG-MESSAGE PIC X(60) VALUE SPACES.
       01 WS-SOURCE-TABLE.
          05 FILLER PIC X(24) VALUE "MERGE-EXCEPTIONS.RPT".
          05 FILLER PIC X(2)  VALUE "MG".
          05 FILLER PIC X(24) VALUE "TIMECLOCK-EXCEPTIONS.RPT".
          05 FILLER PIC X(2)  VALUE "TC".
          05 FILLER PIC X(24) VALUE "TIME-APPROVAL.RPT".
          05 FILLER PIC X(2)  VALUE "TA".
          05 FILLER PIC X(24) VALUE "SALES-EDIT-REJECTS.RPT".
          05 FILLER PIC X(2)  VALUE "SE".
          05 FILLER PIC X(24) VALUE "UNAPPROVED-OT.RPT".
          05 FILLER PIC X(2)  VALUE "OT".
          05 FILLER PIC X(24) VALUE "FILE-AUDIT.RPT".
          05 FILLER PIC X(2)  VALUE "FA".
       01 WS-SOURCE-ENTRIES REDEFINES WS-SOURCE-TABLE.
          05 WS-SRC-ENTRY OCCURS 6 TIMES.
             10 WS-SRC-FILE PIC X(24).
             10 WS-SRC-CODE PIC X(2).
       01 WS-R PIC 9(1) VALUE 0.
       01 WS-SRC-STATS.
          05 WS-SRC-STAT OCCURS 6 TIMES.
             10 WS-SRC-FOUND PIC X(1).
             10 WS-SRC-ITEMS PIC 9(7).
       01 WS-COLLECT-YEAR PIC 9(4) VALUE 0.
       01 WS-COLLECT-NUM  PIC 9(2) VALUE 0.
           COPY "prepay-rules.cpy".
       01 WS-RL PIC 9(2) VALUE 0.
       01 WS-RULE-FOUND PIC X(1) VALUE "N".
       01 WS-DEPT-TBL.
          05 WS-DT-ENTRY OCCURS 99 TIMES.
             10 WS-DT-NAME    PIC X(20).
             10 WS-DT-PENDING PIC X(1).
       01 WS-D PIC 9(2) VALUE 0.
       01 WS-EM-COUNT PIC 9(4) VALUE 0.
       01 WS-EMP-TBL.
          05 WS-EM-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-EM-COUNT
             ASCENDING KEY IS WS-EM-ID
             INDEXED BY WS-EM-IX.
             10 WS-EM-ID   PIC 9(7).
             10 WS-EM-DEPT PIC 9(2).
       01 WS-FIND-ID PIC 9(7) VALUE 0.
       01 WS-PV-COUNT PIC 9(4) VALUE 0.
       01 WS-PRIOR-TBL.
          05 WS-PV-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON WS-PV-COUNT
             ASCENDING KEY IS WS-PV-KEY
             INDEXED BY WS-PV-IX.
             10 WS-PV-KEY       PIC X(61).
             10 WS-PV-STATUS    PIC X(1).
             10 WS-PV-FIRST     PIC 9(8).
             10 WS-PV-OPERATOR  PIC X(10).
             10 WS-PV-DATE      PIC 9(8).
             10 WS-PV-NOTE      PIC X(30).
             10 WS-PV-SEEN      PIC X(1).
       01 WS-FIND-KEY PIC X(61) VALUE SPACES.
       01 WS-COLLECT-STATS.
          05 WS-CS-ITEMS       PIC 9(7) VALUE 0.
          05 WS-CS-REPEATS     PIC 9(7) VALUE 0.
          05 WS-CS-CARRIED     PIC 9(7) VALUE 0.
          05 WS-CS-CLEARED     PIC 9(7) VALUE 0.
          05 WS-CS-BLOCK-OPEN  PIC 9(7) VALUE 0.
          05 WS-CS-WARN-OPEN   PIC 9(7) VALUE 0.
          05 WS-CS-INFO-OPEN   PIC 9(7) VALUE 0.
          05 WS-CS-DISPOSED    PIC 9(7) VALUE 0.
       01 WS-INQ-ID PIC 9(7) VALUE 0.
       01 WS-ITEM-IN PIC 9(2) VALUE 0.
       01 WS-NOTE-IN PIC X(30) VALUE SPACES.
       01 WS-NEW-STATUS PIC X(1) VALUE "O".
       01 WS-PICK-COUNT PIC 9(2) VALUE 0.
       01 WS-PICK-TBL.
          05 WS-PK-KEY PIC X(61) OCCURS 50 TIMES.
       01 WS-P PIC 9(2) VALUE 0.
       01 WS-PRT-DEPT PIC 9(2) VALUE 0.
       01 WS-PRT-EMP  PIC 9(7) VALUE 0.
       01 WS-PRT-STARTED PIC X(1) VALUE "N".
       01 WS-ITEM-LINE.
          05 WS-IL-EMP      PIC X(7).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 WS-IL-SOURCE   PIC X(2).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 WS-IL-SEV      PIC X(5).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 WS-IL-STATUS   PIC X(8).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 WS-IL-REASON   PIC X(40).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 WS-IL-DETAIL   PIC X(28).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 WS-IL-OCCURS   PIC ZZ9.
       01 WS-DISP-LINE.
          05 FILLER         PIC X(20) VALUE SPACES.
          05 FILLER         PIC X(3) VALUE "BY ".
          05 WS-DL-OPERATOR PIC X(10).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 WS-DL-DATE     PIC 9(8).
          05 FILLER         PIC X(7) VALUE "  NOTE ".
          05 WS-DL-NOTE     PIC X(30).
       01 WS-DEPT-HEAD-LINE.
          05 FILLER PIC X(5) VALUE "DEPT ".
          05 WS-DH-DEPT PIC 9(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-DH-NAME PIC X(20).
       01 WS-PICK-LINE.
          05 WS-PL-ITEM     PIC Z9.
          05 FILLER         PIC X(2) VALUE ") ".
          05 WS-PL-TEXT     PIC X(96).
       01 WS-TOTAL-LINE.
          05 WS-TL-LABEL PIC X(36).
          05 WS-TL-COUNT PIC ZZZ,ZZ9.
       01 WS-PRINT-TOTALS.
          05 WS-PT-BLOCK-OPEN PIC 9(7) VALUE 0.
          05 WS-PT-WARN-OPEN  PIC 9(7) VALUE 0.
          05 WS-PT-INFO-OPEN  PIC 9(7) VALUE 0.
          05 WS-PT-RESOLVED   PIC 9(7) VALUE 0.
          05 WS-PT-ACCEPTED   PIC 9(7) VALUE 0.
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
                   WHEN CHOICE-COLLECT
                       PERFORM COLLECT-EXCEPTIONS
                   WHEN CHOICE-REPORT
                       PERFORM PRINT-REVIEW
                   WHEN CHOICE-LIST
                       PERFORM LIST-EMPLOYEE-ITEMS
                   WHEN CHOICE-RESOLVE
                       MOVE "R" TO WS-NEW-STATUS
                       PERFORM DISPOSE-ITEM
                   WHEN CHOICE-ACCEPT
                       MOVE "A" TO WS-NEW-STATUS
                       PERFORM DISPOSE-ITEM
                   WHEN CHOICE-REOPEN
                       MOVE "O" TO WS-NEW-STATUS
                       PERFORM DISPOSE-ITEM
                   WHEN OTHER
                       DISPLAY "ERROR: choice must be 1-7"
               END-EVALUATE
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
           END-PERFORM
           DISPLAY "Done"
           MOVE WS-HIGH-RC TO RETURN-CODE
           GOBACK.

       DISPLAY-MENU.
           DISPLAY "1-COLLECT EXCEPTIONS  2-PRINT REVIEW  "
               "3-LIST EMPLOYEE ITEMS  4-RESOLVE ITEM  "
               "5-ACCEPT ITEM  6-REOPEN ITEM  7-EXIT"
           DISPLAY "Enter choice: ".

       COLLECT-EXCEPTIONS.
           INITIALIZE WS-COLLECT-STATS
           MOVE 0 TO WS-COLLECT-YEAR
           MOVE 0 TO WS-COLLECT-NUM
           PERFORM LOAD-DEPARTMENTS
           PERFORM LOAD-PENDING-APPROVALS
           PERFORM LOAD-EMPLOYEES
           PERFORM LOAD-PRIOR-REVIEW
           OPEN OUTPUT PREPAY-REVIEW
           IF WS-FS-PREPAY-REVIEW NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "prepay-review.dat, status " WS-FS-PREPAY-REVIEW
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE PREPAY-REVIEW
           OPEN I-O PREPAY-REVIEW
           IF WS-FS-PREPAY-REVIEW NOT = "00"
               DISPLAY "ERROR: OPEN I-O failed for "
                   "prepay-review.dat, status " WS-FS-PREPAY-REVIEW
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM COLLECT-ONE-SOURCE
               VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 6
           CLOSE PREPAY-REVIEW
           PERFORM VARYING WS-PV-IX FROM 1 BY 1
               UNTIL WS-PV-IX > WS-PV-COUNT
               IF WS-PV-SEEN(WS-PV-IX) = "N"
                   ADD 1 TO WS-CS-CLEARED
               END-IF
           END-PERFORM
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 6
               IF WS-SRC-FOUND(WS-R) = "Y"
                   DISPLAY WS-SRC-FILE(WS-R) " items: "
                       WS-SRC-ITEMS(WS-R)
               ELSE
                   DISPLAY WS-SRC-FILE(WS-R) " not found - "
                       "skipped"
               END-IF
           END-PERFORM
           DISPLAY "Exceptions collected:       " WS-CS-ITEMS
           DISPLAY "Repeat lines folded in:     " WS-CS-REPEATS
           DISPLAY "Dispositions carried:       " WS-CS-CARRIED
           DISPLAY "Prior items now cleared:    " WS-CS-CLEARED
           DISPLAY "Open blocking items:        " WS-CS-BLOCK-OPEN
           DISPLAY "Open warning items:         " WS-CS-WARN-OPEN
           DISPLAY "Open informational items:   " WS-CS-INFO-OPEN
           MOVE "I" TO WS-LOG-SEVERITY
           MOVE 0 TO WS-LOG-EMP-ID
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "REVIEW COLLECTED " WS-CS-ITEMS " ITEMS, "
               WS-CS-BLOCK-OPEN " BLOCKING OPEN"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM WRITE-RUN-LOG
           IF WS-CS-BLOCK-OPEN > 0
               DISPLAY "WARNING: " WS-CS-BLOCK-OPEN " blocking "
                   "exceptions open - resolve or accept them "
                   "before the payroll run"
               IF WS-HIGH-RC < 4
                   MOVE 4 TO WS-HIGH-RC
               END-IF
           END-IF.

       LOAD-DEPARTMENTS.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 99
               MOVE SPACES TO WS-DT-NAME(WS-D)
               MOVE "N" TO WS-DT-PENDING(WS-D)
           END-PERFORM
           OPEN INPUT DEPT-MASTER
           IF WS-FS-DEPT-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "dept-master.dat, status " WS-FS-DEPT-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ DEPT-MASTER
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DEPT-NO >= 1 AND DEPT-NO <= 99
                           MOVE DEPT-NAME TO WS-DT-NAME(DEPT-NO)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPT-MASTER.

       LOAD-PENDING-APPROVALS.
           OPEN INPUT TIME-APPROVAL
           IF WS-FS-TIME-APPROVAL = "35"
               DISPLAY "No time-approval.dat - department approval "
                   "status not checked"
           ELSE
               IF WS-FS-TIME-APPROVAL NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "time-approval.dat, status "
                       WS-FS-TIME-APPROVAL
               ELSE
                   MOVE 0 TO WS-EOF
                   PERFORM UNTIL WS-EOF = 1
                       READ TIME-APPROVAL
                           AT END MOVE 1 TO WS-EOF
                           NOT AT END
                               IF TAP-PENDING AND
                                   TAP-DEPT >= 1 AND TAP-DEPT <= 99
                                   MOVE "Y"
                                       TO WS-DT-PENDING(TAP-DEPT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TIME-APPROVAL
               END-IF
           END-IF.

       LOAD-EMPLOYEES.
           MOVE 0 TO WS-EM-COUNT
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-EMPLOYEE-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "employee-master.idx, status "
                   WS-FS-EMPLOYEE-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ EMPLOYEE-MASTER
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF WS-EM-COUNT >= 5000
                           DISPLAY "ERROR: employee table full - "
                               "employee " EMP-ID " not grouped"
                       ELSE
                           ADD 1 TO WS-EM-COUNT
                           MOVE EMP-ID TO WS-EM-ID(WS-EM-COUNT)
                           MOVE EMP-DEPT TO WS-EM-DEPT(WS-EM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER.

       LOAD-PRIOR-REVIEW.
           MOVE 0 TO WS-PV-COUNT
           OPEN INPUT PREPAY-REVIEW
           IF WS-FS-PREPAY-REVIEW = "35"
               DISPLAY "No prepay-review.dat - first collection, "
                   "every item starts open"
           ELSE
               IF WS-FS-PREPAY-REVIEW NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "prepay-review.dat, status "
                       WS-FS-PREPAY-REVIEW
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 0 TO WS-EOF
               MOVE LOW-VALUES TO PRV-KEY
               START PREPAY-REVIEW KEY >= PRV-KEY
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 1
                   READ PREPAY-REVIEW NEXT RECORD
                       AT END MOVE 1 TO WS-EOF
                   END-READ
                   IF WS-EOF = 0 AND WS-FS-PREPAY-REVIEW NOT = "00"
                       DISPLAY "ERROR: READ NEXT failed for "
                           "prepay-review.dat, status "
                           WS-FS-PREPAY-REVIEW
                       MOVE 1 TO WS-EOF
                   END-IF
                   IF WS-EOF = 0
                       PERFORM KEEP-PRIOR-ITEM
                   END-IF
               END-PERFORM
               CLOSE PREPAY-REVIEW
           END-IF.

       KEEP-PRIOR-ITEM.
           IF WS-PV-COUNT >= 3000
               DISPLAY "ERROR: prior review table full - "
                   "disposition for " PRV-EMP-ID " not carried"
           ELSE
               ADD 1 TO WS-PV-COUNT
               MOVE PRV-KEY TO WS-PV-KEY(WS-PV-COUNT)
               MOVE PRV-STATUS TO WS-PV-STATUS(WS-PV-COUNT)
               MOVE PRV-FIRST-DATE TO WS-PV-FIRST(WS-PV-COUNT)
               MOVE PRV-DISP-OPERATOR
                   TO WS-PV-OPERATOR(WS-PV-COUNT)
               MOVE PRV-DISP-DATE TO WS-PV-DATE(WS-PV-COUNT)
               MOVE PRV-DISP-NOTE TO WS-PV-NOTE(WS-PV-COUNT)
               MOVE "N" TO WS-PV-SEEN(WS-PV-COUNT)
           END-IF.

       COLLECT-ONE-SOURCE.
           MOVE "N" TO WS-SRC-FOUND(WS-R)
           MOVE 0 TO WS-SRC-ITEMS(WS-R)
           MOVE WS-SRC-FILE(WS-R) TO WS-SOURCE-NAME
           OPEN INPUT SOURCE-REPORT
           IF WS-FS-SOURCE-REPORT = "00"
               MOVE "Y" TO WS-SRC-FOUND(WS-R)
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ SOURCE-REPORT
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM PARSE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE SOURCE-REPORT
           ELSE
               IF WS-FS-SOURCE-REPORT NOT = "35"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       WS-SOURCE-NAME ", status "
                       WS-FS-SOURCE-REPORT
               END-IF
           END-IF.

       PARSE-ONE-LINE.
           IF SOURCE-LINE(1:7) = "PERIOD " AND
               SOURCE-LINE(15:10) = " OPERATOR "
               IF WS-COLLECT-YEAR = 0 AND
                   SOURCE-LINE(8:4) IS NUMERIC AND
                   SOURCE-LINE(13:2) IS NUMERIC
                   MOVE SOURCE-LINE(8:4) TO WS-COLLECT-YEAR
                   MOVE SOURCE-LINE(13:2) TO WS-COLLECT-NUM
               END-IF
           ELSE
               INITIALIZE PRV-REC
               EVALUATE WS-SRC-CODE(WS-R)
                   WHEN "MG"
                       PERFORM PARSE-MERGE-LINE
                   WHEN "TC"
                       PERFORM PARSE-TIMECLOCK-LINE
                   WHEN "TA"
                       PERFORM PARSE-APPROVAL-LINE
                   WHEN "SE"
                       PERFORM PARSE-SALES-LINE
                   WHEN "OT"
                       PERFORM PARSE-OVERTIME-LINE
                   WHEN "FA"
                       PERFORM PARSE-AUDIT-LINE
               END-EVALUATE
               IF PRV-REASON NOT = SPACES
                   PERFORM ADD-REVIEW-ITEM
               END-IF
           END-IF.

       PARSE-MERGE-LINE.
           IF SOURCE-LINE(1:7) IS NUMERIC AND
               SOURCE-LINE(8:1) = SPACE
               MOVE SOURCE-LINE(1:7) TO PRV-EMP-ID
               MOVE SOURCE-LINE(9:40) TO PRV-REASON
           END-IF.

       PARSE-TIMECLOCK-LINE.
           IF SOURCE-LINE(1:7) IS NUMERIC
               IF SOURCE-LINE(8:5) = " DAY "
                   MOVE SOURCE-LINE(1:7) TO PRV-EMP-ID
                   MOVE SOURCE-LINE(13:8) TO PRV-REF(1:8)
                   MOVE SOURCE-LINE(25:4) TO PRV-REF(9:4)
                   MOVE SOURCE-LINE(39:40) TO PRV-REASON
                   MOVE SOURCE-LINE(9:28) TO PRV-DETAIL
               ELSE
                   IF SOURCE-LINE(8:1) = SPACE
                       MOVE SOURCE-LINE(1:7) TO PRV-EMP-ID
                       MOVE SOURCE-LINE(9:40) TO PRV-REASON
                       STRING "HOURS " SOURCE-LINE(53:5)
                           DELIMITED BY SIZE INTO PRV-DETAIL
                       END-STRING
                   END-IF
               END-IF
           END-IF.

       PARSE-APPROVAL-LINE.
           IF SOURCE-LINE(1:5) = "DEPT " AND
               SOURCE-LINE(6:2) IS NUMERIC
               MOVE SOURCE-LINE(6:2) TO WS-D
               IF WS-D >= 1
                   IF WS-DT-PENDING(WS-D) = "Y"
                       MOVE 0 TO PRV-EMP-ID
                       MOVE WS-D TO PRV-DEPT
                       MOVE SOURCE-LINE(6:2) TO PRV-REF
                       MOVE "DEPARTMENT TIME NOT APPROVED"
                           TO PRV-REASON
                       MOVE SOURCE-LINE(9:20) TO PRV-DETAIL
                   END-IF
               END-IF
           END-IF.

       PARSE-SALES-LINE.
           IF SOURCE-LINE(1:7) IS NUMERIC AND
               SOURCE-LINE(8:8) = " AMOUNT "
               MOVE SOURCE-LINE(1:7) TO PRV-EMP-ID
               MOVE SOURCE-LINE(16:12) TO PRV-REF
               MOVE "SALES CREDIT - EMPLOYEE NOT ON MASTER"
                   TO PRV-REASON
               STRING "AMOUNT " SOURCE-LINE(16:12)
                   DELIMITED BY SIZE INTO PRV-DETAIL
               END-STRING
           END-IF.

       PARSE-OVERTIME-LINE.
           IF SOURCE-LINE(1:7) IS NUMERIC AND
               SOURCE-LINE(8:6) = " DEPT "
               MOVE SOURCE-LINE(1:7) TO PRV-EMP-ID
               IF SOURCE-LINE(14:2) IS NUMERIC
                   MOVE SOURCE-LINE(14:2) TO PRV-DEPT
               END-IF
               MOVE "UNAPPROVED OVERTIME PAID AT STRAIGHT"
                   TO PRV-REASON
               STRING "HRS " SOURCE-LINE(26:5) " PREM "
                   SOURCE-LINE(70:10)
                   DELIMITED BY SIZE INTO PRV-DETAIL
               END-STRING
           END-IF.

       PARSE-AUDIT-LINE.
           IF SOURCE-LINE(1:7) IS NUMERIC AND
               SOURCE-LINE(8:1) = SPACE
               MOVE SOURCE-LINE(1:7) TO PRV-EMP-ID
               MOVE SOURCE-LINE(9:40) TO PRV-REASON
               MOVE SOURCE-LINE(53:12) TO PRV-REF
               MOVE SOURCE-LINE(53:25) TO PRV-DETAIL
           END-IF.

       ADD-REVIEW-ITEM.
           MOVE WS-SRC-CODE(WS-R) TO PRV-SOURCE
           IF PRV-EMP-ID > 0
               MOVE PRV-EMP-ID TO WS-FIND-ID
               SEARCH ALL WS-EM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EM-ID(WS-EM-IX) = WS-FIND-ID
                       MOVE WS-EM-DEPT(WS-EM-IX) TO PRV-DEPT
               END-SEARCH
           END-IF
           MOVE PRV-EMP-ID TO PRV-DEPT-EMP
           PERFORM APPLY-SEVERITY-RULE
           MOVE 1 TO PRV-OCCURS
           MOVE WS-COLLECT-YEAR TO PRV-PERIOD-YEAR
           MOVE WS-COLLECT-NUM TO PRV-PERIOD-NUM
           MOVE WS-TODAY TO PRV-LAST-DATE
           MOVE "O" TO PRV-STATUS
           MOVE WS-TODAY TO PRV-FIRST-DATE
           MOVE PRV-KEY TO WS-FIND-KEY
           SEARCH ALL WS-PV-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PV-KEY(WS-PV-IX) = WS-FIND-KEY
                   PERFORM CARRY-DISPOSITION
           END-SEARCH
           WRITE PRV-REC
               INVALID KEY
                   PERFORM FOLD-REPEAT-ITEM
               NOT INVALID KEY
                   ADD 1 TO WS-CS-ITEMS
                   ADD 1 TO WS-SRC-ITEMS(WS-R)
                   PERFORM TALLY-OPEN-ITEM
           END-WRITE.

       APPLY-SEVERITY-RULE.
           MOVE "N" TO WS-RULE-FOUND
           MOVE "W" TO PRV-SEVERITY
           PERFORM VARYING WS-RL FROM 1 BY 1
               UNTIL WS-RL > PRR-RULE-COUNT OR WS-RULE-FOUND = "Y"
               IF PRR-SOURCE(WS-RL) = PRV-SOURCE AND
                   PRR-REASON(WS-RL) NOT = SPACES AND
                   PRR-REASON(WS-RL) = PRV-REASON(1:24)
                   MOVE PRR-SEVERITY(WS-RL) TO PRV-SEVERITY
                   MOVE "Y" TO WS-RULE-FOUND
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RL FROM 1 BY 1
               UNTIL WS-RL > PRR-RULE-COUNT OR WS-RULE-FOUND = "Y"
               IF PRR-SOURCE(WS-RL) = PRV-SOURCE AND
                   PRR-REASON(WS-RL) = SPACES
                   MOVE PRR-SEVERITY(WS-RL) TO PRV-SEVERITY
                   MOVE "Y" TO WS-RULE-FOUND
               END-IF
           END-PERFORM.

       CARRY-DISPOSITION.
           MOVE "Y" TO WS-PV-SEEN(WS-PV-IX)
           MOVE WS-PV-FIRST(WS-PV-IX) TO PRV-FIRST-DATE
           IF WS-PV-STATUS(WS-PV-IX) = "R" OR
               WS-PV-STATUS(WS-PV-IX) = "A"
               MOVE WS-PV-STATUS(WS-PV-IX) TO PRV-STATUS
               MOVE WS-PV-OPERATOR(WS-PV-IX) TO PRV-DISP-OPERATOR
               MOVE WS-PV-DATE(WS-PV-IX) TO PRV-DISP-DATE
               MOVE WS-PV-NOTE(WS-PV-IX) TO PRV-DISP-NOTE
               ADD 1 TO WS-CS-CARRIED
           END-IF.

       FOLD-REPEAT-ITEM.
           READ PREPAY-REVIEW
               INVALID KEY
                   DISPLAY "ERROR: review item for " PRV-EMP-ID
                       " could not be written, status "
                       WS-FS-PREPAY-REVIEW
               NOT INVALID KEY
                   IF PRV-OCCURS < 999
                       ADD 1 TO PRV-OCCURS
                   END-IF
                   REWRITE PRV-REC
                       INVALID KEY
                           DISPLAY "ERROR: REWRITE failed for "
                               "prepay-review.dat, status "
                               WS-FS-PREPAY-REVIEW
                   END-REWRITE
                   ADD 1 TO WS-CS-REPEATS
           END-READ.

       TALLY-OPEN-ITEM.
           IF PRV-OPEN
               EVALUATE TRUE
                   WHEN PRV-BLOCKING
                       ADD 1 TO WS-CS-BLOCK-OPEN
                   WHEN PRV-WARNING
                       ADD 1 TO WS-CS-WARN-OPEN
                   WHEN OTHER
                       ADD 1 TO WS-CS-INFO-OPEN
               END-EVALUATE
           ELSE
               ADD 1 TO WS-CS-DISPOSED
           END-IF.

       PRINT-REVIEW.
           INITIALIZE WS-PRINT-TOTALS
           PERFORM LOAD-DEPARTMENTS
           OPEN INPUT PREPAY-REVIEW
           IF WS-FS-PREPAY-REVIEW = "35"
               DISPLAY "No prepay-review.dat - collect exceptions "
                   "first"
           ELSE
               IF WS-FS-PREPAY-REVIEW NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "prepay-review.dat, status "
                       WS-FS-PREPAY-REVIEW
               ELSE
                   OPEN OUTPUT REVIEW-REPORT
                   IF WS-FS-REVIEW-REPORT NOT = "00"
                       DISPLAY "ERROR: OPEN OUTPUT failed for "
                           "PREPAY-REVIEW.RPT, status "
                           WS-FS-REVIEW-REPORT
                       CLOSE PREPAY-REVIEW
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   PERFORM PRINT-ALL-ITEMS
                   CLOSE PREPAY-REVIEW
                   CLOSE REVIEW-REPORT
                   DISPLAY "Review report written to "
                       "PREPAY-REVIEW.RPT"
                   DISPLAY "Open blocking items: " WS-PT-BLOCK-OPEN
               END-IF
           END-IF.

       PRINT-ALL-ITEMS.
           MOVE 0 TO WS-EOF
           MOVE "N" TO WS-PRT-STARTED
           MOVE 0 TO PRV-DEPT
           MOVE 0 TO PRV-DEPT-EMP
           START PREPAY-REVIEW KEY >= PRV-DEPT-KEY
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           IF WS-EOF = 0
               PERFORM READ-NEXT-ITEM
           END-IF
           MOVE "I" TO PS-FUNC
           MOVE "PRE-PAYROLL EXCEPTION REVIEW" TO PS-REPORT-TITLE
           MOVE WS-SEC-OPERATOR TO PS-OPERATOR
           IF WS-EOF = 0
               MOVE PRV-PERIOD-YEAR TO PS-PERIOD-YEAR
               MOVE PRV-PERIOD-NUM TO PS-PERIOD-NUM
           ELSE
               MOVE 0 TO PS-PERIOD-YEAR
               MOVE 0 TO PS-PERIOD-NUM
           END-IF
           MOVE "EMP-ID  SR SEV   STATUS   REASON"
               TO PS-COLUMN-HEADING
           MOVE "DETAIL                       CNT"
               TO PS-COLUMN-HEADING(68:)
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           PERFORM UNTIL WS-EOF = 1
               PERFORM PRINT-ONE-ITEM
               PERFORM READ-NEXT-ITEM
           END-PERFORM
           MOVE SPACES TO REVIEW-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "OPEN BLOCKING ITEMS:" TO WS-TL-LABEL
           MOVE WS-PT-BLOCK-OPEN TO WS-TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "OPEN WARNING ITEMS:" TO WS-TL-LABEL
           MOVE WS-PT-WARN-OPEN TO WS-TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "OPEN INFORMATIONAL ITEMS:" TO WS-TL-LABEL
           MOVE WS-PT-INFO-OPEN TO WS-TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "ITEMS MARKED RESOLVED:" TO WS-TL-LABEL
           MOVE WS-PT-RESOLVED TO WS-TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "ITEMS MARKED ACCEPTED:" TO WS-TL-LABEL
           MOVE WS-PT-ACCEPTED TO WS-TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       READ-NEXT-ITEM.
           READ PREPAY-REVIEW NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ
           IF WS-EOF = 0 AND WS-FS-PREPAY-REVIEW NOT = "00"
               DISPLAY "ERROR: READ NEXT failed for "
                   "prepay-review.dat, status " WS-FS-PREPAY-REVIEW
               MOVE 1 TO WS-EOF
           END-IF.

       PRINT-ONE-ITEM.
           IF WS-PRT-STARTED = "N" OR PRV-DEPT NOT = WS-PRT-DEPT
               IF WS-PRT-STARTED = "Y"
                   MOVE SPACES TO REVIEW-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               MOVE "Y" TO WS-PRT-STARTED
               MOVE PRV-DEPT TO WS-PRT-DEPT
               MOVE 9999999 TO WS-PRT-EMP
               MOVE PRV-DEPT TO WS-DH-DEPT
               IF PRV-DEPT = 0
                   MOVE "NOT ON MASTER" TO WS-DH-NAME
               ELSE
                   MOVE WS-DT-NAME(PRV-DEPT) TO WS-DH-NAME
               END-IF
               MOVE WS-DEPT-HEAD-LINE TO REVIEW-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM BUILD-ITEM-LINE
           IF PRV-EMP-ID = WS-PRT-EMP
               MOVE SPACES TO WS-IL-EMP
           END-IF
           MOVE PRV-EMP-ID TO WS-PRT-EMP
           MOVE WS-ITEM-LINE TO REVIEW-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF NOT PRV-OPEN
               MOVE PRV-DISP-OPERATOR TO WS-DL-OPERATOR
               MOVE PRV-DISP-DATE TO WS-DL-DATE
               MOVE PRV-DISP-NOTE TO WS-DL-NOTE
               MOVE WS-DISP-LINE TO REVIEW-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           EVALUATE TRUE
               WHEN PRV-RESOLVED
                   ADD 1 TO WS-PT-RESOLVED
               WHEN PRV-ACCEPTED
                   ADD 1 TO WS-PT-ACCEPTED
               WHEN PRV-BLOCKING
                   ADD 1 TO WS-PT-BLOCK-OPEN
               WHEN PRV-WARNING
                   ADD 1 TO WS-PT-WARN-OPEN
               WHEN OTHER
                   ADD 1 TO WS-PT-INFO-OPEN
           END-EVALUATE.

       BUILD-ITEM-LINE.
           IF PRV-EMP-ID = 0
               MOVE "DEPT" TO WS-IL-EMP
           ELSE
               MOVE PRV-EMP-ID TO WS-IL-EMP
           END-IF
           MOVE PRV-SOURCE TO WS-IL-SOURCE
           EVALUATE TRUE
               WHEN PRV-BLOCKING
                   MOVE "BLOCK" TO WS-IL-SEV
               WHEN PRV-WARNING
                   MOVE "WARN" TO WS-IL-SEV
               WHEN OTHER
                   MOVE "INFO" TO WS-IL-SEV
           END-EVALUATE
           EVALUATE TRUE
               WHEN PRV-RESOLVED
                   MOVE "RESOLVED" TO WS-IL-STATUS
               WHEN PRV-ACCEPTED
                   MOVE "ACCEPTED" TO WS-IL-STATUS
               WHEN OTHER
                   MOVE "OPEN" TO WS-IL-STATUS
           END-EVALUATE
           MOVE PRV-REASON TO WS-IL-REASON
           MOVE PRV-DETAIL TO WS-IL-DETAIL
           MOVE PRV-OCCURS TO WS-IL-OCCURS.

       LIST-EMPLOYEE-ITEMS.
           DISPLAY "Enter employee ID (0 = department items): "
           ACCEPT WS-INQ-ID
           MOVE 0 TO WS-PICK-COUNT
           OPEN INPUT PREPAY-REVIEW
           IF WS-FS-PREPAY-REVIEW = "35"
               DISPLAY "No prepay-review.dat - collect exceptions "
                   "first"
           ELSE
               IF WS-FS-PREPAY-REVIEW NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "prepay-review.dat, status "
                       WS-FS-PREPAY-REVIEW
               ELSE
                   PERFORM PICK-EMPLOYEE-ITEMS
                   CLOSE PREPAY-REVIEW
                   IF WS-PICK-COUNT = 0
                       DISPLAY "No review items for employee "
                           WS-INQ-ID
                   END-IF
               END-IF
           END-IF.

       PICK-EMPLOYEE-ITEMS.
           MOVE 0 TO WS-PICK-COUNT
           MOVE 0 TO WS-EOF
           MOVE LOW-VALUES TO PRV-KEY
           MOVE WS-INQ-ID TO PRV-EMP-ID
           START PREPAY-REVIEW KEY >= PRV-KEY
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 1
               PERFORM READ-NEXT-ITEM
               IF WS-EOF = 0
                   IF PRV-EMP-ID NOT = WS-INQ-ID
                       MOVE 1 TO WS-EOF
                   ELSE
                       PERFORM SHOW-PICK-ITEM
                   END-IF
               END-IF
           END-PERFORM.

       SHOW-PICK-ITEM.
           IF WS-PICK-COUNT >= 50
               DISPLAY "More than 50 items - list truncated"
               MOVE 1 TO WS-EOF
           ELSE
               ADD 1 TO WS-PICK-COUNT
               MOVE PRV-KEY TO WS-PK-KEY(WS-PICK-COUNT)
               PERFORM BUILD-ITEM-LINE
               MOVE WS-PICK-COUNT TO WS-PL-ITEM
               MOVE WS-ITEM-LINE(9:) TO WS-PL-TEXT
               DISPLAY WS-PICK-LINE
               IF NOT PRV-OPEN
                   MOVE PRV-DISP-OPERATOR TO WS-DL-OPERATOR
                   MOVE PRV-DISP-DATE TO WS-DL-DATE
                   MOVE PRV-DISP-NOTE TO WS-DL-NOTE
                   DISPLAY WS-DISP-LINE
               END-IF
           END-IF.

       DISPOSE-ITEM.
           PERFORM LIST-EMPLOYEE-ITEMS
           IF WS-PICK-COUNT > 0
               DISPLAY "Enter item number: "
               ACCEPT WS-ITEM-IN
               IF WS-ITEM-IN < 1 OR WS-ITEM-IN > WS-PICK-COUNT
                   DISPLAY "ERROR: item must be 1-" WS-PICK-COUNT
               ELSE
                   MOVE WS-ITEM-IN TO WS-P
                   DISPLAY "Enter note: "
                   ACCEPT WS-NOTE-IN
                   DISPLAY "Confirm update (Y/N): "
                   ACCEPT WS-CONFIRM
                   IF IS-CONFIRMED
                       PERFORM UPDATE-ITEM-STATUS
                   ELSE
                       DISPLAY "Update cancelled"
                   END-IF
               END-IF
           END-IF.

       UPDATE-ITEM-STATUS.
           OPEN I-O PREPAY-REVIEW
           IF WS-FS-PREPAY-REVIEW NOT = "00"
               DISPLAY "ERROR: OPEN I-O failed for "
                   "prepay-review.dat, status " WS-FS-PREPAY-REVIEW
           ELSE
               MOVE WS-PK-KEY(WS-P) TO PRV-KEY
               READ PREPAY-REVIEW
                   INVALID KEY
                       DISPLAY "ERROR: review item no longer on "
                           "file - collect again"
                   NOT INVALID KEY
                       PERFORM APPLY-ITEM-STATUS
               END-READ
               CLOSE PREPAY-REVIEW
           END-IF.

       APPLY-ITEM-STATUS.
           IF WS-NEW-STATUS = "A" AND PRV-BLOCKING AND
               NOT IS-SUPERVISOR
               DISPLAY "ERROR: only a supervisor may accept a "
                   "blocking exception"
               MOVE "W" TO WS-LOG-SEVERITY
               MOVE PRV-EMP-ID TO WS-LOG-EMP-ID
               MOVE "ACCEPT OF BLOCKING EXCEPTION REFUSED"
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-RUN-LOG
           ELSE
               MOVE WS-NEW-STATUS TO PRV-STATUS
               IF WS-NEW-STATUS = "O"
                   MOVE SPACES TO PRV-DISP-OPERATOR
                   MOVE 0 TO PRV-DISP-DATE
                   MOVE SPACES TO PRV-DISP-NOTE
               ELSE
                   MOVE WS-SEC-OPERATOR TO PRV-DISP-OPERATOR
                   MOVE WS-TODAY TO PRV-DISP-DATE
                   MOVE WS-NOTE-IN TO PRV-DISP-NOTE
               END-IF
               REWRITE PRV-REC
                   INVALID KEY
                       DISPLAY "ERROR: REWRITE failed for "
                           "prepay-review.dat, status "
                           WS-FS-PREPAY-REVIEW
                   NOT INVALID KEY
                       PERFORM LOG-ITEM-STATUS
               END-REWRITE
           END-IF.

       LOG-ITEM-STATUS.
           MOVE "I" TO WS-LOG-SEVERITY
           MOVE PRV-EMP-ID TO WS-LOG-EMP-ID
           MOVE SPACES TO WS-LOG-MESSAGE
           EVALUATE WS-NEW-STATUS
               WHEN "R"
                   STRING "RESOLVED " PRV-SOURCE " " PRV-REASON
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   END-STRING
               WHEN "A"
                   STRING "ACCEPTED " PRV-SOURCE " " PRV-REASON
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   END-STRING
               WHEN OTHER
                   STRING "REOPENED " PRV-SOURCE " " PRV-REASON
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   END-STRING
           END-EVALUATE
           PERFORM WRITE-RUN-LOG
           DISPLAY "Item " WS-P " for employee " PRV-EMP-ID
               " updated".

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REVIEW-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-RUN-LOG.
           CALL "RUN-LOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-EMP-ID WS-LOG-MESSAGE
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to RUN-LOG failed"
           END-CALL.

       WRITE-REPORT-LINE.
           MOVE REVIEW-REPORT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
               IF WS-FS-REVIEW-REPORT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "PREPAY-REVIEW.RPT, status "
                       WS-FS-REVIEW-REPORT
               END-IF
           END-PERFORM.
