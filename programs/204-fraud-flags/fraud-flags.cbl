       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUD-FLAGS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "employee-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLOYEE-MASTER.
           SELECT CHECK-REGISTER ASSIGN TO "check-register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHECK-REGISTER.
           SELECT PAY-HISTORY ASSIGN TO "pay-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-PERIOD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAY-HISTORY.
           SELECT MAINT-AUDIT ASSIGN TO "maint-audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAINT-AUDIT.
           SELECT TIME-FEED ASSIGN TO "time-feed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TIME-FEED.
           SELECT PUNCH-FILE ASSIGN TO "punches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PUNCH-FILE.
           SELECT FRAUD-RPT ASSIGN TO "FRAUD-FLAGS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FRAUD-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY "employee-master.cpy".

       FD  CHECK-REGISTER.
           COPY "check-register.cpy".

       FD  PAY-HISTORY.
           COPY "pay-history.cpy".

       FD  MAINT-AUDIT.
           COPY "maint-audit.cpy".

       FD  TIME-FEED.
       01 TIME-FEED-REC.
          05 TIME-ID    PIC 9(7).
          05 TIME-HOURS PIC 9(3)V9.
          05 TIME-DEPT  PIC 9(2).
          05 TIME-RATE  PIC 9(3)V99.
          05 TIME-PAY-CODE PIC X(1).
          05 TIME-JOB   PIC 9(6).
          05 TIME-WORK-STATE PIC X(2).
          05 TIME-WORK-DATE PIC 9(8).
           COPY "feed-control.cpy"
               REPLACING ==FEED-HDR-REC== BY ==TIME-HDR-REC==
                         ==FHR-TAG== BY ==TIME-HDR-TAG==
                         ==FHR-FEED-NAME== BY ==TIME-HDR-NAME==
                         ==FHR-CREATE-DATE==
                             BY ==TIME-HDR-CREATE-DATE==
                         ==FHR-PERIOD-END==
                             BY ==TIME-HDR-PERIOD-END==
                         ==FEED-TRL-REC== BY ==TIME-TRL-REC==
                         ==FTR-TAG== BY ==TIME-TRL-TAG==
                         ==FTR-RECORD-COUNT== BY ==TIME-TRL-COUNT==
                         ==FTR-ID-HASH== BY ==TIME-TRL-HASH==
                         ==FTR-AMOUNT-TOTAL==
                             BY ==TIME-TRL-AMOUNT==.

       FD  PUNCH-FILE.
       01 PUNCH-REC.
          05 PCH-EMP-ID PIC 9(7).
          05 PCH-DAY    PIC 9(8).
          05 PCH-IN     PIC 9(4).
          05 PCH-OUT    PIC 9(4).

       FD  FRAUD-RPT.
       01 FRAUD-RPT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-EMPLOYEE-MASTER PIC X(2) VALUE "00".
       01 WS-FS-CHECK-REGISTER  PIC X(2) VALUE "00".
       01 WS-FS-PAY-HISTORY     PIC X(2) VALUE "00".
       01 WS-FS-MAINT-AUDIT     PIC X(2) VALUE "00".
       01 WS-FS-TIME-FEED       PIC X(2) VALUE "00".
       01 WS-FS-PUNCH-FILE      PIC X(2) VALUE "00".
       01 WS-FS-FRAUD-RPT       PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-SEL-YEAR PIC 9(4) VALUE 0.
       01 WS-SEL-NUM  PIC 9(2) VALUE 0.
       01 WS-LARGE-CHECK PIC 9(5)V99 VALUE 0.
       01 WS-DEFAULT-LARGE-CHECK PIC 9(5)V99 VALUE 5000.00.
       01 WS-BANK-WINDOW PIC 9(3) VALUE 0.
       01 WS-DEFAULT-BANK-WINDOW PIC 9(3) VALUE 45.
       01 WS-FINAL-PAY-DAYS PIC 9(3) VALUE 31.
       01 WS-ACTIVITY-PRESENT PIC X(1) VALUE "N".
          88 IS-ACTIVITY-PRESENT VALUE "Y".
       01 WS-EM-COUNT PIC 9(4) VALUE 0.
       01 WS-EMP-TBL.
          05 WS-EM-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-EM-COUNT
             ASCENDING KEY IS WS-EM-ID
             INDEXED BY WS-EM-IX.
             10 WS-EM-ID        PIC 9(7).
             10 WS-EM-NAME      PIC X(21).
             10 WS-EM-TYPE      PIC 9(1).
             10 WS-EM-STATUS    PIC 9(1).
             10 WS-EM-TERM-DATE PIC 9(8).
             10 WS-EM-SSN       PIC 9(9).
             10 WS-EM-ADDR      PIC X(20).
             10 WS-EM-ZIP       PIC X(10).
             10 WS-EM-BANK OCCURS 3 TIMES.
                15 WS-EM-ROUTING PIC 9(9).
                15 WS-EM-ACCOUNT PIC X(17).
             10 WS-EM-SCORE     PIC 9(4).
             10 WS-EM-HITS      PIC 9(3).
             10 WS-EM-FINAL-SEEN PIC X(1).
             10 WS-EM-ACTIVITY  PIC X(1).
             10 WS-EM-BANK-CHG-DATE PIC 9(8).
       01 WS-E PIC 9(4) VALUE 0.
       01 WS-E2 PIC 9(4) VALUE 0.
       01 WS-E2-START PIC 9(4) VALUE 0.
       01 WS-B PIC 9(1) VALUE 0.
       01 WS-B2 PIC 9(1) VALUE 0.
       01 WS-FIND-ID PIC 9(7) VALUE 0.
       01 WS-EM-FOUND PIC X(1) VALUE "N".
          88 IS-EM-FOUND VALUE "Y".
       01 WS-PAIR-MATCH PIC X(1) VALUE "N".
          88 IS-PAIR-MATCH VALUE "Y".
       01 WS-BEFORE-IMAGE.
           COPY "employee-master.cpy"
               REPLACING ==01 EMP-MASTER-REC== BY ==02 BW-REC==
                         LEADING ==EMP-== BY ==BW-==.
       01 WS-AFTER-IMAGE.
           COPY "employee-master.cpy"
               REPLACING ==01 EMP-MASTER-REC== BY ==02 AW-REC==
                         LEADING ==EMP-== BY ==AW-==.
       01 WS-AUDIT-DATE PIC 9(8) VALUE 0.
       01 WS-DAYS-AFTER PIC S9(7) VALUE 0.
       01 WS-HIT-COUNT PIC 9(4) VALUE 0.
       01 WS-HIT-TBL.
          05 WS-HT-ENTRY OCCURS 5000 TIMES.
             10 WS-HT-EMP-ID PIC 9(7).
             10 WS-HT-FLAG   PIC X(24).
             10 WS-HT-SCORE  PIC 9(3).
             10 WS-HT-DETAIL PIC X(37).
       01 WS-H PIC 9(4) VALUE 0.
       01 WS-NEW-HIT.
          05 WS-NH-EMP-ID PIC 9(7).
          05 WS-NH-FLAG   PIC X(24).
          05 WS-NH-SCORE  PIC 9(3).
          05 WS-NH-DETAIL PIC X(37).
       01 WS-SCORES.
          05 WS-SCORE-SHARED-BANK  PIC 9(3) VALUE 40.
          05 WS-SCORE-SHARED-SSN   PIC 9(3) VALUE 50.
          05 WS-SCORE-SHARED-ADDR  PIC 9(3) VALUE 15.
          05 WS-SCORE-AFTER-TERM   PIC 9(3) VALUE 60.
          05 WS-SCORE-NO-ACTIVITY  PIC 9(3) VALUE 35.
          05 WS-SCORE-NO-DEDUCT    PIC 9(3) VALUE 25.
          05 WS-SCORE-BANK-CHANGE  PIC 9(3) VALUE 45.
       01 WS-REVIEW-FIRST-SCORE PIC 9(4) VALUE 60.
       01 WS-ED-AMOUNT PIC ZZZ,ZZ9.99.
       01 WS-ED-PERIOD.
          05 WS-EP-YEAR PIC 9(4).
          05 FILLER PIC X(1) VALUE "-".
          05 WS-EP-NUM PIC 9(2).
       01 WS-REPORT-STATS.
          05 WS-EMPLOYEES-READ  PIC 9(7) VALUE 0.
          05 WS-CHECKS-READ     PIC 9(7) VALUE 0.
          05 WS-HISTORY-READ    PIC 9(7) VALUE 0.
          05 WS-BANK-CHANGES    PIC 9(7) VALUE 0.
          05 WS-HITS-DROPPED    PIC 9(7) VALUE 0.
          05 WS-EMPLOYEES-FLAGGED PIC 9(7) VALUE 0.
          05 WS-REVIEW-FIRST    PIC 9(7) VALUE 0.
       01 WS-FRAUD-DETAIL-LINE.
          05 WS-FD-EMP-ID PIC 9(7).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-FD-NAME PIC X(21).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-FD-FLAG PIC X(24).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-FD-SCORE PIC ZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-FD-DETAIL PIC X(37).
       01 WS-FRAUD-TOTAL-LINE.
          05 FILLER PIC X(32) VALUE SPACES.
          05 WS-FT-LABEL PIC X(24).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-FT-SCORE PIC ZZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-FT-ACTION PIC X(38).
       01 WS-COUNT-LINE.
          05 WS-CNL-LABEL PIC X(36).
          05 WS-CNL-COUNT PIC ZZZ,ZZ9.
           COPY "print-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Enter period year to review: "
           ACCEPT WS-SEL-YEAR
           DISPLAY "Enter period number (0 for whole year): "
           ACCEPT WS-SEL-NUM
           DISPLAY "Enter large check amount (0 for default "
               WS-DEFAULT-LARGE-CHECK "): "
           ACCEPT WS-LARGE-CHECK
           IF WS-LARGE-CHECK = 0
               MOVE WS-DEFAULT-LARGE-CHECK TO WS-LARGE-CHECK
           END-IF
           DISPLAY "Enter days after a bank change to watch "
               "(0 for default " WS-DEFAULT-BANK-WINDOW "): "
           ACCEPT WS-BANK-WINDOW
           IF WS-BANK-WINDOW = 0
               MOVE WS-DEFAULT-BANK-WINDOW TO WS-BANK-WINDOW
           END-IF
           PERFORM LOAD-EMPLOYEES
           IF WS-EM-COUNT = 0
               DISPLAY "No employees on employee-master.idx - "
                   "nothing to review"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM COMPARE-EMPLOYEE-PAIRS
               VARYING WS-E FROM 1 BY 1
               UNTIL WS-E >= WS-EM-COUNT
           PERFORM SCAN-MAINT-AUDIT
           IF WS-SEL-NUM > 0
               PERFORM LOAD-TIME-ACTIVITY
           END-IF
           PERFORM SCAN-CHECK-REGISTER
           PERFORM SCAN-PAY-HISTORY
           OPEN OUTPUT FRAUD-RPT
           IF WS-FS-FRAUD-RPT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "FRAUD-FLAGS.RPT, status " WS-FS-FRAUD-RPT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-FRAUD-REPORT
           CLOSE FRAUD-RPT
           DISPLAY "Employees reviewed:       " WS-EMPLOYEES-READ
           DISPLAY "Checks reviewed:          " WS-CHECKS-READ
           DISPLAY "Pay history reviewed:     " WS-HISTORY-READ
           DISPLAY "Bank account changes:     " WS-BANK-CHANGES
           DISPLAY "Red flags raised:         " WS-HIT-COUNT
           DISPLAY "Employees flagged:        " WS-EMPLOYEES-FLAGGED
           DISPLAY "Review first:             " WS-REVIEW-FIRST
           IF WS-HITS-DROPPED > 0
               DISPLAY "Red flags not listed:     " WS-HITS-DROPPED
           END-IF
           IF WS-HIT-COUNT > 0
               DISPLAY "Review FRAUD-FLAGS.RPT with internal audit"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-EMPLOYEES.
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
                       PERFORM STORE-ONE-EMPLOYEE
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER.

       STORE-ONE-EMPLOYEE.
           IF WS-EM-COUNT >= 5000
               DISPLAY "ERROR: employee table full - employee "
                   EMP-ID " not reviewed"
           ELSE
               ADD 1 TO WS-EMPLOYEES-READ
               ADD 1 TO WS-EM-COUNT
               MOVE EMP-ID TO WS-EM-ID(WS-EM-COUNT)
               MOVE EMP-EMPLOYEE-NAME TO WS-EM-NAME(WS-EM-COUNT)
               MOVE EMP-TYPE TO WS-EM-TYPE(WS-EM-COUNT)
               MOVE EMP-STATUS TO WS-EM-STATUS(WS-EM-COUNT)
               MOVE EMP-TERM-DATE TO WS-EM-TERM-DATE(WS-EM-COUNT)
               MOVE EMP-SSN TO WS-EM-SSN(WS-EM-COUNT)
               MOVE EMP-ADDR-LINE1 TO WS-EM-ADDR(WS-EM-COUNT)
               MOVE EMP-ADDR-ZIP TO WS-EM-ZIP(WS-EM-COUNT)
               PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 3
                   MOVE EMP-BANK-ROUTING(WS-B)
                       TO WS-EM-ROUTING(WS-EM-COUNT, WS-B)
                   MOVE EMP-BANK-ACCOUNT(WS-B)
                       TO WS-EM-ACCOUNT(WS-EM-COUNT, WS-B)
               END-PERFORM
               MOVE 0 TO WS-EM-SCORE(WS-EM-COUNT)
               MOVE 0 TO WS-EM-HITS(WS-EM-COUNT)
               MOVE "N" TO WS-EM-FINAL-SEEN(WS-EM-COUNT)
               MOVE "N" TO WS-EM-ACTIVITY(WS-EM-COUNT)
               MOVE 0 TO WS-EM-BANK-CHG-DATE(WS-EM-COUNT)
           END-IF.

       COMPARE-EMPLOYEE-PAIRS.
           COMPUTE WS-E2-START = WS-E + 1
           PERFORM COMPARE-ONE-PAIR
               VARYING WS-E2 FROM WS-E2-START BY 1
               UNTIL WS-E2 > WS-EM-COUNT.

       COMPARE-ONE-PAIR.
           IF WS-EM-SSN(WS-E) > 0 AND
               WS-EM-SSN(WS-E) = WS-EM-SSN(WS-E2)
               MOVE "DUPLICATE SSN" TO WS-NH-FLAG
               MOVE WS-SCORE-SHARED-SSN TO WS-NH-SCORE
               PERFORM ADD-PAIR-HITS
           END-IF
           IF WS-EM-ADDR(WS-E) NOT = SPACES AND
               WS-EM-ADDR(WS-E) = WS-EM-ADDR(WS-E2) AND
               WS-EM-ZIP(WS-E) = WS-EM-ZIP(WS-E2)
               MOVE "SHARED HOME ADDRESS" TO WS-NH-FLAG
               MOVE WS-SCORE-SHARED-ADDR TO WS-NH-SCORE
               PERFORM ADD-PAIR-HITS
           END-IF
           MOVE "N" TO WS-PAIR-MATCH
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 3
               IF WS-EM-ROUTING(WS-E, WS-B) > 0 AND
                   WS-EM-ACCOUNT(WS-E, WS-B) NOT = SPACES
                   PERFORM VARYING WS-B2 FROM 1 BY 1 UNTIL WS-B2 > 3
                       IF WS-EM-ROUTING(WS-E, WS-B) =
                           WS-EM-ROUTING(WS-E2, WS-B2) AND
                           WS-EM-ACCOUNT(WS-E, WS-B) =
                           WS-EM-ACCOUNT(WS-E2, WS-B2)
                           MOVE "Y" TO WS-PAIR-MATCH
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF IS-PAIR-MATCH
               MOVE "SHARED BANK ACCOUNT" TO WS-NH-FLAG
               MOVE WS-SCORE-SHARED-BANK TO WS-NH-SCORE
               PERFORM ADD-PAIR-HITS
           END-IF.

       ADD-PAIR-HITS.
           MOVE WS-EM-ID(WS-E) TO WS-NH-EMP-ID
           MOVE SPACES TO WS-NH-DETAIL
           STRING "ALSO ON EMPLOYEE " WS-EM-ID(WS-E2)
               DELIMITED BY SIZE INTO WS-NH-DETAIL
           END-STRING
           MOVE WS-E TO WS-H
           PERFORM ADD-ONE-HIT
           MOVE WS-EM-ID(WS-E2) TO WS-NH-EMP-ID
           MOVE SPACES TO WS-NH-DETAIL
           STRING "ALSO ON EMPLOYEE " WS-EM-ID(WS-E)
               DELIMITED BY SIZE INTO WS-NH-DETAIL
           END-STRING
           MOVE WS-E2 TO WS-H
           PERFORM ADD-ONE-HIT.

       ADD-ONE-HIT.
           ADD WS-NH-SCORE TO WS-EM-SCORE(WS-H)
           ADD 1 TO WS-EM-HITS(WS-H)
           IF WS-HIT-COUNT >= 5000
               ADD 1 TO WS-HITS-DROPPED
           ELSE
               ADD 1 TO WS-HIT-COUNT
               MOVE WS-NEW-HIT TO WS-HT-ENTRY(WS-HIT-COUNT)
           END-IF.

       FIND-EMPLOYEE.
           MOVE "N" TO WS-EM-FOUND
           SEARCH ALL WS-EM-ENTRY
               AT END
                   MOVE "N" TO WS-EM-FOUND
               WHEN WS-EM-ID(WS-EM-IX) = WS-FIND-ID
                   MOVE "Y" TO WS-EM-FOUND
                   SET WS-H TO WS-EM-IX
           END-SEARCH.

       SCAN-MAINT-AUDIT.
           OPEN INPUT MAINT-AUDIT
           IF WS-FS-MAINT-AUDIT = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ MAINT-AUDIT
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF MAUD-ACTION = "C" OR MAUD-ACTION = "R"
                               PERFORM JUDGE-BANK-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAINT-AUDIT
           ELSE
               IF WS-FS-MAINT-AUDIT NOT = "35"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "maint-audit.dat, status " WS-FS-MAINT-AUDIT
               END-IF
           END-IF.

       JUDGE-BANK-CHANGE.
           MOVE MAUD-BEFORE TO WS-BEFORE-IMAGE
           MOVE MAUD-AFTER  TO WS-AFTER-IMAGE
           MOVE "N" TO WS-PAIR-MATCH
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 3
               IF AW-BANK-ROUTING(WS-B) NOT = BW-BANK-ROUTING(WS-B) OR
                   AW-BANK-ACCOUNT(WS-B) NOT = BW-BANK-ACCOUNT(WS-B)
                   IF AW-BANK-ACCOUNT(WS-B) NOT = SPACES
                       MOVE "Y" TO WS-PAIR-MATCH
                   END-IF
               END-IF
           END-PERFORM
           IF IS-PAIR-MATCH
               MOVE MAUD-EMP-ID TO WS-FIND-ID
               PERFORM FIND-EMPLOYEE
               IF IS-EM-FOUND
                   ADD 1 TO WS-BANK-CHANGES
                   COMPUTE WS-AUDIT-DATE = 20000000 + MAUD-DATE
                   IF WS-AUDIT-DATE > WS-EM-BANK-CHG-DATE(WS-H)
                       MOVE WS-AUDIT-DATE
                           TO WS-EM-BANK-CHG-DATE(WS-H)
                   END-IF
               END-IF
           END-IF.

       LOAD-TIME-ACTIVITY.
           OPEN INPUT TIME-FEED
           IF WS-FS-TIME-FEED = "00"
               MOVE "Y" TO WS-ACTIVITY-PRESENT
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ TIME-FEED
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF TIME-HDR-TAG NOT = "HDR" AND
                               TIME-HDR-TAG NOT = "TRL"
                               MOVE TIME-ID TO WS-FIND-ID
                               PERFORM NOTE-TIME-ACTIVITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIME-FEED
           ELSE
               IF WS-FS-TIME-FEED NOT = "35"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "time-feed.dat, status " WS-FS-TIME-FEED
               END-IF
           END-IF
           OPEN INPUT PUNCH-FILE
           IF WS-FS-PUNCH-FILE = "00"
               MOVE "Y" TO WS-ACTIVITY-PRESENT
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ PUNCH-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE PCH-EMP-ID TO WS-FIND-ID
                           PERFORM NOTE-TIME-ACTIVITY
                   END-READ
               END-PERFORM
               CLOSE PUNCH-FILE
           ELSE
               IF WS-FS-PUNCH-FILE NOT = "35"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "punches.dat, status " WS-FS-PUNCH-FILE
               END-IF
           END-IF
           IF NOT IS-ACTIVITY-PRESENT
               DISPLAY "No time-feed.dat or punches.dat on file - "
                   "time activity check skipped"
           END-IF.

       NOTE-TIME-ACTIVITY.
           PERFORM FIND-EMPLOYEE
           IF IS-EM-FOUND
               MOVE "Y" TO WS-EM-ACTIVITY(WS-H)
           END-IF.

       SCAN-CHECK-REGISTER.
           OPEN INPUT CHECK-REGISTER
           IF WS-FS-CHECK-REGISTER = "35"
               DISPLAY "No check-register.dat on file - check "
                   "review skipped"
           ELSE
               IF WS-FS-CHECK-REGISTER NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "check-register.dat, status "
                       WS-FS-CHECK-REGISTER
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ CHECK-REGISTER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CHKR-PAYROLL-CHECK AND NOT CHKR-VOIDED
                               PERFORM JUDGE-ONE-CHECK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECK-REGISTER
           END-IF.

       JUDGE-ONE-CHECK.
           MOVE CHKR-EMP-ID TO WS-FIND-ID
           PERFORM FIND-EMPLOYEE
           IF IS-EM-FOUND
               IF WS-EM-TERM-DATE(WS-H) > 0 AND
                   WS-EM-STATUS(WS-H) = 2 AND
                   CHKR-DATE > WS-EM-TERM-DATE(WS-H)
                   COMPUTE WS-DAYS-AFTER =
                       FUNCTION INTEGER-OF-DATE(CHKR-DATE) -
                       FUNCTION INTEGER-OF-DATE(WS-EM-TERM-DATE(WS-H))
                   IF WS-EM-FINAL-SEEN(WS-H) = "N" AND
                       WS-DAYS-AFTER <= WS-FINAL-PAY-DAYS
                       MOVE "Y" TO WS-EM-FINAL-SEEN(WS-H)
                   ELSE
                       IF CHKR-PERIOD-YEAR = WS-SEL-YEAR AND
                           (WS-SEL-NUM = 0 OR
                            CHKR-PERIOD-NUM = WS-SEL-NUM)
                           MOVE CHKR-EMP-ID TO WS-NH-EMP-ID
                           MOVE "PAID AFTER TERMINATION"
                               TO WS-NH-FLAG
                           MOVE WS-SCORE-AFTER-TERM TO WS-NH-SCORE
                           MOVE SPACES TO WS-NH-DETAIL
                           STRING "CHECK " CHKR-CHECK-NO
                               " DATED " CHKR-DATE
                               DELIMITED BY SIZE INTO WS-NH-DETAIL
                           END-STRING
                           PERFORM ADD-ONE-HIT
                       END-IF
                   END-IF
               END-IF
               IF CHKR-PERIOD-YEAR = WS-SEL-YEAR AND
                   (WS-SEL-NUM = 0 OR CHKR-PERIOD-NUM = WS-SEL-NUM)
                   ADD 1 TO WS-CHECKS-READ
                   IF WS-EM-BANK-CHG-DATE(WS-H) > 0 AND
                       CHKR-DATE >= WS-EM-BANK-CHG-DATE(WS-H) AND
                       CHKR-NET >= WS-LARGE-CHECK
                       COMPUTE WS-DAYS-AFTER =
                           FUNCTION INTEGER-OF-DATE(CHKR-DATE) -
                           FUNCTION INTEGER-OF-DATE
                               (WS-EM-BANK-CHG-DATE(WS-H))
                       IF WS-DAYS-AFTER <= WS-BANK-WINDOW
                           MOVE CHKR-EMP-ID TO WS-NH-EMP-ID
                           MOVE "BANK CHANGE, LARGE CHECK"
                               TO WS-NH-FLAG
                           MOVE WS-SCORE-BANK-CHANGE TO WS-NH-SCORE
                           MOVE CHKR-NET TO WS-ED-AMOUNT
                           MOVE SPACES TO WS-NH-DETAIL
                           STRING "CHG " WS-EM-BANK-CHG-DATE(WS-H)
                               " NET " WS-ED-AMOUNT
                               DELIMITED BY SIZE INTO WS-NH-DETAIL
                           END-STRING
                           PERFORM ADD-ONE-HIT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SCAN-PAY-HISTORY.
           OPEN INPUT PAY-HISTORY
           IF WS-FS-PAY-HISTORY = "35"
               DISPLAY "No pay-history.dat on file - pay history "
                   "review skipped"
           ELSE
               IF WS-FS-PAY-HISTORY NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "pay-history.dat, status " WS-FS-PAY-HISTORY
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 0 TO WS-EOF
               MOVE WS-SEL-YEAR TO HIST-PERIOD-YEAR
               MOVE WS-SEL-NUM TO HIST-PERIOD-NUM
               START PAY-HISTORY KEY >= HIST-PERIOD
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 1
                   READ PAY-HISTORY NEXT RECORD
                       AT END MOVE 1 TO WS-EOF
                   END-READ
                   IF WS-EOF = 0 AND
                       (HIST-PERIOD-YEAR NOT = WS-SEL-YEAR OR
                        (WS-SEL-NUM > 0 AND
                         HIST-PERIOD-NUM NOT = WS-SEL-NUM))
                       MOVE 1 TO WS-EOF
                   END-IF
                   IF WS-EOF = 0
                       PERFORM JUDGE-ONE-HISTORY
                   END-IF
               END-PERFORM
               CLOSE PAY-HISTORY
           END-IF.

       JUDGE-ONE-HISTORY.
           ADD 1 TO WS-HISTORY-READ
           MOVE HIST-ID TO WS-FIND-ID
           PERFORM FIND-EMPLOYEE
           IF IS-EM-FOUND AND HIST-TYPE = 1 AND HIST-GROSS > 0
               MOVE HIST-PERIOD-YEAR TO WS-EP-YEAR
               MOVE HIST-PERIOD-NUM TO WS-EP-NUM
               IF HIST-FED-TAX = 0 AND HIST-STATE-TAX = 0 AND
                   HIST-LOCAL-TAX = 0 AND HIST-FICA = 0 AND
                   HIST-BENEFITS = 0 AND HIST-RETIRE = 0
                   MOVE HIST-ID TO WS-NH-EMP-ID
                   MOVE "HOURLY, NO DEDUCTIONS" TO WS-NH-FLAG
                   MOVE WS-SCORE-NO-DEDUCT TO WS-NH-SCORE
                   MOVE HIST-GROSS TO WS-ED-AMOUNT
                   MOVE SPACES TO WS-NH-DETAIL
                   STRING "PERIOD " WS-ED-PERIOD
                       " GROSS " WS-ED-AMOUNT
                       DELIMITED BY SIZE INTO WS-NH-DETAIL
                   END-STRING
                   PERFORM ADD-ONE-HIT
               END-IF
               IF IS-ACTIVITY-PRESENT AND
                   WS-EM-ACTIVITY(WS-H) = "N"
                   MOVE HIST-ID TO WS-NH-EMP-ID
                   MOVE "PAID, NO TIME OR PUNCHES" TO WS-NH-FLAG
                   MOVE WS-SCORE-NO-ACTIVITY TO WS-NH-SCORE
                   MOVE HIST-GROSS TO WS-ED-AMOUNT
                   MOVE SPACES TO WS-NH-DETAIL
                   STRING "PERIOD " WS-ED-PERIOD
                       " GROSS " WS-ED-AMOUNT
                       DELIMITED BY SIZE INTO WS-NH-DETAIL
                   END-STRING
                   PERFORM ADD-ONE-HIT
               END-IF
           END-IF.

       WRITE-FRAUD-REPORT.
           MOVE "I" TO PS-FUNC
           MOVE "PAYROLL FRAUD RED FLAGS" TO PS-REPORT-TITLE
           MOVE WS-OPERATOR-ID TO PS-OPERATOR
           MOVE WS-SEL-YEAR TO PS-PERIOD-YEAR
           MOVE WS-SEL-NUM TO PS-PERIOD-NUM
           MOVE "EMP ID   NAME                   FLAG             "
               TO PS-COLUMN-HEADING
           MOVE "         SCR  DETAIL" TO PS-COLUMN-HEADING(50:51)
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-EM-COUNT
               IF WS-EM-HITS(WS-E) > 0
                   PERFORM WRITE-ONE-EMPLOYEE-HITS
               END-IF
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-ONE-EMPLOYEE-HITS.
           ADD 1 TO WS-EMPLOYEES-FLAGGED
           PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > WS-HIT-COUNT
               IF WS-HT-EMP-ID(WS-H) = WS-EM-ID(WS-E)
                   MOVE WS-HT-EMP-ID(WS-H) TO WS-FD-EMP-ID
                   MOVE WS-EM-NAME(WS-E) TO WS-FD-NAME
                   MOVE WS-HT-FLAG(WS-H) TO WS-FD-FLAG
                   MOVE WS-HT-SCORE(WS-H) TO WS-FD-SCORE
                   MOVE WS-HT-DETAIL(WS-H) TO WS-FD-DETAIL
                   MOVE WS-FRAUD-DETAIL-LINE TO FRAUD-RPT-LINE
                   PERFORM WRITE-FRAUD-LINE
               END-IF
           END-PERFORM
           MOVE "EMPLOYEE RISK SCORE" TO WS-FT-LABEL
           MOVE WS-EM-SCORE(WS-E) TO WS-FT-SCORE
           IF WS-EM-SCORE(WS-E) >= WS-REVIEW-FIRST-SCORE
               ADD 1 TO WS-REVIEW-FIRST
               MOVE "  ** REVIEW FIRST **" TO WS-FT-ACTION
           ELSE
               MOVE SPACES TO WS-FT-ACTION
           END-IF
           MOVE WS-FRAUD-TOTAL-LINE TO FRAUD-RPT-LINE
           PERFORM WRITE-FRAUD-LINE
           MOVE SPACES TO FRAUD-RPT-LINE
           PERFORM WRITE-FRAUD-LINE.

       WRITE-REPORT-TOTALS.
           MOVE "EMPLOYEES REVIEWED:" TO WS-CNL-LABEL
           MOVE WS-EMPLOYEES-READ TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO FRAUD-RPT-LINE
           PERFORM WRITE-FRAUD-LINE
           MOVE "CHECKS REVIEWED:" TO WS-CNL-LABEL
           MOVE WS-CHECKS-READ TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO FRAUD-RPT-LINE
           PERFORM WRITE-FRAUD-LINE
           MOVE "PAY HISTORY RECORDS REVIEWED:" TO WS-CNL-LABEL
           MOVE WS-HISTORY-READ TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO FRAUD-RPT-LINE
           PERFORM WRITE-FRAUD-LINE
           MOVE "BANK ACCOUNT CHANGES ON AUDIT:" TO WS-CNL-LABEL
           MOVE WS-BANK-CHANGES TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO FRAUD-RPT-LINE
           PERFORM WRITE-FRAUD-LINE
           MOVE "RED FLAGS RAISED:" TO WS-CNL-LABEL
           MOVE WS-HIT-COUNT TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO FRAUD-RPT-LINE
           PERFORM WRITE-FRAUD-LINE
           MOVE "EMPLOYEES FLAGGED:" TO WS-CNL-LABEL
           MOVE WS-EMPLOYEES-FLAGGED TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO FRAUD-RPT-LINE
           PERFORM WRITE-FRAUD-LINE
           MOVE "EMPLOYEES TO REVIEW FIRST:" TO WS-CNL-LABEL
           MOVE WS-REVIEW-FIRST TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO FRAUD-RPT-LINE
           PERFORM WRITE-FRAUD-LINE
           IF WS-HITS-DROPPED > 0
               MOVE "RED FLAGS NOT LISTED (TABLE FULL):"
                   TO WS-CNL-LABEL
               MOVE WS-HITS-DROPPED TO WS-CNL-COUNT
               MOVE WS-COUNT-LINE TO FRAUD-RPT-LINE
               PERFORM WRITE-FRAUD-LINE
           END-IF.

       WRITE-FRAUD-LINE.
           MOVE FRAUD-RPT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO FRAUD-RPT-LINE
               WRITE FRAUD-RPT-LINE
               IF WS-FS-FRAUD-RPT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "FRAUD-FLAGS.RPT, status " WS-FS-FRAUD-RPT
               END-IF
           END-PERFORM.
