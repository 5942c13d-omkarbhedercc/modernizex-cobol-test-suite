       IDENTIFICATION DIVISION.
       PROGRAM-ID. WC-PREMIUM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY ASSIGN TO "pay-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-PERIOD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAY-HISTORY.
           SELECT EMPLOYEE-MASTER ASSIGN TO "employee-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLOYEE-MASTER.
           SELECT DEPT-MASTER ASSIGN TO "dept-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPT-MASTER.
           SELECT WC-RATE-TABLE ASSIGN TO "wc-rate-table.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WC-RATE-TABLE.
           SELECT GL-ACCOUNT-MAP ASSIGN TO "gl-account-map.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GL-ACCOUNT-MAP.
           SELECT GL-JOURNAL ASSIGN TO "gl-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GL-JOURNAL.
           SELECT WC-CONTROL ASSIGN TO "wc-accrual-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WC-CONTROL.
           SELECT WC-REPORT ASSIGN TO "WC-PREMIUM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WC-REPORT.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY.
           COPY "pay-history.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee-master.cpy".

       FD  DEPT-MASTER.
           COPY "dept-master.cpy".

       FD  WC-RATE-TABLE.
           COPY "wc-rate.cpy".

       FD  GL-ACCOUNT-MAP.
       01 GL-MAP-REC.
          05 MAP-DEPT      PIC 9(2).
          05 MAP-COMPONENT PIC X(8).
          05 MAP-ACCOUNT   PIC 9(8).

       FD  GL-JOURNAL.
       01 GL-JOURNAL-REC.
          05 GLJ-DC        PIC X(1).
          05 GLJ-ACCOUNT   PIC 9(8).
          05 GLJ-AMOUNT    PIC 9(9)V99.
          05 GLJ-DEPT      PIC 9(2).
          05 GLJ-COMPONENT PIC X(8).
          05 GLJ-PERIOD-YEAR PIC 9(4).
          05 GLJ-PERIOD-NUM  PIC 9(2).
          05 GLJ-DEPT-NAME   PIC X(20).

       FD  WC-CONTROL.
       01 WC-CONTROL-REC.
          05 WCC-PERIOD-YEAR PIC 9(4).
          05 WCC-PERIOD-NUM  PIC 9(2).
          05 WCC-RUN-DATE    PIC 9(6).
          05 WCC-AMOUNT      PIC 9(9)V99.

       FD  WC-REPORT.
       01 WC-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-PAY-HISTORY     PIC X(2) VALUE "00".
       01 WS-FS-EMPLOYEE-MASTER PIC X(2) VALUE "00".
       01 WS-FS-DEPT-MASTER     PIC X(2) VALUE "00".
       01 WS-FS-WC-RATE-TABLE   PIC X(2) VALUE "00".
       01 WS-FS-GL-ACCOUNT-MAP  PIC X(2) VALUE "00".
       01 WS-FS-GL-JOURNAL      PIC X(2) VALUE "00".
       01 WS-FS-WC-CONTROL      PIC X(2) VALUE "00".
       01 WS-FS-WC-REPORT       PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-DM-EOF PIC 9(1) VALUE 0.
       01 WS-WR-EOF PIC 9(1) VALUE 0.
       01 WS-GL-EOF PIC 9(1) VALUE 0.
       01 WS-CTL-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-RPT-YEAR PIC 9(4) VALUE 0.
       01 WS-RPT-NUM  PIC 9(2) VALUE 0.
       01 WS-ALREADY-POSTED PIC X(1) VALUE "N".
          88 IS-ALREADY-POSTED VALUE "Y".
       01 WS-DEPT-CLASS-TABLE.
          05 WS-DC-CLASS PIC X(4) OCCURS 99 TIMES.
       01 WS-WR-TABLE.
          05 WS-WR-COUNT PIC 9(3) VALUE 0.
          05 WS-WR-ENTRY OCCURS 500 TIMES.
             10 WS-WR-STATE PIC X(2).
             10 WS-WR-CLASS PIC X(4).
             10 WS-WR-EFF   PIC 9(8).
             10 WS-WR-RATE  PIC 9(3)V9999.
       01 WS-WR-I PIC 9(3) VALUE 0.
       01 WS-WR-BEST-EFF PIC 9(8) VALUE 0.
       01 WS-WR-FOUND PIC X(1) VALUE "N".
          88 IS-WR-FOUND VALUE "Y".
       01 WS-CS-TABLE.
          05 WS-CS-COUNT PIC 9(3) VALUE 0.
          05 WS-CS-ENTRY OCCURS 300 TIMES.
             10 WS-CS-CLASS    PIC X(4).
             10 WS-CS-STATE    PIC X(2).
             10 WS-CS-RATE     PIC 9(3)V9999.
             10 WS-CS-GROSS    PIC 9(9)V99.
             10 WS-CS-EXCLUDED PIC 9(9)V99.
             10 WS-CS-SUBJECT  PIC 9(9)V99.
             10 WS-CS-PREMIUM  PIC 9(9)V99.
       01 WS-CS-I PIC 9(3) VALUE 0.
       01 WS-CS-SLOT PIC 9(3) VALUE 0.
       01 WS-WC-CLASS-KEY PIC X(4) VALUE SPACES.
       01 WS-WC-STATE-KEY PIC X(2) VALUE SPACES.
       01 WS-WC-RATE PIC 9(3)V9999 VALUE 0.
       01 WS-OT-PREMIUM PIC 9(7)V99 VALUE 0.
       01 WS-DT-PREMIUM PIC 9(7)V99 VALUE 0.
       01 WS-EXCLUDED PIC 9(7)V99 VALUE 0.
       01 WS-SUBJECT PIC 9(7)V99 VALUE 0.
       01 WS-PREMIUM PIC 9(7)V99 VALUE 0.
       01 WS-DEPT-PREMIUM.
          05 WS-DP-AMT PIC 9(9)V99 OCCURS 10 TIMES.
       01 WS-D PIC 9(2) VALUE 0.
       01 WS-GL-MAP-TABLE.
          05 WS-GLM-COUNT PIC 9(3) VALUE 0.
          05 WS-GLM-ENTRY OCCURS 200 TIMES.
             10 WS-GLM-DEPT      PIC 9(2).
             10 WS-GLM-COMPONENT PIC X(8).
             10 WS-GLM-ACCOUNT   PIC 9(8).
       01 WS-GLM-I PIC 9(3) VALUE 0.
       01 WS-GL-ACCOUNT-FOUND PIC 9(8) VALUE 0.
       01 WS-GL-SUSPENSE-ACCT PIC 9(8) VALUE 99999999.
       01 WS-GL-AMOUNT PIC 9(9)V99 VALUE 0.
       01 WS-GL-DEBITS  PIC 9(11)V99 VALUE 0.
       01 WS-GL-CREDITS PIC 9(11)V99 VALUE 0.
       01 WS-WC-STATS.
          05 WS-RECORDS-RATED PIC 9(7) VALUE 0.
          05 WS-NO-CLASS      PIC 9(5) VALUE 0.
          05 WS-NO-RATE       PIC 9(5) VALUE 0.
          05 WS-NO-MASTER     PIC 9(5) VALUE 0.
          05 WS-TOTAL-GROSS    PIC 9(11)V99 VALUE 0.
          05 WS-TOTAL-EXCLUDED PIC 9(11)V99 VALUE 0.
          05 WS-TOTAL-SUBJECT  PIC 9(11)V99 VALUE 0.
          05 WS-TOTAL-PREMIUM  PIC 9(11)V99 VALUE 0.
       01 WS-CLASS-LINE.
          05 WS-CL-CLASS PIC X(4).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-CL-STATE PIC X(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-CL-GROSS PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-CL-EXCLUDED PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-CL-SUBJECT PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-CL-RATE PIC ZZ9.9999.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-CL-PREMIUM PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DEPT-LINE.
          05 FILLER PIC X(5) VALUE "DEPT ".
          05 WS-DL-DEPT PIC 9(2).
          05 FILLER PIC X(9) VALUE " PREMIUM ".
          05 WS-DL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE.
          05 FILLER PIC X(16) VALUE "CONTROL TOTAL   ".
          05 WS-TL-LABEL PIC X(22).
          05 WS-TL-AMOUNT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-LINE.
          05 FILLER PIC X(16) VALUE "CONTROL TOTAL   ".
          05 WS-CT-LABEL PIC X(22).
          05 WS-CT-COUNT PIC ZZZZZZ9.
           COPY "print-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Enter period year (YYYY): "
           ACCEPT WS-RPT-YEAR
           DISPLAY "Enter period number (01-99, 00 for the full "
               "year): "
           ACCEPT WS-RPT-NUM
           MOVE SPACES TO WS-DEPT-CLASS-TABLE
           INITIALIZE WS-DEPT-PREMIUM
           PERFORM LOAD-DEPT-CLASSES
           PERFORM LOAD-WC-RATES
           OPEN INPUT PAY-HISTORY
           IF WS-FS-PAY-HISTORY NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "pay-history.dat, status " WS-FS-PAY-HISTORY
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-EMPLOYEE-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "employee-master.idx, status "
                   WS-FS-EMPLOYEE-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM RATE-PERIOD-HISTORY
           CLOSE PAY-HISTORY
           CLOSE EMPLOYEE-MASTER
           PERFORM WRITE-WC-REPORT
           IF WS-RPT-NUM > 0
               PERFORM CHECK-WC-CONTROL
               IF IS-ALREADY-POSTED
                   DISPLAY "WARNING: workers comp accrual for "
                       WS-RPT-YEAR "-" WS-RPT-NUM " already posted "
                       "- no journal entries written"
               ELSE
                   PERFORM LOAD-GL-MAP
                   PERFORM POST-GL-ENTRIES
                   PERFORM SAVE-WC-CONTROL
               END-IF
           ELSE
               DISPLAY "Annual run - no accrual posted"
           END-IF
           DISPLAY "Records rated:        " WS-RECORDS-RATED
           DISPLAY "No class code:        " WS-NO-CLASS
           DISPLAY "No rate on file:      " WS-NO-RATE
           DISPLAY "No-master records:    " WS-NO-MASTER
           DISPLAY "Subject wages:        " WS-TOTAL-SUBJECT
           DISPLAY "Premium:              " WS-TOTAL-PREMIUM
           IF WS-NO-CLASS > 0 OR WS-NO-RATE > 0 OR
               WS-NO-MASTER > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-DEPT-CLASSES.
           OPEN INPUT DEPT-MASTER
           IF WS-FS-DEPT-MASTER = "35"
               DISPLAY "WARNING: dept-master.dat not found - only "
                   "employee class overrides will be rated"
           ELSE
               IF WS-FS-DEPT-MASTER NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "dept-master.dat, status " WS-FS-DEPT-MASTER
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-DM-EOF = 1
                   READ DEPT-MASTER
                       AT END MOVE 1 TO WS-DM-EOF
                       NOT AT END
                           IF DEPT-NO >= 1 AND DEPT-NO <= 99
                               MOVE DEPT-WC-CLASS
                                   TO WS-DC-CLASS(DEPT-NO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-MASTER
           END-IF.

       LOAD-WC-RATES.
           OPEN INPUT WC-RATE-TABLE
           IF WS-FS-WC-RATE-TABLE = "35"
               DISPLAY "WARNING: wc-rate-table.dat not found - "
                   "no premium will be computed"
           ELSE
               IF WS-FS-WC-RATE-TABLE NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "wc-rate-table.dat, status "
                       WS-FS-WC-RATE-TABLE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-WR-EOF = 1
                   READ WC-RATE-TABLE
                       AT END MOVE 1 TO WS-WR-EOF
                       NOT AT END
                           PERFORM STORE-ONE-WC-RATE
                   END-READ
               END-PERFORM
               CLOSE WC-RATE-TABLE
               DISPLAY "Workers comp rates loaded: " WS-WR-COUNT
           END-IF.

       STORE-ONE-WC-RATE.
           IF WS-WR-COUNT >= 500
               DISPLAY "ERROR: workers comp rate table full - "
                   "entry for class " WCR-CLASS " state "
                   WCR-STATE " dropped"
           ELSE
               ADD 1 TO WS-WR-COUNT
               MOVE WCR-STATE TO WS-WR-STATE(WS-WR-COUNT)
               MOVE WCR-CLASS TO WS-WR-CLASS(WS-WR-COUNT)
               MOVE WCR-EFF-DATE TO WS-WR-EFF(WS-WR-COUNT)
               MOVE WCR-RATE TO WS-WR-RATE(WS-WR-COUNT)
           END-IF.

       RATE-PERIOD-HISTORY.
           MOVE WS-RPT-YEAR TO HIST-PERIOD-YEAR
           MOVE WS-RPT-NUM TO HIST-PERIOD-NUM
           START PAY-HISTORY KEY >= HIST-PERIOD
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 1
               READ PAY-HISTORY NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
               END-READ
               IF WS-EOF = 0 AND WS-FS-PAY-HISTORY NOT = "00"
                   DISPLAY "ERROR: READ NEXT failed for "
                       "pay-history.dat, status "
                       WS-FS-PAY-HISTORY
                   MOVE 1 TO WS-EOF
               END-IF
               IF WS-EOF = 0 AND
                   (HIST-PERIOD-YEAR NOT = WS-RPT-YEAR OR
                    (WS-RPT-NUM > 0 AND
                     HIST-PERIOD-NUM NOT = WS-RPT-NUM))
                   MOVE 1 TO WS-EOF
               END-IF
               IF WS-EOF = 0 AND HIST-GROSS > 0
                   PERFORM RATE-ONE-DETAIL
               END-IF
           END-PERFORM.

       RATE-ONE-DETAIL.
           ADD 1 TO WS-RECORDS-RATED
           MOVE HIST-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   ADD 1 TO WS-NO-MASTER
                   MOVE SPACES TO EMP-WC-CLASS
                   MOVE SPACES TO EMP-WORK-STATE
                   MOVE SPACES TO EMP-ADDR-STATE
                   DISPLAY "WARNING: employee " HIST-ID " paid "
                       "but not on employee-master.idx - "
                       "department class used"
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE EMP-WC-CLASS TO WS-WC-CLASS-KEY
           IF WS-WC-CLASS-KEY = SPACES AND
               HIST-DEPT >= 1 AND HIST-DEPT <= 99
               MOVE WS-DC-CLASS(HIST-DEPT) TO WS-WC-CLASS-KEY
           END-IF
           IF WS-WC-CLASS-KEY = SPACES
               ADD 1 TO WS-NO-CLASS
               MOVE "NONE" TO WS-WC-CLASS-KEY
               DISPLAY "WARNING: employee " HIST-ID " dept "
                   HIST-DEPT " has no workers comp class - "
                   "reported under NONE"
           END-IF
           IF HIST-WORK-STATE NOT = SPACES
               MOVE HIST-WORK-STATE TO WS-WC-STATE-KEY
           ELSE
               IF EMP-WORK-STATE NOT = SPACES
                   MOVE EMP-WORK-STATE TO WS-WC-STATE-KEY
               ELSE
                   MOVE EMP-ADDR-STATE TO WS-WC-STATE-KEY
               END-IF
           END-IF
           COMPUTE WS-OT-PREMIUM ROUNDED = HIST-OT-PAY / 3
           COMPUTE WS-DT-PREMIUM ROUNDED = HIST-DT-PAY / 2
           COMPUTE WS-EXCLUDED = WS-OT-PREMIUM + WS-DT-PREMIUM
           IF WS-EXCLUDED > HIST-GROSS
               MOVE HIST-GROSS TO WS-EXCLUDED
           END-IF
           COMPUTE WS-SUBJECT = HIST-GROSS - WS-EXCLUDED
           PERFORM FIND-WC-RATE
           IF IS-WR-FOUND
               COMPUTE WS-PREMIUM ROUNDED =
                   WS-SUBJECT * WS-WC-RATE / 100
           ELSE
               MOVE 0 TO WS-PREMIUM
               IF WS-WC-CLASS-KEY NOT = "NONE"
                   ADD 1 TO WS-NO-RATE
                   DISPLAY "WARNING: no workers comp rate for class "
                       WS-WC-CLASS-KEY " state " WS-WC-STATE-KEY
                       " as of " HIST-PERIOD-END
               END-IF
           END-IF
           PERFORM ADD-TO-CLASS-STATE
           IF HIST-DEPT >= 1 AND HIST-DEPT <= 10
               ADD WS-PREMIUM TO WS-DP-AMT(HIST-DEPT)
           ELSE
               DISPLAY "WARNING: employee " HIST-ID " dept "
                   HIST-DEPT " outside 01-10 - premium not accrued"
           END-IF
           ADD HIST-GROSS TO WS-TOTAL-GROSS
           ADD WS-EXCLUDED TO WS-TOTAL-EXCLUDED
           ADD WS-SUBJECT TO WS-TOTAL-SUBJECT
           ADD WS-PREMIUM TO WS-TOTAL-PREMIUM.

       FIND-WC-RATE.
           MOVE "N" TO WS-WR-FOUND
           MOVE 0 TO WS-WC-RATE
           MOVE 0 TO WS-WR-BEST-EFF
           PERFORM VARYING WS-WR-I FROM 1 BY 1
               UNTIL WS-WR-I > WS-WR-COUNT
               IF WS-WR-CLASS(WS-WR-I) = WS-WC-CLASS-KEY AND
                   WS-WR-STATE(WS-WR-I) = WS-WC-STATE-KEY AND
                   WS-WR-EFF(WS-WR-I) <= HIST-PERIOD-END AND
                   WS-WR-EFF(WS-WR-I) >= WS-WR-BEST-EFF
                   MOVE WS-WR-RATE(WS-WR-I) TO WS-WC-RATE
                   MOVE WS-WR-EFF(WS-WR-I) TO WS-WR-BEST-EFF
                   MOVE "Y" TO WS-WR-FOUND
               END-IF
           END-PERFORM.

       ADD-TO-CLASS-STATE.
           MOVE 0 TO WS-CS-SLOT
           PERFORM VARYING WS-CS-I FROM 1 BY 1
               UNTIL WS-CS-I > WS-CS-COUNT
               IF WS-CS-CLASS(WS-CS-I) = WS-WC-CLASS-KEY AND
                   WS-CS-STATE(WS-CS-I) = WS-WC-STATE-KEY
                   MOVE WS-CS-I TO WS-CS-SLOT
               END-IF
           END-PERFORM
           IF WS-CS-SLOT = 0
               IF WS-CS-COUNT >= 300
                   DISPLAY "ERROR: class/state table full - class "
                       WS-WC-CLASS-KEY " state " WS-WC-STATE-KEY
                       " not reported"
               ELSE
                   ADD 1 TO WS-CS-COUNT
                   MOVE WS-CS-COUNT TO WS-CS-SLOT
                   MOVE WS-WC-CLASS-KEY TO WS-CS-CLASS(WS-CS-SLOT)
                   MOVE WS-WC-STATE-KEY TO WS-CS-STATE(WS-CS-SLOT)
                   MOVE 0 TO WS-CS-RATE(WS-CS-SLOT)
                   MOVE 0 TO WS-CS-GROSS(WS-CS-SLOT)
                   MOVE 0 TO WS-CS-EXCLUDED(WS-CS-SLOT)
                   MOVE 0 TO WS-CS-SUBJECT(WS-CS-SLOT)
                   MOVE 0 TO WS-CS-PREMIUM(WS-CS-SLOT)
               END-IF
           END-IF
           IF WS-CS-SLOT > 0
               IF IS-WR-FOUND
                   MOVE WS-WC-RATE TO WS-CS-RATE(WS-CS-SLOT)
               END-IF
               ADD HIST-GROSS TO WS-CS-GROSS(WS-CS-SLOT)
               ADD WS-EXCLUDED TO WS-CS-EXCLUDED(WS-CS-SLOT)
               ADD WS-SUBJECT TO WS-CS-SUBJECT(WS-CS-SLOT)
               ADD WS-PREMIUM TO WS-CS-PREMIUM(WS-CS-SLOT)
           END-IF.

       WRITE-WC-REPORT.
           OPEN OUTPUT WC-REPORT
           IF WS-FS-WC-REPORT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "WC-PREMIUM.RPT, status " WS-FS-WC-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "I" TO PS-FUNC
           MOVE "WORKERS COMP PREMIUM BY CLASS" TO PS-REPORT-TITLE
           MOVE WS-OPERATOR-ID TO PS-OPERATOR
           MOVE WS-RPT-YEAR TO PS-PERIOD-YEAR
           MOVE WS-RPT-NUM TO PS-PERIOD-NUM
           MOVE SPACES TO PS-COLUMN-HEADING
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           PERFORM VARYING WS-CS-I FROM 1 BY 1
               UNTIL WS-CS-I > WS-CS-COUNT
               MOVE WS-CS-CLASS(WS-CS-I) TO WS-CL-CLASS
               MOVE WS-CS-STATE(WS-CS-I) TO WS-CL-STATE
               MOVE WS-CS-GROSS(WS-CS-I) TO WS-CL-GROSS
               MOVE WS-CS-EXCLUDED(WS-CS-I) TO WS-CL-EXCLUDED
               MOVE WS-CS-SUBJECT(WS-CS-I) TO WS-CL-SUBJECT
               MOVE WS-CS-RATE(WS-CS-I) TO WS-CL-RATE
               MOVE WS-CS-PREMIUM(WS-CS-I) TO WS-CL-PREMIUM
               MOVE WS-CLASS-LINE TO WC-REPORT-LINE
               PERFORM WRITE-WC-LINE
           END-PERFORM
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 10
               IF WS-DP-AMT(WS-D) > 0
                   MOVE WS-D TO WS-DL-DEPT
                   MOVE WS-DP-AMT(WS-D) TO WS-DL-AMOUNT
                   MOVE WS-DEPT-LINE TO WC-REPORT-LINE
                   PERFORM WRITE-WC-LINE
               END-IF
           END-PERFORM
           MOVE "GROSS WAGES:          " TO WS-TL-LABEL
           MOVE WS-TOTAL-GROSS TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO WC-REPORT-LINE
           PERFORM WRITE-WC-LINE
           MOVE "OT/DT PREMIUM OUT:    " TO WS-TL-LABEL
           MOVE WS-TOTAL-EXCLUDED TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO WC-REPORT-LINE
           PERFORM WRITE-WC-LINE
           MOVE "SUBJECT WAGES:        " TO WS-TL-LABEL
           MOVE WS-TOTAL-SUBJECT TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO WC-REPORT-LINE
           PERFORM WRITE-WC-LINE
           MOVE "PREMIUM:              " TO WS-TL-LABEL
           MOVE WS-TOTAL-PREMIUM TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO WC-REPORT-LINE
           PERFORM WRITE-WC-LINE
           MOVE "RECORDS WITH NO CLASS:" TO WS-CT-LABEL
           MOVE WS-NO-CLASS TO WS-CT-COUNT
           MOVE WS-COUNT-LINE TO WC-REPORT-LINE
           PERFORM WRITE-WC-LINE
           MOVE "RECORDS WITH NO RATE: " TO WS-CT-LABEL
           MOVE WS-NO-RATE TO WS-CT-COUNT
           MOVE WS-COUNT-LINE TO WC-REPORT-LINE
           PERFORM WRITE-WC-LINE
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           CLOSE WC-REPORT
           IF WS-FS-WC-REPORT NOT = "00"
               DISPLAY "ERROR: CLOSE failed for "
                   "WC-PREMIUM.RPT, status " WS-FS-WC-REPORT
           END-IF.

       CHECK-WC-CONTROL.
           MOVE "N" TO WS-ALREADY-POSTED
           OPEN INPUT WC-CONTROL
           IF WS-FS-WC-CONTROL = "35"
               CONTINUE
           ELSE
               IF WS-FS-WC-CONTROL NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "wc-accrual-control.dat, status "
                       WS-FS-WC-CONTROL
                   MOVE "Y" TO WS-ALREADY-POSTED
               ELSE
                   PERFORM UNTIL WS-CTL-EOF = 1
                       READ WC-CONTROL
                           AT END MOVE 1 TO WS-CTL-EOF
                           NOT AT END
                               IF WCC-PERIOD-YEAR = WS-RPT-YEAR AND
                                   WCC-PERIOD-NUM = WS-RPT-NUM
                                   MOVE "Y" TO WS-ALREADY-POSTED
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE WC-CONTROL
               END-IF
           END-IF.

       LOAD-GL-MAP.
           OPEN INPUT GL-ACCOUNT-MAP
           IF WS-FS-GL-ACCOUNT-MAP = "35"
               DISPLAY "No gl-account-map.dat found - accrual "
                   "entries post to suspense "
                   WS-GL-SUSPENSE-ACCT
           ELSE
               IF WS-FS-GL-ACCOUNT-MAP NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "gl-account-map.dat, status "
                       WS-FS-GL-ACCOUNT-MAP
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-GL-EOF = 1
                   READ GL-ACCOUNT-MAP
                       AT END MOVE 1 TO WS-GL-EOF
                       NOT AT END
                           IF WS-GLM-COUNT >= 200
                               DISPLAY "ERROR: GL map table full "
                                   "- entry dropped"
                           ELSE
                               ADD 1 TO WS-GLM-COUNT
                               MOVE MAP-DEPT TO
                                   WS-GLM-DEPT(WS-GLM-COUNT)
                               MOVE MAP-COMPONENT TO
                                   WS-GLM-COMPONENT(WS-GLM-COUNT)
                               MOVE MAP-ACCOUNT TO
                                   WS-GLM-ACCOUNT(WS-GLM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-MAP
           END-IF.

       POST-GL-ENTRIES.
           OPEN EXTEND GL-JOURNAL
           IF WS-FS-GL-JOURNAL = "05" OR WS-FS-GL-JOURNAL = "35"
               OPEN OUTPUT GL-JOURNAL
           END-IF
           IF WS-FS-GL-JOURNAL NOT = "00"
               DISPLAY "ERROR: OPEN failed for "
                   "gl-journal.dat, status " WS-FS-GL-JOURNAL
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO WS-GL-DEBITS
           MOVE 0 TO WS-GL-CREDITS
           PERFORM POST-ONE-DEPT-PREMIUM
               VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 10
           IF WS-GL-DEBITS NOT = WS-GL-CREDITS
               DISPLAY "ALERT: workers comp accrual entries do not "
                   "net to zero - debits " WS-GL-DEBITS " credits "
                   WS-GL-CREDITS
           END-IF
           CLOSE GL-JOURNAL.

       POST-ONE-DEPT-PREMIUM.
           IF WS-DP-AMT(WS-D) > 0
               MOVE WS-DP-AMT(WS-D) TO WS-GL-AMOUNT
               MOVE "D" TO GLJ-DC
               MOVE "WCEXPENS" TO GLJ-COMPONENT
               PERFORM WRITE-ONE-GL-LINE
               MOVE "C" TO GLJ-DC
               MOVE "WCACCRUE" TO GLJ-COMPONENT
               PERFORM WRITE-ONE-GL-LINE
           END-IF.

       WRITE-ONE-GL-LINE.
           MOVE WS-D TO GLJ-DEPT
           PERFORM FIND-GL-ACCOUNT
           MOVE WS-GL-ACCOUNT-FOUND TO GLJ-ACCOUNT
           MOVE WS-GL-AMOUNT TO GLJ-AMOUNT
           MOVE WS-RPT-YEAR TO GLJ-PERIOD-YEAR
           MOVE WS-RPT-NUM  TO GLJ-PERIOD-NUM
           MOVE SPACES TO GLJ-DEPT-NAME
           IF GLJ-DC = "D"
               ADD WS-GL-AMOUNT TO WS-GL-DEBITS
           ELSE
               ADD WS-GL-AMOUNT TO WS-GL-CREDITS
           END-IF
           WRITE GL-JOURNAL-REC
           IF WS-FS-GL-JOURNAL NOT = "00"
               DISPLAY "ERROR: WRITE failed for "
                   "gl-journal.dat, status " WS-FS-GL-JOURNAL
           END-IF.

       FIND-GL-ACCOUNT.
           MOVE 0 TO WS-GL-ACCOUNT-FOUND
           PERFORM VARYING WS-GLM-I FROM 1 BY 1
               UNTIL WS-GLM-I > WS-GLM-COUNT
               IF WS-GLM-DEPT(WS-GLM-I) = GLJ-DEPT AND
                   WS-GLM-COMPONENT(WS-GLM-I) = GLJ-COMPONENT
                   MOVE WS-GLM-ACCOUNT(WS-GLM-I)
                       TO WS-GL-ACCOUNT-FOUND
               END-IF
           END-PERFORM
           IF WS-GL-ACCOUNT-FOUND = 0
               MOVE WS-GL-SUSPENSE-ACCT TO WS-GL-ACCOUNT-FOUND
               DISPLAY "WARNING: no GL account mapped for dept "
                   GLJ-DEPT " component " GLJ-COMPONENT
                   " - posted to suspense " WS-GL-SUSPENSE-ACCT
           END-IF.

       SAVE-WC-CONTROL.
           OPEN EXTEND WC-CONTROL
           IF WS-FS-WC-CONTROL = "05" OR WS-FS-WC-CONTROL = "35"
               OPEN OUTPUT WC-CONTROL
           END-IF
           IF WS-FS-WC-CONTROL NOT = "00"
               DISPLAY "ERROR: OPEN failed for "
                   "wc-accrual-control.dat, status "
                   WS-FS-WC-CONTROL
           ELSE
               MOVE WS-RPT-YEAR TO WCC-PERIOD-YEAR
               MOVE WS-RPT-NUM TO WCC-PERIOD-NUM
               MOVE WS-RUN-DATE TO WCC-RUN-DATE
               MOVE WS-TOTAL-PREMIUM TO WCC-AMOUNT
               WRITE WC-CONTROL-REC
               IF WS-FS-WC-CONTROL NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "wc-accrual-control.dat, status "
                       WS-FS-WC-CONTROL
               END-IF
               CLOSE WC-CONTROL
           END-IF.

       WRITE-WC-LINE.
           MOVE WC-REPORT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO WC-REPORT-LINE
               WRITE WC-REPORT-LINE
               IF WS-FS-WC-REPORT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "WC-PREMIUM.RPT, status " WS-FS-WC-REPORT
               END-IF
           END-PERFORM.
