       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADP-TEST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-HISTORY ASSIGN TO "ytd-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-YTD-HISTORY.
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
           SELECT ADP-RPT ASSIGN TO "ADP-ACP-TEST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ADP-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  YTD-HISTORY.
       01 YTDH-REC.
          05 YTDH-CLOSE-YEAR PIC 9(4).
          05 YTDH-CLOSE-DATE PIC 9(6).
          05 YTDH-OPERATOR   PIC X(10).
          05 YTDH-IMAGE      PIC X(400).

       FD  PAY-HISTORY.
           COPY "pay-history.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee-master.cpy".

       FD  ADP-RPT.
       01 ADP-RPT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-YTD-HISTORY     PIC X(2) VALUE "00".
       01 WS-FS-PAY-HISTORY     PIC X(2) VALUE "00".
       01 WS-FS-EMPLOYEE-MASTER PIC X(2) VALUE "00".
       01 WS-FS-ADP-RPT         PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-PLAN-YEAR PIC 9(4) VALUE 0.
       01 WS-LOOKBACK-YEAR PIC 9(4) VALUE 0.
       01 WS-THRU-PERIOD PIC 9(2) VALUE 0.
       01 WS-HCE-THRESHOLD PIC 9(7)V99 VALUE 0.
       01 WS-DEFAULT-THRESHOLD PIC 9(7)V99 VALUE 0160000.00.
           COPY "ytd-master.cpy".
       01 WS-HCE-TABLE.
          05 WS-HC-COUNT PIC 9(4) VALUE 0.
          05 WS-HC-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-HC-COUNT
             INDEXED BY WS-HC-IX.
             10 WS-HC-ID     PIC 9(7).
             10 WS-HC-PRIOR-COMP PIC 9(7)V99.
             10 WS-HC-IN-TEST PIC X(1).
             10 WS-HC-GROSS  PIC 9(7)V99.
             10 WS-HC-RETIRE PIC 9(7)V99.
             10 WS-HC-MATCH  PIC 9(7)V99.
             10 WS-HC-ADR    PIC 9V9(6).
             10 WS-HC-ACR    PIC 9V9(6).
       01 WS-HC-OVERFLOW PIC 9(7) VALUE 0.
       01 WS-HC-I PIC 9(4) VALUE 0.
       01 WS-CUR-ID PIC 9(7) VALUE 0.
       01 WS-CUR-GROSS  PIC 9(7)V99 VALUE 0.
       01 WS-CUR-RETIRE PIC 9(7)V99 VALUE 0.
       01 WS-CUR-MATCH  PIC 9(7)V99 VALUE 0.
       01 WS-CUR-ADR PIC 9V9(6) VALUE 0.
       01 WS-CUR-ACR PIC 9V9(6) VALUE 0.
       01 WS-GROUP-TOTALS.
          05 WS-NHCE-COUNT   PIC 9(7) VALUE 0.
          05 WS-HCE-COUNT    PIC 9(7) VALUE 0.
          05 WS-NHCE-ADR-SUM PIC 9(7)V9(6) VALUE 0.
          05 WS-NHCE-ACR-SUM PIC 9(7)V9(6) VALUE 0.
          05 WS-HCE-ADR-SUM  PIC 9(7)V9(6) VALUE 0.
          05 WS-HCE-ACR-SUM  PIC 9(7)V9(6) VALUE 0.
       01 WS-ADP-RESULTS.
          05 WS-ADP-NHCE-AVG PIC 9V9(6) VALUE 0.
          05 WS-ADP-HCE-AVG  PIC 9V9(6) VALUE 0.
          05 WS-ADP-LIMIT    PIC 9V9(6) VALUE 0.
          05 WS-ADP-MARGIN   PIC S9V9(6) VALUE 0.
          05 WS-ADP-LEVEL    PIC 9V9(6) VALUE 0.
          05 WS-ADP-EXCESS   PIC 9(9)V99 VALUE 0.
       01 WS-ACP-RESULTS.
          05 WS-ACP-NHCE-AVG PIC 9V9(6) VALUE 0.
          05 WS-ACP-HCE-AVG  PIC 9V9(6) VALUE 0.
          05 WS-ACP-LIMIT    PIC 9V9(6) VALUE 0.
          05 WS-ACP-MARGIN   PIC S9V9(6) VALUE 0.
          05 WS-ACP-LEVEL    PIC 9V9(6) VALUE 0.
          05 WS-ACP-EXCESS   PIC 9(9)V99 VALUE 0.
       01 WS-TEST-WORK.
          05 WS-TW-KIND     PIC X(1) VALUE SPACE.
          05 WS-TW-NHCE-AVG PIC 9V9(6) VALUE 0.
          05 WS-TW-LIMIT-1  PIC 9V9(6) VALUE 0.
          05 WS-TW-LIMIT-2  PIC 9V9(6) VALUE 0.
          05 WS-TW-LIMIT    PIC 9V9(6) VALUE 0.
          05 WS-TW-TARGET   PIC 9(7)V9(6) VALUE 0.
          05 WS-TW-LOW      PIC 9V9(6) VALUE 0.
          05 WS-TW-HIGH     PIC 9V9(6) VALUE 0.
          05 WS-TW-MID      PIC 9V9(6) VALUE 0.
          05 WS-TW-RATE     PIC 9V9(6) VALUE 0.
          05 WS-TW-CAPPED   PIC 9(7)V9(6) VALUE 0.
          05 WS-TW-PASS     PIC 9(2) VALUE 0.
       01 WS-ADP-FAILED PIC X(1) VALUE "N".
          88 IS-ADP-FAILED VALUE "Y".
       01 WS-ACP-FAILED PIC X(1) VALUE "N".
          88 IS-ACP-FAILED VALUE "Y".
       01 WS-DEFERRAL-EXCESS PIC 9(7)V99 VALUE 0.
       01 WS-MATCH-EXCESS    PIC 9(7)V99 VALUE 0.
       01 WS-TEST-LINE.
          05 WS-TL-LABEL PIC X(36).
          05 WS-TL-PCT   PIC ZZ9.9999-.
          05 FILLER PIC X(2) VALUE "% ".
          05 WS-TL-TEXT  PIC X(30).
       01 WS-HCE-DETAIL-LINE.
          05 WS-HD-EMP-ID PIC 9(7).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-HD-NAME PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-HD-GROSS PIC Z,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-HD-ADR PIC ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-HD-ACR PIC ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-HD-ADP-CAP PIC ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-HD-DEF-EXCESS PIC ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-HD-ACP-CAP PIC ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-HD-MATCH-EXCESS PIC ZZZ,ZZ9.99.
       01 WS-COUNT-LINE.
          05 WS-CNL-LABEL PIC X(36).
          05 WS-CNL-COUNT PIC ZZZ,ZZ9.
       01 WS-AMOUNT-LINE.
          05 WS-AML-LABEL PIC X(36).
          05 WS-AML-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           COPY "print-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Enter plan year (YYYY): "
           ACCEPT WS-PLAN-YEAR
           DISPLAY "Enter pay periods through (01-99, 0 for all "
               "to date): "
           ACCEPT WS-THRU-PERIOD
           IF WS-THRU-PERIOD = 0
               MOVE 99 TO WS-THRU-PERIOD
           END-IF
           DISPLAY "Enter HCE compensation threshold (0 for "
               "160000.00): "
           ACCEPT WS-HCE-THRESHOLD
           IF WS-HCE-THRESHOLD = 0
               MOVE WS-DEFAULT-THRESHOLD TO WS-HCE-THRESHOLD
           END-IF
           COMPUTE WS-LOOKBACK-YEAR = WS-PLAN-YEAR - 1
           PERFORM LOAD-HCE-LIST
           OPEN INPUT PAY-HISTORY
           IF WS-FS-PAY-HISTORY NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "pay-history.dat, status " WS-FS-PAY-HISTORY
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM MEASURE-CONTRIBUTIONS
           CLOSE PAY-HISTORY
           PERFORM RUN-BOTH-TESTS
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-EMPLOYEE-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "employee-master.idx, status "
                   WS-FS-EMPLOYEE-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ADP-RPT
           IF WS-FS-ADP-RPT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "ADP-ACP-TEST.RPT, status " WS-FS-ADP-RPT
               CLOSE EMPLOYEE-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "I" TO PS-FUNC
           MOVE "401(K) ADP / ACP TEST" TO PS-REPORT-TITLE
           MOVE WS-OPERATOR-ID TO PS-OPERATOR
           MOVE WS-PLAN-YEAR TO PS-PERIOD-YEAR
           MOVE WS-THRU-PERIOD TO PS-PERIOD-NUM
           MOVE "HCE ID  NAME              GROSS   DEF%   MAT% DEFCAP"
               TO PS-COLUMN-HEADING
           MOVE " DEF-REFUND MATCAP MAT-EXCESS"
               TO PS-COLUMN-HEADING(53:48)
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           PERFORM WRITE-TEST-SUMMARY
           PERFORM VARYING WS-HC-I FROM 1 BY 1
               UNTIL WS-HC-I > WS-HC-COUNT
               IF WS-HC-IN-TEST(WS-HC-I) = "Y"
                   PERFORM WRITE-HCE-DETAIL
               END-IF
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           CLOSE ADP-RPT
           CLOSE EMPLOYEE-MASTER
           DISPLAY "HCEs (prior-year comp):   " WS-HC-COUNT
           DISPLAY "HCEs tested:              " WS-HCE-COUNT
           DISPLAY "NHCEs tested:             " WS-NHCE-COUNT
           IF IS-ADP-FAILED
               DISPLAY "ADP test:                 FAIL"
           ELSE
               DISPLAY "ADP test:                 PASS"
           END-IF
           IF IS-ACP-FAILED
               DISPLAY "ACP test:                 FAIL"
           ELSE
               DISPLAY "ACP test:                 PASS"
           END-IF
           IF IS-ADP-FAILED OR IS-ACP-FAILED OR WS-HC-OVERFLOW > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-HCE-LIST.
           MOVE 0 TO WS-HC-COUNT
           MOVE 0 TO WS-EOF
           OPEN INPUT YTD-HISTORY
           IF WS-FS-YTD-HISTORY NOT = "00"
               DISPLAY "WARNING: OPEN INPUT failed for "
                   "ytd-history.dat, status " WS-FS-YTD-HISTORY
                   " - no " WS-LOOKBACK-YEAR " compensation, "
                   "no HCEs identified"
           ELSE
               PERFORM UNTIL WS-EOF = 1
                   READ YTD-HISTORY
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF YTDH-CLOSE-YEAR = WS-LOOKBACK-YEAR
                               MOVE YTDH-IMAGE TO YTD-REC
                               IF YTD-GROSS > WS-HCE-THRESHOLD
                                   PERFORM ADD-HCE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YTD-HISTORY
           END-IF.

       ADD-HCE.
           IF WS-HC-COUNT >= 2000
               ADD 1 TO WS-HC-OVERFLOW
               DISPLAY "WARNING: HCE table full - employee " YTD-ID
                   " not tested as an HCE"
           ELSE
               ADD 1 TO WS-HC-COUNT
               MOVE YTD-ID TO WS-HC-ID(WS-HC-COUNT)
               MOVE YTD-GROSS TO WS-HC-PRIOR-COMP(WS-HC-COUNT)
               MOVE "N" TO WS-HC-IN-TEST(WS-HC-COUNT)
               MOVE 0 TO WS-HC-GROSS(WS-HC-COUNT)
               MOVE 0 TO WS-HC-RETIRE(WS-HC-COUNT)
               MOVE 0 TO WS-HC-MATCH(WS-HC-COUNT)
               MOVE 0 TO WS-HC-ADR(WS-HC-COUNT)
               MOVE 0 TO WS-HC-ACR(WS-HC-COUNT)
           END-IF.

       MEASURE-CONTRIBUTIONS.
           MOVE 0 TO WS-CUR-ID
           MOVE 0 TO WS-EOF
           MOVE ZERO TO HIST-ID
           MOVE ZERO TO HIST-PERIOD-YEAR
           MOVE ZERO TO HIST-PERIOD-NUM
           START PAY-HISTORY KEY >= HIST-KEY
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 1
               READ PAY-HISTORY NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
               END-READ
               IF WS-EOF = 0 AND WS-FS-PAY-HISTORY NOT = "00"
                   DISPLAY "ERROR: READ NEXT failed for "
                       "pay-history.dat, status " WS-FS-PAY-HISTORY
                   MOVE 1 TO WS-EOF
               END-IF
               IF WS-EOF = 0 AND
                   HIST-PERIOD-YEAR = WS-PLAN-YEAR AND
                   HIST-PERIOD-NUM <= WS-THRU-PERIOD
                   IF HIST-ID NOT = WS-CUR-ID
                       PERFORM CLOSE-EMPLOYEE
                       MOVE HIST-ID TO WS-CUR-ID
                   END-IF
                   ADD HIST-GROSS TO WS-CUR-GROSS
                   ADD HIST-RETIRE TO WS-CUR-RETIRE
                   ADD HIST-MATCH TO WS-CUR-MATCH
               END-IF
           END-PERFORM
           PERFORM CLOSE-EMPLOYEE.

       CLOSE-EMPLOYEE.
           IF WS-CUR-ID > 0 AND WS-CUR-GROSS > 0
               COMPUTE WS-CUR-ADR ROUNDED =
                   WS-CUR-RETIRE / WS-CUR-GROSS
                   ON SIZE ERROR
                       MOVE 0 TO WS-CUR-ADR
               END-COMPUTE
               COMPUTE WS-CUR-ACR ROUNDED =
                   WS-CUR-MATCH / WS-CUR-GROSS
                   ON SIZE ERROR
                       MOVE 0 TO WS-CUR-ACR
               END-COMPUTE
               SET WS-HC-IX TO 1
               SEARCH WS-HC-ENTRY
                   AT END
                       ADD 1 TO WS-NHCE-COUNT
                       ADD WS-CUR-ADR TO WS-NHCE-ADR-SUM
                       ADD WS-CUR-ACR TO WS-NHCE-ACR-SUM
                   WHEN WS-HC-ID(WS-HC-IX) = WS-CUR-ID
                       ADD 1 TO WS-HCE-COUNT
                       ADD WS-CUR-ADR TO WS-HCE-ADR-SUM
                       ADD WS-CUR-ACR TO WS-HCE-ACR-SUM
                       MOVE "Y" TO WS-HC-IN-TEST(WS-HC-IX)
                       MOVE WS-CUR-GROSS TO WS-HC-GROSS(WS-HC-IX)
                       MOVE WS-CUR-RETIRE TO WS-HC-RETIRE(WS-HC-IX)
                       MOVE WS-CUR-MATCH TO WS-HC-MATCH(WS-HC-IX)
                       MOVE WS-CUR-ADR TO WS-HC-ADR(WS-HC-IX)
                       MOVE WS-CUR-ACR TO WS-HC-ACR(WS-HC-IX)
               END-SEARCH
           END-IF
           MOVE 0 TO WS-CUR-GROSS
           MOVE 0 TO WS-CUR-RETIRE
           MOVE 0 TO WS-CUR-MATCH.

       RUN-BOTH-TESTS.
           IF WS-NHCE-COUNT > 0
               COMPUTE WS-ADP-NHCE-AVG ROUNDED =
                   WS-NHCE-ADR-SUM / WS-NHCE-COUNT
               COMPUTE WS-ACP-NHCE-AVG ROUNDED =
                   WS-NHCE-ACR-SUM / WS-NHCE-COUNT
           END-IF
           IF WS-HCE-COUNT > 0
               COMPUTE WS-ADP-HCE-AVG ROUNDED =
                   WS-HCE-ADR-SUM / WS-HCE-COUNT
               COMPUTE WS-ACP-HCE-AVG ROUNDED =
                   WS-HCE-ACR-SUM / WS-HCE-COUNT
           END-IF
           MOVE "D" TO WS-TW-KIND
           MOVE WS-ADP-NHCE-AVG TO WS-TW-NHCE-AVG
           PERFORM COMPUTE-TEST-LIMIT
           MOVE WS-TW-LIMIT TO WS-ADP-LIMIT
           COMPUTE WS-ADP-MARGIN = WS-ADP-LIMIT - WS-ADP-HCE-AVG
           MOVE WS-ADP-LIMIT TO WS-ADP-LEVEL
           IF WS-ADP-MARGIN < 0
               MOVE "Y" TO WS-ADP-FAILED
               PERFORM LEVEL-HCE-RATES
               MOVE WS-TW-LOW TO WS-ADP-LEVEL
           END-IF
           MOVE "M" TO WS-TW-KIND
           MOVE WS-ACP-NHCE-AVG TO WS-TW-NHCE-AVG
           PERFORM COMPUTE-TEST-LIMIT
           MOVE WS-TW-LIMIT TO WS-ACP-LIMIT
           COMPUTE WS-ACP-MARGIN = WS-ACP-LIMIT - WS-ACP-HCE-AVG
           MOVE WS-ACP-LIMIT TO WS-ACP-LEVEL
           IF WS-ACP-MARGIN < 0
               MOVE "Y" TO WS-ACP-FAILED
               PERFORM LEVEL-HCE-RATES
               MOVE WS-TW-LOW TO WS-ACP-LEVEL
           END-IF.

       COMPUTE-TEST-LIMIT.
           COMPUTE WS-TW-LIMIT-1 ROUNDED = WS-TW-NHCE-AVG * 1.25
           COMPUTE WS-TW-LIMIT-2 = WS-TW-NHCE-AVG * 2
           IF WS-TW-NHCE-AVG + 0.02 < WS-TW-LIMIT-2
               COMPUTE WS-TW-LIMIT-2 = WS-TW-NHCE-AVG + 0.02
           END-IF
           IF WS-TW-LIMIT-1 > WS-TW-LIMIT-2
               MOVE WS-TW-LIMIT-1 TO WS-TW-LIMIT
           ELSE
               MOVE WS-TW-LIMIT-2 TO WS-TW-LIMIT
           END-IF.

       LEVEL-HCE-RATES.
           COMPUTE WS-TW-TARGET = WS-TW-LIMIT * WS-HCE-COUNT
           MOVE 0 TO WS-TW-LOW
           MOVE 0 TO WS-TW-HIGH
           PERFORM VARYING WS-HC-I FROM 1 BY 1
               UNTIL WS-HC-I > WS-HC-COUNT
               PERFORM PICK-HCE-RATE
               IF WS-TW-RATE > WS-TW-HIGH
                   MOVE WS-TW-RATE TO WS-TW-HIGH
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TW-PASS FROM 1 BY 1
               UNTIL WS-TW-PASS > 30
               COMPUTE WS-TW-MID = (WS-TW-LOW + WS-TW-HIGH) / 2
               MOVE 0 TO WS-TW-CAPPED
               PERFORM VARYING WS-HC-I FROM 1 BY 1
                   UNTIL WS-HC-I > WS-HC-COUNT
                   PERFORM PICK-HCE-RATE
                   IF WS-TW-RATE > WS-TW-MID
                       ADD WS-TW-MID TO WS-TW-CAPPED
                   ELSE
                       ADD WS-TW-RATE TO WS-TW-CAPPED
                   END-IF
               END-PERFORM
               IF WS-TW-CAPPED > WS-TW-TARGET
                   MOVE WS-TW-MID TO WS-TW-HIGH
               ELSE
                   MOVE WS-TW-MID TO WS-TW-LOW
               END-IF
           END-PERFORM.

       PICK-HCE-RATE.
           MOVE 0 TO WS-TW-RATE
           IF WS-HC-IN-TEST(WS-HC-I) = "Y"
               IF WS-TW-KIND = "D"
                   MOVE WS-HC-ADR(WS-HC-I) TO WS-TW-RATE
               ELSE
                   MOVE WS-HC-ACR(WS-HC-I) TO WS-TW-RATE
               END-IF
           END-IF.

       WRITE-TEST-SUMMARY.
           MOVE "NHCE AVERAGE DEFERRAL (ADP):" TO WS-TL-LABEL
           COMPUTE WS-TL-PCT = WS-ADP-NHCE-AVG * 100
           MOVE SPACES TO WS-TL-TEXT
           PERFORM WRITE-TEST-LINE
           MOVE "HCE AVERAGE DEFERRAL (ADP):" TO WS-TL-LABEL
           COMPUTE WS-TL-PCT = WS-ADP-HCE-AVG * 100
           PERFORM WRITE-TEST-LINE
           MOVE "ADP LIMIT FOR HCES:" TO WS-TL-LABEL
           COMPUTE WS-TL-PCT = WS-ADP-LIMIT * 100
           PERFORM WRITE-TEST-LINE
           MOVE "ADP MARGIN:" TO WS-TL-LABEL
           COMPUTE WS-TL-PCT = WS-ADP-MARGIN * 100
           IF IS-ADP-FAILED
               MOVE "ADP TEST FAILS" TO WS-TL-TEXT
           ELSE
               MOVE "ADP TEST PASSES" TO WS-TL-TEXT
           END-IF
           PERFORM WRITE-TEST-LINE
           IF IS-ADP-FAILED
               MOVE "HCE DEFERRAL CAP (LEVELED):" TO WS-TL-LABEL
               COMPUTE WS-TL-PCT = WS-ADP-LEVEL * 100
               MOVE SPACES TO WS-TL-TEXT
               PERFORM WRITE-TEST-LINE
           END-IF
           MOVE SPACES TO ADP-RPT-LINE
           PERFORM WRITE-ADP-LINE
           MOVE "NHCE AVERAGE MATCH (ACP):" TO WS-TL-LABEL
           COMPUTE WS-TL-PCT = WS-ACP-NHCE-AVG * 100
           MOVE SPACES TO WS-TL-TEXT
           PERFORM WRITE-TEST-LINE
           MOVE "HCE AVERAGE MATCH (ACP):" TO WS-TL-LABEL
           COMPUTE WS-TL-PCT = WS-ACP-HCE-AVG * 100
           PERFORM WRITE-TEST-LINE
           MOVE "ACP LIMIT FOR HCES:" TO WS-TL-LABEL
           COMPUTE WS-TL-PCT = WS-ACP-LIMIT * 100
           PERFORM WRITE-TEST-LINE
           MOVE "ACP MARGIN:" TO WS-TL-LABEL
           COMPUTE WS-TL-PCT = WS-ACP-MARGIN * 100
           IF IS-ACP-FAILED
               MOVE "ACP TEST FAILS" TO WS-TL-TEXT
           ELSE
               MOVE "ACP TEST PASSES" TO WS-TL-TEXT
           END-IF
           PERFORM WRITE-TEST-LINE
           IF IS-ACP-FAILED
               MOVE "HCE MATCH CAP (LEVELED):" TO WS-TL-LABEL
               COMPUTE WS-TL-PCT = WS-ACP-LEVEL * 100
               MOVE SPACES TO WS-TL-TEXT
               PERFORM WRITE-TEST-LINE
           END-IF
           MOVE SPACES TO ADP-RPT-LINE
           PERFORM WRITE-ADP-LINE.

       WRITE-TEST-LINE.
           MOVE WS-TEST-LINE TO ADP-RPT-LINE
           PERFORM WRITE-ADP-LINE.

       WRITE-HCE-DETAIL.
           MOVE 0 TO WS-DEFERRAL-EXCESS
           MOVE 0 TO WS-MATCH-EXCESS
           IF IS-ADP-FAILED AND WS-HC-ADR(WS-HC-I) > WS-ADP-LEVEL
               COMPUTE WS-DEFERRAL-EXCESS ROUNDED =
                   (WS-HC-ADR(WS-HC-I) - WS-ADP-LEVEL) *
                   WS-HC-GROSS(WS-HC-I)
               IF WS-DEFERRAL-EXCESS > WS-HC-RETIRE(WS-HC-I)
                   MOVE WS-HC-RETIRE(WS-HC-I) TO WS-DEFERRAL-EXCESS
               END-IF
           END-IF
           IF IS-ACP-FAILED AND WS-HC-ACR(WS-HC-I) > WS-ACP-LEVEL
               COMPUTE WS-MATCH-EXCESS ROUNDED =
                   (WS-HC-ACR(WS-HC-I) - WS-ACP-LEVEL) *
                   WS-HC-GROSS(WS-HC-I)
               IF WS-MATCH-EXCESS > WS-HC-MATCH(WS-HC-I)
                   MOVE WS-HC-MATCH(WS-HC-I) TO WS-MATCH-EXCESS
               END-IF
           END-IF
           ADD WS-DEFERRAL-EXCESS TO WS-ADP-EXCESS
           ADD WS-MATCH-EXCESS TO WS-ACP-EXCESS
           MOVE WS-HC-ID(WS-HC-I) TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "NOT ON FILE" TO EMP-LAST-NAME
           END-READ
           MOVE WS-HC-ID(WS-HC-I) TO WS-HD-EMP-ID
           MOVE EMP-LAST-NAME TO WS-HD-NAME
           MOVE WS-HC-GROSS(WS-HC-I) TO WS-HD-GROSS
           COMPUTE WS-HD-ADR = WS-HC-ADR(WS-HC-I) * 100
           COMPUTE WS-HD-ACR = WS-HC-ACR(WS-HC-I) * 100
           COMPUTE WS-HD-ADP-CAP = WS-ADP-LEVEL * 100
           MOVE WS-DEFERRAL-EXCESS TO WS-HD-DEF-EXCESS
           COMPUTE WS-HD-ACP-CAP = WS-ACP-LEVEL * 100
           MOVE WS-MATCH-EXCESS TO WS-HD-MATCH-EXCESS
           MOVE WS-HCE-DETAIL-LINE TO ADP-RPT-LINE
           PERFORM WRITE-ADP-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO ADP-RPT-LINE
           PERFORM WRITE-ADP-LINE
           MOVE "HCES FROM PRIOR-YEAR COMPENSATION:" TO WS-CNL-LABEL
           MOVE WS-HC-COUNT TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "HCES TESTED:" TO WS-CNL-LABEL
           MOVE WS-HCE-COUNT TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "NHCES TESTED:" TO WS-CNL-LABEL
           MOVE WS-NHCE-COUNT TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "HCES NOT TESTED (TABLE FULL):" TO WS-CNL-LABEL
           MOVE WS-HC-OVERFLOW TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "DEFERRAL REFUNDS NEEDED TO DATE:" TO WS-AML-LABEL
           MOVE WS-ADP-EXCESS TO WS-AML-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "MATCH EXCESS NEEDED TO DATE:" TO WS-AML-LABEL
           MOVE WS-ACP-EXCESS TO WS-AML-AMOUNT
           PERFORM WRITE-AMOUNT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO ADP-RPT-LINE
           PERFORM WRITE-ADP-LINE.

       WRITE-AMOUNT-LINE.
           MOVE WS-AMOUNT-LINE TO ADP-RPT-LINE
           PERFORM WRITE-ADP-LINE.

       WRITE-ADP-LINE.
           MOVE ADP-RPT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO ADP-RPT-LINE
               WRITE ADP-RPT-LINE
               IF WS-FS-ADP-RPT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "ADP-ACP-TEST.RPT, status " WS-FS-ADP-RPT
               END-IF
           END-PERFORM.
