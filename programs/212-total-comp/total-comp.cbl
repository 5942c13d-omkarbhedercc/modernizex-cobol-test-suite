       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOTAL-COMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-MASTER ASSIGN TO "ytd-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-ID
               FILE STATUS IS WS-FS-YTD-MASTER.
           SELECT YTD-HISTORY ASSIGN TO "ytd-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-YTD-HISTORY.
           SELECT EMPLOYEE-MASTER ASSIGN TO "employee-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLOYEE-MASTER.
           SELECT LEAVE-MASTER ASSIGN TO "leave-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-ID
               FILE STATUS IS WS-FS-LEAVE-MASTER.
           SELECT PAY-HISTORY ASSIGN TO "pay-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-PERIOD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAY-HISTORY.
           SELECT RUN-CONTROL ASSIGN TO "run-control.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-FS-RUN-CONTROL.
           SELECT RATES-MASTER ASSIGN TO "rates-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RATES-MASTER.
           SELECT COMP-RPT ASSIGN TO "TOTAL-COMP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMP-RPT.
           SELECT DEPT-RPT ASSIGN TO "TOTAL-COMP-DEPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPT-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  YTD-MASTER.
           COPY "ytd-master.cpy".

       FD  YTD-HISTORY.
       01 YTDH-REC.
          05 YTDH-CLOSE-YEAR PIC 9(4).
          05 YTDH-CLOSE-DATE PIC 9(6).
          05 YTDH-OPERATOR   PIC X(10).
          05 YTDH-IMAGE      PIC X(400).

       FD  EMPLOYEE-MASTER.
           COPY "employee-master.cpy".

       FD  LEAVE-MASTER.
           COPY "leave-master.cpy".

       FD  PAY-HISTORY.
           COPY "pay-history.cpy".

       FD  RUN-CONTROL.
           COPY "run-control.cpy".

       FD  RATES-MASTER.
       01 RATES-REC.
          05 RATE-CODE     PIC X(10).
          05 RATE-EFF-DATE PIC 9(8).
          05 RATE-VALUE    PIC 9(7)V9999.

       FD  COMP-RPT.
       01 COMP-RPT-LINE PIC X(100).

       FD  DEPT-RPT.
       01 DEPT-RPT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-YTD-MASTER      PIC X(2) VALUE "00".
       01 WS-FS-YTD-HISTORY     PIC X(2) VALUE "00".
       01 WS-FS-EMPLOYEE-MASTER PIC X(2) VALUE "00".
       01 WS-FS-LEAVE-MASTER    PIC X(2) VALUE "00".
       01 WS-FS-PAY-HISTORY     PIC X(2) VALUE "00".
       01 WS-FS-RUN-CONTROL     PIC X(2) VALUE "00".
       01 WS-FS-RATES-MASTER    PIC X(2) VALUE "00".
       01 WS-FS-COMP-RPT        PIC X(2) VALUE "00".
       01 WS-FS-DEPT-RPT        PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-HIST-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-STMT-YEAR PIC 9(4) VALUE 0.
       01 WS-ONE-ID PIC 9(7) VALUE 0.
       01 WS-AS-OF-DATE PIC 9(8) VALUE 0.
       01 WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
          05 WS-AO-YEAR  PIC 9(4).
          05 WS-AO-MONTH PIC 9(2).
          05 WS-AO-DAY   PIC 9(2).
       01 WS-COVER-FROM PIC 9(8) VALUE 0.
       01 WS-COVER-FROM-PARTS REDEFINES WS-COVER-FROM.
          05 WS-CF-YEAR  PIC 9(4).
          05 WS-CF-MONTH PIC 9(2).
          05 WS-CF-DAY   PIC 9(2).
       01 WS-COVER-TO PIC 9(8) VALUE 0.
       01 WS-COVER-TO-PARTS REDEFINES WS-COVER-TO.
          05 WS-CT-YEAR  PIC 9(4).
          05 WS-CT-MONTH PIC 9(2).
          05 WS-CT-DAY   PIC 9(2).
       01 WS-COVER-MONTHS PIC S9(3) VALUE 0.
       01 WS-ER-PREMIUM-RATE PIC 9(7)V9999 VALUE 0.
       01 WS-ER-PREMIUM-EFF  PIC 9(8) VALUE 0.
       01 WS-LEAVE-OPEN PIC X(1) VALUE "N".
          88 IS-LEAVE-OPEN VALUE "Y".
       01 WS-HIST-OPEN PIC X(1) VALUE "N".
          88 IS-HIST-OPEN VALUE "Y".
       01 WS-YTD-SOURCE PIC X(1) VALUE "H".
          88 FROM-YTD-HISTORY VALUE "H".
          88 FROM-YTD-MASTER  VALUE "M".
       01 WS-SUPP-PERIODS.
          05 WS-SUPP-FLAG PIC X(1) OCCURS 99 TIMES.
       01 WS-SUPP-COUNT PIC 9(2) VALUE 0.
       01 WS-COMP-AMOUNTS.
          05 WS-CA-BASE      PIC S9(7)V99 VALUE 0.
          05 WS-CA-OVERTIME  PIC 9(7)V99 VALUE 0.
          05 WS-CA-SHIFT     PIC 9(7)V99 VALUE 0.
          05 WS-CA-BONUS     PIC 9(7)V99 VALUE 0.
          05 WS-CA-TIPS      PIC 9(7)V99 VALUE 0.
          05 WS-CA-CASH      PIC 9(7)V99 VALUE 0.
          05 WS-CA-ER-FICA   PIC 9(7)V99 VALUE 0.
          05 WS-CA-FUTA      PIC 9(7)V99 VALUE 0.
          05 WS-CA-SUTA      PIC 9(7)V99 VALUE 0.
          05 WS-CA-MATCH     PIC 9(7)V99 VALUE 0.
          05 WS-CA-FRINGE    PIC 9(7)V99 VALUE 0.
          05 WS-CA-PREMIUM   PIC 9(7)V99 VALUE 0.
          05 WS-CA-EMPLOYER  PIC 9(7)V99 VALUE 0.
          05 WS-CA-TOTAL     PIC 9(7)V99 VALUE 0.
       01 WS-STMT-STATS.
          05 WS-YTD-READ      PIC 9(7) VALUE 0.
          05 WS-STMTS-PRINTED PIC 9(7) VALUE 0.
          05 WS-NO-ADDRESS    PIC 9(7) VALUE 0.
          05 WS-NO-LEAVE      PIC 9(7) VALUE 0.
       01 WS-DEPT-TABLE.
          05 WS-DT-ENTRY OCCURS 100 TIMES.
             10 WS-DT-COUNT    PIC 9(5).
             10 WS-DT-CASH     PIC 9(9)V99.
             10 WS-DT-EMPLOYER PIC 9(9)V99.
             10 WS-DT-TOTAL    PIC 9(9)V99.
       01 WS-DT-I PIC 9(3) VALUE 0.
       01 WS-GRAND-TOTALS.
          05 WS-GT-COUNT    PIC 9(7) VALUE 0.
          05 WS-GT-CASH     PIC 9(11)V99 VALUE 0.
          05 WS-GT-EMPLOYER PIC 9(11)V99 VALUE 0.
          05 WS-GT-TOTAL    PIC 9(11)V99 VALUE 0.
       01 WS-ADDRESS-BLOCK.
          05 WS-AB-NAME PIC X(40).
          05 WS-AB-LINE1 PIC X(20).
          05 WS-AB-LINE2 PIC X(20).
          05 WS-AB-CITY-LINE PIC X(40).
       01 WS-DATE-LINE.
          05 WS-DL-LABEL PIC X(36).
          05 WS-DL-DATE  PIC 9(8).
       01 WS-MONEY-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 WS-ML-LABEL PIC X(40).
          05 WS-ML-AMOUNT PIC $$,$$$,$$9.99.
       01 WS-HOURS-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 WS-HL-LABEL PIC X(40).
          05 WS-HL-HOURS PIC ZZZ,ZZ9.99.
          05 FILLER PIC X(6) VALUE " HOURS".
       01 WS-DEPT-DETAIL-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-DD-DEPT PIC 9(2).
          05 FILLER PIC X(3) VALUE SPACES.
          05 WS-DD-COUNT PIC ZZ,ZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-DD-CASH PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-DD-EMPLOYER PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-DD-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-DD-AVERAGE PIC Z,ZZZ,ZZ9.99.
       01 WS-DEPT-AVERAGE PIC 9(9)V99 VALUE 0.
       01 WS-DEPT-TOTAL-LINE.
          05 FILLER PIC X(7) VALUE "TOTAL  ".
          05 WS-DTL-COUNT PIC ZZ,ZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-DTL-CASH PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-DTL-EMPLOYER PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-DTL-TOTAL PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           COPY "print-svc.cpy".
           COPY "print-svc.cpy"
               REPLACING LEADING ==PS-== BY ==DS-==.
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Enter statement year (YYYY): "
           ACCEPT WS-STMT-YEAR
           DISPLAY "Enter as-of date (YYYYMMDD, 0 for year end): "
           ACCEPT WS-AS-OF-DATE
           IF WS-AS-OF-DATE = 0
               COMPUTE WS-AS-OF-DATE = WS-STMT-YEAR * 10000 + 1231
           END-IF
           DISPLAY "Enter employee ID (0 for all employees): "
           ACCEPT WS-ONE-ID
           INITIALIZE WS-DEPT-TABLE
           PERFORM LOAD-SUPPLEMENTAL-PERIODS
           PERFORM LOAD-EMPLOYER-PREMIUM
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-EMPLOYEE-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "employee-master.idx, status "
                   WS-FS-EMPLOYEE-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT LEAVE-MASTER
           IF WS-FS-LEAVE-MASTER = "00"
               MOVE "Y" TO WS-LEAVE-OPEN
           ELSE
               DISPLAY "WARNING: OPEN INPUT failed for "
                   "leave-master.dat, status " WS-FS-LEAVE-MASTER
                   " - statements print without leave balances"
           END-IF
           OPEN INPUT PAY-HISTORY
           IF WS-FS-PAY-HISTORY = "00"
               MOVE "Y" TO WS-HIST-OPEN
           END-IF
           OPEN OUTPUT COMP-RPT
           IF WS-FS-COMP-RPT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "TOTAL-COMP.RPT, status " WS-FS-COMP-RPT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT DEPT-RPT
           IF WS-FS-DEPT-RPT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "TOTAL-COMP-DEPT.RPT, status " WS-FS-DEPT-RPT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM STATE-FROM-YTD-HISTORY
           IF WS-YTD-READ = 0
               MOVE "M" TO WS-YTD-SOURCE
               PERFORM STATE-FROM-YTD-MASTER
           END-IF
           IF WS-STMTS-PRINTED > 0
               MOVE SPACES TO PS-DETAIL-IN
               MOVE "E" TO PS-FUNC
               CALL "PRINT-SVC" USING PS-CONTROL
                   ON EXCEPTION
                       DISPLAY "ERROR: CALL to PRINT-SVC failed"
               END-CALL
               PERFORM WRITE-SVC-LINES
           END-IF
           PERFORM WRITE-DEPT-SUMMARY
           CLOSE COMP-RPT
           CLOSE DEPT-RPT
           CLOSE EMPLOYEE-MASTER
           IF IS-LEAVE-OPEN
               CLOSE LEAVE-MASTER
           END-IF
           IF IS-HIST-OPEN
               CLOSE PAY-HISTORY
           END-IF
           IF FROM-YTD-HISTORY
               DISPLAY "YTD source:               ytd-history.dat"
           ELSE
               DISPLAY "YTD source:               ytd-master.dat"
           END-IF
           DISPLAY "YTD records selected:     " WS-YTD-READ
           DISPLAY "Statements printed:       " WS-STMTS-PRINTED
           DISPLAY "Held - no address:        " WS-NO-ADDRESS
           DISPLAY "No leave balances:        " WS-NO-LEAVE
           IF WS-NO-ADDRESS > 0 OR WS-STMTS-PRINTED = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-SUPPLEMENTAL-PERIODS.
           MOVE ALL "N" TO WS-SUPP-PERIODS
           MOVE 0 TO WS-EOF
           OPEN INPUT RUN-CONTROL
           IF WS-FS-RUN-CONTROL NOT = "00"
               DISPLAY "WARNING: OPEN INPUT failed for "
                   "run-control.dat, status " WS-FS-RUN-CONTROL
                   " - bonus pay shown within base wages"
           ELSE
               MOVE WS-STMT-YEAR TO RC-PERIOD-YEAR
               MOVE 0 TO RC-PERIOD-NUM
               MOVE 0 TO RC-PARTITION
               START RUN-CONTROL KEY >= RC-KEY
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 1
                   READ RUN-CONTROL NEXT RECORD
                       AT END MOVE 1 TO WS-EOF
                   END-READ
                   IF WS-EOF = 0
                       IF RC-PERIOD-YEAR NOT = WS-STMT-YEAR
                           MOVE 1 TO WS-EOF
                       ELSE
                           IF RC-PARTITION = 0 AND
                               RC-PERIOD-NUM > 0 AND
                               (RC-RUN-TYPE = "S" OR
                                RC-RUN-TYPE = "s")
                               MOVE "Y" TO
                                   WS-SUPP-FLAG(RC-PERIOD-NUM)
                               ADD 1 TO WS-SUPP-COUNT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RUN-CONTROL
           END-IF.

       LOAD-EMPLOYER-PREMIUM.
           MOVE 0 TO WS-ER-PREMIUM-RATE
           MOVE 0 TO WS-ER-PREMIUM-EFF
           MOVE 0 TO WS-EOF
           OPEN INPUT RATES-MASTER
           IF WS-FS-RATES-MASTER = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ RATES-MASTER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF RATE-CODE = "ER-BENEFIT" AND
                               RATE-EFF-DATE <= WS-AS-OF-DATE AND
                               RATE-EFF-DATE >= WS-ER-PREMIUM-EFF
                               MOVE RATE-EFF-DATE
                                   TO WS-ER-PREMIUM-EFF
                               MOVE RATE-VALUE TO WS-ER-PREMIUM-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATES-MASTER
           END-IF
           IF WS-ER-PREMIUM-RATE = 0
               DISPLAY "WARNING: no ER-BENEFIT monthly rate on "
                   "rates-master.dat - employer premium share "
                   "shown as zero"
           END-IF.

       STATE-FROM-YTD-HISTORY.
           MOVE 0 TO WS-EOF
           OPEN INPUT YTD-HISTORY
           IF WS-FS-YTD-HISTORY = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ YTD-HISTORY
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF YTDH-CLOSE-YEAR = WS-STMT-YEAR
                               MOVE YTDH-IMAGE TO YTD-REC
                               PERFORM SELECT-ONE-YTD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YTD-HISTORY
           END-IF.

       STATE-FROM-YTD-MASTER.
           MOVE 0 TO WS-EOF
           OPEN INPUT YTD-MASTER
           IF WS-FS-YTD-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "ytd-master.dat, status " WS-FS-YTD-MASTER
           ELSE
               MOVE ZERO TO YTD-ID
               START YTD-MASTER KEY >= YTD-ID
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 1
                   READ YTD-MASTER NEXT RECORD
                       AT END MOVE 1 TO WS-EOF
                   END-READ
                   IF WS-EOF = 0 AND YTD-YEAR = WS-STMT-YEAR
                       PERFORM SELECT-ONE-YTD
                   END-IF
               END-PERFORM
               CLOSE YTD-MASTER
           END-IF.

       SELECT-ONE-YTD.
           IF WS-ONE-ID = 0 OR WS-ONE-ID = YTD-ID
               ADD 1 TO WS-YTD-READ
               MOVE YTD-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       ADD 1 TO WS-NO-ADDRESS
                       DISPLAY "WARNING: employee " YTD-ID
                           " not on employee-master.idx - "
                           "statement held, no address"
                   NOT INVALID KEY
                       PERFORM BUILD-STATEMENT
               END-READ
           END-IF.

       BUILD-STATEMENT.
           PERFORM SUM-BONUS-PAY
           MOVE YTD-OT-PAY TO WS-CA-OVERTIME
           ADD YTD-DT-PAY TO WS-CA-OVERTIME
           MOVE YTD-SHIFT-DIFF-PAY TO WS-CA-SHIFT
           MOVE YTD-TIPS TO WS-CA-TIPS
           COMPUTE WS-CA-BASE = YTD-GROSS - WS-CA-OVERTIME
               - WS-CA-SHIFT - WS-CA-BONUS
           IF WS-CA-BASE < 0
               MOVE 0 TO WS-CA-BASE
           END-IF
           COMPUTE WS-CA-CASH = WS-CA-BASE + WS-CA-OVERTIME
               + WS-CA-SHIFT + WS-CA-BONUS + WS-CA-TIPS
           MOVE YTD-ER-FICA TO WS-CA-ER-FICA
           MOVE YTD-FUTA TO WS-CA-FUTA
           MOVE YTD-SUTA TO WS-CA-SUTA
           MOVE YTD-MATCH TO WS-CA-MATCH
           MOVE YTD-FRINGE TO WS-CA-FRINGE
           PERFORM PRICE-EMPLOYER-PREMIUM
           COMPUTE WS-CA-EMPLOYER = WS-CA-ER-FICA + WS-CA-FUTA
               + WS-CA-SUTA + WS-CA-MATCH + WS-CA-FRINGE
               + WS-CA-PREMIUM
           COMPUTE WS-CA-TOTAL = WS-CA-CASH + WS-CA-EMPLOYER
           PERFORM BUILD-ADDRESS-BLOCK
           PERFORM PRINT-STATEMENT
           ADD 1 TO WS-STMTS-PRINTED
           COMPUTE WS-DT-I = EMP-DEPT + 1
           ADD 1 TO WS-DT-COUNT(WS-DT-I)
           ADD WS-CA-CASH TO WS-DT-CASH(WS-DT-I)
           ADD WS-CA-EMPLOYER TO WS-DT-EMPLOYER(WS-DT-I)
           ADD WS-CA-TOTAL TO WS-DT-TOTAL(WS-DT-I).

       SUM-BONUS-PAY.
           MOVE 0 TO WS-CA-BONUS
           IF IS-HIST-OPEN AND WS-SUPP-COUNT > 0
               MOVE 0 TO WS-HIST-EOF
               MOVE YTD-ID TO HIST-ID
               MOVE WS-STMT-YEAR TO HIST-PERIOD-YEAR
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
                       IF HIST-ID NOT = YTD-ID OR
                           HIST-PERIOD-YEAR NOT = WS-STMT-YEAR
                           MOVE 1 TO WS-HIST-EOF
                       ELSE
                           IF HIST-PERIOD-NUM > 0 AND
                               HIST-PERIOD-END <= WS-AS-OF-DATE AND
                               WS-SUPP-FLAG(HIST-PERIOD-NUM) = "Y"
                               ADD HIST-GROSS TO WS-CA-BONUS
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       PRICE-EMPLOYER-PREMIUM.
           MOVE 0 TO WS-CA-PREMIUM
           IF EMP-BENEFITS-ELIGIBLE AND WS-ER-PREMIUM-RATE > 0
               COMPUTE WS-COVER-FROM = WS-STMT-YEAR * 10000 + 0101
               IF EMP-HIRE-DATE > WS-COVER-FROM
                   MOVE EMP-HIRE-DATE TO WS-COVER-FROM
               END-IF
               MOVE WS-AS-OF-DATE TO WS-COVER-TO
               IF EMP-TERM-DATE > 0 AND EMP-TERM-DATE < WS-COVER-TO
                   MOVE EMP-TERM-DATE TO WS-COVER-TO
               END-IF
               IF WS-COVER-TO >= WS-COVER-FROM
                   COMPUTE WS-COVER-MONTHS =
                       (WS-CT-YEAR * 12 + WS-CT-MONTH) -
                       (WS-CF-YEAR * 12 + WS-CF-MONTH) + 1
                   IF WS-COVER-MONTHS > 12
                       MOVE 12 TO WS-COVER-MONTHS
                   END-IF
                   IF WS-COVER-MONTHS > 0
                       COMPUTE WS-CA-PREMIUM ROUNDED =
                           WS-ER-PREMIUM-RATE * WS-COVER-MONTHS
                   END-IF
               END-IF
           END-IF.

       BUILD-ADDRESS-BLOCK.
           MOVE SPACES TO WS-AB-NAME
           STRING EMP-FIRST-NAME  DELIMITED BY SPACE
                  " "             DELIMITED BY SIZE
                  EMP-MIDDLE-INIT DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  EMP-LAST-NAME   DELIMITED BY SPACE
                  INTO WS-AB-NAME
           END-STRING
           MOVE EMP-ADDR-LINE1 TO WS-AB-LINE1
           MOVE EMP-ADDR-LINE2 TO WS-AB-LINE2
           MOVE SPACES TO WS-AB-CITY-LINE
           STRING EMP-ADDR-CITY  DELIMITED BY SPACE
                  ", "           DELIMITED BY SIZE
                  EMP-ADDR-STATE DELIMITED BY SPACE
                  " "            DELIMITED BY SIZE
                  EMP-ADDR-ZIP   DELIMITED BY SPACE
                  INTO WS-AB-CITY-LINE
           END-STRING.

       PRINT-STATEMENT.
           MOVE "I" TO PS-FUNC
           MOVE "TOTAL COMPENSATION STATEMENT" TO PS-REPORT-TITLE
           MOVE WS-OPERATOR-ID TO PS-OPERATOR
           MOVE WS-STMT-YEAR TO PS-PERIOD-YEAR
           MOVE 0 TO PS-PERIOD-NUM
           MOVE SPACES TO PS-COLUMN-HEADING
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           MOVE "STATEMENT AS OF:" TO WS-DL-LABEL
           MOVE WS-AS-OF-DATE TO WS-DL-DATE
           MOVE WS-DATE-LINE TO COMP-RPT-LINE
           PERFORM WRITE-COMP-LINE
           MOVE SPACES TO COMP-RPT-LINE
           PERFORM WRITE-COMP-LINE
           MOVE WS-AB-NAME TO COMP-RPT-LINE
           PERFORM WRITE-COMP-LINE
           MOVE WS-AB-LINE1 TO COMP-RPT-LINE
           PERFORM WRITE-COMP-LINE
           IF WS-AB-LINE2 NOT = SPACES
               MOVE WS-AB-LINE2 TO COMP-RPT-LINE
               PERFORM WRITE-COMP-LINE
           END-IF
           MOVE WS-AB-CITY-LINE TO COMP-RPT-LINE
           PERFORM WRITE-COMP-LINE
           MOVE SPACES TO COMP-RPT-LINE
           PERFORM WRITE-COMP-LINE
           MOVE "YOUR PAY" TO COMP-RPT-LINE
           PERFORM WRITE-COMP-LINE
           MOVE "BASE WAGES" TO WS-ML-LABEL
           MOVE WS-CA-BASE TO WS-ML-AMOUNT
           PERFORM WRITE-MONEY-LINE
           MOVE "OVERTIME PAY" TO WS-ML-LABEL
           MOVE WS-CA-OVERTIME TO WS-ML-AMOUNT
           PERFORM WRITE-MONEY-LINE
           MOVE "SHIFT DIFFERENTIAL" TO WS-ML-LABEL
           MOVE WS-CA-SHIFT TO WS-ML-AMOUNT
           PERFORM WRITE-MONEY-LINE
           MOVE "BONUS AND SUPPLEMENTAL PAY" TO WS-ML-LABEL
           MOVE WS-CA-BONUS TO WS-ML-AMOUNT
           PERFORM WRITE-MONEY-LINE
           IF WS-CA-TIPS > 0
               MOVE "TIPS REPORTED" TO WS-ML-LABEL
               MOVE WS-CA-TIPS TO WS-ML-AMOUNT
               PERFORM WRITE-MONEY-LINE
           END-IF
           MOVE "TOTAL CASH COMPENSATION" TO WS-ML-LABEL
           MOVE WS-CA-CASH TO WS-ML-AMOUNT
           PERFORM WRITE-MONEY-LINE
           MOVE SPACES TO COMP-RPT-LINE
           PERFORM WRITE-COMP-LINE
           MOVE "PAID BY YOUR EMPLOYER ON YOUR BEHALF" TO COMP-RPT-LINE
           PERFORM WRITE-COMP-LINE
           MOVE "SOCIAL SECURITY AND MEDICARE" TO WS-ML-LABEL
           MOVE WS-CA-ER-FICA TO WS-ML-AMOUNT
           PERFORM WRITE-MONEY-LINE
           MOVE "FEDERAL UNEMPLOYMENT INSURANCE" TO WS-ML-LABEL
           MOVE WS-CA-FUTA TO WS-ML-AMOUNT
           PERFORM WRITE-MONEY-LINE
           MOVE "STATE UNEMPLOYMENT INSURANCE" TO WS-ML-LABEL
           MOVE WS-CA-SUTA TO WS-ML-AMOUNT
           PERFORM WRITE-MONEY-LINE
           MOVE "401(K) EMPLOYER MATCH" TO WS-ML-LABEL
           MOVE WS-CA-MATCH TO WS-ML-AMOUNT
           PERFORM WRITE-MONEY-LINE
           MOVE "IMPUTED FRINGE BENEFITS" TO WS-ML-LABEL
           MOVE WS-CA-FRINGE TO WS-ML-AMOUNT
           PERFORM WRITE-MONEY-LINE
           MOVE "EMPLOYER SHARE OF BENEFIT PREMIUMS" TO WS-ML-LABEL
           MOVE WS-CA-PREMIUM TO WS-ML-AMOUNT
           PERFORM WRITE-MONEY-LINE
           MOVE "TOTAL EMPLOYER-PAID" TO WS-ML-LABEL
           MOVE WS-CA-EMPLOYER TO WS-ML-AMOUNT
           PERFORM WRITE-MONEY-LINE
           MOVE SPACES TO COMP-RPT-LINE
           PERFORM WRITE-COMP-LINE
           MOVE "TOTAL COMPENSATION VALUE" TO WS-ML-LABEL
           MOVE WS-CA-TOTAL TO WS-ML-AMOUNT
           PERFORM WRITE-MONEY-LINE
           MOVE SPACES TO COMP-RPT-LINE
           PERFORM WRITE-COMP-LINE
           PERFORM PRINT-LEAVE-BALANCES.

       PRINT-LEAVE-BALANCES.
           IF NOT IS-LEAVE-OPEN
               ADD 1 TO WS-NO-LEAVE
           ELSE
               MOVE EMP-ID TO LV-ID
               READ LEAVE-MASTER
                   INVALID KEY
                       ADD 1 TO WS-NO-LEAVE
                   NOT INVALID KEY
                       MOVE "TIME OFF" TO COMP-RPT-LINE
                       PERFORM WRITE-COMP-LINE
                       MOVE "VACATION BALANCE" TO WS-HL-LABEL
                       MOVE LV-VAC-BAL TO WS-HL-HOURS
                       PERFORM WRITE-HOURS-LINE
                       MOVE "VACATION TAKEN THIS YEAR" TO WS-HL-LABEL
                       MOVE LV-VAC-TAKEN-YTD TO WS-HL-HOURS
                       PERFORM WRITE-HOURS-LINE
                       MOVE "SICK BALANCE" TO WS-HL-LABEL
                       MOVE LV-SICK-BAL TO WS-HL-HOURS
                       PERFORM WRITE-HOURS-LINE
                       MOVE "SICK TAKEN THIS YEAR" TO WS-HL-LABEL
                       MOVE LV-SICK-TAKEN-YTD TO WS-HL-HOURS
                       PERFORM WRITE-HOURS-LINE
               END-READ
           END-IF.

       WRITE-MONEY-LINE.
           MOVE WS-MONEY-LINE TO COMP-RPT-LINE
           PERFORM WRITE-COMP-LINE.

       WRITE-HOURS-LINE.
           MOVE WS-HOURS-LINE TO COMP-RPT-LINE
           PERFORM WRITE-COMP-LINE.

       WRITE-COMP-LINE.
           MOVE COMP-RPT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO COMP-RPT-LINE
               WRITE COMP-RPT-LINE
               IF WS-FS-COMP-RPT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "TOTAL-COMP.RPT, status " WS-FS-COMP-RPT
               END-IF
           END-PERFORM.

       WRITE-DEPT-SUMMARY.
           MOVE "I" TO DS-FUNC
           MOVE "TOTAL COMPENSATION BY DEPT" TO DS-REPORT-TITLE
           MOVE WS-OPERATOR-ID TO DS-OPERATOR
           MOVE WS-STMT-YEAR TO DS-PERIOD-YEAR
           MOVE 0 TO DS-PERIOD-NUM
           MOVE "DEPT  EMPLOYEES     CASH COMP      EMPLOYER-PAID"
               TO DS-COLUMN-HEADING
           MOVE "     TOTAL COMP    AVERAGE/EMP"
               TO DS-COLUMN-HEADING(50:51)
           MOVE 55 TO DS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING DS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-DEPT-SVC-LINES
           PERFORM VARYING WS-DT-I FROM 1 BY 1
               UNTIL WS-DT-I > 100
               IF WS-DT-COUNT(WS-DT-I) > 0
                   PERFORM WRITE-DEPT-DETAIL
               END-IF
           END-PERFORM
           MOVE WS-GT-COUNT TO WS-DTL-COUNT
           MOVE WS-GT-CASH TO WS-DTL-CASH
           MOVE WS-GT-EMPLOYER TO WS-DTL-EMPLOYER
           MOVE WS-GT-TOTAL TO WS-DTL-TOTAL
           MOVE SPACES TO DEPT-RPT-LINE
           PERFORM WRITE-DEPT-LINE
           MOVE WS-DEPT-TOTAL-LINE TO DEPT-RPT-LINE
           PERFORM WRITE-DEPT-LINE
           MOVE SPACES TO DS-DETAIL-IN
           MOVE "E" TO DS-FUNC
           CALL "PRINT-SVC" USING DS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-DEPT-SVC-LINES.

       WRITE-DEPT-DETAIL.
           COMPUTE WS-DD-DEPT = WS-DT-I - 1
           MOVE WS-DT-COUNT(WS-DT-I) TO WS-DD-COUNT
           MOVE WS-DT-CASH(WS-DT-I) TO WS-DD-CASH
           MOVE WS-DT-EMPLOYER(WS-DT-I) TO WS-DD-EMPLOYER
           MOVE WS-DT-TOTAL(WS-DT-I) TO WS-DD-TOTAL
           COMPUTE WS-DEPT-AVERAGE ROUNDED =
               WS-DT-TOTAL(WS-DT-I) / WS-DT-COUNT(WS-DT-I)
           MOVE WS-DEPT-AVERAGE TO WS-DD-AVERAGE
           ADD WS-DT-COUNT(WS-DT-I) TO WS-GT-COUNT
           ADD WS-DT-CASH(WS-DT-I) TO WS-GT-CASH
           ADD WS-DT-EMPLOYER(WS-DT-I) TO WS-GT-EMPLOYER
           ADD WS-DT-TOTAL(WS-DT-I) TO WS-GT-TOTAL
           MOVE WS-DEPT-DETAIL-LINE TO DEPT-RPT-LINE
           PERFORM WRITE-DEPT-LINE.

       WRITE-DEPT-LINE.
           MOVE DEPT-RPT-LINE TO DS-DETAIL-IN
           MOVE "D" TO DS-FUNC
           CALL "PRINT-SVC" USING DS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-DEPT-SVC-LINES.

       WRITE-DEPT-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > DS-OUT-COUNT
               MOVE DS-OUT-LINE(WS-PS-I) TO DEPT-RPT-LINE
               WRITE DEPT-RPT-LINE
               IF WS-FS-DEPT-RPT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "TOTAL-COMP-DEPT.RPT, status " WS-FS-DEPT-RPT
               END-IF
           END-PERFORM.
