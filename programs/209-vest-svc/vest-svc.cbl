       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEST-SVC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEST-SCHEDULE ASSIGN TO "vest-schedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VEST-SCHEDULE.
           SELECT VEST-BALANCE ASSIGN TO "vest-balance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VB-EMP-ID
               FILE STATUS IS WS-FS-VEST-BALANCE.
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
       DATA DIVISION.
       FILE SECTION.
       FD  VEST-SCHEDULE.
           COPY "vest-schedule.cpy".

       FD  VEST-BALANCE.
           COPY "vest-balance.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee-master.cpy".

       FD  PAY-HISTORY.
           COPY "pay-history.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-VEST-SCHEDULE   PIC X(2) VALUE "00".
       01 WS-FS-VEST-BALANCE    PIC X(2) VALUE "00".
       01 WS-FS-EMPLOYEE-MASTER PIC X(2) VALUE "00".
       01 WS-FS-PAY-HISTORY     PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-MIN-YEAR-HOURS PIC 9(4) VALUE 1000.
       01 WS-SCHEDULE-TABLE.
          05 WS-SCH-COUNT PIC 9(2) VALUE 0.
          05 WS-SCH-ENTRY OCCURS 20 TIMES.
             10 WS-SCH-YEARS PIC 9(2).
             10 WS-SCH-PCT   PIC 9(3).
       01 WS-SCH-I PIC 9(2) VALUE 0.
       01 WS-AS-OF-DATE PIC 9(8) VALUE 0.
       01 WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
          05 WS-AO-YEAR  PIC 9(4).
          05 WS-AO-MONTH PIC 9(2).
          05 WS-AO-DAY   PIC 9(2).
       01 WS-START-DATE PIC 9(8) VALUE 0.
       01 WS-START-PARTS REDEFINES WS-START-DATE.
          05 WS-SD-YEAR  PIC 9(4).
          05 WS-SD-MONTH PIC 9(2).
          05 WS-SD-DAY   PIC 9(2).
       01 WS-FINAL-PAID PIC X(1) VALUE "N".
          88 IS-FINAL-PAID VALUE "Y".
       01 WS-PLAN-YEAR PIC 9(4) VALUE 0.
       01 WS-PLAN-HOURS PIC 9(5)V9 VALUE 0.
       01 WS-SERVICE-YEARS PIC 9(2) VALUE 0.
       01 WS-MATCH-TOTAL PIC S9(7)V99 VALUE 0.
       01 WS-BAL-FOUND PIC X(1) VALUE "N".
          88 IS-BAL-FOUND VALUE "Y".
       01 WS-BAL-OPEN PIC X(1) VALUE "N".
          88 IS-BAL-OPEN VALUE "Y".
       01 WS-ROLL-FORWARD PIC X(1) VALUE "N".
          88 IS-ROLL-FORWARD VALUE "Y".
       01 WS-PRIOR-FORFEIT PIC 9(7)V99 VALUE 0.
       01 WS-PRIOR-FORFEIT-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       LINKAGE SECTION.
           COPY "vest-svc.cpy".
       PROCEDURE DIVISION USING VS-CONTROL.
           MOVE "E" TO VS-RESULT
           ACCEPT WS-RUN-DATE FROM DATE
           MOVE VS-AS-OF-DATE TO WS-AS-OF-DATE
           IF WS-AS-OF-DATE = 0
               COMPUTE WS-AS-OF-DATE = 20000000 + WS-RUN-DATE
           END-IF
           MOVE 0 TO VS-SERVICE-START VS-SERVICE-YEARS
               VS-YEAR-HOURS VS-VEST-PCT VS-MATCH-TOTAL VS-VESTED
               VS-UNVESTED VS-FORFEIT
           EVALUATE VS-FUNC
               WHEN "C"
                   PERFORM COMPUTE-VESTING
               WHEN "U"
                   PERFORM COMPUTE-VESTING
                   IF VS-OK AND NOT IS-FINAL-PAID
                       PERFORM POST-BALANCE
                   END-IF
               WHEN "T"
                   PERFORM COMPUTE-VESTING
                   IF VS-OK
                       MOVE VS-UNVESTED TO VS-FORFEIT
                       PERFORM POST-BALANCE
                   END-IF
               WHEN OTHER
                   DISPLAY "ERROR: VEST-SVC called with unknown "
                       "function code [" VS-FUNC "]"
           END-EVALUATE
           IF IS-BAL-OPEN
               CLOSE VEST-BALANCE
               MOVE "N" TO WS-BAL-OPEN
           END-IF
           GOBACK.

       COMPUTE-VESTING.
           PERFORM READ-EMPLOYEE
           IF NOT VS-EMP-MISSING AND WS-FS-EMPLOYEE-MASTER = "00"
               PERFORM LOAD-SCHEDULE
               PERFORM READ-BALANCE
               IF IS-BAL-FOUND AND VB-TERMINATED AND IS-FINAL-PAID
                   PERFORM RETURN-STORED-BALANCE
               ELSE
                   PERFORM MEASURE-SERVICE
                   PERFORM APPLY-SCHEDULE
                   MOVE "Y" TO VS-RESULT
               END-IF
           END-IF.

       READ-EMPLOYEE.
           MOVE 0 TO WS-START-DATE
           MOVE "N" TO WS-FINAL-PAID
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-EMPLOYEE-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "employee-master.idx, status "
                   WS-FS-EMPLOYEE-MASTER
           ELSE
               MOVE VS-EMP-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE "M" TO VS-RESULT
                   NOT INVALID KEY
                       MOVE EMP-HIRE-DATE TO WS-START-DATE
                       IF EMP-FINAL-PAID
                           MOVE "Y" TO WS-FINAL-PAID
                       END-IF
               END-READ
               CLOSE EMPLOYEE-MASTER
           END-IF
           MOVE WS-START-DATE TO VS-SERVICE-START.

       LOAD-SCHEDULE.
           MOVE 0 TO WS-SCH-COUNT
           MOVE 0 TO WS-EOF
           OPEN INPUT VEST-SCHEDULE
           IF WS-FS-VEST-SCHEDULE = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ VEST-SCHEDULE
                       AT END MOVE 1 TO WS-EOF
                   END-READ
                   IF WS-EOF = 0 AND WS-SCH-COUNT < 20
                       ADD 1 TO WS-SCH-COUNT
                       MOVE VSC-YEARS TO WS-SCH-YEARS(WS-SCH-COUNT)
                       MOVE VSC-PCT TO WS-SCH-PCT(WS-SCH-COUNT)
                   END-IF
               END-PERFORM
               CLOSE VEST-SCHEDULE
           END-IF
           IF WS-SCH-COUNT = 0
               MOVE 5 TO WS-SCH-COUNT
               MOVE 02 TO WS-SCH-YEARS(1)
               MOVE 020 TO WS-SCH-PCT(1)
               MOVE 03 TO WS-SCH-YEARS(2)
               MOVE 040 TO WS-SCH-PCT(2)
               MOVE 04 TO WS-SCH-YEARS(3)
               MOVE 060 TO WS-SCH-PCT(3)
               MOVE 05 TO WS-SCH-YEARS(4)
               MOVE 080 TO WS-SCH-PCT(4)
               MOVE 06 TO WS-SCH-YEARS(5)
               MOVE 100 TO WS-SCH-PCT(5)
           END-IF.

       READ-BALANCE.
           MOVE "N" TO WS-BAL-FOUND
           MOVE "N" TO WS-ROLL-FORWARD
           MOVE 0 TO WS-PRIOR-FORFEIT
           MOVE 0 TO WS-PRIOR-FORFEIT-DATE
           IF VS-FUNC = "C"
               OPEN INPUT VEST-BALANCE
           ELSE
               OPEN I-O VEST-BALANCE
               IF WS-FS-VEST-BALANCE = "35"
                   OPEN OUTPUT VEST-BALANCE
                   CLOSE VEST-BALANCE
                   OPEN I-O VEST-BALANCE
               END-IF
           END-IF
           IF WS-FS-VEST-BALANCE = "00"
               MOVE "Y" TO WS-BAL-OPEN
               MOVE VS-EMP-ID TO VB-EMP-ID
               READ VEST-BALANCE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-BAL-FOUND
                       MOVE VB-PRIOR-FORFEIT TO WS-PRIOR-FORFEIT
                       MOVE VB-PRIOR-FORFEIT-DATE
                           TO WS-PRIOR-FORFEIT-DATE
               END-READ
               IF IS-BAL-FOUND AND VB-TERMINATED AND
                   NOT IS-FINAL-PAID
                   MOVE "Y" TO WS-ROLL-FORWARD
                   ADD VB-FORFEIT-AMOUNT TO WS-PRIOR-FORFEIT
                   MOVE VB-FORFEIT-DATE TO WS-PRIOR-FORFEIT-DATE
               END-IF
           ELSE
               IF VS-FUNC NOT = "C"
                   DISPLAY "ERROR: OPEN I-O failed for "
                       "vest-balance.dat, status "
                       WS-FS-VEST-BALANCE
               END-IF
           END-IF.

       RETURN-STORED-BALANCE.
           MOVE VB-SERVICE-START TO VS-SERVICE-START
           MOVE VB-SERVICE-YEARS TO VS-SERVICE-YEARS
           MOVE VB-YEAR-HOURS TO VS-YEAR-HOURS
           MOVE VB-VEST-PCT TO VS-VEST-PCT
           MOVE VB-MATCH-TOTAL TO VS-MATCH-TOTAL
           MOVE VB-VESTED TO VS-VESTED
           MOVE VB-UNVESTED TO VS-UNVESTED
           MOVE VB-FORFEIT-AMOUNT TO VS-FORFEIT
           MOVE "D" TO VS-RESULT.

       MEASURE-SERVICE.
           MOVE 0 TO WS-SERVICE-YEARS
           MOVE 0 TO WS-MATCH-TOTAL
           MOVE 0 TO WS-PLAN-YEAR
           MOVE 0 TO WS-PLAN-HOURS
           MOVE 0 TO WS-EOF
           OPEN INPUT PAY-HISTORY
           IF WS-FS-PAY-HISTORY NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "pay-history.dat, status " WS-FS-PAY-HISTORY
                   " - vesting service not measured"
           ELSE
               MOVE VS-EMP-ID TO HIST-ID
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
                   IF WS-EOF = 0
                       IF HIST-ID NOT = VS-EMP-ID
                           MOVE 1 TO WS-EOF
                       ELSE
                           IF HIST-PERIOD-END >= WS-START-DATE AND
                               HIST-PERIOD-END <= WS-AS-OF-DATE
                               PERFORM ADD-HISTORY-PERIOD
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PAY-HISTORY
               PERFORM CLOSE-PLAN-YEAR
           END-IF
           IF WS-PRIOR-FORFEIT > 0 AND
               WS-PRIOR-FORFEIT-DATE >= WS-START-DATE
               SUBTRACT WS-PRIOR-FORFEIT FROM WS-MATCH-TOTAL
           END-IF
           IF WS-MATCH-TOTAL < 0
               MOVE 0 TO WS-MATCH-TOTAL
           END-IF
           MOVE WS-SERVICE-YEARS TO VS-SERVICE-YEARS
           MOVE WS-MATCH-TOTAL TO VS-MATCH-TOTAL.

       ADD-HISTORY-PERIOD.
           IF HIST-PERIOD-YEAR NOT = WS-PLAN-YEAR
               PERFORM CLOSE-PLAN-YEAR
               MOVE HIST-PERIOD-YEAR TO WS-PLAN-YEAR
               MOVE 0 TO WS-PLAN-HOURS
           END-IF
           ADD HIST-HOURS TO WS-PLAN-HOURS
           ADD HIST-MATCH TO WS-MATCH-TOTAL.

       CLOSE-PLAN-YEAR.
           IF WS-PLAN-YEAR > 0
               IF WS-PLAN-HOURS >= WS-MIN-YEAR-HOURS AND
                   WS-SERVICE-YEARS < 99
                   ADD 1 TO WS-SERVICE-YEARS
               END-IF
               IF WS-PLAN-YEAR = WS-AO-YEAR
                   MOVE WS-PLAN-HOURS TO VS-YEAR-HOURS
               END-IF
           END-IF.

       APPLY-SCHEDULE.
           MOVE 0 TO VS-VEST-PCT
           PERFORM VARYING WS-SCH-I FROM 1 BY 1
               UNTIL WS-SCH-I > WS-SCH-COUNT
               IF WS-SCH-YEARS(WS-SCH-I) <= VS-SERVICE-YEARS AND
                   WS-SCH-PCT(WS-SCH-I) > VS-VEST-PCT
                   MOVE WS-SCH-PCT(WS-SCH-I) TO VS-VEST-PCT
               END-IF
           END-PERFORM
           IF VS-VEST-PCT > 100
               MOVE 100 TO VS-VEST-PCT
           END-IF
           COMPUTE VS-VESTED ROUNDED =
               VS-MATCH-TOTAL * VS-VEST-PCT / 100
           COMPUTE VS-UNVESTED = VS-MATCH-TOTAL - VS-VESTED.

       POST-BALANCE.
           IF NOT IS-BAL-OPEN
               MOVE "E" TO VS-RESULT
           ELSE
               IF NOT IS-BAL-FOUND
                   INITIALIZE VB-REC
                   MOVE VS-EMP-ID TO VB-EMP-ID
               END-IF
               IF IS-ROLL-FORWARD
                   MOVE WS-PRIOR-FORFEIT TO VB-PRIOR-FORFEIT
                   MOVE WS-PRIOR-FORFEIT-DATE TO VB-PRIOR-FORFEIT-DATE
                   MOVE 0 TO VB-FORFEIT-AMOUNT
                   MOVE 0 TO VB-FORFEIT-DATE
                   MOVE SPACE TO VB-FORFEIT-REMIT
                   MOVE 0 TO VB-REMIT-PERIOD-YEAR
                   MOVE 0 TO VB-REMIT-PERIOD-NUM
               END-IF
               MOVE "A" TO VB-STATUS
               IF VS-FUNC = "T"
                   MOVE "T" TO VB-STATUS
                   MOVE VS-FORFEIT TO VB-FORFEIT-AMOUNT
                   MOVE WS-AS-OF-DATE TO VB-FORFEIT-DATE
                   MOVE 0 TO VB-REMIT-PERIOD-YEAR
                   MOVE 0 TO VB-REMIT-PERIOD-NUM
                   IF VS-FORFEIT > 0
                       MOVE "N" TO VB-FORFEIT-REMIT
                   ELSE
                       MOVE "Y" TO VB-FORFEIT-REMIT
                   END-IF
               END-IF
               MOVE VS-SERVICE-START TO VB-SERVICE-START
               MOVE VS-SERVICE-YEARS TO VB-SERVICE-YEARS
               MOVE VS-YEAR-HOURS TO VB-YEAR-HOURS
               MOVE VS-VEST-PCT TO VB-VEST-PCT
               MOVE VS-MATCH-TOTAL TO VB-MATCH-TOTAL
               MOVE VS-VESTED TO VB-VESTED
               MOVE VS-UNVESTED TO VB-UNVESTED
               MOVE WS-AS-OF-DATE TO VB-LAST-CALC-DATE
               MOVE VS-PROGRAM TO VB-LAST-PROGRAM
               MOVE VS-OPERATOR TO VB-LAST-OPERATOR
               IF IS-BAL-FOUND
                   REWRITE VB-REC
                       INVALID KEY
                           MOVE "E" TO VS-RESULT
                   END-REWRITE
               ELSE
                   WRITE VB-REC
                       INVALID KEY
                           MOVE "E" TO VS-RESULT
                   END-WRITE
               END-IF
               IF WS-FS-VEST-BALANCE NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "vest-balance.dat, status " WS-FS-VEST-BALANCE
                   MOVE "E" TO VS-RESULT
               END-IF
           END-IF.
