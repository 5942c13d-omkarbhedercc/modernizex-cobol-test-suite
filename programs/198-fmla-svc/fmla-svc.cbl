       IDENTIFICATION DIVISION.
       PROGRAM-ID. FMLA-SVC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FMLA-CASE ASSIGN TO "fmla-case.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FML-KEY
               FILE STATUS IS WS-FS-FMLA-CASE.
           SELECT FMLA-USAGE ASSIGN TO "fmla-usage.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FMU-KEY
               FILE STATUS IS WS-FS-FMLA-USAGE.
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
       FD  FMLA-CASE.
           COPY "fmla-case.cpy".

       FD  FMLA-USAGE.
           COPY "fmla-usage.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee-master.cpy".

       FD  PAY-HISTORY.
           COPY "pay-history.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-FMLA-CASE       PIC X(2) VALUE "00".
       01 WS-FS-FMLA-USAGE      PIC X(2) VALUE "00".
       01 WS-FS-EMPLOYEE-MASTER PIC X(2) VALUE "00".
       01 WS-FS-PAY-HISTORY     PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-MIN-SERVICE-MONTHS PIC 9(2) VALUE 12.
       01 WS-MIN-ELIG-HOURS PIC 9(4) VALUE 1250.
       01 WS-DEFAULT-WEEKS PIC 9(2) VALUE 12.
       01 WS-DEFAULT-WEEKLY-HOURS PIC 9(2)V9 VALUE 40.
       01 WS-AS-OF-DATE PIC 9(8) VALUE 0.
       01 WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
          05 WS-AO-YEAR  PIC 9(4).
          05 WS-AO-MONTH PIC 9(2).
          05 WS-AO-DAY   PIC 9(2).
       01 WS-WIN-DATE PIC 9(8) VALUE 0.
       01 WS-WIN-PARTS REDEFINES WS-WIN-DATE.
          05 WS-WN-YEAR  PIC 9(4).
          05 WS-WN-MONTH PIC 9(2).
          05 WS-WN-DAY   PIC 9(2).
       01 WS-HIRE-DATE PIC 9(8) VALUE 0.
       01 WS-HIRE-PARTS REDEFINES WS-HIRE-DATE.
          05 WS-HD-YEAR  PIC 9(4).
          05 WS-HD-MONTH PIC 9(2).
          05 WS-HD-DAY   PIC 9(2).
       01 WS-MONTHS PIC S9(6) VALUE 0.
       01 WS-HOURS-TOTAL PIC 9(5)V9 VALUE 0.
       01 WS-USED-TOTAL PIC 9(5)V9 VALUE 0.
       01 WS-CASE-FOUND PIC X(1) VALUE "N".
          88 IS-CASE-FOUND VALUE "Y".
       01 WS-CASE-WEEKS PIC 9(2) VALUE 0.
       01 WS-CASE-WEEKLY-HOURS PIC 9(2)V9 VALUE 0.
       01 WS-CASE-SEQ PIC 9(2) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       LINKAGE SECTION.
           COPY "fmla-svc.cpy".
       PROCEDURE DIVISION USING FM-CONTROL.
           MOVE "E" TO FM-RESULT
           MOVE FM-AS-OF-DATE TO WS-AS-OF-DATE
           PERFORM SET-ROLLING-WINDOW
           EVALUATE FM-FUNC
               WHEN "E"
                   PERFORM CHECK-ELIGIBILITY
               WHEN "R"
                   PERFORM COMPUTE-REMAINING
               WHEN "U"
                   PERFORM POST-USAGE
               WHEN OTHER
                   DISPLAY "ERROR: FMLA-SVC called with unknown "
                       "function code [" FM-FUNC "]"
           END-EVALUATE
           GOBACK.

       SET-ROLLING-WINDOW.
           MOVE WS-AS-OF-DATE TO WS-WIN-DATE
           IF WS-WN-YEAR > 0
               SUBTRACT 1 FROM WS-WN-YEAR
           END-IF
           IF WS-WN-MONTH = 02 AND WS-WN-DAY = 29
               MOVE 28 TO WS-WN-DAY
           END-IF.

       CHECK-ELIGIBILITY.
           MOVE 0 TO FM-SERVICE-MONTHS
           MOVE 0 TO FM-ELIG-HOURS
           MOVE "N" TO FM-ELIGIBLE
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-EMPLOYEE-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "employee-master.idx, status "
                   WS-FS-EMPLOYEE-MASTER
           ELSE
               MOVE FM-EMP-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE "M" TO FM-RESULT
                   NOT INVALID KEY
                       MOVE EMP-HIRE-DATE TO WS-HIRE-DATE
               END-READ
               CLOSE EMPLOYEE-MASTER
               IF NOT FM-EMP-MISSING
                   PERFORM MEASURE-SERVICE
                   PERFORM MEASURE-HOURS-WORKED
                   IF FM-SERVICE-MONTHS >= WS-MIN-SERVICE-MONTHS AND
                       FM-ELIG-HOURS >= WS-MIN-ELIG-HOURS
                       MOVE "Y" TO FM-ELIGIBLE
                   END-IF
                   MOVE "Y" TO FM-RESULT
               END-IF
           END-IF.

       MEASURE-SERVICE.
           IF WS-HIRE-DATE = 0 OR WS-HIRE-DATE > WS-AS-OF-DATE
               MOVE 0 TO WS-MONTHS
           ELSE
               COMPUTE WS-MONTHS =
                   (WS-AO-YEAR * 12 + WS-AO-MONTH) -
                   (WS-HD-YEAR * 12 + WS-HD-MONTH)
               IF WS-AO-DAY < WS-HD-DAY
                   SUBTRACT 1 FROM WS-MONTHS
               END-IF
               IF WS-MONTHS < 0
                   MOVE 0 TO WS-MONTHS
               END-IF
           END-IF
           MOVE WS-MONTHS TO FM-SERVICE-MONTHS.

       MEASURE-HOURS-WORKED.
           MOVE 0 TO WS-HOURS-TOTAL
           MOVE 0 TO WS-EOF
           OPEN INPUT PAY-HISTORY
           IF WS-FS-PAY-HISTORY NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "pay-history.dat, status " WS-FS-PAY-HISTORY
                   " - FMLA hours test not measured"
           ELSE
               MOVE FM-EMP-ID TO HIST-ID
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
                       IF HIST-ID NOT = FM-EMP-ID
                           MOVE 1 TO WS-EOF
                       ELSE
                           IF HIST-PERIOD-END > WS-WIN-DATE AND
                               HIST-PERIOD-END <= WS-AS-OF-DATE
                               ADD HIST-HOURS TO WS-HOURS-TOTAL
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PAY-HISTORY
           END-IF
           MOVE WS-HOURS-TOTAL TO FM-ELIG-HOURS.

       COMPUTE-REMAINING.
           PERFORM FIND-COVERING-CASE
           PERFORM SUM-ROLLING-USAGE
           IF IS-CASE-FOUND
               MOVE "Y" TO FM-RESULT
           ELSE
               MOVE "N" TO FM-RESULT
           END-IF.

       FIND-COVERING-CASE.
           MOVE "N" TO WS-CASE-FOUND
           MOVE 0 TO WS-CASE-SEQ
           MOVE WS-DEFAULT-WEEKS TO WS-CASE-WEEKS
           MOVE WS-DEFAULT-WEEKLY-HOURS TO WS-CASE-WEEKLY-HOURS
           MOVE 0 TO WS-EOF
           OPEN INPUT FMLA-CASE
           IF WS-FS-FMLA-CASE = "00"
               MOVE FM-EMP-ID TO FML-EMP-ID
               MOVE 0 TO FML-CASE-SEQ
               START FMLA-CASE KEY >= FML-KEY
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 1
                   READ FMLA-CASE NEXT RECORD
                       AT END MOVE 1 TO WS-EOF
                   END-READ
                   IF WS-EOF = 0
                       IF FML-EMP-ID NOT = FM-EMP-ID
                           MOVE 1 TO WS-EOF
                       ELSE
                           IF FML-OPEN AND
                               FML-START-DATE <= WS-AS-OF-DATE AND
                               (FML-END-DATE = 0 OR
                                FML-END-DATE >= WS-AS-OF-DATE)
                               PERFORM TAKE-COVERING-CASE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FMLA-CASE
           END-IF
           MOVE WS-CASE-SEQ TO FM-CASE-SEQ
           COMPUTE FM-ENTITLE-HOURS =
               WS-CASE-WEEKS * WS-CASE-WEEKLY-HOURS.

       TAKE-COVERING-CASE.
           MOVE "Y" TO WS-CASE-FOUND
           MOVE FML-CASE-SEQ TO WS-CASE-SEQ
           IF FML-ENTITLE-WEEKS > 0
               MOVE FML-ENTITLE-WEEKS TO WS-CASE-WEEKS
           END-IF
           IF FML-WEEKLY-HOURS > 0
               MOVE FML-WEEKLY-HOURS TO WS-CASE-WEEKLY-HOURS
           END-IF.

       SUM-ROLLING-USAGE.
           MOVE 0 TO WS-USED-TOTAL
           MOVE 0 TO WS-EOF
           OPEN INPUT FMLA-USAGE
           IF WS-FS-FMLA-USAGE = "00"
               MOVE FM-EMP-ID TO FMU-EMP-ID
               MOVE WS-WIN-DATE TO FMU-USE-DATE
               MOVE 0 TO FMU-PERIOD-YEAR
               MOVE 0 TO FMU-PERIOD-NUM
               MOVE 0 TO FMU-LINE-SEQ
               START FMLA-USAGE KEY >= FMU-KEY
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 1
                   READ FMLA-USAGE NEXT RECORD
                       AT END MOVE 1 TO WS-EOF
                   END-READ
                   IF WS-EOF = 0
                       IF FMU-EMP-ID NOT = FM-EMP-ID OR
                           FMU-USE-DATE > WS-AS-OF-DATE
                           MOVE 1 TO WS-EOF
                       ELSE
                           IF FMU-USE-DATE > WS-WIN-DATE
                               ADD FMU-HOURS TO WS-USED-TOTAL
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FMLA-USAGE
           END-IF
           MOVE WS-USED-TOTAL TO FM-USED-HOURS
           COMPUTE FM-REMAIN-HOURS =
               FM-ENTITLE-HOURS - WS-USED-TOTAL.

       POST-USAGE.
           PERFORM FIND-COVERING-CASE
           ACCEPT WS-RUN-DATE FROM DATE
           OPEN I-O FMLA-USAGE
           IF WS-FS-FMLA-USAGE = "35"
               OPEN OUTPUT FMLA-USAGE
               CLOSE FMLA-USAGE
               OPEN I-O FMLA-USAGE
           END-IF
           IF WS-FS-FMLA-USAGE NOT = "00"
               DISPLAY "ERROR: OPEN I-O failed for "
                   "fmla-usage.dat, status " WS-FS-FMLA-USAGE
                   " - FMLA hours from " FM-PROGRAM " not posted"
           ELSE
               MOVE FM-EMP-ID TO FMU-EMP-ID
               MOVE WS-AS-OF-DATE TO FMU-USE-DATE
               MOVE FM-PERIOD-YEAR TO FMU-PERIOD-YEAR
               MOVE FM-PERIOD-NUM TO FMU-PERIOD-NUM
               MOVE FM-LINE-SEQ TO FMU-LINE-SEQ
               READ FMLA-USAGE
                   INVALID KEY
                       PERFORM BUILD-USAGE-RECORD
                       WRITE FMU-REC
                   NOT INVALID KEY
                       PERFORM BUILD-USAGE-RECORD
                       REWRITE FMU-REC
               END-READ
               IF WS-FS-FMLA-USAGE NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "fmla-usage.dat, status " WS-FS-FMLA-USAGE
                   CLOSE FMLA-USAGE
               ELSE
                   CLOSE FMLA-USAGE
                   PERFORM SUM-ROLLING-USAGE
                   EVALUATE TRUE
                       WHEN NOT IS-CASE-FOUND
                           MOVE "N" TO FM-RESULT
                       WHEN FM-REMAIN-HOURS < 0
                           MOVE "X" TO FM-RESULT
                       WHEN OTHER
                           MOVE "Y" TO FM-RESULT
                   END-EVALUATE
               END-IF
           END-IF.

       BUILD-USAGE-RECORD.
           MOVE FM-EMP-ID TO FMU-EMP-ID
           MOVE WS-AS-OF-DATE TO FMU-USE-DATE
           MOVE FM-PERIOD-YEAR TO FMU-PERIOD-YEAR
           MOVE FM-PERIOD-NUM TO FMU-PERIOD-NUM
           MOVE FM-LINE-SEQ TO FMU-LINE-SEQ
           MOVE WS-CASE-SEQ TO FMU-CASE-SEQ
           MOVE FM-HOURS TO FMU-HOURS
           COMPUTE FMU-POSTED-DATE = 20000000 + WS-RUN-DATE
           MOVE FM-PROGRAM TO FMU-PROGRAM.
