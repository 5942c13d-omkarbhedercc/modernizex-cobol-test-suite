       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-VERIFY.
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
           SELECT YTD-MASTER ASSIGN TO "ytd-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-ID
               FILE STATUS IS WS-FS-YTD-MASTER.
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
           SELECT RUN-CONTROL ASSIGN TO "run-control.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-FS-RUN-CONTROL.
           SELECT VERIFY-LOG ASSIGN TO "verify-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VERIFY-LOG.
           SELECT LETTER-RPT ASSIGN TO "VERIFY-LETTER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LETTER-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY "employee-master.cpy".

       FD  YTD-MASTER.
           COPY "ytd-master.cpy".

       FD  YTD-HISTORY.
       01 YTDH-REC.
          05 YTDH-CLOSE-YEAR PIC 9(4).
          05 YTDH-CLOSE-DATE PIC 9(6).
          05 YTDH-OPERATOR   PIC X(10).
          05 YTDH-IMAGE      PIC X(400).

       FD  PAY-HISTORY.
           COPY "pay-history.cpy".

       FD  RUN-CONTROL.
           COPY "run-control.cpy".

       FD  VERIFY-LOG.
           COPY "verify-log.cpy".

       FD  LETTER-RPT.
       01 LETTER-RPT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-EMPLOYEE-MASTER PIC X(2) VALUE "00".
       01 WS-FS-YTD-MASTER      PIC X(2) VALUE "00".
       01 WS-FS-YTD-HISTORY     PIC X(2) VALUE "00".
       01 WS-FS-PAY-HISTORY     PIC X(2) VALUE "00".
       01 WS-FS-RUN-CONTROL     PIC X(2) VALUE "00".
       01 WS-FS-VERIFY-LOG      PIC X(2) VALUE "00".
       01 WS-FS-LETTER-RPT      PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-RUN-TIME PIC 9(8) VALUE 0.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
          05 WS-TD-YEAR  PIC 9(4).
          05 WS-TD-MONTH PIC 9(2).
          05 WS-TD-DAY   PIC 9(2).
       01 WS-VERIFY-ID PIC 9(7) VALUE 0.
       01 WS-PARTY PIC X(30) VALUE SPACES.
       01 WS-PURPOSE PIC X(20) VALUE SPACES.
       01 WS-INCOME-FLAG PIC X(1) VALUE "Y".
          88 IS-INCOME-REQUESTED VALUE "Y" "y".
       01 WS-CLEARANCE PIC X(8) VALUE "EMPVERIF".
       01 WS-CLEAR-RESULT PIC X(1) VALUE "N".
          88 IS-CLEARED VALUE "Y".
          88 IS-CLEARANCE-MISSING VALUE "M".
       01 WS-SIGNON-FIELDS.
          05 WS-SEC-OPERATOR PIC X(10) VALUE SPACES.
          05 WS-SEC-PASSWORD PIC X(10) VALUE SPACES.
          05 WS-SEC-ROLE PIC 9(1) VALUE 0.
             88 IS-SUPERVISOR VALUE 2.
          05 WS-SEC-RESULT PIC X(1) VALUE "N".
             88 IS-SIGNON-VALID VALUE "Y".
             88 IS-SECURITY-MISSING VALUE "M".
       01 WS-RUN-LOG-FIELDS.
          05 WS-LOG-PROGRAM PIC X(10) VALUE "EMP-VERIFY".
          05 WS-LOG-SEVERITY PIC X(1) VALUE "I".
          05 WS-LOG-EMP-ID PIC 9(7) VALUE 0.
          05 WS-LOG-MESSAGE PIC X(60) VALUE SPACES.
       01 WS-EARN-YEARS.
          05 WS-EY-ENTRY OCCURS 3 TIMES.
             10 WS-EY-YEAR     PIC 9(4).
             10 WS-EY-FOUND    PIC X(1).
             10 WS-EY-PARTIAL  PIC X(1).
             10 WS-EY-GROSS    PIC 9(7)V99.
             10 WS-EY-BASE     PIC S9(7)V99.
             10 WS-EY-OVERTIME PIC 9(7)V99.
             10 WS-EY-BONUS    PIC 9(7)V99.
             10 WS-EY-SUPP-PERIODS.
                15 WS-EY-SUPP-FLAG PIC X(1) OCCURS 99 TIMES.
       01 WS-EY-I PIC 9(1) VALUE 0.
       01 WS-YEARS-FOUND PIC 9(1) VALUE 0.
       01 WS-HIST-OPEN PIC X(1) VALUE "N".
          88 IS-HIST-OPEN VALUE "Y".
       01 WS-STATUS-TEXT PIC X(20) VALUE SPACES.
       01 WS-FREQ-TEXT PIC X(20) VALUE SPACES.
       01 WS-NAME-TEXT PIC X(40) VALUE SPACES.
       01 WS-DATE-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 WS-DL-LABEL PIC X(30).
          05 WS-DL-DATE  PIC 9(8).
       01 WS-TEXT-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 WS-TL-LABEL PIC X(30).
          05 WS-TL-TEXT  PIC X(40).
       01 WS-RATE-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 WS-RL-LABEL PIC X(30).
          05 WS-RL-AMOUNT PIC $$,$$$,$$9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RL-BASIS PIC X(20).
       01 WS-EARN-HEAD-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 FILLER PIC X(6) VALUE "YEAR".
          05 FILLER PIC X(16) VALUE "      BASE PAY".
          05 FILLER PIC X(16) VALUE "      OVERTIME".
          05 FILLER PIC X(16) VALUE "         BONUS".
          05 FILLER PIC X(16) VALUE "   TOTAL GROSS".
       01 WS-EARN-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 WS-EL-YEAR PIC 9(4).
          05 WS-EL-PARTIAL PIC X(2).
          05 WS-EL-BASE PIC $$,$$$,$$9.99-.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-EL-OVERTIME PIC $$,$$$,$$9.99.
          05 FILLER PIC X(3) VALUE SPACES.
          05 WS-EL-BONUS PIC $$,$$$,$$9.99.
          05 FILLER PIC X(3) VALUE SPACES.
          05 WS-EL-GROSS PIC $$,$$$,$$9.99.
           COPY "print-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           COMPUTE WS-TODAY = 20000000 + WS-RUN-DATE
           PERFORM OPERATOR-SIGN-ON
           PERFORM CHECK-VERIFY-CLEARANCE
           DISPLAY "Enter employee ID to verify: "
           ACCEPT WS-VERIFY-ID
           DISPLAY "Enter requesting party: "
           ACCEPT WS-PARTY
           PERFORM UNTIL WS-PARTY NOT = SPACES
               DISPLAY "ERROR: requesting party is required"
               DISPLAY "Enter requesting party: "
               ACCEPT WS-PARTY
           END-PERFORM
           DISPLAY "Enter purpose (e.g. MORTGAGE, RENTAL): "
           ACCEPT WS-PURPOSE
           DISPLAY "Include income verification (Y/N): "
           ACCEPT WS-INCOME-FLAG
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-EMPLOYEE-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "employee-master.idx, status "
                   WS-FS-EMPLOYEE-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-VERIFY-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY "ERROR: employee " WS-VERIFY-ID
                       " not on employee-master.idx - no letter "
                       "issued"
                   CLOSE EMPLOYEE-MASTER
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ
           CLOSE EMPLOYEE-MASTER
           MOVE 0 TO WS-YEARS-FOUND
           IF IS-INCOME-REQUESTED
               MOVE "Y" TO WS-INCOME-FLAG
               PERFORM LOAD-EARNINGS
           ELSE
               MOVE "N" TO WS-INCOME-FLAG
           END-IF
           OPEN OUTPUT LETTER-RPT
           IF WS-FS-LETTER-RPT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "VERIFY-LETTER.RPT, status " WS-FS-LETTER-RPT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM PRINT-LETTER
           CLOSE LETTER-RPT
           PERFORM WRITE-VERIFY-LOG
           MOVE "I" TO WS-LOG-SEVERITY
           MOVE WS-VERIFY-ID TO WS-LOG-EMP-ID
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "VERIFICATION LETTER ISSUED TO " DELIMITED BY SIZE
                  WS-PARTY DELIMITED BY SIZE
                  INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM WRITE-RUN-LOG
           DISPLAY "Letter written:           VERIFY-LETTER.RPT"
           DISPLAY "Employee:                 " WS-VERIFY-ID
           DISPLAY "Requesting party:         " WS-PARTY
           DISPLAY "Earnings years shown:     " WS-YEARS-FOUND
           IF IS-INCOME-REQUESTED AND WS-YEARS-FOUND = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       OPERATOR-SIGN-ON.
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
                   MOVE 0 TO WS-LOG-EMP-ID
                   MOVE "SIGN-ON REFUSED - BAD OPERATOR/PASSWORD"
                       TO WS-LOG-MESSAGE
                   PERFORM WRITE-RUN-LOG
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       CHECK-VERIFY-CLEARANCE.
           CALL "CLEAR-CHECK" USING WS-SEC-ROLE WS-CLEARANCE
               WS-CLEAR-RESULT
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to CLEAR-CHECK failed"
                   MOVE "N" TO WS-CLEAR-RESULT
           END-CALL
           IF IS-CLEARANCE-MISSING
               DISPLAY "WARNING: role-clearance.dat not found - "
                   "verification letters limited to supervisor role"
               IF IS-SUPERVISOR
                   MOVE "Y" TO WS-CLEAR-RESULT
               END-IF
           END-IF
           IF NOT IS-CLEARED
               DISPLAY "ERROR: operator " WS-SEC-OPERATOR " role "
                   WS-SEC-ROLE " is not authorized to issue "
                   "verification letters - function denied"
               MOVE "E" TO WS-LOG-SEVERITY
               MOVE 0 TO WS-LOG-EMP-ID
               MOVE "VERIFICATION LETTER DENIED - ROLE NOT CLEARED"
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-RUN-LOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       LOAD-EARNINGS.
           INITIALIZE WS-EARN-YEARS
           PERFORM VARYING WS-EY-I FROM 1 BY 1 UNTIL WS-EY-I > 3
               COMPUTE WS-EY-YEAR(WS-EY-I) = WS-TD-YEAR - WS-EY-I + 1
               MOVE "N" TO WS-EY-FOUND(WS-EY-I)
               MOVE "N" TO WS-EY-PARTIAL(WS-EY-I)
               MOVE ALL "N" TO WS-EY-SUPP-PERIODS(WS-EY-I)
           END-PERFORM
           PERFORM EARNINGS-FROM-YTD-MASTER
           PERFORM EARNINGS-FROM-YTD-HISTORY
           PERFORM LOAD-SUPPLEMENTAL-PERIODS
           OPEN INPUT PAY-HISTORY
           IF WS-FS-PAY-HISTORY = "00"
               MOVE "Y" TO WS-HIST-OPEN
           ELSE
               DISPLAY "WARNING: OPEN INPUT failed for "
                   "pay-history.dat, status " WS-FS-PAY-HISTORY
                   " - bonus pay shown within base pay"
           END-IF
           PERFORM VARYING WS-EY-I FROM 1 BY 1 UNTIL WS-EY-I > 3
               IF WS-EY-FOUND(WS-EY-I) = "Y"
                   ADD 1 TO WS-YEARS-FOUND
                   PERFORM SUM-BONUS-PAY
                   COMPUTE WS-EY-BASE(WS-EY-I) =
                       WS-EY-GROSS(WS-EY-I) - WS-EY-OVERTIME(WS-EY-I)
                       - WS-EY-BONUS(WS-EY-I)
                   IF WS-EY-BASE(WS-EY-I) < 0
                       MOVE 0 TO WS-EY-BASE(WS-EY-I)
                   END-IF
               END-IF
           END-PERFORM
           IF IS-HIST-OPEN
               CLOSE PAY-HISTORY
           END-IF.

       EARNINGS-FROM-YTD-MASTER.
           OPEN INPUT YTD-MASTER
           IF WS-FS-YTD-MASTER NOT = "00"
               DISPLAY "WARNING: OPEN INPUT failed for "
                   "ytd-master.dat, status " WS-FS-YTD-MASTER
                   " - current year earnings not shown"
           ELSE
               MOVE WS-VERIFY-ID TO YTD-ID
               READ YTD-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM STORE-ONE-YEAR
               END-READ
               CLOSE YTD-MASTER
           END-IF.

       EARNINGS-FROM-YTD-HISTORY.
           MOVE 0 TO WS-EOF
           OPEN INPUT YTD-HISTORY
           IF WS-FS-YTD-HISTORY = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ YTD-HISTORY
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE YTDH-IMAGE TO YTD-REC
                           IF YTD-ID = WS-VERIFY-ID
                               PERFORM STORE-ONE-YEAR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YTD-HISTORY
           END-IF.

       STORE-ONE-YEAR.
           PERFORM VARYING WS-EY-I FROM 1 BY 1 UNTIL WS-EY-I > 3
               IF WS-EY-YEAR(WS-EY-I) = YTD-YEAR
                   MOVE "Y" TO WS-EY-FOUND(WS-EY-I)
                   MOVE YTD-GROSS TO WS-EY-GROSS(WS-EY-I)
                   COMPUTE WS-EY-OVERTIME(WS-EY-I) =
                       YTD-OT-PAY + YTD-DT-PAY
                   IF WS-EY-I = 1
                       MOVE "Y" TO WS-EY-PARTIAL(WS-EY-I)
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-SUPPLEMENTAL-PERIODS.
           MOVE 0 TO WS-EOF
           OPEN INPUT RUN-CONTROL
           IF WS-FS-RUN-CONTROL NOT = "00"
               DISPLAY "WARNING: OPEN INPUT failed for "
                   "run-control.dat, status " WS-FS-RUN-CONTROL
                   " - bonus pay shown within base pay"
           ELSE
               MOVE WS-EY-YEAR(3) TO RC-PERIOD-YEAR
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
                       IF RC-PERIOD-YEAR > WS-EY-YEAR(1)
                           MOVE 1 TO WS-EOF
                       ELSE
                           IF RC-PARTITION = 0 AND
                               RC-PERIOD-NUM > 0 AND
                               (RC-RUN-TYPE = "S" OR
                                RC-RUN-TYPE = "s")
                               COMPUTE WS-EY-I =
                                   WS-EY-YEAR(1) - RC-PERIOD-YEAR + 1
                               MOVE "Y" TO WS-EY-SUPP-FLAG(WS-EY-I,
                                   RC-PERIOD-NUM)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RUN-CONTROL
           END-IF.

       SUM-BONUS-PAY.
           MOVE 0 TO WS-EY-BONUS(WS-EY-I)
           IF IS-HIST-OPEN
               MOVE 0 TO WS-EOF
               MOVE WS-VERIFY-ID TO HIST-ID
               MOVE WS-EY-YEAR(WS-EY-I) TO HIST-PERIOD-YEAR
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
                       IF HIST-ID NOT = WS-VERIFY-ID OR
                           HIST-PERIOD-YEAR NOT = WS-EY-YEAR(WS-EY-I)
                           MOVE 1 TO WS-EOF
                       ELSE
                           IF HIST-PERIOD-NUM > 0 AND
                               WS-EY-SUPP-FLAG(WS-EY-I,
                                   HIST-PERIOD-NUM) = "Y"
                               ADD HIST-GROSS TO WS-EY-BONUS(WS-EY-I)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       PRINT-LETTER.
           MOVE "I" TO PS-FUNC
           MOVE "EMPLOYMENT VERIFICATION" TO PS-REPORT-TITLE
           MOVE WS-SEC-OPERATOR TO PS-OPERATOR
           MOVE WS-TD-YEAR TO PS-PERIOD-YEAR
           MOVE 0 TO PS-PERIOD-NUM
           MOVE SPACES TO PS-COLUMN-HEADING
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           MOVE "DATE ISSUED:" TO WS-DL-LABEL
           MOVE WS-TODAY TO WS-DL-DATE
           MOVE WS-DATE-LINE TO LETTER-RPT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE "ISSUED TO:" TO WS-TL-LABEL
           MOVE WS-PARTY TO WS-TL-TEXT
           MOVE WS-TEXT-LINE TO LETTER-RPT-LINE
           PERFORM WRITE-LETTER-LINE
           IF WS-PURPOSE NOT = SPACES
               MOVE "PURPOSE:" TO WS-TL-LABEL
               MOVE WS-PURPOSE TO WS-TL-TEXT
               MOVE WS-TEXT-LINE TO LETTER-RPT-LINE
               PERFORM WRITE-LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-RPT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE "THIS LETTER CONFIRMS THE FOLLOWING EMPLOYMENT "
               TO LETTER-RPT-LINE
           MOVE "INFORMATION FROM OUR PAYROLL RECORDS."
               TO LETTER-RPT-LINE(47:)
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-RPT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO WS-NAME-TEXT
           STRING EMP-FIRST-NAME  DELIMITED BY SPACE
                  " "             DELIMITED BY SIZE
                  EMP-MIDDLE-INIT DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  EMP-LAST-NAME   DELIMITED BY SPACE
                  INTO WS-NAME-TEXT
           END-STRING
           MOVE "EMPLOYEE NAME:" TO WS-TL-LABEL
           MOVE WS-NAME-TEXT TO WS-TL-TEXT
           MOVE WS-TEXT-LINE TO LETTER-RPT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE "EMPLOYEE ID:" TO WS-TL-LABEL
           MOVE EMP-ID TO WS-TL-TEXT
           MOVE WS-TEXT-LINE TO LETTER-RPT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE "DATE OF HIRE:" TO WS-DL-LABEL
           MOVE EMP-HIRE-DATE TO WS-DL-DATE
           MOVE WS-DATE-LINE TO LETTER-RPT-LINE
           PERFORM WRITE-LETTER-LINE
           EVALUATE EMP-STATUS
               WHEN 1
                   MOVE "ACTIVE" TO WS-STATUS-TEXT
               WHEN 2
                   MOVE "TERMINATED" TO WS-STATUS-TEXT
               WHEN 3
                   MOVE "ACTIVE - ON LEAVE" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "INACTIVE" TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE "EMPLOYMENT STATUS:" TO WS-TL-LABEL
           MOVE WS-STATUS-TEXT TO WS-TL-TEXT
           MOVE WS-TEXT-LINE TO LETTER-RPT-LINE
           PERFORM WRITE-LETTER-LINE
           IF EMP-STATUS = 2 AND EMP-TERM-DATE > 0
               MOVE "LAST DATE OF EMPLOYMENT:" TO WS-DL-LABEL
               MOVE EMP-TERM-DATE TO WS-DL-DATE
               MOVE WS-DATE-LINE TO LETTER-RPT-LINE
               PERFORM WRITE-LETTER-LINE
           END-IF
           EVALUATE EMP-PAY-FREQ
               WHEN 1
                   MOVE "WEEKLY" TO WS-FREQ-TEXT
               WHEN 2
                   MOVE "BIWEEKLY" TO WS-FREQ-TEXT
               WHEN 3
                   MOVE "MONTHLY" TO WS-FREQ-TEXT
               WHEN OTHER
                   MOVE "OTHER" TO WS-FREQ-TEXT
           END-EVALUATE
           MOVE "PAY FREQUENCY:" TO WS-TL-LABEL
           MOVE WS-FREQ-TEXT TO WS-TL-TEXT
           MOVE WS-TEXT-LINE TO LETTER-RPT-LINE
           PERFORM WRITE-LETTER-LINE
           IF IS-INCOME-REQUESTED
               PERFORM PRINT-INCOME-SECTION
           END-IF
           MOVE SPACES TO LETTER-RPT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE "THIS INFORMATION IS PROVIDED IN CONFIDENCE AT THE "
               TO LETTER-RPT-LINE
           MOVE "REQUEST OF THE PARTY NAMED ABOVE."
               TO LETTER-RPT-LINE(51:)
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-RPT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE "PAYROLL DEPARTMENT" TO LETTER-RPT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       PRINT-INCOME-SECTION.
           IF EMP-TYPE = 2
               MOVE "CURRENT ANNUAL SALARY:" TO WS-RL-LABEL
               MOVE EMP-ANNUAL-SALARY TO WS-RL-AMOUNT
               MOVE "PER YEAR" TO WS-RL-BASIS
           ELSE
               MOVE "CURRENT RATE OF PAY:" TO WS-RL-LABEL
               MOVE EMP-RATE TO WS-RL-AMOUNT
               IF EMP-TYPE = 3
                   MOVE "PER HOUR PLUS COMM" TO WS-RL-BASIS
               ELSE
                   MOVE "PER HOUR" TO WS-RL-BASIS
               END-IF
           END-IF
           MOVE WS-RATE-LINE TO LETTER-RPT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-RPT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE "EARNINGS HISTORY" TO LETTER-RPT-LINE
           PERFORM WRITE-LETTER-LINE
           IF WS-YEARS-FOUND = 0
               MOVE "    NO EARNINGS ON RECORD FOR THE LAST THREE YEARS"
                   TO LETTER-RPT-LINE
               PERFORM WRITE-LETTER-LINE
           ELSE
               MOVE WS-EARN-HEAD-LINE TO LETTER-RPT-LINE
               PERFORM WRITE-LETTER-LINE
               PERFORM VARYING WS-EY-I FROM 1 BY 1 UNTIL WS-EY-I > 3
                   IF WS-EY-FOUND(WS-EY-I) = "Y"
                       MOVE WS-EY-YEAR(WS-EY-I) TO WS-EL-YEAR
                       IF WS-EY-PARTIAL(WS-EY-I) = "Y"
                           MOVE "*" TO WS-EL-PARTIAL
                       ELSE
                           MOVE SPACES TO WS-EL-PARTIAL
                       END-IF
                       MOVE WS-EY-BASE(WS-EY-I) TO WS-EL-BASE
                       MOVE WS-EY-OVERTIME(WS-EY-I) TO WS-EL-OVERTIME
                       MOVE WS-EY-BONUS(WS-EY-I) TO WS-EL-BONUS
                       MOVE WS-EY-GROSS(WS-EY-I) TO WS-EL-GROSS
                       MOVE WS-EARN-LINE TO LETTER-RPT-LINE
                       PERFORM WRITE-LETTER-LINE
                   END-IF
               END-PERFORM
               IF WS-EY-PARTIAL(1) = "Y"
                   MOVE "    * YEAR TO DATE THROUGH THE LAST PAYROLL"
                       TO LETTER-RPT-LINE
                   PERFORM WRITE-LETTER-LINE
               END-IF
           END-IF.

       WRITE-VERIFY-LOG.
           OPEN EXTEND VERIFY-LOG
           IF WS-FS-VERIFY-LOG = "05" OR WS-FS-VERIFY-LOG = "35"
               OPEN OUTPUT VERIFY-LOG
           END-IF
           IF WS-FS-VERIFY-LOG NOT = "00"
               DISPLAY "ERROR: OPEN failed for verify-log.dat, "
                   "status " WS-FS-VERIFY-LOG
           ELSE
               MOVE WS-TODAY TO VLOG-DATE
               MOVE WS-RUN-TIME(1:6) TO VLOG-TIME
               MOVE WS-SEC-OPERATOR TO VLOG-OPERATOR
               MOVE WS-VERIFY-ID TO VLOG-EMP-ID
               MOVE WS-PARTY TO VLOG-PARTY
               MOVE WS-PURPOSE TO VLOG-PURPOSE
               MOVE WS-INCOME-FLAG TO VLOG-INCOME
               MOVE WS-YEARS-FOUND TO VLOG-YEARS
               WRITE VLOG-REC
               IF WS-FS-VERIFY-LOG NOT = "00"
                   DISPLAY "ERROR: WRITE failed for verify-log.dat, "
                       "status " WS-FS-VERIFY-LOG
               END-IF
               CLOSE VERIFY-LOG
           END-IF.

       WRITE-RUN-LOG.
           CALL "RUN-LOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-EMP-ID WS-LOG-MESSAGE
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to RUN-LOG failed"
           END-CALL.

       WRITE-LETTER-LINE.
           MOVE LETTER-RPT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO LETTER-RPT-LINE
               WRITE LETTER-RPT-LINE
               IF WS-FS-LETTER-RPT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "VERIFY-LETTER.RPT, status " WS-FS-LETTER-RPT
               END-IF
           END-PERFORM.
