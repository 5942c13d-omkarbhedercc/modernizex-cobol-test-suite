       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSE-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-CHECKLIST ASSIGN TO "close-checklist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS WS-FS-CLOSE-CHECKLIST.
           SELECT CLOSE-REPORT ASSIGN TO "CLOSE-CHECK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLOSE-REPORT.
       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-CHECKLIST.
           COPY "close-checklist.cpy".

       FD  CLOSE-REPORT.
       01 CLOSE-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLOSE-CHECKLIST PIC X(2) VALUE "00".
       01 WS-FS-CLOSE-REPORT    PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-CHOICE PIC 9(1) VALUE 0.
          88 CHOICE-LIST    VALUE 1.
          88 CHOICE-INQUIRE VALUE 2.
          88 CHOICE-REPORT  VALUE 3.
          88 CHOICE-SIGNOFF VALUE 4.
          88 CHOICE-WAIVE   VALUE 5.
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
          05 WS-LOG-PROGRAM PIC X(10) VALUE "CLOSE-CHK".
          05 WS-LOG-SEVERITY PIC X(1) VALUE "I".
          05 WS-LOG-EMP-ID PIC 9(7) VALUE 0.
          05 WS-LOG-MESSAGE PIC X(60) VALUE SPACES.
       01 WS-RPT-YEAR PIC 9(4) VALUE 0.
       01 WS-RPT-NUM  PIC 9(2) VALUE 0.
       01 WS-STEP-IN PIC 9(2) VALUE 0.
       01 WS-NOTE-IN PIC X(40) VALUE SPACES.
       01 WS-NEW-STATUS PIC X(1) VALUE "C".
       01 WS-S PIC 9(2) VALUE 0.
       01 WS-CL-PRESENT PIC X(1) VALUE "N".
          88 IS-CL-PRESENT VALUE "Y".
       01 WS-PERIOD-ROWS.
          05 WS-PR-ENTRY OCCURS 10 TIMES.
             10 WS-PR-FOUND    PIC X(1).
             10 WS-PR-STATUS   PIC X(1).
             10 WS-PR-DATE     PIC 9(8).
             10 WS-PR-TIME     PIC 9(6).
             10 WS-PR-OPERATOR PIC X(10).
             10 WS-PR-PROGRAM  PIC X(13).
             10 WS-PR-COUNT    PIC 9(7).
             10 WS-PR-AMOUNT   PIC 9(11)V99.
             10 WS-PR-NOTE     PIC X(40).
       01 WS-PERIOD-TOTALS.
          05 WS-PT-ROWS        PIC 9(2) VALUE 0.
          05 WS-PT-REQ-DONE    PIC 9(2) VALUE 0.
          05 WS-PT-REQ-OPEN    PIC 9(2) VALUE 0.
          05 WS-PT-NEXT-STEP   PIC 9(2) VALUE 0.
       01 WS-SCAN-FIELDS.
          05 WS-SCAN-YEAR PIC 9(4) VALUE 0.
          05 WS-SCAN-NUM  PIC 9(2) VALUE 0.
          05 WS-SCAN-STARTED PIC X(1) VALUE "N".
          05 WS-SCAN-CYCLES PIC 9(5) VALUE 0.
          05 WS-SCAN-OPEN   PIC 9(5) VALUE 0.
          05 WS-SCAN-DONE PIC X(1) OCCURS 10 TIMES.
       01 WS-STATUS-TEXT PIC X(11) VALUE SPACES.
       01 WS-REQ-TEXT PIC X(3) VALUE SPACES.
       01 WS-STEP-LINE.
          05 WS-SL-STEP     PIC 9(2).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 WS-SL-DESC     PIC X(20).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 WS-SL-REQ      PIC X(3).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 WS-SL-STATUS   PIC X(11).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 WS-SL-DATE     PIC 9(8).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 WS-SL-TIME     PIC 9(6).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 WS-SL-OPERATOR PIC X(10).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 WS-SL-COUNT    PIC ZZZZZZ9.
          05 FILLER         PIC X(1) VALUE SPACE.
          05 WS-SL-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-NOTE-LINE.
          05 FILLER         PIC X(9) VALUE "   NOTE: ".
          05 WS-NL-NOTE     PIC X(40).
          05 FILLER         PIC X(5) VALUE " BY: ".
          05 WS-NL-PROGRAM  PIC X(13).
       01 WS-PERIOD-HEAD-LINE.
          05 FILLER PIC X(21) VALUE "PAY CYCLE CHECKLIST  ".
          05 WS-PH-YEAR PIC 9(4).
          05 FILLER PIC X(1) VALUE "-".
          05 WS-PH-NUM PIC 9(2).
       01 WS-SUMMARY-LINE.
          05 FILLER PIC X(23) VALUE "REQUIRED STEPS DONE:   ".
          05 WS-SM-DONE PIC Z9.
          05 FILLER PIC X(17) VALUE "   OUTSTANDING:  ".
          05 WS-SM-OPEN PIC Z9.
          05 FILLER PIC X(15) VALUE "   CYCLE STATE ".
          05 WS-SM-STATE PIC X(6).
           COPY "close-steps.cpy".
           COPY "close-svc.cpy".
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
                   WHEN CHOICE-LIST
                       PERFORM LIST-CYCLES
                   WHEN CHOICE-INQUIRE
                       PERFORM INQUIRE-PERIOD
                   WHEN CHOICE-REPORT
                       PERFORM PRINT-CHECKLIST
                   WHEN CHOICE-SIGNOFF
                       MOVE "C" TO WS-NEW-STATUS
                       PERFORM SUPERVISOR-UPDATE
                   WHEN CHOICE-WAIVE
                       MOVE "W" TO WS-NEW-STATUS
                       PERFORM SUPERVISOR-UPDATE
                   WHEN CHOICE-REOPEN
                       MOVE "R" TO WS-NEW-STATUS
                       PERFORM SUPERVISOR-UPDATE
                   WHEN OTHER
                       DISPLAY "ERROR: choice must be 1-7"
               END-EVALUATE
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
           END-PERFORM
           DISPLAY "Done"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       DISPLAY-MENU.
           DISPLAY "1-LIST CYCLES  2-INQUIRE PERIOD  "
               "3-PRINT CHECKLIST  4-SIGN OFF STEP  "
               "5-WAIVE STEP  6-REOPEN STEP  7-EXIT"
           DISPLAY "Enter choice: ".

       ACCEPT-PERIOD.
           DISPLAY "Enter pay-period year (YYYY): "
           ACCEPT WS-RPT-YEAR
           DISPLAY "Enter pay-period number (01-99): "
           ACCEPT WS-RPT-NUM.

       LIST-CYCLES.
           MOVE 0 TO WS-EOF
           MOVE "N" TO WS-SCAN-STARTED
           MOVE 0 TO WS-SCAN-CYCLES
           MOVE 0 TO WS-SCAN-OPEN
           OPEN INPUT CLOSE-CHECKLIST
           IF WS-FS-CLOSE-CHECKLIST = "35"
               DISPLAY "No close-checklist.dat on file - no pay "
                   "cycle has been signed off yet"
           ELSE
               IF WS-FS-CLOSE-CHECKLIST NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "close-checklist.dat, status "
                       WS-FS-CLOSE-CHECKLIST
               ELSE
                   PERFORM SCAN-ALL-CYCLES
                   CLOSE CLOSE-CHECKLIST
                   DISPLAY "Pay cycles on file: " WS-SCAN-CYCLES
                       "   still open: " WS-SCAN-OPEN
               END-IF
           END-IF.

       SCAN-ALL-CYCLES.
           MOVE LOW-VALUES TO CL-KEY
           START CLOSE-CHECKLIST KEY >= CL-KEY
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 1
               READ CLOSE-CHECKLIST NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
               END-READ
               IF WS-EOF = 0 AND WS-FS-CLOSE-CHECKLIST NOT = "00"
                   DISPLAY "ERROR: READ NEXT failed for "
                       "close-checklist.dat, status "
                       WS-FS-CLOSE-CHECKLIST
                   MOVE 1 TO WS-EOF
               END-IF
               IF WS-EOF = 0
                   IF WS-SCAN-STARTED = "Y" AND
                       (CL-PERIOD-YEAR NOT = WS-SCAN-YEAR OR
                        CL-PERIOD-NUM NOT = WS-SCAN-NUM)
                       PERFORM SHOW-ONE-CYCLE
                   END-IF
                   IF WS-SCAN-STARTED = "N" OR
                       CL-PERIOD-YEAR NOT = WS-SCAN-YEAR OR
                       CL-PERIOD-NUM NOT = WS-SCAN-NUM
                       PERFORM VARYING WS-S FROM 1 BY 1
                           UNTIL WS-S > CLS-STEP-COUNT
                           MOVE "N" TO WS-SCAN-DONE(WS-S)
                       END-PERFORM
                   END-IF
                   MOVE "Y" TO WS-SCAN-STARTED
                   MOVE CL-PERIOD-YEAR TO WS-SCAN-YEAR
                   MOVE CL-PERIOD-NUM  TO WS-SCAN-NUM
                   IF CL-STEP-NUM >= 1 AND
                       CL-STEP-NUM <= CLS-STEP-COUNT AND
                       (CL-COMPLETE OR CL-WAIVED)
                       MOVE "Y" TO WS-SCAN-DONE(CL-STEP-NUM)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SCAN-STARTED = "Y"
               PERFORM SHOW-ONE-CYCLE
           END-IF.

       SHOW-ONE-CYCLE.
           MOVE WS-SCAN-YEAR TO WS-RPT-YEAR
           MOVE WS-SCAN-NUM  TO WS-RPT-NUM
           MOVE 0 TO WS-PT-REQ-DONE
           MOVE 0 TO WS-PT-REQ-OPEN
           MOVE 0 TO WS-PT-NEXT-STEP
           PERFORM VARYING WS-S FROM 1 BY 1
               UNTIL WS-S > CLS-STEP-COUNT
               IF CLS-STEP-REQUIRED(WS-S) = "Y"
                   IF WS-SCAN-DONE(WS-S) = "Y"
                       ADD 1 TO WS-PT-REQ-DONE
                   ELSE
                       ADD 1 TO WS-PT-REQ-OPEN
                       IF WS-PT-NEXT-STEP = 0
                           MOVE WS-S TO WS-PT-NEXT-STEP
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO WS-SCAN-CYCLES
           IF WS-PT-REQ-OPEN > 0
               ADD 1 TO WS-SCAN-OPEN
               DISPLAY "Cycle " WS-RPT-YEAR "-" WS-RPT-NUM
                   "  OPEN    required done " WS-PT-REQ-DONE
                   "  outstanding " WS-PT-REQ-OPEN
                   "  next step " WS-PT-NEXT-STEP " "
                   CLS-STEP-DESC(WS-PT-NEXT-STEP)
           ELSE
               DISPLAY "Cycle " WS-RPT-YEAR "-" WS-RPT-NUM
                   "  CLOSED  required done " WS-PT-REQ-DONE
           END-IF.

       LOAD-PERIOD-ROWS.
           MOVE 0 TO WS-PT-ROWS
           MOVE 0 TO WS-PT-REQ-DONE
           MOVE 0 TO WS-PT-REQ-OPEN
           MOVE 0 TO WS-PT-NEXT-STEP
           PERFORM VARYING WS-S FROM 1 BY 1
               UNTIL WS-S > CLS-STEP-COUNT
               MOVE "N" TO WS-PR-FOUND(WS-S)
               MOVE SPACE TO WS-PR-STATUS(WS-S)
               MOVE 0 TO WS-PR-DATE(WS-S)
               MOVE 0 TO WS-PR-TIME(WS-S)
               MOVE SPACES TO WS-PR-OPERATOR(WS-S)
               MOVE SPACES TO WS-PR-PROGRAM(WS-S)
               MOVE 0 TO WS-PR-COUNT(WS-S)
               MOVE 0 TO WS-PR-AMOUNT(WS-S)
               MOVE SPACES TO WS-PR-NOTE(WS-S)
               MOVE WS-RPT-YEAR TO CL-PERIOD-YEAR
               MOVE WS-RPT-NUM  TO CL-PERIOD-NUM
               MOVE WS-S TO CL-STEP-NUM
               READ CLOSE-CHECKLIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM STORE-PERIOD-ROW
               END-READ
               IF CLS-STEP-REQUIRED(WS-S) = "Y"
                   IF WS-PR-STATUS(WS-S) = "C" OR
                       WS-PR-STATUS(WS-S) = "W"
                       ADD 1 TO WS-PT-REQ-DONE
                   ELSE
                       ADD 1 TO WS-PT-REQ-OPEN
                       IF WS-PT-NEXT-STEP = 0
                           MOVE WS-S TO WS-PT-NEXT-STEP
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       STORE-PERIOD-ROW.
           ADD 1 TO WS-PT-ROWS
           MOVE "Y" TO WS-PR-FOUND(WS-S)
           MOVE CL-STATUS TO WS-PR-STATUS(WS-S)
           MOVE CL-DATE TO WS-PR-DATE(WS-S)
           MOVE CL-TIME TO WS-PR-TIME(WS-S)
           MOVE CL-OPERATOR TO WS-PR-OPERATOR(WS-S)
           MOVE CL-PROGRAM TO WS-PR-PROGRAM(WS-S)
           MOVE CL-CONTROL-COUNT TO WS-PR-COUNT(WS-S)
           MOVE CL-CONTROL-AMOUNT TO WS-PR-AMOUNT(WS-S)
           MOVE CL-NOTE TO WS-PR-NOTE(WS-S).

       OPEN-CHECKLIST-INPUT.
           MOVE "N" TO WS-CL-PRESENT
           OPEN INPUT CLOSE-CHECKLIST
           IF WS-FS-CLOSE-CHECKLIST = "35"
               DISPLAY "No close-checklist.dat on file - no pay "
                   "cycle has been signed off yet"
           ELSE
               IF WS-FS-CLOSE-CHECKLIST NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "close-checklist.dat, status "
                       WS-FS-CLOSE-CHECKLIST
               ELSE
                   MOVE "Y" TO WS-CL-PRESENT
               END-IF
           END-IF.

       INQUIRE-PERIOD.
           PERFORM ACCEPT-PERIOD
           PERFORM OPEN-CHECKLIST-INPUT
           IF IS-CL-PRESENT
               PERFORM LOAD-PERIOD-ROWS
               CLOSE CLOSE-CHECKLIST
               IF WS-PT-ROWS = 0
                   DISPLAY "Pay cycle " WS-RPT-YEAR "-" WS-RPT-NUM
                       " has no steps signed off"
               END-IF
               DISPLAY "ST STEP                 REQ STATUS      "
                   "DATE     TIME   OPERATOR     COUNT"
                   "         AMOUNT"
               PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > CLS-STEP-COUNT
                   PERFORM BUILD-STEP-LINE
                   DISPLAY WS-STEP-LINE
                   IF WS-PR-FOUND(WS-S) = "Y"
                       PERFORM BUILD-NOTE-LINE
                       DISPLAY WS-NOTE-LINE
                   END-IF
               END-PERFORM
               PERFORM BUILD-SUMMARY-LINE
               DISPLAY WS-SUMMARY-LINE
               IF WS-PT-NEXT-STEP > 0
                   DISPLAY "Next required step: " WS-PT-NEXT-STEP
                       " " CLS-STEP-DESC(WS-PT-NEXT-STEP)
                       " (" FUNCTION TRIM(
                       CLS-STEP-PROGRAM(WS-PT-NEXT-STEP)) ")"
               END-IF
           END-IF.

       BUILD-STEP-LINE.
           IF CLS-STEP-REQUIRED(WS-S) = "Y"
               MOVE "REQ" TO WS-REQ-TEXT
           ELSE
               MOVE "OPT" TO WS-REQ-TEXT
           END-IF
           EVALUATE TRUE
               WHEN WS-PR-FOUND(WS-S) = "N"
                   MOVE "OUTSTANDING" TO WS-STATUS-TEXT
               WHEN WS-PR-STATUS(WS-S) = "C"
                   MOVE "DONE" TO WS-STATUS-TEXT
               WHEN WS-PR-STATUS(WS-S) = "W"
                   MOVE "WAIVED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "REOPENED" TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE CLS-STEP-NUM(WS-S) TO WS-SL-STEP
           MOVE CLS-STEP-DESC(WS-S) TO WS-SL-DESC
           MOVE WS-REQ-TEXT TO WS-SL-REQ
           MOVE WS-STATUS-TEXT TO WS-SL-STATUS
           MOVE WS-PR-DATE(WS-S) TO WS-SL-DATE
           MOVE WS-PR-TIME(WS-S) TO WS-SL-TIME
           MOVE WS-PR-OPERATOR(WS-S) TO WS-SL-OPERATOR
           MOVE WS-PR-COUNT(WS-S) TO WS-SL-COUNT
           MOVE WS-PR-AMOUNT(WS-S) TO WS-SL-AMOUNT.

       BUILD-NOTE-LINE.
           MOVE WS-PR-NOTE(WS-S) TO WS-NL-NOTE
           MOVE WS-PR-PROGRAM(WS-S) TO WS-NL-PROGRAM.

       BUILD-SUMMARY-LINE.
           MOVE WS-PT-REQ-DONE TO WS-SM-DONE
           MOVE WS-PT-REQ-OPEN TO WS-SM-OPEN
           IF WS-PT-REQ-OPEN > 0
               MOVE "OPEN" TO WS-SM-STATE
           ELSE
               MOVE "CLOSED" TO WS-SM-STATE
           END-IF.

       PRINT-CHECKLIST.
           PERFORM ACCEPT-PERIOD
           PERFORM OPEN-CHECKLIST-INPUT
           IF IS-CL-PRESENT
               PERFORM LOAD-PERIOD-ROWS
               CLOSE CLOSE-CHECKLIST
               PERFORM WRITE-CHECKLIST-REPORT
               DISPLAY "Checklist for pay cycle " WS-RPT-YEAR "-"
                   WS-RPT-NUM " written to CLOSE-CHECK.RPT"
           END-IF.

       WRITE-CHECKLIST-REPORT.
           OPEN OUTPUT CLOSE-REPORT
           IF WS-FS-CLOSE-REPORT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "CLOSE-CHECK.RPT, status " WS-FS-CLOSE-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "I" TO PS-FUNC
           MOVE "PAY CYCLE CLOSE CHECKLIST" TO PS-REPORT-TITLE
           MOVE WS-SEC-OPERATOR TO PS-OPERATOR
           MOVE WS-RPT-YEAR TO PS-PERIOD-YEAR
           MOVE WS-RPT-NUM TO PS-PERIOD-NUM
           MOVE "ST STEP                 REQ STATUS      DATE     "
               TO PS-COLUMN-HEADING
           MOVE "TIME   OPERATOR     COUNT         AMOUNT"
               TO PS-COLUMN-HEADING(50:)
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           MOVE WS-RPT-YEAR TO WS-PH-YEAR
           MOVE WS-RPT-NUM  TO WS-PH-NUM
           MOVE WS-PERIOD-HEAD-LINE TO CLOSE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-S FROM 1 BY 1
               UNTIL WS-S > CLS-STEP-COUNT
               PERFORM BUILD-STEP-LINE
               MOVE WS-STEP-LINE TO CLOSE-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF WS-PR-FOUND(WS-S) = "Y"
                   PERFORM BUILD-NOTE-LINE
                   MOVE WS-NOTE-LINE TO CLOSE-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           PERFORM BUILD-SUMMARY-LINE
           MOVE WS-SUMMARY-LINE TO CLOSE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           CLOSE CLOSE-REPORT
           IF WS-FS-CLOSE-REPORT NOT = "00"
               DISPLAY "ERROR: CLOSE failed for "
                   "CLOSE-CHECK.RPT, status " WS-FS-CLOSE-REPORT
           END-IF.

       SUPERVISOR-UPDATE.
           IF NOT IS-SUPERVISOR
               DISPLAY "ERROR: checklist sign-off, waiver and "
                   "reopen require a supervisor sign-on"
           ELSE
               PERFORM ACCEPT-PERIOD
               DISPLAY "Enter step number (01-10): "
               ACCEPT WS-STEP-IN
               IF WS-STEP-IN < 1 OR WS-STEP-IN > CLS-STEP-COUNT
                   DISPLAY "ERROR: step must be 01-10"
               ELSE
                   PERFORM CONFIRM-SUPERVISOR-UPDATE
               END-IF
           END-IF.

       CONFIRM-SUPERVISOR-UPDATE.
           DISPLAY "Enter reason / note: "
           ACCEPT WS-NOTE-IN
           EVALUATE WS-NEW-STATUS
               WHEN "C"
                   DISPLAY "SIGN OFF"
               WHEN "W"
                   DISPLAY "WAIVE"
               WHEN OTHER
                   DISPLAY "REOPEN"
           END-EVALUATE
           DISPLAY "  pay cycle " WS-RPT-YEAR "-" WS-RPT-NUM
               " step " WS-STEP-IN " "
               CLS-STEP-DESC(WS-STEP-IN)
           DISPLAY "Confirm (Y/N): "
           ACCEPT WS-CONFIRM
           IF NOT IS-CONFIRMED
               DISPLAY "Operation cancelled"
           ELSE
               MOVE "C" TO CK-FUNC
               MOVE "Y" TO CK-RESULT
               MOVE WS-STEP-IN TO CK-STEP-NUM
               MOVE WS-RPT-YEAR TO CK-PERIOD-YEAR
               MOVE WS-RPT-NUM  TO CK-PERIOD-NUM
               MOVE "CLOSE-CHECK" TO CK-PROGRAM
               MOVE WS-SEC-OPERATOR TO CK-OPERATOR
               IF WS-NEW-STATUS = "C" AND WS-STEP-IN > 1
                   CALL "CLOSE-SVC" USING CK-CONTROL
                       ON EXCEPTION
                           DISPLAY "ERROR: CALL to CLOSE-SVC failed"
                   END-CALL
               END-IF
               IF NOT CK-OK AND NOT CK-NOT-IN-USE
                   DISPLAY "Sign-off refused - waive or complete "
                       "the outstanding step first"
               ELSE
                   PERFORM POST-SUPERVISOR-UPDATE
               END-IF
           END-IF.

       POST-SUPERVISOR-UPDATE.
           MOVE "M" TO CK-FUNC
           MOVE WS-NEW-STATUS TO CK-STATUS
           MOVE 0 TO CK-CONTROL-COUNT
           MOVE 0 TO CK-CONTROL-AMOUNT
           MOVE WS-NOTE-IN TO CK-NOTE
           MOVE "E" TO CK-RESULT
           CALL "CLOSE-SVC" USING CK-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to CLOSE-SVC failed"
           END-CALL
           IF CK-OK
               IF WS-NEW-STATUS = "C"
                   MOVE "I" TO WS-LOG-SEVERITY
               ELSE
                   MOVE "W" TO WS-LOG-SEVERITY
               END-IF
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "CHECKLIST " DELIMITED BY SIZE
                   WS-RPT-YEAR "-" WS-RPT-NUM DELIMITED BY SIZE
                   " STEP " WS-STEP-IN DELIMITED BY SIZE
                   " STATUS " WS-NEW-STATUS DELIMITED BY SIZE
                   " BY " WS-SEC-OPERATOR DELIMITED BY SIZE
                   INTO WS-LOG-MESSAGE
               END-STRING
               PERFORM WRITE-RUN-LOG
           END-IF.

       WRITE-RUN-LOG.
           CALL "RUN-LOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-EMP-ID WS-LOG-MESSAGE
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to RUN-LOG failed"
           END-CALL.

       WRITE-REPORT-LINE.
           MOVE CLOSE-REPORT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO CLOSE-REPORT-LINE
               WRITE CLOSE-REPORT-LINE
               IF WS-FS-CLOSE-REPORT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "CLOSE-CHECK.RPT, status "
                       WS-FS-CLOSE-REPORT
               END-IF
           END-PERFORM.
