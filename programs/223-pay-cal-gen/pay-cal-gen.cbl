       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-CAL-GEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-CALENDAR ASSIGN TO "pay-calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAY-CALENDAR.
           SELECT CALENDAR-NEW ASSIGN TO "pay-calendar-new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALENDAR-NEW.
           SELECT HOLIDAY-CALENDAR ASSIGN TO "holiday-calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOLIDAY-CALENDAR.
           SELECT PROOF-REPORT ASSIGN TO "PAY-CALENDAR-PROOF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROOF-REPORT.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-CALENDAR.
       01 PAY-CALENDAR-REC.
          05 CAL-PAY-FREQ    PIC 9(1).
          05 CAL-PERIOD-YEAR PIC 9(4).
          05 CAL-PERIOD-NUM  PIC 9(2).
          05 CAL-START-DATE  PIC 9(8).
          05 CAL-END-DATE    PIC 9(8).
          05 CAL-CHECK-DATE  PIC 9(8).

       FD  CALENDAR-NEW.
       01 CALENDAR-NEW-REC PIC X(31).

       FD  HOLIDAY-CALENDAR.
           COPY "holiday-calendar.cpy".

       FD  PROOF-REPORT.
       01 PROOF-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-PAY-CALENDAR     PIC X(2) VALUE "00".
       01 WS-FS-CALENDAR-NEW     PIC X(2) VALUE "00".
       01 WS-FS-HOLIDAY-CALENDAR PIC X(2) VALUE "00".
       01 WS-FS-PROOF-REPORT     PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-HIGH-RC PIC 9(2) VALUE 0.
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
          05 WS-LOG-PROGRAM PIC X(10) VALUE "PAY-CALGEN".
          05 WS-LOG-SEVERITY PIC X(1) VALUE "I".
          05 WS-LOG-EMP-ID PIC 9(7) VALUE 0.
          05 WS-LOG-MESSAGE PIC X(60) VALUE SPACES.
       01 WS-GEN-YEAR PIC 9(4) VALUE 0.
       01 WS-GEN-COMPANY PIC 9(2) VALUE 0.
       01 WS-FREQ-NAME-VALUES.
          05 FILLER PIC X(9) VALUE "WEEKLY   ".
          05 FILLER PIC X(9) VALUE "BIWEEKLY ".
          05 FILLER PIC X(9) VALUE "MONTHLY  ".
       01 WS-FREQ-NAME-TBL REDEFINES WS-FREQ-NAME-VALUES.
          05 WS-FREQ-NAME PIC X(9) OCCURS 3 TIMES.
       01 WS-DAY-NAME-VALUES.
          05 FILLER PIC X(3) VALUE "MON".
          05 FILLER PIC X(3) VALUE "TUE".
          05 FILLER PIC X(3) VALUE "WED".
          05 FILLER PIC X(3) VALUE "THU".
          05 FILLER PIC X(3) VALUE "FRI".
          05 FILLER PIC X(3) VALUE "SAT".
          05 FILLER PIC X(3) VALUE "SUN".
       01 WS-DAY-NAME-TBL REDEFINES WS-DAY-NAME-VALUES.
          05 WS-DAY-NAME PIC X(3) OCCURS 7 TIMES.
       01 WS-FREQ-PARMS.
          05 WS-FP-ENTRY OCCURS 3 TIMES.
             10 WS-FP-WANTED  PIC X(1).
                88 IS-FREQ-WANTED VALUE "Y" "y".
             10 WS-FP-ANCHOR  PIC 9(8).
             10 WS-FP-LAG     PIC 9(2).
             10 WS-FP-LATEST  PIC 9(8).
             10 WS-FP-COUNT   PIC 9(3).
             10 WS-FP-MOVED   PIC 9(3).
             10 WS-FP-OLD-ROWS PIC 9(3).
       01 WS-F PIC 9(1) VALUE 0.
       01 WS-OLD-COUNT PIC 9(3) VALUE 0.
       01 WS-OLD-TBL.
          05 WS-OLD-ENTRY OCCURS 400 TIMES.
             10 WS-OLD-FREQ  PIC 9(1).
             10 WS-OLD-YEAR  PIC 9(4).
             10 WS-OLD-NUM   PIC 9(2).
             10 WS-OLD-START PIC 9(8).
             10 WS-OLD-END   PIC 9(8).
             10 WS-OLD-CHECK PIC 9(8).
       01 WS-GEN-COUNT PIC 9(3) VALUE 0.
       01 WS-GEN-TBL.
          05 WS-GEN-ENTRY OCCURS 100 TIMES.
             10 WS-GEN-FREQ     PIC 9(1).
             10 WS-GEN-NUM      PIC 9(2).
             10 WS-GEN-START    PIC 9(8).
             10 WS-GEN-END      PIC 9(8).
             10 WS-GEN-CHECK    PIC 9(8).
             10 WS-GEN-NOMINAL  PIC 9(8).
       01 WS-HOL-COUNT PIC 9(3) VALUE 0.
       01 WS-HOL-TBL.
          05 WS-HOL-DATE PIC 9(8) OCCURS 100 TIMES.
       01 WS-I PIC 9(3) VALUE 0.
       01 WS-J PIC 9(3) VALUE 0.
       01 WS-KEPT-COUNT PIC 9(3) VALUE 0.
       01 WS-PERIOD-DAYS PIC 9(2) VALUE 0.
       01 WS-END-INT PIC S9(7) VALUE 0.
       01 WS-TARGET-INT PIC S9(7) VALUE 0.
       01 WS-STEPS PIC S9(5) VALUE 0.
       01 WS-CHECK-INT PIC S9(7) VALUE 0.
       01 WS-DOW PIC 9(1) VALUE 0.
       01 WS-WORK-DATE PIC 9(8) VALUE 0.
       01 WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
          05 WS-WD-YEAR  PIC 9(4).
          05 WS-WD-MONTH PIC 9(2).
          05 WS-WD-DAY   PIC 9(2).
       01 WS-NOMINAL-CHECK PIC 9(8) VALUE 0.
       01 WS-ROLLED-CHECK PIC 9(8) VALUE 0.
       01 WS-CHECK-YEAR PIC 9(4) VALUE 0.
       01 WS-PERIOD-START PIC 9(8) VALUE 0.
       01 WS-PERIOD-END PIC 9(8) VALUE 0.
       01 WS-MONTH-START PIC 9(8) VALUE 0.
       01 WS-MONTH-START-X REDEFINES WS-MONTH-START.
          05 WS-MS-YEAR  PIC 9(4).
          05 WS-MS-MONTH PIC 9(2).
          05 WS-MS-DAY   PIC 9(2).
       01 WS-MONTH-I PIC 9(2) VALUE 0.
       01 WS-NEXT-NUM PIC 9(2) VALUE 0.
       01 WS-GEN-DONE PIC X(1) VALUE "N".
          88 IS-GEN-DONE VALUE "Y".
       01 WS-BUSINESS-DAY PIC X(1) VALUE "N".
          88 IS-BUSINESS-DAY VALUE "Y".
       01 WS-TABLE-FULL PIC X(1) VALUE "N".
          88 IS-TABLE-FULL VALUE "Y".
       01 WS-WARNINGS PIC 9(3) VALUE 0.
       01 WS-PROMOTE-EOF PIC 9(1) VALUE 0.
       01 WS-CAL-LIMIT PIC 9(3) VALUE 200.
       01 WS-CAL-LINE.
          05 WS-CL-FREQ    PIC X(9).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 WS-CL-YEAR    PIC 9(4).
          05 FILLER        PIC X(1) VALUE "-".
          05 WS-CL-NUM     PIC 9(2).
          05 FILLER        PIC X(2) VALUE SPACES.
          05 WS-CL-START   PIC 9(8).
          05 FILLER        PIC X(2) VALUE SPACES.
          05 WS-CL-END     PIC 9(8).
          05 FILLER        PIC X(2) VALUE SPACES.
          05 WS-CL-CHECK   PIC 9(8).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 WS-CL-DAY     PIC X(3).
          05 FILLER        PIC X(2) VALUE SPACES.
          05 WS-CL-NOTE    PIC X(47).
       01 WS-SUMMARY-LINE.
          05 WS-SM-FREQ    PIC X(9).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 WS-SM-COUNT   PIC ZZ9.
          05 FILLER        PIC X(9) VALUE " PERIODS ".
          05 WS-SM-MOVED   PIC ZZ9.
          05 FILLER        PIC X(16) VALUE " CHECKS MOVED   ".
          05 WS-SM-OLD     PIC ZZ9.
          05 FILLER        PIC X(15) VALUE " ROWS REPLACED ".
          05 WS-SM-NOTE    PIC X(30).
       01 WS-COUNT-LINE.
          05 WS-CNL-LABEL PIC X(36).
          05 WS-CNL-COUNT PIC ZZZ,ZZ9.
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
           COMPUTE WS-GEN-YEAR = WS-TODAY / 10000 + 1
           DISPLAY "Enter calendar year to generate (0 = "
               WS-GEN-YEAR "): "
           ACCEPT WS-GEN-YEAR
           IF WS-GEN-YEAR = 0
               COMPUTE WS-GEN-YEAR = WS-TODAY / 10000 + 1
           END-IF
           IF WS-GEN-YEAR < 2000
               DISPLAY "ERROR: calendar year " WS-GEN-YEAR
                   " is not valid"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Enter company whose holidays move check "
               "dates: "
           ACCEPT WS-GEN-COMPANY
           PERFORM LOAD-PAY-CALENDAR
           PERFORM LOAD-HOLIDAYS
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 3
               PERFORM ACCEPT-FREQ-PARMS
           END-PERFORM
           IF NOT IS-FREQ-WANTED(1) AND NOT IS-FREQ-WANTED(2)
               AND NOT IS-FREQ-WANTED(3)
               DISPLAY "No pay frequencies selected - nothing "
                   "generated"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO WS-GEN-COUNT
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 3
               IF IS-FREQ-WANTED(WS-F)
                   IF WS-F = 3
                       PERFORM GENERATE-MONTHLY
                   ELSE
                       PERFORM GENERATE-FIXED-PERIODS
                   END-IF
               END-IF
           END-PERFORM
           PERFORM COUNT-KEPT-ROWS
           PERFORM PRINT-CALENDAR-PROOF
           DISPLAY "Proof calendar written to PAY-CALENDAR-PROOF.RPT"
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 3
               IF IS-FREQ-WANTED(WS-F)
                   DISPLAY WS-FREQ-NAME(WS-F) " " WS-GEN-YEAR ": "
                       WS-FP-COUNT(WS-F) " periods, "
                       WS-FP-MOVED(WS-F) " check dates moved, "
                       WS-FP-OLD-ROWS(WS-F) " rows replaced"
               END-IF
           END-PERFORM
           IF WS-WARNINGS > 0
               DISPLAY "WARNING: " WS-WARNINGS " items flagged on "
                   "the proof - review before replacing"
               MOVE 4 TO WS-HIGH-RC
           END-IF
           IF IS-TABLE-FULL
               DISPLAY "ERROR: generated periods exceed the "
                   "calendar table - nothing replaced"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT IS-SUPERVISOR
               DISPLAY "Replacing pay-calendar.dat needs a "
                   "supervisor sign-on - proof only"
               MOVE WS-HIGH-RC TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Proof signed off - replace " WS-GEN-YEAR
               " rows in pay-calendar.dat (Y/N): "
           ACCEPT WS-CONFIRM
           IF IS-CONFIRMED
               PERFORM REPLACE-PAY-CALENDAR
           ELSE
               DISPLAY "Calendar not replaced - proof only"
           END-IF
           MOVE WS-HIGH-RC TO RETURN-CODE
           GOBACK.

       ACCEPT-FREQ-PARMS.
           MOVE 0 TO WS-FP-ANCHOR(WS-F)
           MOVE 0 TO WS-FP-LAG(WS-F)
           MOVE 0 TO WS-FP-COUNT(WS-F)
           MOVE 0 TO WS-FP-MOVED(WS-F)
           MOVE 0 TO WS-FP-OLD-ROWS(WS-F)
           DISPLAY "Generate " WS-FREQ-NAME(WS-F) "periods (Y/N): "
           ACCEPT WS-FP-WANTED(WS-F)
           IF IS-FREQ-WANTED(WS-F)
               IF WS-F NOT = 3
                   DISPLAY "Enter anchor period-end date (YYYYMMDD, "
                       "0 = last on file " WS-FP-LATEST(WS-F) "): "
                   ACCEPT WS-FP-ANCHOR(WS-F)
                   IF WS-FP-ANCHOR(WS-F) = 0
                       MOVE WS-FP-LATEST(WS-F) TO WS-FP-ANCHOR(WS-F)
                   END-IF
                   IF WS-FP-ANCHOR(WS-F) = 0 OR
                       FUNCTION TEST-DATE-YYYYMMDD(WS-FP-ANCHOR(WS-F))
                       NOT = 0
                       DISPLAY "ERROR: anchor " WS-FP-ANCHOR(WS-F)
                           " is not a valid date - "
                           WS-FREQ-NAME(WS-F) "skipped"
                       MOVE "N" TO WS-FP-WANTED(WS-F)
                   END-IF
               END-IF
           END-IF
           IF IS-FREQ-WANTED(WS-F)
               DISPLAY "Enter check-date lag in days after period "
                   "end (0-30): "
               ACCEPT WS-FP-LAG(WS-F)
               IF WS-FP-LAG(WS-F) > 30
                   DISPLAY "ERROR: lag " WS-FP-LAG(WS-F)
                       " over 30 days - " WS-FREQ-NAME(WS-F)
                       "skipped"
                   MOVE "N" TO WS-FP-WANTED(WS-F)
               END-IF
           END-IF.

       LOAD-PAY-CALENDAR.
           MOVE 0 TO WS-OLD-COUNT
           MOVE 0 TO WS-FP-LATEST(1)
           MOVE 0 TO WS-FP-LATEST(2)
           MOVE 0 TO WS-FP-LATEST(3)
           MOVE 0 TO WS-EOF
           OPEN INPUT PAY-CALENDAR
           IF WS-FS-PAY-CALENDAR = "35"
               DISPLAY "pay-calendar.dat not found - a new calendar "
                   "will be started"
           ELSE
               IF WS-FS-PAY-CALENDAR NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "pay-calendar.dat, status " WS-FS-PAY-CALENDAR
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF = 1
                   READ PAY-CALENDAR
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM STORE-OLD-ROW
                   END-READ
               END-PERFORM
               CLOSE PAY-CALENDAR
           END-IF.

       STORE-OLD-ROW.
           IF WS-OLD-COUNT >= 400
               DISPLAY "ERROR: pay-calendar.dat has more than 400 "
                   "rows - run refused"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-OLD-COUNT
           MOVE CAL-PAY-FREQ TO WS-OLD-FREQ(WS-OLD-COUNT)
           MOVE CAL-PERIOD-YEAR TO WS-OLD-YEAR(WS-OLD-COUNT)
           MOVE CAL-PERIOD-NUM TO WS-OLD-NUM(WS-OLD-COUNT)
           MOVE CAL-START-DATE TO WS-OLD-START(WS-OLD-COUNT)
           MOVE CAL-END-DATE TO WS-OLD-END(WS-OLD-COUNT)
           MOVE CAL-CHECK-DATE TO WS-OLD-CHECK(WS-OLD-COUNT)
           IF CAL-PAY-FREQ >= 1 AND CAL-PAY-FREQ <= 3
               IF CAL-END-DATE > WS-FP-LATEST(CAL-PAY-FREQ)
                   MOVE CAL-END-DATE TO WS-FP-LATEST(CAL-PAY-FREQ)
               END-IF
           END-IF.

       LOAD-HOLIDAYS.
           MOVE 0 TO WS-HOL-COUNT
           MOVE 0 TO WS-EOF
           OPEN INPUT HOLIDAY-CALENDAR
           IF WS-FS-HOLIDAY-CALENDAR = "35"
               DISPLAY "WARNING: holiday-calendar.dat not found - "
                   "check dates move off weekends only"
           ELSE
               IF WS-FS-HOLIDAY-CALENDAR NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "holiday-calendar.dat, status "
                       WS-FS-HOLIDAY-CALENDAR
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF = 1
                   READ HOLIDAY-CALENDAR
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM STORE-ONE-HOLIDAY
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-CALENDAR
           END-IF
           IF WS-HOL-COUNT = 0
               DISPLAY "WARNING: no holidays on file for company "
                   WS-GEN-COMPANY " - check dates move off "
                   "weekends only"
           END-IF.

       STORE-ONE-HOLIDAY.
           IF HCL-COMPANY = WS-GEN-COMPANY AND
               HCL-DATE > (WS-GEN-YEAR - 1) * 10000 AND
               HCL-DATE < (WS-GEN-YEAR + 2) * 10000
               IF WS-HOL-COUNT >= 100
                   DISPLAY "ERROR: holiday table full - holiday "
                       HCL-DATE " for company " HCL-COMPANY
                       " dropped"
               ELSE
                   ADD 1 TO WS-HOL-COUNT
                   MOVE HCL-DATE TO WS-HOL-DATE(WS-HOL-COUNT)
               END-IF
           END-IF.

       GENERATE-FIXED-PERIODS.
           IF WS-F = 1
               MOVE 7 TO WS-PERIOD-DAYS
           ELSE
               MOVE 14 TO WS-PERIOD-DAYS
           END-IF
           MOVE WS-GEN-YEAR TO WS-WD-YEAR
           MOVE 1 TO WS-WD-MONTH
           MOVE 1 TO WS-WD-DAY
           COMPUTE WS-TARGET-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               - WS-FP-LAG(WS-F) - 10
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-FP-ANCHOR(WS-F))
           COMPUTE WS-STEPS =
               (WS-END-INT - WS-TARGET-INT) / WS-PERIOD-DAYS
           COMPUTE WS-END-INT =
               WS-END-INT - (WS-STEPS * WS-PERIOD-DAYS)
           PERFORM UNTIL WS-END-INT <= WS-TARGET-INT
               SUBTRACT WS-PERIOD-DAYS FROM WS-END-INT
           END-PERFORM
           PERFORM UNTIL WS-END-INT + WS-PERIOD-DAYS > WS-TARGET-INT
               ADD WS-PERIOD-DAYS TO WS-END-INT
           END-PERFORM
           MOVE 0 TO WS-NEXT-NUM
           MOVE "N" TO WS-GEN-DONE
           PERFORM UNTIL IS-GEN-DONE
               COMPUTE WS-PERIOD-END =
                   FUNCTION DATE-OF-INTEGER(WS-END-INT)
               COMPUTE WS-PERIOD-START =
                   FUNCTION DATE-OF-INTEGER(
                   WS-END-INT - WS-PERIOD-DAYS + 1)
               COMPUTE WS-CHECK-INT = WS-END-INT + WS-FP-LAG(WS-F)
               PERFORM ROLL-TO-BUSINESS-DAY
               IF WS-CHECK-YEAR > WS-GEN-YEAR
                   MOVE "Y" TO WS-GEN-DONE
               ELSE
                   IF WS-CHECK-YEAR = WS-GEN-YEAR
                       PERFORM ADD-GENERATED-PERIOD
                   END-IF
               END-IF
               ADD WS-PERIOD-DAYS TO WS-END-INT
           END-PERFORM
           MOVE WS-NEXT-NUM TO WS-FP-COUNT(WS-F).

       GENERATE-MONTHLY.
           MOVE 0 TO WS-NEXT-NUM
           MOVE WS-GEN-YEAR TO WS-MS-YEAR
           SUBTRACT 1 FROM WS-MS-YEAR
           MOVE 12 TO WS-MS-MONTH
           MOVE 1 TO WS-MS-DAY
           PERFORM VARYING WS-MONTH-I FROM 1 BY 1 UNTIL WS-MONTH-I > 13
               MOVE WS-MONTH-START TO WS-PERIOD-START
               IF WS-MS-MONTH = 12
                   ADD 1 TO WS-MS-YEAR
                   MOVE 1 TO WS-MS-MONTH
               ELSE
                   ADD 1 TO WS-MS-MONTH
               END-IF
               COMPUTE WS-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1
               COMPUTE WS-PERIOD-END =
                   FUNCTION DATE-OF-INTEGER(WS-END-INT)
               COMPUTE WS-CHECK-INT = WS-END-INT + WS-FP-LAG(WS-F)
               PERFORM ROLL-TO-BUSINESS-DAY
               IF WS-CHECK-YEAR = WS-GEN-YEAR
                   PERFORM ADD-GENERATED-PERIOD
               END-IF
           END-PERFORM
           MOVE WS-NEXT-NUM TO WS-FP-COUNT(WS-F).

       ROLL-TO-BUSINESS-DAY.
           COMPUTE WS-NOMINAL-CHECK =
               FUNCTION DATE-OF-INTEGER(WS-CHECK-INT)
           MOVE "N" TO WS-BUSINESS-DAY
           PERFORM UNTIL IS-BUSINESS-DAY
               COMPUTE WS-ROLLED-CHECK =
                   FUNCTION DATE-OF-INTEGER(WS-CHECK-INT)
               COMPUTE WS-DOW =
                   FUNCTION MOD(WS-CHECK-INT - 1, 7) + 1
               MOVE "Y" TO WS-BUSINESS-DAY
               IF WS-DOW > 5
                   MOVE "N" TO WS-BUSINESS-DAY
               END-IF
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-HOL-COUNT
                   IF WS-HOL-DATE(WS-I) = WS-ROLLED-CHECK
                       MOVE "N" TO WS-BUSINESS-DAY
                   END-IF
               END-PERFORM
               IF NOT IS-BUSINESS-DAY
                   SUBTRACT 1 FROM WS-CHECK-INT
               END-IF
           END-PERFORM
           COMPUTE WS-CHECK-YEAR = WS-ROLLED-CHECK / 10000.

       ADD-GENERATED-PERIOD.
           IF WS-GEN-COUNT >= 100
               MOVE "Y" TO WS-TABLE-FULL
           ELSE
               ADD 1 TO WS-GEN-COUNT
               ADD 1 TO WS-NEXT-NUM
               MOVE WS-F TO WS-GEN-FREQ(WS-GEN-COUNT)
               MOVE WS-NEXT-NUM TO WS-GEN-NUM(WS-GEN-COUNT)
               MOVE WS-PERIOD-START TO WS-GEN-START(WS-GEN-COUNT)
               MOVE WS-PERIOD-END TO WS-GEN-END(WS-GEN-COUNT)
               MOVE WS-ROLLED-CHECK TO WS-GEN-CHECK(WS-GEN-COUNT)
               MOVE WS-NOMINAL-CHECK TO WS-GEN-NOMINAL(WS-GEN-COUNT)
               IF WS-ROLLED-CHECK NOT = WS-NOMINAL-CHECK
                   ADD 1 TO WS-FP-MOVED(WS-F)
               END-IF
           END-IF.

       COUNT-KEPT-ROWS.
           MOVE 0 TO WS-KEPT-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OLD-COUNT
               IF WS-OLD-YEAR(WS-I) = WS-GEN-YEAR AND
                   WS-OLD-FREQ(WS-I) >= 1 AND WS-OLD-FREQ(WS-I) <= 3
                   IF IS-FREQ-WANTED(WS-OLD-FREQ(WS-I))
                       ADD 1 TO WS-FP-OLD-ROWS(WS-OLD-FREQ(WS-I))
                   ELSE
                       ADD 1 TO WS-KEPT-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-KEPT-COUNT
               END-IF
           END-PERFORM.

       PRINT-CALENDAR-PROOF.
           MOVE 0 TO WS-WARNINGS
           OPEN OUTPUT PROOF-REPORT
           IF WS-FS-PROOF-REPORT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "PAY-CALENDAR-PROOF.RPT, status "
                   WS-FS-PROOF-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "I" TO PS-FUNC
           MOVE "PAY CALENDAR PROOF" TO PS-REPORT-TITLE
           MOVE WS-SEC-OPERATOR TO PS-OPERATOR
           MOVE WS-GEN-YEAR TO PS-PERIOD-YEAR
           MOVE 0 TO PS-PERIOD-NUM
           MOVE SPACES TO PS-COLUMN-HEADING
           MOVE "FREQUENCY PERIOD   START     END       CHECK"
               TO PS-COLUMN-HEADING
           MOVE "DAY  NOTE" TO PS-COLUMN-HEADING(49:)
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           PERFORM PROOF-ONE-PERIOD
               VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-GEN-COUNT
           MOVE SPACES TO PROOF-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 3
               IF IS-FREQ-WANTED(WS-F)
                   PERFORM PROOF-FREQ-SUMMARY
               END-IF
           END-PERFORM
           MOVE SPACES TO PROOF-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "ROWS KEPT FROM CURRENT CALENDAR:" TO WS-CNL-LABEL
           MOVE WS-KEPT-COUNT TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO PROOF-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "ROWS GENERATED:" TO WS-CNL-LABEL
           MOVE WS-GEN-COUNT TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO PROOF-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-KEPT-COUNT + WS-GEN-COUNT > WS-CAL-LIMIT
               MOVE "** CALENDAR WILL EXCEED 200 ROWS PAYROLL LOADS - "
                   TO PROOF-REPORT-LINE
               MOVE "PURGE OLD YEARS" TO PROOF-REPORT-LINE(51:)
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-WARNINGS
           END-IF
           IF IS-TABLE-FULL
               MOVE "** GENERATED PERIODS EXCEED 100 - CALENDAR NOT "
                   TO PROOF-REPORT-LINE
               MOVE "COMPLETE" TO PROOF-REPORT-LINE(48:)
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO PROOF-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "SIGN-OFF: ______________________  DATE: __________"
               TO PROOF-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           CLOSE PROOF-REPORT.

       PROOF-ONE-PERIOD.
           MOVE WS-FREQ-NAME(WS-GEN-FREQ(WS-J)) TO WS-CL-FREQ
           MOVE WS-GEN-YEAR TO WS-CL-YEAR
           MOVE WS-GEN-NUM(WS-J) TO WS-CL-NUM
           MOVE WS-GEN-START(WS-J) TO WS-CL-START
           MOVE WS-GEN-END(WS-J) TO WS-CL-END
           MOVE WS-GEN-CHECK(WS-J) TO WS-CL-CHECK
           COMPUTE WS-DOW = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-GEN-CHECK(WS-J)) - 1, 7)
               + 1
           MOVE WS-DAY-NAME(WS-DOW) TO WS-CL-DAY
           MOVE SPACES TO WS-CL-NOTE
           IF WS-GEN-CHECK(WS-J) NOT = WS-GEN-NOMINAL(WS-J)
               STRING "MOVED FROM " WS-GEN-NOMINAL(WS-J)
                   DELIMITED BY SIZE INTO WS-CL-NOTE
               END-STRING
           END-IF
           IF WS-GEN-CHECK(WS-J) < WS-GEN-END(WS-J) AND
               WS-FP-LAG(WS-GEN-FREQ(WS-J)) > 0
               MOVE "** CHECK BEFORE PERIOD END" TO WS-CL-NOTE
               ADD 1 TO WS-WARNINGS
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OLD-COUNT
               IF WS-OLD-FREQ(WS-I) = WS-GEN-FREQ(WS-J) AND
                   WS-OLD-YEAR(WS-I) = WS-GEN-YEAR AND
                   WS-OLD-NUM(WS-I) = WS-GEN-NUM(WS-J)
                   IF WS-OLD-START(WS-I) NOT = WS-GEN-START(WS-J) OR
                       WS-OLD-END(WS-I) NOT = WS-GEN-END(WS-J) OR
                       WS-OLD-CHECK(WS-I) NOT = WS-GEN-CHECK(WS-J)
                       MOVE SPACES TO WS-CL-NOTE(21:)
                       STRING "ON FILE " WS-OLD-END(WS-I) "/"
                           WS-OLD-CHECK(WS-I)
                           DELIMITED BY SIZE INTO WS-CL-NOTE(21:)
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-CAL-LINE TO PROOF-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       PROOF-FREQ-SUMMARY.
           MOVE WS-FREQ-NAME(WS-F) TO WS-SM-FREQ
           MOVE WS-FP-COUNT(WS-F) TO WS-SM-COUNT
           MOVE WS-FP-MOVED(WS-F) TO WS-SM-MOVED
           MOVE WS-FP-OLD-ROWS(WS-F) TO WS-SM-OLD
           MOVE SPACES TO WS-SM-NOTE
           EVALUATE TRUE
               WHEN WS-F = 1 AND WS-FP-COUNT(WS-F) = 53
                   MOVE "53-WEEK YEAR" TO WS-SM-NOTE
               WHEN WS-F = 2 AND WS-FP-COUNT(WS-F) = 27
                   MOVE "27-PERIOD YEAR" TO WS-SM-NOTE
               WHEN WS-F = 1 AND WS-FP-COUNT(WS-F) NOT = 52
                   MOVE "** UNEXPECTED PERIOD COUNT" TO WS-SM-NOTE
                   ADD 1 TO WS-WARNINGS
               WHEN WS-F = 2 AND WS-FP-COUNT(WS-F) NOT = 26
                   MOVE "** UNEXPECTED PERIOD COUNT" TO WS-SM-NOTE
                   ADD 1 TO WS-WARNINGS
               WHEN WS-F = 3 AND WS-FP-COUNT(WS-F) NOT = 12
                   MOVE "** UNEXPECTED PERIOD COUNT" TO WS-SM-NOTE
                   ADD 1 TO WS-WARNINGS
           END-EVALUATE
           IF WS-SM-NOTE(1:2) NOT = "**" AND WS-SM-NOTE NOT = SPACES
               DISPLAY "NOTE: " WS-FREQ-NAME(WS-F) WS-GEN-YEAR
                   " is a " FUNCTION TRIM(WS-SM-NOTE)
                   " - check annualised "
                   "deduction and withholding set-ups"
           END-IF
           MOVE WS-SUMMARY-LINE TO PROOF-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       REPLACE-PAY-CALENDAR.
           OPEN OUTPUT CALENDAR-NEW
           IF WS-FS-CALENDAR-NEW NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "pay-calendar-new.dat, status " WS-FS-CALENDAR-NEW
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OLD-COUNT
               IF WS-OLD-YEAR(WS-I) = WS-GEN-YEAR AND
                   WS-OLD-FREQ(WS-I) >= 1 AND WS-OLD-FREQ(WS-I) <= 3
                   IF NOT IS-FREQ-WANTED(WS-OLD-FREQ(WS-I))
                       PERFORM WRITE-OLD-ROW
                   END-IF
               ELSE
                   PERFORM WRITE-OLD-ROW
               END-IF
           END-PERFORM
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-GEN-COUNT
               MOVE WS-GEN-FREQ(WS-J) TO CAL-PAY-FREQ
               MOVE WS-GEN-YEAR TO CAL-PERIOD-YEAR
               MOVE WS-GEN-NUM(WS-J) TO CAL-PERIOD-NUM
               MOVE WS-GEN-START(WS-J) TO CAL-START-DATE
               MOVE WS-GEN-END(WS-J) TO CAL-END-DATE
               MOVE WS-GEN-CHECK(WS-J) TO CAL-CHECK-DATE
               MOVE PAY-CALENDAR-REC TO CALENDAR-NEW-REC
               WRITE CALENDAR-NEW-REC
           END-PERFORM
           CLOSE CALENDAR-NEW
           PERFORM PROMOTE-CALENDAR
           DISPLAY "pay-calendar.dat replaced - " WS-GEN-COUNT
               " rows generated for " WS-GEN-YEAR
           MOVE "I" TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "PAY CALENDAR " WS-GEN-YEAR " GENERATED, "
               WS-GEN-COUNT " ROWS" DELIMITED BY SIZE
               INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM WRITE-RUN-LOG.

       WRITE-OLD-ROW.
           MOVE WS-OLD-FREQ(WS-I) TO CAL-PAY-FREQ
           MOVE WS-OLD-YEAR(WS-I) TO CAL-PERIOD-YEAR
           MOVE WS-OLD-NUM(WS-I) TO CAL-PERIOD-NUM
           MOVE WS-OLD-START(WS-I) TO CAL-START-DATE
           MOVE WS-OLD-END(WS-I) TO CAL-END-DATE
           MOVE WS-OLD-CHECK(WS-I) TO CAL-CHECK-DATE
           MOVE PAY-CALENDAR-REC TO CALENDAR-NEW-REC
           WRITE CALENDAR-NEW-REC.

       PROMOTE-CALENDAR.
           MOVE 0 TO WS-PROMOTE-EOF
           OPEN INPUT CALENDAR-NEW
           OPEN OUTPUT PAY-CALENDAR
           IF WS-FS-PAY-CALENDAR NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "pay-calendar.dat, status " WS-FS-PAY-CALENDAR
                   " - new calendar left in pay-calendar-new.dat"
               CLOSE CALENDAR-NEW
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-PROMOTE-EOF = 1
               READ CALENDAR-NEW
                   AT END MOVE 1 TO WS-PROMOTE-EOF
                   NOT AT END
                       MOVE CALENDAR-NEW-REC TO PAY-CALENDAR-REC
                       WRITE PAY-CALENDAR-REC
               END-READ
           END-PERFORM
           CLOSE CALENDAR-NEW
           CLOSE PAY-CALENDAR.

       WRITE-RUN-LOG.
           CALL "RUN-LOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-EMP-ID WS-LOG-MESSAGE
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to RUN-LOG failed"
           END-CALL.

       WRITE-REPORT-LINE.
           MOVE PROOF-REPORT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO PROOF-REPORT-LINE
               WRITE PROOF-REPORT-LINE
               IF WS-FS-PROOF-REPORT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "PAY-CALENDAR-PROOF.RPT, status "
                       WS-FS-PROOF-REPORT
               END-IF
           END-PERFORM.
