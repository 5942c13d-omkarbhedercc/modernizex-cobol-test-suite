           SELECT WORK-SCHEDULE ASSIGN TO "work-schedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WORK-SCHEDULE.
           SELECT EMPLOYEE-MASTER ASSIGN TO "employee-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLOYEE-MASTER.
           SELECT HOLIDAY-CALENDAR ASSIGN TO "holiday-calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOLIDAY-CALENDAR.
           SELECT BREAK-RULES ASSIGN TO "break-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BREAK-RULES.
           SELECT OT-RULES ASSIGN TO "ot-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OT-RULES.
           SELECT DEPT-MASTER ASSIGN TO "dept-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPT-MASTER.
           SELECT BREAK-VIOLATIONS
               ASSIGN TO "BREAK-VIOLATIONS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BREAK-VIOLATIONS.
           SELECT PUNCH-EXCEPTIONS
               ASSIGN TO "TIMECLOCK-EXCEPTIONS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
          05 TIME-RATE  PIC 9(3)V99.
          05 TIME-PAY-CODE PIC X(1).
          05 TIME-JOB   PIC 9(6).
          05 TIME-WORK-STATE PIC X(2).
          05 TIME-WORK-DATE PIC 9(8).
           COPY "feed-control.cpy"
               REPLACING ==FEED-HDR-REC== BY ==TIME-HDR-REC==
                         ==FHR-TAG== BY ==TIME-HDR-TAG==
          05 SCH-DAY-FLAG PIC X(1) OCCURS 7 TIMES.
          05 SCH-DAILY-HOURS PIC 9(2)V9.

       FD  EMPLOYEE-MASTER.
           COPY "employee-master.cpy".

       FD  HOLIDAY-CALENDAR.
           COPY "holiday-calendar.cpy".

       FD  BREAK-RULES.
           COPY "break-rule.cpy".

       FD  OT-RULES.
           COPY "ot-rule.cpy".

       FD  DEPT-MASTER.
           COPY "dept-master.cpy".

       FD  BREAK-VIOLATIONS.
       01 BREAK-VIOLATION-LINE PIC X(100).

       FD  PUNCH-EXCEPTIONS.
       01 PUNCH-EXCEPTION-LINE PIC X(100).

       01 WS-FS-TIME-FEED        PIC X(2) VALUE "00".
       01 WS-FS-PUNCH-EXCEPTIONS PIC X(2) VALUE "00".
       01 WS-FS-WORK-SCHEDULE    PIC X(2) VALUE "00".
       01 WS-FS-EMPLOYEE-MASTER  PIC X(2) VALUE "00".
       01 WS-FS-HOLIDAY-CALENDAR PIC X(2) VALUE "00".
       01 WS-FS-BREAK-RULES      PIC X(2) VALUE "00".
       01 WS-FS-OT-RULES         PIC X(2) VALUE "00".
       01 WS-FS-DEPT-MASTER      PIC X(2) VALUE "00".
       01 WS-FS-BREAK-VIOLATIONS PIC X(2) VALUE "00".
       01 WS-MASTER-OPEN PIC X(1) VALUE "N".
          88 IS-MASTER-OPEN VALUE "Y".
       01 WS-PERIOD-FIRST-DAY PIC 9(8) VALUE 0.
       01 WS-HOL-TBL.
          05 WS-HOL-COUNT PIC 9(3) VALUE 0.
          05 WS-HOL-ENTRY OCCURS 100 TIMES.
             10 WS-HOL-COMPANY PIC 9(2).
             10 WS-HOL-DATE    PIC 9(8).
       01 WS-HOL-I PIC 9(3) VALUE 0.
       01 WS-HOL-EOF PIC 9(1) VALUE 0.
       01 WS-HOL-DOW PIC 9(1) VALUE 0.
       01 WS-HOLIDAYS-EXCUSED PIC 9(5) VALUE 0.
       01 WS-LOOKUP-ID PIC 9(7) VALUE 0.
       01 WS-LOOKUP-COMPANY PIC 9(2) VALUE 0.
       01 WS-LOOKUP-STATE PIC X(2) VALUE SPACES.
       01 WS-LOOKUP-DEPT PIC 9(2) VALUE 0.
       01 WS-LOOKUP-NAME PIC X(10) VALUE SPACES.
       01 WS-BRK-RULE-TBL.
          05 WS-BR-COUNT PIC 9(2) VALUE 0.
          05 WS-BR-ENTRY OCCURS 60 TIMES.
             10 WS-BR-STATE   PIC X(2).
             10 WS-BR-EFF     PIC 9(8).
             10 WS-BR-TRIGGER PIC 9(2)V9.
             10 WS-BR-LATEST  PIC 9(2)V9.
             10 WS-BR-MINUTES PIC 9(3).
             10 WS-BR-SECOND  PIC 9(2)V9.
             10 WS-BR-PREMIUM PIC 9(1)V9.
       01 WS-BR-I PIC 9(2) VALUE 0.
       01 WS-BR-SLOT PIC 9(2) VALUE 0.
       01 WS-BR-EOF PIC 9(1) VALUE 0.
       01 WS-OTR-STATE-TBL.
          05 WS-OTR-COUNT PIC 9(2) VALUE 0.
          05 WS-OTR-STATE PIC X(2) OCCURS 60 TIMES.
       01 WS-OTR-I PIC 9(2) VALUE 0.
       01 WS-OTR-EOF PIC 9(1) VALUE 0.
       01 WS-OTR-FOUND PIC X(1) VALUE "N".
       01 WS-CUR-DAILY-OT PIC X(1) VALUE "N".
          88 IS-CUR-DAILY-OT VALUE "Y".
       01 WS-CUR-DAY-TBL.
          05 WS-CUR-DAY-COUNT PIC 9(2) VALUE 0.
          05 WS-CUR-DAY-ENTRY OCCURS 14 TIMES.
             10 WS-CUR-DAY-DATE    PIC 9(8).
             10 WS-CUR-DAY-MINUTES PIC 9(7).
       01 WS-CUR-DAY-I PIC 9(2) VALUE 0.
       01 WS-CUR-DAY-SLOT PIC 9(2) VALUE 0.
       01 WS-UNDATED-MINUTES PIC 9(7) VALUE 0.
       01 WS-DEPT-MGR-TBL.
          05 WS-DM-MANAGER PIC X(20) OCCURS 10 TIMES.
       01 WS-DM-I PIC 9(2) VALUE 0.
       01 WS-DM-EOF PIC 9(1) VALUE 0.
       01 WS-CUR-BRK.
          05 WS-CUR-STATE    PIC X(2) VALUE SPACES.
          05 WS-CUR-DEPT     PIC 9(2) VALUE 0.
          05 WS-CUR-NAME     PIC X(10) VALUE SPACES.
          05 WS-CUR-BR-SLOT  PIC 9(2) VALUE 0.
          05 WS-BRK-DAY      PIC 9(8) VALUE 0.
          05 WS-BRK-WORK-MIN PIC 9(5) VALUE 0.
          05 WS-BRK-LAST-OUT PIC 9(5) VALUE 0.
          05 WS-BRK-MEALS    PIC 9(2) VALUE 0.
          05 WS-BRK-FIRST-AT PIC 9(5) VALUE 0.
          05 WS-BRK-SHORT    PIC 9(2) VALUE 0.
       01 WS-BRK-GAP PIC S9(5) VALUE 0.
       01 WS-BRK-REASON PIC X(32) VALUE SPACES.
       01 WS-CUR-PREM-TBL.
          05 WS-CUR-PREM-COUNT PIC 9(2) VALUE 0.
          05 WS-CUR-PREM-ENTRY OCCURS 14 TIMES.
             10 WS-CUR-PREM-DATE  PIC 9(8).
             10 WS-CUR-PREM-HOURS PIC 9(1)V9.
       01 WS-CUR-PREM-I PIC 9(2) VALUE 0.
       01 WS-VIOL-TBL.
          05 WS-VL-COUNT PIC 9(4) VALUE 0.
          05 WS-VL-ENTRY OCCURS 1000 TIMES.
             10 WS-VL-MANAGER PIC X(20).
             10 WS-VL-EMP-ID  PIC 9(7).
             10 WS-VL-NAME    PIC X(10).
             10 WS-VL-DEPT    PIC 9(2).
             10 WS-VL-DAY     PIC 9(8).
             10 WS-VL-HOURS   PIC 9(2)V9.
             10 WS-VL-MEAL-AT PIC 9(2)V9.
             10 WS-VL-REASON  PIC X(32).
             10 WS-VL-PREMIUM PIC 9(1)V9.
             10 WS-VL-PRINTED PIC X(1).
       01 WS-VL-I PIC 9(4) VALUE 0.
       01 WS-VL-J PIC 9(4) VALUE 0.
       01 WS-VL-FIRST PIC X(1) VALUE "Y".
       01 WS-BREAK-STATS.
          05 WS-SHIFTS-AUDITED    PIC 9(7) VALUE 0.
          05 WS-BREAK-VIOLATES    PIC 9(7) VALUE 0.
          05 WS-BREAK-PREM-LINES  PIC 9(7) VALUE 0.
          05 WS-BREAK-PREM-HOURS  PIC 9(5)V9 VALUE 0.
       01 WS-SUPV-LINE.
          05 FILLER PIC X(11) VALUE "SUPERVISOR ".
          05 WS-SV-MANAGER PIC X(20).
       01 WS-VIOL-DETAIL.
          05 WS-VD-ID PIC 9(7).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-VD-NAME PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-VD-DEPT PIC 9(2).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-VD-DAY PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-VD-HOURS PIC ZZ9.9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-VD-MEAL-AT PIC ZZ9.9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-VD-REASON PIC X(32).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-VD-PREMIUM PIC ZZ9.9.
       01 WS-COUNT-LINE.
          05 WS-CNL-LABEL PIC X(36).
          05 WS-CNL-COUNT PIC ZZZ,ZZ9.
       01 WS-CURRENT-COMPANY PIC 9(2) VALUE 0.
       01 WS-CUR-HOL-TBL.
          05 WS-CUR-HOL-COUNT PIC 9(1) VALUE 0.
          05 WS-CUR-HOL-ENTRY OCCURS 7 TIMES.
             10 WS-CUR-HOL-DATE    PIC 9(8).
             10 WS-CUR-HOL-MINUTES PIC 9(7).
       01 WS-CUR-HOL-I PIC 9(1) VALUE 0.
       01 WS-CUR-HOL-SLOT PIC 9(1) VALUE 0.
       01 WS-HOLIDAY-MINUTES PIC 9(7) VALUE 0.
       01 WS-LINE-MINUTES PIC 9(7) VALUE 0.
       01 WS-LINE-DATE PIC 9(8) VALUE 0.
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-PAY-PERIOD-END PIC 9(8) VALUE 0.
             10 WS-SCH-FLAG PIC X(1) OCCURS 7 TIMES.
             10 WS-SCH-WEEKLY-HOURS PIC 9(3)V9.
             10 WS-SCH-SEEN PIC X(1).
             10 WS-SCH-DAILY-HOURS PIC 9(2)V9.
             10 WS-SCH-COMPANY PIC 9(2).
             10 WS-SCH-HOL-EXCUSED PIC X(1).
       01 WS-SCH-I PIC 9(3) VALUE 0.
       01 WS-SCH-J PIC 9(1) VALUE 0.
       01 WS-SCH-EOF PIC 9(1) VALUE 0.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-EX-REASON PIC X(40).
           COPY "print-svc.cpy".
           COPY "print-svc.cpy"
               REPLACING LEADING ==PS-== BY ==BV-==.
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
           DISPLAY "Enter pay-period-ending date (YYYYMMDD): "
           ACCEPT WS-PAY-PERIOD-END
           COMPUTE WS-PERIOD-FIRST-DAY = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-PAY-PERIOD-END) - 6)
           PERFORM OPEN-EMPLOYEE-MASTER
           PERFORM LOAD-HOLIDAY-CALENDAR
           PERFORM LOAD-WORK-SCHEDULE
           PERFORM LOAD-BREAK-RULES
           PERFORM LOAD-OT-RULES
           PERFORM LOAD-DEPT-MANAGERS
           OPEN INPUT PUNCH-FILE
           IF WS-FS-PUNCH-FILE NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
           PERFORM WRITE-FEED-TRAILER
           CLOSE PUNCH-FILE
           CLOSE TIME-FEED
           IF IS-MASTER-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF WS-FS-TIME-FEED NOT = "00"
               DISPLAY "ERROR: CLOSE failed for "
                   "time-feed.dat, status " WS-FS-TIME-FEED
           END-CALL
           PERFORM WRITE-SVC-LINES
           CLOSE PUNCH-EXCEPTIONS
           IF WS-BR-COUNT > 0
               PERFORM WRITE-BREAK-REPORT
           END-IF
           DISPLAY "Punches read:       " WS-PUNCHES-READ
           DISPLAY "Punches paired:     " WS-PUNCHES-PAIRED
           DISPLAY "Punch exceptions:   " WS-PUNCH-EXCEPTS
           DISPLAY "Schedule exceptions:" WS-SCHEDULE-EXCEPTS
           DISPLAY "Holiday days excused:" WS-HOLIDAYS-EXCUSED
           DISPLAY "Employees on feed:  " WS-EMPLOYEES-FED
           IF WS-BR-COUNT > 0
               DISPLAY "Shifts break-audited:" WS-SHIFTS-AUDITED
               DISPLAY "Break violations:   " WS-BREAK-VIOLATES
               DISPLAY "Break premium hours:" WS-BREAK-PREM-HOURS
           END-IF
           ADD WS-SCHEDULE-EXCEPTS TO WS-PUNCH-EXCEPTS
           IF WS-PUNCH-EXCEPTS > 0
               DISPLAY "Review TIMECLOCK-EXCEPTIONS.RPT with the "
                   "timekeeper before running the merge"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-PUNCHES-READ = 0 OR WS-BREAK-VIOLATES > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       OPEN-EMPLOYEE-MASTER.
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-EMPLOYEE-MASTER = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           ELSE
               DISPLAY "WARNING: OPEN INPUT failed for "
                   "employee-master.idx, status "
                   WS-FS-EMPLOYEE-MASTER " - company 01 holidays "
                   "used for all employees"
           END-IF.

       LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT HOLIDAY-CALENDAR
           IF WS-FS-HOLIDAY-CALENDAR = "35"
               CONTINUE
           ELSE
               IF WS-FS-HOLIDAY-CALENDAR NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "holiday-calendar.dat, status "
                       WS-FS-HOLIDAY-CALENDAR
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-HOL-EOF = 1
                   READ HOLIDAY-CALENDAR
                       AT END MOVE 1 TO WS-HOL-EOF
                       NOT AT END
                           PERFORM STORE-ONE-HOLIDAY
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-CALENDAR
               IF WS-HOL-COUNT > 0
                   DISPLAY "Company holidays in period: "
                       WS-HOL-COUNT
               END-IF
           END-IF.

       STORE-ONE-HOLIDAY.
           IF HCL-DATE >= WS-PERIOD-FIRST-DAY AND
               HCL-DATE <= WS-PAY-PERIOD-END
               IF WS-HOL-COUNT >= 100
                   DISPLAY "ERROR: holiday table full - holiday "
                       HCL-DATE " for company " HCL-COMPANY
                       " dropped"
               ELSE
                   ADD 1 TO WS-HOL-COUNT
                   MOVE HCL-COMPANY TO WS-HOL-COMPANY(WS-HOL-COUNT)
                   MOVE HCL-DATE TO WS-HOL-DATE(WS-HOL-COUNT)
               END-IF
           END-IF.

       LOOKUP-EMP-COMPANY.
           MOVE 1 TO WS-LOOKUP-COMPANY
           MOVE SPACES TO WS-LOOKUP-STATE
           MOVE 0 TO WS-LOOKUP-DEPT
           MOVE SPACES TO WS-LOOKUP-NAME
           IF IS-MASTER-OPEN
               MOVE WS-LOOKUP-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-COMPANY TO WS-LOOKUP-COMPANY
                       MOVE EMP-DEPT TO WS-LOOKUP-DEPT
                       MOVE EMP-LAST-NAME TO WS-LOOKUP-NAME
                       IF EMP-WORK-STATE = SPACES
                           MOVE EMP-ADDR-STATE TO WS-LOOKUP-STATE
                       ELSE
                           MOVE EMP-WORK-STATE TO WS-LOOKUP-STATE
                       END-IF
               END-READ
           END-IF.

       LOAD-BREAK-RULES.
           OPEN INPUT BREAK-RULES
           IF WS-FS-BREAK-RULES = "35"
               DISPLAY "No break-rules.dat found - meal break "
                   "audit inactive this run"
           ELSE
               IF WS-FS-BREAK-RULES NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "break-rules.dat, status " WS-FS-BREAK-RULES
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-BR-EOF = 1
                   READ BREAK-RULES
                       AT END MOVE 1 TO WS-BR-EOF
                       NOT AT END
                           IF BRK-EFF-DATE <= WS-PAY-PERIOD-END
                               PERFORM STORE-ONE-BREAK-RULE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BREAK-RULES
               IF WS-BR-COUNT > 0
                   DISPLAY "State break rules loaded: " WS-BR-COUNT
               END-IF
           END-IF.

       STORE-ONE-BREAK-RULE.
           MOVE 0 TO WS-BR-SLOT
           PERFORM VARYING WS-BR-I FROM 1 BY 1
               UNTIL WS-BR-I > WS-BR-COUNT
               IF WS-BR-STATE(WS-BR-I) = BRK-STATE
                   MOVE WS-BR-I TO WS-BR-SLOT
               END-IF
           END-PERFORM
           IF WS-BR-SLOT = 0
               IF WS-BR-COUNT >= 60
                   DISPLAY "ERROR: break rule table full - rule "
                       "for state " BRK-STATE " dropped"
               ELSE
                   ADD 1 TO WS-BR-COUNT
                   MOVE WS-BR-COUNT TO WS-BR-SLOT
                   MOVE 0 TO WS-BR-EFF(WS-BR-SLOT)
               END-IF
           END-IF
           IF WS-BR-SLOT > 0
               IF BRK-EFF-DATE >= WS-BR-EFF(WS-BR-SLOT)
                   MOVE BRK-STATE TO WS-BR-STATE(WS-BR-SLOT)
                   MOVE BRK-EFF-DATE TO WS-BR-EFF(WS-BR-SLOT)
                   MOVE BRK-MEAL-TRIGGER
                       TO WS-BR-TRIGGER(WS-BR-SLOT)
                   MOVE BRK-MEAL-LATEST TO WS-BR-LATEST(WS-BR-SLOT)
                   MOVE BRK-MEAL-MINUTES
                       TO WS-BR-MINUTES(WS-BR-SLOT)
                   MOVE BRK-SECOND-TRIGGER
                       TO WS-BR-SECOND(WS-BR-SLOT)
                   MOVE BRK-PREMIUM-HOURS
                       TO WS-BR-PREMIUM(WS-BR-SLOT)
               END-IF
           END-IF.

       LOAD-OT-RULES.
           OPEN INPUT OT-RULES
           IF WS-FS-OT-RULES = "35"
               CONTINUE
           ELSE
               IF WS-FS-OT-RULES NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "ot-rules.dat, status " WS-FS-OT-RULES
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-OTR-EOF = 1
                   READ OT-RULES
                       AT END MOVE 1 TO WS-OTR-EOF
                       NOT AT END
                           IF OTR-EFF-DATE <= WS-PAY-PERIOD-END
                               PERFORM STORE-ONE-OT-STATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OT-RULES
               IF WS-OTR-COUNT > 0
                   DISPLAY "Daily overtime states loaded: "
                       WS-OTR-COUNT
               END-IF
           END-IF.

       STORE-ONE-OT-STATE.
           MOVE "N" TO WS-OTR-FOUND
           PERFORM VARYING WS-OTR-I FROM 1 BY 1
               UNTIL WS-OTR-I > WS-OTR-COUNT
               IF WS-OTR-STATE(WS-OTR-I) = OTR-STATE
                   MOVE "Y" TO WS-OTR-FOUND
               END-IF
           END-PERFORM
           IF WS-OTR-FOUND = "N"
               IF WS-OTR-COUNT >= 60
                   DISPLAY "ERROR: overtime rule table full - rule "
                       "for state " OTR-STATE " dropped"
               ELSE
                   ADD 1 TO WS-OTR-COUNT
                   MOVE OTR-STATE TO WS-OTR-STATE(WS-OTR-COUNT)
               END-IF
           END-IF.

       SET-EMPLOYEE-DAILY-OT.
           MOVE "N" TO WS-CUR-DAILY-OT
           MOVE 0 TO WS-CUR-DAY-COUNT
           MOVE 0 TO WS-UNDATED-MINUTES
           PERFORM VARYING WS-OTR-I FROM 1 BY 1
               UNTIL WS-OTR-I > WS-OTR-COUNT
               IF WS-OTR-STATE(WS-OTR-I) = WS-LOOKUP-STATE
                   MOVE "Y" TO WS-CUR-DAILY-OT
               END-IF
           END-PERFORM.

       NOTE-DAILY-MINUTES.
           MOVE 0 TO WS-CUR-DAY-SLOT
           PERFORM VARYING WS-CUR-DAY-I FROM 1 BY 1
               UNTIL WS-CUR-DAY-I > WS-CUR-DAY-COUNT
               IF WS-CUR-DAY-DATE(WS-CUR-DAY-I) = PCH-DAY
                   MOVE WS-CUR-DAY-I TO WS-CUR-DAY-SLOT
               END-IF
           END-PERFORM
           IF WS-CUR-DAY-SLOT = 0 AND WS-CUR-DAY-COUNT < 14
               ADD 1 TO WS-CUR-DAY-COUNT
               MOVE WS-CUR-DAY-COUNT TO WS-CUR-DAY-SLOT
               MOVE PCH-DAY TO WS-CUR-DAY-DATE(WS-CUR-DAY-SLOT)
               MOVE 0 TO WS-CUR-DAY-MINUTES(WS-CUR-DAY-SLOT)
           END-IF
           IF WS-CUR-DAY-SLOT > 0
               ADD WS-ELAPSED TO WS-CUR-DAY-MINUTES(WS-CUR-DAY-SLOT)
           ELSE
               ADD WS-ELAPSED TO WS-UNDATED-MINUTES
           END-IF.

       WRITE-DAILY-FEED-LINES.
           PERFORM VARYING WS-CUR-DAY-I FROM 1 BY 1
               UNTIL WS-CUR-DAY-I > WS-CUR-DAY-COUNT
               MOVE WS-CUR-DAY-MINUTES(WS-CUR-DAY-I)
                   TO WS-LINE-MINUTES
               MOVE WS-CUR-DAY-DATE(WS-CUR-DAY-I) TO WS-LINE-DATE
               PERFORM WRITE-ONE-FEED-LINE
           END-PERFORM
           IF WS-UNDATED-MINUTES > 0 OR WS-CUR-DAY-COUNT = 0
               MOVE WS-UNDATED-MINUTES TO WS-LINE-MINUTES
               MOVE 0 TO WS-LINE-DATE
               PERFORM WRITE-ONE-FEED-LINE
           END-IF.

       LOAD-DEPT-MANAGERS.
           PERFORM VARYING WS-DM-I FROM 1 BY 1 UNTIL WS-DM-I > 10
               MOVE SPACES TO WS-DM-MANAGER(WS-DM-I)
           END-PERFORM
           IF WS-BR-COUNT > 0
               OPEN INPUT DEPT-MASTER
               IF WS-FS-DEPT-MASTER = "00"
                   PERFORM UNTIL WS-DM-EOF = 1
                       READ DEPT-MASTER
                           AT END MOVE 1 TO WS-DM-EOF
                           NOT AT END
                               IF DEPT-NO >= 1 AND DEPT-NO <= 10
                                   MOVE DEPT-MANAGER
                                       TO WS-DM-MANAGER(DEPT-NO)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DEPT-MASTER
               ELSE
                   DISPLAY "WARNING: OPEN INPUT failed for "
                       "dept-master.dat, status " WS-FS-DEPT-MASTER
                       " - break violations listed as unassigned"
               END-IF
           END-IF.

       SET-EMPLOYEE-BREAK-RULE.
           MOVE WS-LOOKUP-STATE TO WS-CUR-STATE
           MOVE WS-LOOKUP-DEPT TO WS-CUR-DEPT
           MOVE WS-LOOKUP-NAME TO WS-CUR-NAME
           MOVE 0 TO WS-CUR-BR-SLOT
           MOVE 0 TO WS-BRK-DAY
           MOVE 0 TO WS-CUR-PREM-COUNT
           PERFORM VARYING WS-BR-I FROM 1 BY 1
               UNTIL WS-BR-I > WS-BR-COUNT
               IF WS-BR-STATE(WS-BR-I) = WS-CUR-STATE AND
                   WS-BR-TRIGGER(WS-BR-I) > 0
                   MOVE WS-BR-I TO WS-CUR-BR-SLOT
               END-IF
           END-PERFORM.

       TRACK-MEAL-BREAK.
           IF WS-CUR-BR-SLOT > 0
               IF PCH-DAY NOT = WS-BRK-DAY
                   PERFORM EVALUATE-MEAL-BREAKS
                   MOVE PCH-DAY TO WS-BRK-DAY
                   MOVE 0 TO WS-BRK-WORK-MIN
                   MOVE 0 TO WS-BRK-MEALS
                   MOVE 0 TO WS-BRK-FIRST-AT
                   MOVE 0 TO WS-BRK-SHORT
               ELSE
                   COMPUTE WS-BRK-GAP =
                       WS-IN-MINUTES - WS-BRK-LAST-OUT
                   IF WS-BRK-GAP >= WS-BR-MINUTES(WS-CUR-BR-SLOT)
                       ADD 1 TO WS-BRK-MEALS
                       IF WS-BRK-MEALS = 1
                           MOVE WS-BRK-WORK-MIN TO WS-BRK-FIRST-AT
                       END-IF
                   ELSE
                       IF WS-BRK-GAP > 0
                           ADD 1 TO WS-BRK-SHORT
                       END-IF
                   END-IF
               END-IF
               ADD WS-ELAPSED TO WS-BRK-WORK-MIN
               MOVE WS-OUT-MINUTES TO WS-BRK-LAST-OUT
           END-IF.

       EVALUATE-MEAL-BREAKS.
           IF WS-CUR-BR-SLOT > 0 AND WS-BRK-DAY > 0
               ADD 1 TO WS-SHIFTS-AUDITED
               MOVE SPACES TO WS-BRK-REASON
               IF WS-BRK-WORK-MIN >
                   WS-BR-TRIGGER(WS-CUR-BR-SLOT) * 60
                   EVALUATE TRUE
                       WHEN WS-BRK-MEALS = 0 AND WS-BRK-SHORT > 0
                           MOVE "MEAL PERIOD SHORTER THAN MINIMUM"
                               TO WS-BRK-REASON
                       WHEN WS-BRK-MEALS = 0
                           MOVE "NO MEAL PERIOD TAKEN"
                               TO WS-BRK-REASON
                       WHEN WS-BRK-FIRST-AT >
                           WS-BR-LATEST(WS-CUR-BR-SLOT) * 60
                           MOVE "MEAL PERIOD STARTED LATE"
                               TO WS-BRK-REASON
                       WHEN WS-BR-SECOND(WS-CUR-BR-SLOT) > 0 AND
                           WS-BRK-WORK-MIN >
                           WS-BR-SECOND(WS-CUR-BR-SLOT) * 60 AND
                           WS-BRK-MEALS < 2
                           MOVE "NO SECOND MEAL PERIOD"
                               TO WS-BRK-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               IF WS-BRK-REASON NOT = SPACES
                   PERFORM RECORD-BREAK-VIOLATION
               END-IF
           END-IF.

       RECORD-BREAK-VIOLATION.
           ADD 1 TO WS-BREAK-VIOLATES
           IF WS-CUR-PREM-COUNT >= 14
               DISPLAY "ERROR: break premium table full for "
                   "employee " WS-CURRENT-ID " - premium for "
                   WS-BRK-DAY " not fed"
           ELSE
               ADD 1 TO WS-CUR-PREM-COUNT
               MOVE WS-BRK-DAY TO WS-CUR-PREM-DATE(WS-CUR-PREM-COUNT)
               MOVE WS-BR-PREMIUM(WS-CUR-BR-SLOT)
                   TO WS-CUR-PREM-HOURS(WS-CUR-PREM-COUNT)
           END-IF
           IF WS-VL-COUNT >= 1000
               DISPLAY "ERROR: break violation table full - "
                   "employee " WS-CURRENT-ID " day " WS-BRK-DAY
                   " not reported"
           ELSE
               ADD 1 TO WS-VL-COUNT
               IF WS-CUR-DEPT >= 1 AND WS-CUR-DEPT <= 10
                   MOVE WS-DM-MANAGER(WS-CUR-DEPT)
                       TO WS-VL-MANAGER(WS-VL-COUNT)
               ELSE
                   MOVE SPACES TO WS-VL-MANAGER(WS-VL-COUNT)
               END-IF
               IF WS-VL-MANAGER(WS-VL-COUNT) = SPACES
                   MOVE "UNASSIGNED" TO WS-VL-MANAGER(WS-VL-COUNT)
               END-IF
               MOVE WS-CURRENT-ID TO WS-VL-EMP-ID(WS-VL-COUNT)
               MOVE WS-CUR-NAME TO WS-VL-NAME(WS-VL-COUNT)
               MOVE WS-CUR-DEPT TO WS-VL-DEPT(WS-VL-COUNT)
               MOVE WS-BRK-DAY TO WS-VL-DAY(WS-VL-COUNT)
               COMPUTE WS-VL-HOURS(WS-VL-COUNT) ROUNDED =
                   WS-BRK-WORK-MIN / 60
                   ON SIZE ERROR
                       MOVE 99.9 TO WS-VL-HOURS(WS-VL-COUNT)
               END-COMPUTE
               COMPUTE WS-VL-MEAL-AT(WS-VL-COUNT) ROUNDED =
                   WS-BRK-FIRST-AT / 60
                   ON SIZE ERROR
                       MOVE 99.9 TO WS-VL-MEAL-AT(WS-VL-COUNT)
               END-COMPUTE
               MOVE WS-BRK-REASON TO WS-VL-REASON(WS-VL-COUNT)
               MOVE WS-BR-PREMIUM(WS-CUR-BR-SLOT)
                   TO WS-VL-PREMIUM(WS-VL-COUNT)
               MOVE "N" TO WS-VL-PRINTED(WS-VL-COUNT)
           END-IF.

       WRITE-BREAK-PREMIUM-LINE.
           MOVE WS-CURRENT-ID TO TIME-ID
           MOVE WS-CUR-PREM-HOURS(WS-CUR-PREM-I) TO TIME-HOURS
           MOVE ZERO TO TIME-DEPT
           MOVE ZERO TO TIME-RATE
           MOVE "B" TO TIME-PAY-CODE
           MOVE ZERO TO TIME-JOB
           MOVE WS-CUR-STATE TO TIME-WORK-STATE
           MOVE WS-CUR-PREM-DATE(WS-CUR-PREM-I) TO TIME-WORK-DATE
           WRITE TIME-FEED-REC
           IF WS-FS-TIME-FEED NOT = "00"
               DISPLAY "ERROR: WRITE failed for "
                   "time-feed.dat, status " WS-FS-TIME-FEED
           ELSE
               ADD 1 TO WS-FC-COUNT
               COMPUTE WS-FC-HASH =
                   FUNCTION MOD(WS-FC-HASH + WS-CURRENT-ID,
                       1000000000)
               ADD TIME-HOURS TO WS-FC-AMOUNT
               ADD 1 TO WS-BREAK-PREM-LINES
               ADD TIME-HOURS TO WS-BREAK-PREM-HOURS
           END-IF.

       WRITE-BREAK-REPORT.
           OPEN OUTPUT BREAK-VIOLATIONS
           IF WS-FS-BREAK-VIOLATIONS NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "BREAK-VIOLATIONS.RPT, status "
                   WS-FS-BREAK-VIOLATIONS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "I" TO BV-FUNC
           MOVE "MEAL BREAK VIOLATIONS" TO BV-REPORT-TITLE
           MOVE SPACES TO BV-OPERATOR
           MOVE WS-PAY-PERIOD-END(1:4) TO BV-PERIOD-YEAR
           MOVE WS-PAY-PERIOD-END(5:2) TO BV-PERIOD-NUM
           MOVE "EMP ID  NAME       DP  WORK DAY HOURS MEAL@  VIOL"
               TO BV-COLUMN-HEADING
           MOVE "ATION                         PREM"
               TO BV-COLUMN-HEADING(50:51)
           MOVE 55 TO BV-LINES-PER-PAGE
           CALL "PRINT-SVC" USING BV-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-BV-SVC-LINES
           PERFORM WRITE-ONE-SUPERVISOR
               VARYING WS-VL-I FROM 1 BY 1
               UNTIL WS-VL-I > WS-VL-COUNT
           MOVE SPACES TO BREAK-VIOLATION-LINE
           PERFORM WRITE-BV-REPORT-LINE
           MOVE "SHIFTS AUDITED:" TO WS-CNL-LABEL
           MOVE WS-SHIFTS-AUDITED TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO BREAK-VIOLATION-LINE
           PERFORM WRITE-BV-REPORT-LINE
           MOVE "MEAL BREAK VIOLATIONS:" TO WS-CNL-LABEL
           MOVE WS-BREAK-VIOLATES TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO BREAK-VIOLATION-LINE
           PERFORM WRITE-BV-REPORT-LINE
           MOVE "PREMIUM PAY LINES FED:" TO WS-CNL-LABEL
           MOVE WS-BREAK-PREM-LINES TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO BREAK-VIOLATION-LINE
           PERFORM WRITE-BV-REPORT-LINE
           MOVE SPACES TO BV-DETAIL-IN
           MOVE "E" TO BV-FUNC
           CALL "PRINT-SVC" USING BV-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-BV-SVC-LINES
           CLOSE BREAK-VIOLATIONS.

       WRITE-ONE-SUPERVISOR.
           IF WS-VL-PRINTED(WS-VL-I) = "N"
               MOVE SPACES TO BREAK-VIOLATION-LINE
               PERFORM WRITE-BV-REPORT-LINE
               MOVE WS-VL-MANAGER(WS-VL-I) TO WS-SV-MANAGER
               MOVE WS-SUPV-LINE TO BREAK-VIOLATION-LINE
               PERFORM WRITE-BV-REPORT-LINE
               PERFORM VARYING WS-VL-J FROM WS-VL-I BY 1
                   UNTIL WS-VL-J > WS-VL-COUNT
                   IF WS-VL-PRINTED(WS-VL-J) = "N" AND
                       WS-VL-MANAGER(WS-VL-J) = WS-SV-MANAGER
                       PERFORM WRITE-ONE-VIOLATION
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-ONE-VIOLATION.
           MOVE "Y" TO WS-VL-PRINTED(WS-VL-J)
           MOVE WS-VL-EMP-ID(WS-VL-J) TO WS-VD-ID
           MOVE WS-VL-NAME(WS-VL-J) TO WS-VD-NAME
           MOVE WS-VL-DEPT(WS-VL-J) TO WS-VD-DEPT
           MOVE WS-VL-DAY(WS-VL-J) TO WS-VD-DAY
           MOVE WS-VL-HOURS(WS-VL-J) TO WS-VD-HOURS
           MOVE WS-VL-MEAL-AT(WS-VL-J) TO WS-VD-MEAL-AT
           MOVE WS-VL-REASON(WS-VL-J) TO WS-VD-REASON
           MOVE WS-VL-PREMIUM(WS-VL-J) TO WS-VD-PREMIUM
           MOVE WS-VIOL-DETAIL TO BREAK-VIOLATION-LINE
           PERFORM WRITE-BV-REPORT-LINE.

       WRITE-BV-REPORT-LINE.
           MOVE BREAK-VIOLATION-LINE TO BV-DETAIL-IN
           MOVE "D" TO BV-FUNC
           CALL "PRINT-SVC" USING BV-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-BV-SVC-LINES.

       WRITE-BV-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > BV-OUT-COUNT
               MOVE BV-OUT-LINE(WS-PS-I) TO BREAK-VIOLATION-LINE
               WRITE BREAK-VIOLATION-LINE
               IF WS-FS-BREAK-VIOLATIONS NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "BREAK-VIOLATIONS.RPT, status "
                       WS-FS-BREAK-VIOLATIONS
               END-IF
           END-PERFORM.

       EXCUSE-ONE-HOLIDAY.
           IF WS-HOL-COMPANY(WS-HOL-I) = WS-SCH-COMPANY(WS-SCH-COUNT)
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-HOL-DATE(WS-HOL-I))
               COMPUTE WS-HOL-DOW =
                   FUNCTION MOD(WS-DATE-INT - 1, 7) + 1
               IF WS-SCH-FLAG(WS-SCH-COUNT, WS-HOL-DOW) = "Y"
                   MOVE "Y" TO WS-SCH-HOL-EXCUSED(WS-SCH-COUNT)
                   ADD 1 TO WS-HOLIDAYS-EXCUSED
                   IF WS-SCH-WEEKLY-HOURS(WS-SCH-COUNT) >
                       WS-SCH-DAILY-HOURS(WS-SCH-COUNT)
                       SUBTRACT WS-SCH-DAILY-HOURS(WS-SCH-COUNT)
                           FROM WS-SCH-WEEKLY-HOURS(WS-SCH-COUNT)
                   ELSE
                       MOVE 0 TO WS-SCH-WEEKLY-HOURS(WS-SCH-COUNT)
                   END-IF
               END-IF
           END-IF.

       NOTE-HOLIDAY-PUNCH.
           PERFORM VARYING WS-HOL-I FROM 1 BY 1
               UNTIL WS-HOL-I > WS-HOL-COUNT
               IF WS-HOL-COMPANY(WS-HOL-I) = WS-CURRENT-COMPANY AND
                   WS-HOL-DATE(WS-HOL-I) = PCH-DAY
                   PERFORM ADD-HOLIDAY-MINUTES
               END-IF
           END-PERFORM.

       ADD-HOLIDAY-MINUTES.
           MOVE 0 TO WS-CUR-HOL-SLOT
           PERFORM VARYING WS-CUR-HOL-I FROM 1 BY 1
               UNTIL WS-CUR-HOL-I > WS-CUR-HOL-COUNT
               IF WS-CUR-HOL-DATE(WS-CUR-HOL-I) = PCH-DAY
                   MOVE WS-CUR-HOL-I TO WS-CUR-HOL-SLOT
               END-IF
           END-PERFORM
           IF WS-CUR-HOL-SLOT = 0 AND WS-CUR-HOL-COUNT < 7
               ADD 1 TO WS-CUR-HOL-COUNT
               MOVE WS-CUR-HOL-COUNT TO WS-CUR-HOL-SLOT
               MOVE PCH-DAY TO WS-CUR-HOL-DATE(WS-CUR-HOL-SLOT)
               MOVE 0 TO WS-CUR-HOL-MINUTES(WS-CUR-HOL-SLOT)
           END-IF
           IF WS-CUR-HOL-SLOT > 0
               ADD WS-ELAPSED TO WS-CUR-HOL-MINUTES(WS-CUR-HOL-SLOT)
           END-IF.

       LOAD-WORK-SCHEDULE.
           OPEN INPUT WORK-SCHEDULE
           IF WS-FS-WORK-SCHEDULE = "35"
                   END-IF
               END-PERFORM
               MOVE "N" TO WS-SCH-SEEN(WS-SCH-COUNT)
               MOVE SCH-DAILY-HOURS
                   TO WS-SCH-DAILY-HOURS(WS-SCH-COUNT)
               MOVE "N" TO WS-SCH-HOL-EXCUSED(WS-SCH-COUNT)
               MOVE SCH-EMP-ID TO WS-LOOKUP-ID
               PERFORM LOOKUP-EMP-COMPANY
               MOVE WS-LOOKUP-COMPANY TO WS-SCH-COMPANY(WS-SCH-COUNT)
               PERFORM EXCUSE-ONE-HOLIDAY
                   VARYING WS-HOL-I FROM 1 BY 1
                   UNTIL WS-HOL-I > WS-HOL-COUNT
           END-IF.

       FIND-SCHEDULE-SLOT.
           END-IF.

       FLAG-ONE-NO-SHOW.
           IF WS-SCH-SEEN(WS-SCH-I) = "N" AND
               (WS-SCH-HOL-EXCUSED(WS-SCH-I) = "N" OR
                WS-SCH-WEEKLY-HOURS(WS-SCH-I) > 0)
               ADD 1 TO WS-SCHEDULE-EXCEPTS
               MOVE WS-SCH-ID(WS-SCH-I) TO WS-SX-ID
               MOVE "SCHEDULED EMPLOYEE - NO PUNCHES AT ALL"
               END-IF
               MOVE PCH-EMP-ID TO WS-CURRENT-ID
               MOVE 0 TO WS-CURRENT-MINUTES
               MOVE 0 TO WS-CUR-HOL-COUNT
               MOVE PCH-EMP-ID TO WS-LOOKUP-ID
               PERFORM LOOKUP-EMP-COMPANY
               MOVE WS-LOOKUP-COMPANY TO WS-CURRENT-COMPANY
               PERFORM SET-EMPLOYEE-BREAK-RULE
               PERFORM SET-EMPLOYEE-DAILY-OT
               MOVE 0 TO WS-PRIOR-DAY
               MOVE 0 TO WS-PRIOR-OUT
           END-IF
                   ELSE
                       ADD WS-ELAPSED TO WS-CURRENT-MINUTES
                       ADD 1 TO WS-PUNCHES-PAIRED
                       PERFORM NOTE-HOLIDAY-PUNCH
                       PERFORM TRACK-MEAL-BREAK
                       IF IS-CUR-DAILY-OT
                           PERFORM NOTE-DAILY-MINUTES
                       END-IF
                       MOVE PCH-DAY TO WS-PRIOR-DAY
                       MOVE PCH-OUT TO WS-PRIOR-OUT
                       PERFORM CHECK-UNSCHEDULED-DAY
           END-IF.

       WRITE-FEED-DETAIL.
           PERFORM EVALUATE-MEAL-BREAKS
           PERFORM CHECK-SHORT-SCHEDULE
           ADD 1 TO WS-EMPLOYEES-FED
           IF IS-CUR-DAILY-OT
               PERFORM WRITE-DAILY-FEED-LINES
           ELSE
               MOVE 0 TO WS-HOLIDAY-MINUTES
               PERFORM VARYING WS-CUR-HOL-I FROM 1 BY 1
                   UNTIL WS-CUR-HOL-I > WS-CUR-HOL-COUNT
                   ADD WS-CUR-HOL-MINUTES(WS-CUR-HOL-I)
                       TO WS-HOLIDAY-MINUTES
               END-PERFORM
               COMPUTE WS-LINE-MINUTES =
                       WS-CURRENT-MINUTES - WS-HOLIDAY-MINUTES
               IF WS-LINE-MINUTES > 0 OR WS-CUR-HOL-COUNT = 0
                   MOVE 0 TO WS-LINE-DATE
                   PERFORM WRITE-ONE-FEED-LINE
               END-IF
               PERFORM VARYING WS-CUR-HOL-I FROM 1 BY 1
                   UNTIL WS-CUR-HOL-I > WS-CUR-HOL-COUNT
                   MOVE WS-CUR-HOL-MINUTES(WS-CUR-HOL-I)
                       TO WS-LINE-MINUTES
                   MOVE WS-CUR-HOL-DATE(WS-CUR-HOL-I) TO WS-LINE-DATE
                   PERFORM WRITE-ONE-FEED-LINE
               END-PERFORM
           END-IF
           PERFORM WRITE-BREAK-PREMIUM-LINE
               VARYING WS-CUR-PREM-I FROM 1 BY 1
               UNTIL WS-CUR-PREM-I > WS-CUR-PREM-COUNT.

       WRITE-ONE-FEED-LINE.
           COMPUTE WS-FEED-HOURS ROUNDED =
                   WS-LINE-MINUTES / 60
               ON SIZE ERROR
                   DISPLAY "ERROR: hours overflow for employee "
                       WS-CURRENT-ID " - detail forced to 999.9"
           MOVE ZERO TO TIME-RATE
           MOVE "R" TO TIME-PAY-CODE
           MOVE ZERO TO TIME-JOB
           MOVE SPACES TO TIME-WORK-STATE
           MOVE WS-LINE-DATE TO TIME-WORK-DATE
           WRITE TIME-FEED-REC
           IF WS-FS-TIME-FEED NOT = "00"
               DISPLAY "ERROR: WRITE failed for "
                   "time-feed.dat, status " WS-FS-TIME-FEED
           ELSE
               ADD 1 TO WS-FC-COUNT
               COMPUTE WS-FC-HASH =
                   FUNCTION MOD(WS-FC-HASH + WS-CURRENT-ID,
