       IDENTIFICATION DIVISION.
       PROGRAM-ID. EEO1-REPORT.
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
           SELECT JOB-MASTER ASSIGN TO "job-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOB-CODE
               FILE STATUS IS WS-FS-JOB-MASTER.
           SELECT DEMOGRAPHICS ASSIGN TO "demographics.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEM-EMP-ID
               FILE STATUS IS WS-FS-DEMOGRAPHICS.
           SELECT EEO1-REPORT ASSIGN TO "EEO1-REPORT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EEO1-REPORT.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY.
           COPY "pay-history.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee-master.cpy".

       FD  JOB-MASTER.
           COPY "job-master.cpy".

       FD  DEMOGRAPHICS.
           COPY "demographics.cpy".

       FD  EEO1-REPORT.
       01 EEO1-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-PAY-HISTORY     PIC X(2) VALUE "00".
       01 WS-FS-EMPLOYEE-MASTER PIC X(2) VALUE "00".
       01 WS-FS-JOB-MASTER      PIC X(2) VALUE "00".
       01 WS-FS-DEMOGRAPHICS    PIC X(2) VALUE "00".
       01 WS-FS-EEO1-REPORT     PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-JOB-OPEN PIC X(1) VALUE "N".
       01 WS-DEM-OPEN PIC X(1) VALUE "N".
       01 WS-RPT-YEAR PIC 9(4) VALUE 0.
       01 WS-SNAP-YEAR PIC 9(4) VALUE 0.
       01 WS-SNAP-NUM PIC 9(2) VALUE 0.
       01 WS-RPT-COMPANY PIC 9(2) VALUE 0.
       01 WS-CUR-ID PIC 9(7) VALUE 0.
       01 WS-CUR-IN-SNAP PIC X(1) VALUE "N".
          88 IS-IN-SNAPSHOT VALUE "Y".
       01 WS-CUR-GROSS PIC 9(8)V99 VALUE 0.
       01 WS-CUR-HOURS PIC 9(6)V9 VALUE 0.
       01 WS-CAT PIC 9(2) VALUE 0.
       01 WS-COL PIC 9(2) VALUE 0.
       01 WS-BAND PIC 9(2) VALUE 0.
       01 WS-CAT-I PIC 9(2) VALUE 0.
       01 WS-COL-I PIC 9(2) VALUE 0.
       01 WS-BAND-I PIC 9(2) VALUE 0.
       01 WS-ROW-TOTAL PIC 9(6) VALUE 0.
       01 WS-EXCEPTION-TEXT PIC X(40) VALUE SPACES.
       01 WS-EEO-STATS.
          05 WS-SNAP-HEADCOUNT PIC 9(6) VALUE 0.
          05 WS-GRID-COUNTED   PIC 9(6) VALUE 0.
          05 WS-OTHER-COMPANY  PIC 9(6) VALUE 0.
          05 WS-NO-MASTER      PIC 9(6) VALUE 0.
          05 WS-NO-CATEGORY    PIC 9(6) VALUE 0.
          05 WS-NOT-IDENTIFIED PIC 9(6) VALUE 0.
       01 WS-CAT-NAMES-LIST.
          05 FILLER PIC X(14) VALUE "EXEC/SR OFFCLS".
          05 FILLER PIC X(14) VALUE "FIRST/MID MGRS".
          05 FILLER PIC X(14) VALUE "PROFESSIONALS ".
          05 FILLER PIC X(14) VALUE "TECHNICIANS   ".
          05 FILLER PIC X(14) VALUE "SALES WORKERS ".
          05 FILLER PIC X(14) VALUE "ADMIN SUPPORT ".
          05 FILLER PIC X(14) VALUE "CRAFT WORKERS ".
          05 FILLER PIC X(14) VALUE "OPERATIVES    ".
          05 FILLER PIC X(14) VALUE "LABOR/HELPERS ".
          05 FILLER PIC X(14) VALUE "SERVICE WORKRS".
       01 WS-CAT-NAMES REDEFINES WS-CAT-NAMES-LIST.
          05 WS-CAT-NAME PIC X(14) OCCURS 10 TIMES.
       01 WS-BAND-LIST.
          05 FILLER PIC X(14) VALUE "UNDER 19240   ".
          05 FILLER PIC X(14) VALUE "19240-24439   ".
          05 FILLER PIC X(14) VALUE "24440-30679   ".
          05 FILLER PIC X(14) VALUE "30680-38999   ".
          05 FILLER PIC X(14) VALUE "39000-49919   ".
          05 FILLER PIC X(14) VALUE "49920-62919   ".
          05 FILLER PIC X(14) VALUE "62920-80079   ".
          05 FILLER PIC X(14) VALUE "80080-101919  ".
          05 FILLER PIC X(14) VALUE "101920-128959 ".
          05 FILLER PIC X(14) VALUE "128960-163799 ".
          05 FILLER PIC X(14) VALUE "163800-207999 ".
          05 FILLER PIC X(14) VALUE "208000 & OVER ".
       01 WS-BAND-NAMES REDEFINES WS-BAND-LIST.
          05 WS-BAND-NAME PIC X(14) OCCURS 12 TIMES.
       01 WS-BAND-FLOOR-LIST.
          05 FILLER PIC 9(6) VALUE 000000.
          05 FILLER PIC 9(6) VALUE 019240.
          05 FILLER PIC 9(6) VALUE 024440.
          05 FILLER PIC 9(6) VALUE 030680.
          05 FILLER PIC 9(6) VALUE 039000.
          05 FILLER PIC 9(6) VALUE 049920.
          05 FILLER PIC 9(6) VALUE 062920.
          05 FILLER PIC 9(6) VALUE 080080.
          05 FILLER PIC 9(6) VALUE 101920.
          05 FILLER PIC 9(6) VALUE 128960.
          05 FILLER PIC 9(6) VALUE 163800.
          05 FILLER PIC 9(6) VALUE 208000.
       01 WS-BAND-FLOORS REDEFINES WS-BAND-FLOOR-LIST.
          05 WS-BAND-FLOOR PIC 9(6) OCCURS 12 TIMES.
       01 WS-GRID.
          05 WS-GRID-CAT OCCURS 10 TIMES.
             10 WS-GRID-CELL PIC 9(5) OCCURS 14 TIMES.
       01 WS-PAY-GRID.
          05 WS-PAY-CAT OCCURS 10 TIMES.
             10 WS-PAY-BAND OCCURS 12 TIMES.
                15 WS-PAY-CELL  PIC 9(5) OCCURS 14 TIMES.
                15 WS-PAY-HOURS PIC 9(8)V9.
       01 WS-COL-TOTALS.
          05 WS-COL-TOTAL PIC 9(5) OCCURS 14 TIMES.
       01 WS-GRID-LINE.
          05 WS-GL-LABEL PIC X(14).
          05 WS-GL-CELLS OCCURS 14 TIMES.
             10 FILLER PIC X(1).
             10 WS-GL-CELL PIC ZZZ9.
          05 FILLER PIC X(1).
          05 WS-GL-TOTAL PIC ZZZZ9.
          05 FILLER PIC X(1).
          05 WS-GL-HOURS PIC Z(7)9.
       01 WS-EXCEPTION-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-XL-ID PIC 9(7).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-XL-TEXT PIC X(40).
       01 WS-COUNT-LINE.
          05 WS-CNL-LABEL PIC X(36).
          05 WS-CNL-COUNT PIC ZZZ,ZZ9.
       01 WS-CLEARANCE PIC X(8) VALUE "EEODEMO".
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
          05 WS-LOG-PROGRAM PIC X(10) VALUE "EEO1-RPT".
          05 WS-LOG-SEVERITY PIC X(1) VALUE "I".
          05 WS-LOG-EMP-ID PIC 9(7) VALUE 0.
          05 WS-LOG-MESSAGE PIC X(60) VALUE SPACES.
           COPY "print-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPERATOR-SIGN-ON
           PERFORM CHECK-DEMOGRAPHIC-CLEARANCE
           DISPLAY "Enter EEO-1 report year (YYYY): "
           ACCEPT WS-RPT-YEAR
           DISPLAY "Enter workforce snapshot period year (YYYY): "
           ACCEPT WS-SNAP-YEAR
           DISPLAY "Enter workforce snapshot period number: "
           ACCEPT WS-SNAP-NUM
           DISPLAY "Enter company code (00 for all): "
           ACCEPT WS-RPT-COMPANY
           INITIALIZE WS-GRID
           INITIALIZE WS-PAY-GRID
           PERFORM OPEN-EEO-FILES
           MOVE "I" TO PS-FUNC
           MOVE "EEO-1 COMPONENT REPORT" TO PS-REPORT-TITLE
           MOVE WS-SEC-OPERATOR TO PS-OPERATOR
           MOVE WS-SNAP-YEAR TO PS-PERIOD-YEAR
           MOVE WS-SNAP-NUM TO PS-PERIOD-NUM
           MOVE "CATEGORY/BAND    HM   HF   WM   BM   PM   AM   IM"
               TO PS-COLUMN-HEADING
           MOVE "   TM   WF   BF   PF   AF   IF   TF TOTAL    HOURS"
               TO PS-COLUMN-HEADING(50:51)
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           MOVE "EMPLOYEES LEFT OUT OF THE GRID" TO EEO1-REPORT-LINE
           PERFORM WRITE-EEO1-LINE
           PERFORM SCAN-PAY-HISTORY
           PERFORM WRITE-HEADCOUNT-GRID
           PERFORM WRITE-PAY-BAND-GRID
           PERFORM WRITE-EEO1-TOTALS
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           CLOSE EEO1-REPORT
           CLOSE PAY-HISTORY
           CLOSE EMPLOYEE-MASTER
           IF WS-JOB-OPEN = "Y"
               CLOSE JOB-MASTER
           END-IF
           IF WS-DEM-OPEN = "Y"
               CLOSE DEMOGRAPHICS
           END-IF
           MOVE "I" TO WS-LOG-SEVERITY
           MOVE 0 TO WS-LOG-EMP-ID
           MOVE "EEO-1 COMPONENT REPORT PRODUCED" TO WS-LOG-MESSAGE
           PERFORM WRITE-RUN-LOG
           DISPLAY "Snapshot headcount:  " WS-SNAP-HEADCOUNT
           DISPLAY "Counted in grid:     " WS-GRID-COUNTED
           DISPLAY "No EEO-1 category:   " WS-NO-CATEGORY
           DISPLAY "Not self-identified: " WS-NOT-IDENTIFIED
           DISPLAY "Not on master:       " WS-NO-MASTER
           IF WS-NO-CATEGORY > 0 OR WS-NOT-IDENTIFIED > 0 OR
               WS-NO-MASTER > 0
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

       CHECK-DEMOGRAPHIC-CLEARANCE.
           CALL "CLEAR-CHECK" USING WS-SEC-ROLE WS-CLEARANCE
               WS-CLEAR-RESULT
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to CLEAR-CHECK failed"
                   MOVE "N" TO WS-CLEAR-RESULT
           END-CALL
           IF IS-CLEARANCE-MISSING
               DISPLAY "WARNING: role-clearance.dat not found - "
                   "demographic data limited to supervisor role"
               IF IS-SUPERVISOR
                   MOVE "Y" TO WS-CLEAR-RESULT
               END-IF
           END-IF
           IF NOT IS-CLEARED
               DISPLAY "ERROR: operator " WS-SEC-OPERATOR " role "
                   WS-SEC-ROLE " is not cleared for EEO demographic "
                   "data - function denied"
               MOVE "E" TO WS-LOG-SEVERITY
               MOVE 0 TO WS-LOG-EMP-ID
               MOVE "EEO-1 REPORT DENIED - ROLE NOT CLEARED"
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-RUN-LOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       WRITE-RUN-LOG.
           CALL "RUN-LOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-EMP-ID WS-LOG-MESSAGE
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to RUN-LOG failed"
           END-CALL.

       OPEN-EEO-FILES.
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
           OPEN INPUT JOB-MASTER
           IF WS-FS-JOB-MASTER = "00"
               MOVE "Y" TO WS-JOB-OPEN
           ELSE
               DISPLAY "WARNING: job-master.dat not available, "
                   "status " WS-FS-JOB-MASTER " - no employee can "
                   "be given an EEO-1 job category"
           END-IF
           OPEN INPUT DEMOGRAPHICS
           IF WS-FS-DEMOGRAPHICS = "00"
               MOVE "Y" TO WS-DEM-OPEN
           ELSE
               DISPLAY "WARNING: demographics.dat not available, "
                   "status " WS-FS-DEMOGRAPHICS " - every employee "
                   "will show as not identified"
           END-IF
           OPEN OUTPUT EEO1-REPORT
           IF WS-FS-EEO1-REPORT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "EEO1-REPORT.RPT, status " WS-FS-EEO1-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       SCAN-PAY-HISTORY.
           MOVE 0 TO WS-CUR-ID
           MOVE "N" TO WS-CUR-IN-SNAP
           MOVE 0 TO WS-CUR-GROSS
           MOVE 0 TO WS-CUR-HOURS
           MOVE LOW-VALUES TO HIST-KEY
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
                       "pay-history.dat, status "
                       WS-FS-PAY-HISTORY
                   MOVE 1 TO WS-EOF
               END-IF
               IF WS-EOF = 0
                   IF HIST-ID NOT = WS-CUR-ID
                       PERFORM FINISH-EMPLOYEE
                       MOVE HIST-ID TO WS-CUR-ID
                       MOVE "N" TO WS-CUR-IN-SNAP
                       MOVE 0 TO WS-CUR-GROSS
                       MOVE 0 TO WS-CUR-HOURS
                   END-IF
                   IF HIST-PERIOD-YEAR = WS-SNAP-YEAR AND
                       HIST-PERIOD-NUM = WS-SNAP-NUM
                       MOVE "Y" TO WS-CUR-IN-SNAP
                   END-IF
                   IF HIST-PERIOD-YEAR = WS-RPT-YEAR
                       ADD HIST-GROSS TO WS-CUR-GROSS
                       ADD HIST-HOURS TO WS-CUR-HOURS
                   END-IF
               END-IF
           END-PERFORM
           PERFORM FINISH-EMPLOYEE.

       FINISH-EMPLOYEE.
           IF WS-CUR-ID NOT = 0 AND IS-IN-SNAPSHOT
               MOVE WS-CUR-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       ADD 1 TO WS-SNAP-HEADCOUNT
                       ADD 1 TO WS-NO-MASTER
                       MOVE "PAID IN SNAPSHOT, NOT ON MASTER"
                           TO WS-EXCEPTION-TEXT
                       PERFORM WRITE-EXCEPTION-LINE
                   NOT INVALID KEY
                       IF WS-RPT-COMPANY = 0 OR
                           EMP-COMPANY = WS-RPT-COMPANY
                           ADD 1 TO WS-SNAP-HEADCOUNT
                           PERFORM CLASSIFY-EMPLOYEE
                       ELSE
                           ADD 1 TO WS-OTHER-COMPANY
                       END-IF
               END-READ
           END-IF.

       CLASSIFY-EMPLOYEE.
           MOVE 0 TO WS-CAT
           MOVE 0 TO WS-COL
           IF WS-JOB-OPEN = "Y" AND EMP-JOB-CODE NOT = SPACES
               MOVE EMP-JOB-CODE TO JOB-CODE
               READ JOB-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF JOB-EEO-CATEGORY >= 1 AND
                           JOB-EEO-CATEGORY <= 10
                           MOVE JOB-EEO-CATEGORY TO WS-CAT
                       END-IF
               END-READ
           END-IF
           IF WS-DEM-OPEN = "Y"
               MOVE EMP-ID TO DEM-EMP-ID
               READ DEMOGRAPHICS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM FIND-GRID-COLUMN
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN WS-CAT = 0
                   ADD 1 TO WS-NO-CATEGORY
                   IF EMP-JOB-CODE = SPACES
                       MOVE "NO JOB CODE ON EMPLOYEE MASTER"
                           TO WS-EXCEPTION-TEXT
                   ELSE
                       MOVE "JOB CODE HAS NO EEO-1 CATEGORY"
                           TO WS-EXCEPTION-TEXT
                   END-IF
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN WS-COL = 0
                   ADD 1 TO WS-NOT-IDENTIFIED
                   MOVE "NO SELF-IDENTIFICATION ON FILE"
                       TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN OTHER
                   ADD 1 TO WS-GRID-COUNTED
                   ADD 1 TO WS-GRID-CELL(WS-CAT, WS-COL)
                   PERFORM FIND-PAY-BAND
                   ADD 1 TO WS-PAY-CELL(WS-CAT, WS-BAND, WS-COL)
                   ADD WS-CUR-HOURS
                       TO WS-PAY-HOURS(WS-CAT, WS-BAND)
           END-EVALUATE.

       FIND-GRID-COLUMN.
           MOVE 0 TO WS-COL
           IF DEM-HISPANIC
               IF DEM-MALE
                   MOVE 1 TO WS-COL
               END-IF
               IF DEM-FEMALE
                   MOVE 2 TO WS-COL
               END-IF
           ELSE
               IF DEM-RACE >= 2 AND DEM-RACE <= 7
                   IF DEM-MALE
                       COMPUTE WS-COL = DEM-RACE + 1
                   END-IF
                   IF DEM-FEMALE
                       COMPUTE WS-COL = DEM-RACE + 7
                   END-IF
               END-IF
           END-IF.

       FIND-PAY-BAND.
           MOVE 1 TO WS-BAND
           PERFORM VARYING WS-BAND-I FROM 2 BY 1
               UNTIL WS-BAND-I > 12
               IF WS-CUR-GROSS >= WS-BAND-FLOOR(WS-BAND-I)
                   MOVE WS-BAND-I TO WS-BAND
               END-IF
           END-PERFORM.

       WRITE-EXCEPTION-LINE.
           MOVE WS-CUR-ID TO WS-XL-ID
           MOVE WS-EXCEPTION-TEXT TO WS-XL-TEXT
           MOVE WS-EXCEPTION-LINE TO EEO1-REPORT-LINE
           PERFORM WRITE-EEO1-LINE.

       WRITE-HEADCOUNT-GRID.
           MOVE SPACES TO EEO1-REPORT-LINE
           PERFORM WRITE-EEO1-LINE
           MOVE "HEADCOUNT BY JOB CATEGORY - SNAPSHOT PAY PERIOD"
               TO EEO1-REPORT-LINE
           PERFORM WRITE-EEO1-LINE
           INITIALIZE WS-COL-TOTALS
           PERFORM WRITE-ONE-CATEGORY-ROW
               VARYING WS-CAT-I FROM 1 BY 1
               UNTIL WS-CAT-I > 10
           MOVE SPACES TO WS-GRID-LINE
           MOVE "TOTAL" TO WS-GL-LABEL
           MOVE 0 TO WS-ROW-TOTAL
           PERFORM VARYING WS-COL-I FROM 1 BY 1
               UNTIL WS-COL-I > 14
               MOVE WS-COL-TOTAL(WS-COL-I) TO WS-GL-CELL(WS-COL-I)
               ADD WS-COL-TOTAL(WS-COL-I) TO WS-ROW-TOTAL
           END-PERFORM
           MOVE WS-ROW-TOTAL TO WS-GL-TOTAL
           MOVE WS-GRID-LINE TO EEO1-REPORT-LINE
           PERFORM WRITE-EEO1-LINE.

       WRITE-ONE-CATEGORY-ROW.
           MOVE SPACES TO WS-GRID-LINE
           MOVE WS-CAT-NAME(WS-CAT-I) TO WS-GL-LABEL
           MOVE 0 TO WS-ROW-TOTAL
           PERFORM VARYING WS-COL-I FROM 1 BY 1
               UNTIL WS-COL-I > 14
               MOVE WS-GRID-CELL(WS-CAT-I, WS-COL-I)
                   TO WS-GL-CELL(WS-COL-I)
               ADD WS-GRID-CELL(WS-CAT-I, WS-COL-I) TO WS-ROW-TOTAL
               ADD WS-GRID-CELL(WS-CAT-I, WS-COL-I)
                   TO WS-COL-TOTAL(WS-COL-I)
           END-PERFORM
           MOVE WS-ROW-TOTAL TO WS-GL-TOTAL
           MOVE WS-GRID-LINE TO EEO1-REPORT-LINE
           PERFORM WRITE-EEO1-LINE.

       WRITE-PAY-BAND-GRID.
           MOVE SPACES TO EEO1-REPORT-LINE
           PERFORM WRITE-EEO1-LINE
           MOVE "PAY BANDS AND HOURS WORKED - REPORT YEAR GROSS"
               TO EEO1-REPORT-LINE
           PERFORM WRITE-EEO1-LINE
           PERFORM WRITE-CATEGORY-BANDS
               VARYING WS-CAT-I FROM 1 BY 1
               UNTIL WS-CAT-I > 10.

       WRITE-CATEGORY-BANDS.
           MOVE 0 TO WS-ROW-TOTAL
           PERFORM VARYING WS-COL-I FROM 1 BY 1
               UNTIL WS-COL-I > 14
               ADD WS-GRID-CELL(WS-CAT-I, WS-COL-I) TO WS-ROW-TOTAL
           END-PERFORM
           IF WS-ROW-TOTAL > 0
               MOVE WS-CAT-NAME(WS-CAT-I) TO EEO1-REPORT-LINE
               PERFORM WRITE-EEO1-LINE
               PERFORM WRITE-ONE-BAND-ROW
                   VARYING WS-BAND-I FROM 1 BY 1
                   UNTIL WS-BAND-I > 12
           END-IF.

       WRITE-ONE-BAND-ROW.
           MOVE SPACES TO WS-GRID-LINE
           MOVE WS-BAND-NAME(WS-BAND-I) TO WS-GL-LABEL
           MOVE 0 TO WS-ROW-TOTAL
           PERFORM VARYING WS-COL-I FROM 1 BY 1
               UNTIL WS-COL-I > 14
               MOVE WS-PAY-CELL(WS-CAT-I, WS-BAND-I, WS-COL-I)
                   TO WS-GL-CELL(WS-COL-I)
               ADD WS-PAY-CELL(WS-CAT-I, WS-BAND-I, WS-COL-I)
                   TO WS-ROW-TOTAL
           END-PERFORM
           IF WS-ROW-TOTAL > 0
               MOVE WS-ROW-TOTAL TO WS-GL-TOTAL
               COMPUTE WS-GL-HOURS ROUNDED =
                   WS-PAY-HOURS(WS-CAT-I, WS-BAND-I)
               MOVE WS-GRID-LINE TO EEO1-REPORT-LINE
               PERFORM WRITE-EEO1-LINE
           END-IF.

       WRITE-EEO1-TOTALS.
           MOVE SPACES TO EEO1-REPORT-LINE
           PERFORM WRITE-EEO1-LINE
           MOVE "PAID IN SNAPSHOT PERIOD:" TO WS-CNL-LABEL
           MOVE WS-SNAP-HEADCOUNT TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "COUNTED IN GRID:" TO WS-CNL-LABEL
           MOVE WS-GRID-COUNTED TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "NO EEO-1 JOB CATEGORY:" TO WS-CNL-LABEL
           MOVE WS-NO-CATEGORY TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "NOT SELF-IDENTIFIED:" TO WS-CNL-LABEL
           MOVE WS-NOT-IDENTIFIED TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "NOT ON EMPLOYEE MASTER:" TO WS-CNL-LABEL
           MOVE WS-NO-MASTER TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "OTHER COMPANIES (EXCLUDED):" TO WS-CNL-LABEL
           MOVE WS-OTHER-COMPANY TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO EEO1-REPORT-LINE
           PERFORM WRITE-EEO1-LINE.

       WRITE-EEO1-LINE.
           MOVE EEO1-REPORT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO EEO1-REPORT-LINE
               WRITE EEO1-REPORT-LINE
               IF WS-FS-EEO1-REPORT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "EEO1-REPORT.RPT, status " WS-FS-EEO1-REPORT
               END-IF
           END-PERFORM.
