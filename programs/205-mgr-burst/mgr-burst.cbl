       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGR-BURST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-REPORT ASSIGN TO DYNAMIC WS-SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SOURCE-REPORT.
           SELECT PACKET-REPORT ASSIGN TO DYNAMIC WS-PACKET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PACKET-REPORT.
           SELECT EMPLOYEE-MASTER ASSIGN TO "employee-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLOYEE-MASTER.
           SELECT DEPT-MASTER ASSIGN TO "dept-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPT-MASTER.
           SELECT BURST-CONTROL ASSIGN TO "MGR-BURST-CONTROL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BURST-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-REPORT.
       01 SOURCE-LINE PIC X(100).

       FD  PACKET-REPORT.
       01 PACKET-LINE PIC X(100).

       FD  EMPLOYEE-MASTER.
           COPY "employee-master.cpy".

       FD  DEPT-MASTER.
           COPY "dept-master.cpy".

       FD  BURST-CONTROL.
       01 BURST-CONTROL-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-SOURCE-REPORT   PIC X(2) VALUE "00".
       01 WS-FS-PACKET-REPORT   PIC X(2) VALUE "00".
       01 WS-FS-EMPLOYEE-MASTER PIC X(2) VALUE "00".
       01 WS-FS-DEPT-MASTER     PIC X(2) VALUE "00".
       01 WS-FS-BURST-CONTROL   PIC X(2) VALUE "00".
       01 WS-SOURCE-NAME PIC X(40) VALUE SPACES.
       01 WS-PACKET-NAME PIC X(40) VALUE SPACES.
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-SOURCE-TABLE.
          05 FILLER PIC X(24) VALUE "PAYROLL-REGISTER.RPT".
          05 FILLER PIC X(1)  VALUE "E".
          05 FILLER PIC X(24) VALUE "LABOR-DIST.RPT".
          05 FILLER PIC X(1)  VALUE "D".
          05 FILLER PIC X(24) VALUE "UNAPPROVED-OT.RPT".
          05 FILLER PIC X(1)  VALUE "E".
          05 FILLER PIC X(24) VALUE "TIME-APPROVAL.RPT".
          05 FILLER PIC X(1)  VALUE "D".
       01 WS-SOURCE-ENTRIES REDEFINES WS-SOURCE-TABLE.
          05 WS-SRC-ENTRY OCCURS 4 TIMES.
             10 WS-SRC-FILE PIC X(24).
             10 WS-SRC-KIND PIC X(1).
                88 SRC-BY-EMPLOYEE VALUE "E".
                88 SRC-BY-DEPT-BLOCK VALUE "D".
       01 WS-R PIC 9(1) VALUE 0.
       01 WS-SRC-STATS.
          05 WS-SRC-STAT OCCURS 4 TIMES.
             10 WS-SRC-FOUND      PIC X(1).
             10 WS-SRC-LINES      PIC 9(7).
             10 WS-SRC-UNASSIGNED PIC 9(7).
       01 WS-SRC-TITLE PIC X(30) VALUE SPACES.
       01 WS-SRC-OPERATOR PIC X(10) VALUE SPACES.
       01 WS-SRC-YEAR PIC 9(4) VALUE 0.
       01 WS-SRC-NUM  PIC 9(2) VALUE 0.
       01 WS-BURST-YEAR PIC 9(4) VALUE 0.
       01 WS-BURST-NUM  PIC 9(2) VALUE 0.
       01 WS-CUR-DEPT PIC 9(2) VALUE 0.
       01 WS-LINE-DEPT PIC 9(2) VALUE 0.
       01 WS-LINE-KEYED PIC X(1) VALUE "N".
          88 IS-LINE-KEYED VALUE "Y".
       01 WS-SECTION-OPEN PIC X(1) VALUE "N".
          88 IS-SECTION-OPEN VALUE "Y".
       01 WS-DEPT-TBL.
          05 WS-DT-ENTRY OCCURS 99 TIMES.
             10 WS-DT-NAME   PIC X(20).
             10 WS-DT-MGR-NO PIC 9(2).
       01 WS-D PIC 9(2) VALUE 0.
       01 WS-MGR-COUNT PIC 9(2) VALUE 0.
       01 WS-MGR-TBL.
          05 WS-MG-ENTRY OCCURS 99 TIMES.
             10 WS-MG-NAME     PIC X(20).
             10 WS-MG-DEPTS    PIC X(30).
             10 WS-MG-DEPT-PTR PIC 9(2).
             10 WS-MG-FILE     PIC X(40).
             10 WS-MG-OPENED   PIC X(1).
             10 WS-MG-SECTIONS PIC 9(1).
             10 WS-MG-PAGES    PIC 9(5).
             10 WS-MG-LINES    PIC 9(7).
       01 WS-M PIC 9(2) VALUE 0.
       01 WS-M-FOUND PIC 9(2) VALUE 0.
       01 WS-EM-COUNT PIC 9(4) VALUE 0.
       01 WS-EMP-TBL.
          05 WS-EM-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-EM-COUNT
             ASCENDING KEY IS WS-EM-ID
             INDEXED BY WS-EM-IX.
             10 WS-EM-ID   PIC 9(7).
             10 WS-EM-DEPT PIC 9(2).
       01 WS-FIND-ID PIC 9(7) VALUE 0.
       01 WS-BURST-STATS.
          05 WS-PACKETS-WRITTEN PIC 9(5) VALUE 0.
          05 WS-PACKETS-EMPTY   PIC 9(5) VALUE 0.
          05 WS-TOTAL-PAGES     PIC 9(7) VALUE 0.
          05 WS-TOTAL-UNASSIGNED PIC 9(7) VALUE 0.
          05 WS-DEPTS-NO-MANAGER PIC 9(5) VALUE 0.
       01 WS-PACKET-HEADING.
          05 FILLER PIC X(21) VALUE "MANAGER PACKET FOR:  ".
          05 WS-PH-MANAGER PIC X(20).
          05 FILLER PIC X(8) VALUE "  DEPTS ".
          05 WS-PH-DEPTS PIC X(30).
       01 WS-CONTROL-DETAIL-LINE.
          05 WS-CD-MANAGER PIC X(20).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-CD-DEPTS PIC X(27).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-CD-FILE PIC X(20).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-CD-SECTIONS PIC 9(1).
          05 FILLER PIC X(3) VALUE SPACES.
          05 WS-CD-PAGES PIC ZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-CD-LINES PIC ZZZ,ZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-CD-STATUS PIC X(11).
       01 WS-SOURCE-SUMMARY-LINE.
          05 FILLER PIC X(8) VALUE "SOURCE  ".
          05 WS-SS-FILE PIC X(24).
          05 WS-SS-STATUS PIC X(10).
          05 FILLER PIC X(7) VALUE " LINES ".
          05 WS-SS-LINES PIC ZZZ,ZZ9.
          05 FILLER PIC X(13) VALUE "  NO MANAGER ".
          05 WS-SS-UNASSIGNED PIC ZZZ,ZZ9.
       01 WS-NO-MANAGER-LINE.
          05 FILLER PIC X(5) VALUE "DEPT ".
          05 WS-NM-DEPT PIC 9(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-NM-NAME PIC X(20).
          05 FILLER PIC X(36)
              VALUE " HAS NO DEPT-MANAGER - NOT BURST".
       01 WS-COUNT-LINE.
          05 WS-CNL-LABEL PIC X(36).
          05 WS-CNL-COUNT PIC ZZZ,ZZ9.
           COPY "print-svc.cpy".
           COPY "print-svc.cpy"
               REPLACING LEADING ==PS-== BY ==BC-==.
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR-ID
           PERFORM LOAD-DEPARTMENTS
           PERFORM LOAD-EMPLOYEES
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 4
               MOVE "N" TO WS-SRC-FOUND(WS-R)
               MOVE 0 TO WS-SRC-LINES(WS-R)
               MOVE 0 TO WS-SRC-UNASSIGNED(WS-R)
           END-PERFORM
           IF WS-MGR-COUNT = 0
               DISPLAY "WARNING: no DEPT-MANAGER on dept-master.dat "
                   "- no packets produced"
           END-IF
           PERFORM BURST-ONE-MANAGER
               VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MGR-COUNT
           OPEN OUTPUT BURST-CONTROL
           IF WS-FS-BURST-CONTROL NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "MGR-BURST-CONTROL.RPT, status "
                   WS-FS-BURST-CONTROL
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-CONTROL-REPORT
           CLOSE BURST-CONTROL
           DISPLAY "Managers on dept-master:  " WS-MGR-COUNT
           DISPLAY "Packets written:          " WS-PACKETS-WRITTEN
           DISPLAY "Pages written:            " WS-TOTAL-PAGES
           DISPLAY "Lines with no manager:    " WS-TOTAL-UNASSIGNED
           DISPLAY "Distribution control written to "
               "MGR-BURST-CONTROL.RPT"
           IF WS-MGR-COUNT = 0 OR WS-TOTAL-UNASSIGNED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-DEPARTMENTS.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 99
               MOVE SPACES TO WS-DT-NAME(WS-D)
               MOVE 0 TO WS-DT-MGR-NO(WS-D)
           END-PERFORM
           OPEN INPUT DEPT-MASTER
           IF WS-FS-DEPT-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "dept-master.dat, status " WS-FS-DEPT-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ DEPT-MASTER
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DEPT-NO >= 1 AND DEPT-NO <= 99
                           MOVE DEPT-NAME TO WS-DT-NAME(DEPT-NO)
                           IF DEPT-MANAGER NOT = SPACES
                               PERFORM ASSIGN-DEPT-MANAGER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPT-MASTER.

       ASSIGN-DEPT-MANAGER.
           MOVE 0 TO WS-M-FOUND
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MGR-COUNT
               IF WS-MG-NAME(WS-M) = DEPT-MANAGER
                   MOVE WS-M TO WS-M-FOUND
               END-IF
           END-PERFORM
           IF WS-M-FOUND = 0
               IF WS-MGR-COUNT >= 99
                   DISPLAY "ERROR: manager table full - "
                       DEPT-MANAGER " not burst"
               ELSE
                   ADD 1 TO WS-MGR-COUNT
                   MOVE WS-MGR-COUNT TO WS-M-FOUND
                   MOVE DEPT-MANAGER TO WS-MG-NAME(WS-M-FOUND)
                   MOVE SPACES TO WS-MG-DEPTS(WS-M-FOUND)
                   MOVE 1 TO WS-MG-DEPT-PTR(WS-M-FOUND)
                   MOVE SPACES TO WS-MG-FILE(WS-M-FOUND)
                   STRING "MGR-PACKET-" WS-M-FOUND ".RPT"
                       DELIMITED BY SIZE INTO WS-MG-FILE(WS-M-FOUND)
                   END-STRING
                   MOVE "N" TO WS-MG-OPENED(WS-M-FOUND)
                   MOVE 0 TO WS-MG-SECTIONS(WS-M-FOUND)
                   MOVE 0 TO WS-MG-PAGES(WS-M-FOUND)
                   MOVE 0 TO WS-MG-LINES(WS-M-FOUND)
               END-IF
           END-IF
           IF WS-M-FOUND > 0
               MOVE WS-M-FOUND TO WS-DT-MGR-NO(DEPT-NO)
               IF WS-MG-DEPT-PTR(WS-M-FOUND) < 28
                   STRING DEPT-NO " " DELIMITED BY SIZE
                       INTO WS-MG-DEPTS(WS-M-FOUND)
                       WITH POINTER WS-MG-DEPT-PTR(WS-M-FOUND)
                   END-STRING
               END-IF
           END-IF.

       LOAD-EMPLOYEES.
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-EMPLOYEE-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "employee-master.idx, status "
                   WS-FS-EMPLOYEE-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ EMPLOYEE-MASTER
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF WS-EM-COUNT >= 5000
                           DISPLAY "ERROR: employee table full - "
                               "employee " EMP-ID " not burst"
                       ELSE
                           ADD 1 TO WS-EM-COUNT
                           MOVE EMP-ID TO WS-EM-ID(WS-EM-COUNT)
                           MOVE EMP-DEPT TO WS-EM-DEPT(WS-EM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER.

       BURST-ONE-MANAGER.
           PERFORM BURST-ONE-SOURCE
               VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 4
           IF WS-MG-OPENED(WS-M) = "Y"
               CLOSE PACKET-REPORT
               ADD 1 TO WS-PACKETS-WRITTEN
               ADD WS-MG-PAGES(WS-M) TO WS-TOTAL-PAGES
           ELSE
               ADD 1 TO WS-PACKETS-EMPTY
           END-IF.

       BURST-ONE-SOURCE.
           MOVE WS-SRC-FILE(WS-R) TO WS-SOURCE-NAME
           OPEN INPUT SOURCE-REPORT
           IF WS-FS-SOURCE-REPORT = "00"
               MOVE "Y" TO WS-SRC-FOUND(WS-R)
               MOVE SPACES TO WS-SRC-TITLE
               MOVE SPACES TO WS-SRC-OPERATOR
               MOVE 0 TO WS-SRC-YEAR
               MOVE 0 TO WS-SRC-NUM
               MOVE 0 TO WS-CUR-DEPT
               MOVE "N" TO WS-SECTION-OPEN
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ SOURCE-REPORT
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM ROUTE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE SOURCE-REPORT
               IF IS-SECTION-OPEN
                   MOVE SPACES TO PS-DETAIL-IN
                   MOVE "E" TO PS-FUNC
                   CALL "PRINT-SVC" USING PS-CONTROL
                       ON EXCEPTION
                           DISPLAY "ERROR: CALL to PRINT-SVC failed"
                   END-CALL
                   PERFORM WRITE-SVC-LINES
                   ADD PS-PAGE-NO TO WS-MG-PAGES(WS-M)
                   ADD 1 TO WS-MG-SECTIONS(WS-M)
               END-IF
           ELSE
               IF WS-FS-SOURCE-REPORT NOT = "35"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       WS-SOURCE-NAME ", status "
                       WS-FS-SOURCE-REPORT
               END-IF
           END-IF.

       ROUTE-ONE-LINE.
           IF SOURCE-LINE(31:10) = " RUN DATE "
               MOVE SOURCE-LINE(1:30) TO WS-SRC-TITLE
           ELSE
               IF SOURCE-LINE(1:7) = "PERIOD " AND
                   SOURCE-LINE(15:10) = " OPERATOR "
                   IF SOURCE-LINE(8:4) IS NUMERIC
                       MOVE SOURCE-LINE(8:4) TO WS-SRC-YEAR
                   END-IF
                   IF SOURCE-LINE(13:2) IS NUMERIC
                       MOVE SOURCE-LINE(13:2) TO WS-SRC-NUM
                   END-IF
                   MOVE SOURCE-LINE(25:10) TO WS-SRC-OPERATOR
                   IF WS-BURST-YEAR = 0
                       MOVE WS-SRC-YEAR TO WS-BURST-YEAR
                       MOVE WS-SRC-NUM TO WS-BURST-NUM
                   END-IF
               ELSE
                   IF SOURCE-LINE(1:23) NOT = "***  END OF REPORT  ***"
                       PERFORM FIND-LINE-DEPT
                       IF WS-M = 1
                           PERFORM TALLY-SOURCE-LINE
                       END-IF
                       IF WS-LINE-DEPT > 0
                           IF WS-DT-MGR-NO(WS-LINE-DEPT) = WS-M
                               PERFORM WRITE-PACKET-DETAIL
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-LINE-DEPT.
           MOVE 0 TO WS-LINE-DEPT
           MOVE "N" TO WS-LINE-KEYED
           IF SRC-BY-EMPLOYEE(WS-R)
               IF SOURCE-LINE(1:7) IS NUMERIC AND
                   SOURCE-LINE(8:1) = SPACE
                   MOVE "Y" TO WS-LINE-KEYED
                   IF SOURCE-LINE(9:5) = "DEPT " AND
                       SOURCE-LINE(14:2) IS NUMERIC
                       MOVE SOURCE-LINE(14:2) TO WS-LINE-DEPT
                   ELSE
                       MOVE SOURCE-LINE(1:7) TO WS-FIND-ID
                       SEARCH ALL WS-EM-ENTRY
                           AT END
                               MOVE 0 TO WS-LINE-DEPT
                           WHEN WS-EM-ID(WS-EM-IX) = WS-FIND-ID
                               MOVE WS-EM-DEPT(WS-EM-IX)
                                   TO WS-LINE-DEPT
                       END-SEARCH
                   END-IF
               END-IF
           ELSE
               IF SOURCE-LINE(1:5) = "DEPT " AND
                   SOURCE-LINE(6:2) IS NUMERIC
                   MOVE SOURCE-LINE(6:2) TO WS-CUR-DEPT
               END-IF
               IF SOURCE-LINE(1:13) = "CONTROL TOTAL"
                   MOVE 0 TO WS-CUR-DEPT
               END-IF
               IF WS-CUR-DEPT > 0
                   MOVE "Y" TO WS-LINE-KEYED
               END-IF
               MOVE WS-CUR-DEPT TO WS-LINE-DEPT
           END-IF.

       TALLY-SOURCE-LINE.
           IF IS-LINE-KEYED
               ADD 1 TO WS-SRC-LINES(WS-R)
               IF WS-LINE-DEPT = 0
                   ADD 1 TO WS-SRC-UNASSIGNED(WS-R)
               ELSE
                   IF WS-DT-MGR-NO(WS-LINE-DEPT) = 0
                       ADD 1 TO WS-SRC-UNASSIGNED(WS-R)
                   END-IF
               END-IF
           END-IF.

       WRITE-PACKET-DETAIL.
           IF WS-MG-OPENED(WS-M) NOT = "Y"
               MOVE WS-MG-FILE(WS-M) TO WS-PACKET-NAME
               OPEN OUTPUT PACKET-REPORT
               IF WS-FS-PACKET-REPORT NOT = "00"
                   DISPLAY "ERROR: OPEN OUTPUT failed for "
                       WS-PACKET-NAME ", status " WS-FS-PACKET-REPORT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE "Y" TO WS-MG-OPENED(WS-M)
           END-IF
           IF NOT IS-SECTION-OPEN
               MOVE "Y" TO WS-SECTION-OPEN
               MOVE "I" TO PS-FUNC
               MOVE WS-SRC-TITLE TO PS-REPORT-TITLE
               MOVE WS-SRC-OPERATOR TO PS-OPERATOR
               MOVE WS-SRC-YEAR TO PS-PERIOD-YEAR
               MOVE WS-SRC-NUM TO PS-PERIOD-NUM
               MOVE WS-MG-NAME(WS-M) TO WS-PH-MANAGER
               MOVE WS-MG-DEPTS(WS-M) TO WS-PH-DEPTS
               MOVE WS-PACKET-HEADING TO PS-COLUMN-HEADING
               MOVE 55 TO PS-LINES-PER-PAGE
               CALL "PRINT-SVC" USING PS-CONTROL
                   ON EXCEPTION
                       DISPLAY "ERROR: CALL to PRINT-SVC failed"
               END-CALL
               PERFORM WRITE-SVC-LINES
           END-IF
           MOVE SOURCE-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           ADD 1 TO WS-MG-LINES(WS-M).

       WRITE-CONTROL-REPORT.
           MOVE "I" TO BC-FUNC
           MOVE "MANAGER PACKET DISTRIBUTION" TO BC-REPORT-TITLE
           MOVE WS-OPERATOR-ID TO BC-OPERATOR
           MOVE WS-BURST-YEAR TO BC-PERIOD-YEAR
           MOVE WS-BURST-NUM TO BC-PERIOD-NUM
           MOVE "MANAGER              DEPARTMENTS                 "
               TO BC-COLUMN-HEADING
           MOVE "PACKET FILE          S  PAGES    LINES  STATUS"
               TO BC-COLUMN-HEADING(50:51)
           MOVE 55 TO BC-LINES-PER-PAGE
           CALL "PRINT-SVC" USING BC-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-BC-SVC-LINES
           PERFORM WRITE-ONE-PACKET-LINE
               VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MGR-COUNT
           MOVE SPACES TO BURST-CONTROL-LINE
           PERFORM WRITE-CONTROL-LINE
           PERFORM WRITE-ONE-SOURCE-LINE
               VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 4
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 99
               IF WS-DT-NAME(WS-D) NOT = SPACES AND
                   WS-DT-MGR-NO(WS-D) = 0
                   ADD 1 TO WS-DEPTS-NO-MANAGER
                   MOVE WS-D TO WS-NM-DEPT
                   MOVE WS-DT-NAME(WS-D) TO WS-NM-NAME
                   MOVE WS-NO-MANAGER-LINE TO BURST-CONTROL-LINE
                   PERFORM WRITE-CONTROL-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO BURST-CONTROL-LINE
           PERFORM WRITE-CONTROL-LINE
           MOVE "PACKETS PRODUCED:" TO WS-CNL-LABEL
           MOVE WS-PACKETS-WRITTEN TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO BURST-CONTROL-LINE
           PERFORM WRITE-CONTROL-LINE
           MOVE "MANAGERS WITH NOTHING TO SEND:" TO WS-CNL-LABEL
           MOVE WS-PACKETS-EMPTY TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO BURST-CONTROL-LINE
           PERFORM WRITE-CONTROL-LINE
           MOVE "TOTAL PACKET PAGES:" TO WS-CNL-LABEL
           MOVE WS-TOTAL-PAGES TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO BURST-CONTROL-LINE
           PERFORM WRITE-CONTROL-LINE
           MOVE "DEPARTMENTS WITH NO MANAGER:" TO WS-CNL-LABEL
           MOVE WS-DEPTS-NO-MANAGER TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO BURST-CONTROL-LINE
           PERFORM WRITE-CONTROL-LINE
           MOVE "LINES NOT SENT TO ANY MANAGER:" TO WS-CNL-LABEL
           MOVE WS-TOTAL-UNASSIGNED TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO BURST-CONTROL-LINE
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO BC-DETAIL-IN
           MOVE "E" TO BC-FUNC
           CALL "PRINT-SVC" USING BC-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-BC-SVC-LINES.

       WRITE-ONE-PACKET-LINE.
           MOVE WS-MG-NAME(WS-M) TO WS-CD-MANAGER
           MOVE WS-MG-DEPTS(WS-M) TO WS-CD-DEPTS
           MOVE WS-MG-SECTIONS(WS-M) TO WS-CD-SECTIONS
           MOVE WS-MG-PAGES(WS-M) TO WS-CD-PAGES
           MOVE WS-MG-LINES(WS-M) TO WS-CD-LINES
           IF WS-MG-OPENED(WS-M) = "Y"
               MOVE WS-MG-FILE(WS-M) TO WS-CD-FILE
               MOVE "PRODUCED" TO WS-CD-STATUS
           ELSE
               MOVE SPACES TO WS-CD-FILE
               MOVE "NO ACTIVITY" TO WS-CD-STATUS
           END-IF
           MOVE WS-CONTROL-DETAIL-LINE TO BURST-CONTROL-LINE
           PERFORM WRITE-CONTROL-LINE.

       WRITE-ONE-SOURCE-LINE.
           MOVE WS-SRC-FILE(WS-R) TO WS-SS-FILE
           IF WS-SRC-FOUND(WS-R) = "Y"
               MOVE "READ" TO WS-SS-STATUS
           ELSE
               MOVE "NOT FOUND" TO WS-SS-STATUS
           END-IF
           MOVE WS-SRC-LINES(WS-R) TO WS-SS-LINES
           MOVE WS-SRC-UNASSIGNED(WS-R) TO WS-SS-UNASSIGNED
           ADD WS-SRC-UNASSIGNED(WS-R) TO WS-TOTAL-UNASSIGNED
           MOVE WS-SOURCE-SUMMARY-LINE TO BURST-CONTROL-LINE
           PERFORM WRITE-CONTROL-LINE.

       WRITE-CONTROL-LINE.
           MOVE BURST-CONTROL-LINE TO BC-DETAIL-IN
           MOVE "D" TO BC-FUNC
           CALL "PRINT-SVC" USING BC-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-BC-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO PACKET-LINE
               WRITE PACKET-LINE
               IF WS-FS-PACKET-REPORT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       WS-PACKET-NAME ", status " WS-FS-PACKET-REPORT
               END-IF
           END-PERFORM.

       WRITE-BC-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > BC-OUT-COUNT
               MOVE BC-OUT-LINE(WS-PS-I) TO BURST-CONTROL-LINE
               WRITE BURST-CONTROL-LINE
               IF WS-FS-BURST-CONTROL NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "MGR-BURST-CONTROL.RPT, status "
                       WS-FS-BURST-CONTROL
               END-IF
           END-PERFORM.
