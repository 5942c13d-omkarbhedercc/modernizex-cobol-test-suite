       IDENTIFICATION DIVISION.
       PROGRAM-ID. RANGE-COMPLY.
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
           SELECT RANGE-REPORT ASSIGN TO "RANGE-COMPLY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RANGE-REPORT.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY "employee-master.cpy".

       FD  RANGE-REPORT.
       01 RANGE-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-EMPLOYEE-MASTER PIC X(2) VALUE "00".
       01 WS-FS-RANGE-REPORT    PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-AS-OF-DATE PIC 9(8) VALUE 0.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-EXCEPTIONS-ONLY PIC X(1) VALUE "N".
          88 IS-EXCEPTIONS-ONLY VALUE "Y" "y".
       01 WS-FLAG-TEXT PIC X(12) VALUE SPACES.
       01 WS-RANGE-STATS.
          05 WS-EMPS-CHECKED  PIC 9(7) VALUE 0.
          05 WS-IN-RANGE      PIC 9(7) VALUE 0.
          05 WS-BELOW-MIN     PIC 9(7) VALUE 0.
          05 WS-ABOVE-MAX     PIC 9(7) VALUE 0.
          05 WS-NO-JOB-CODE   PIC 9(7) VALUE 0.
          05 WS-BAD-JOB-CODE  PIC 9(7) VALUE 0.
          05 WS-NO-GRADE      PIC 9(7) VALUE 0.
       01 WS-RANGE-DETAIL-LINE.
          05 WS-RD-ID PIC 9(7).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RD-NAME PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RD-DEPT PIC 9(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RD-JOB PIC X(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RD-GRADE PIC X(3).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RD-BASIS PIC X(1).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RD-PAY PIC ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RD-MIN PIC ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RD-MID PIC ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RD-MAX PIC ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RD-COMPA PIC 9.999.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RD-FLAG PIC X(12).
       01 WS-RANGE-TOTAL-LINE.
          05 FILLER PIC X(16) VALUE "CONTROL TOTAL   ".
          05 WS-RT-LABEL PIC X(26).
          05 WS-RT-COUNT PIC ZZZZZZ9.
           COPY "grade-svc.cpy".
           COPY "print-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Enter as-of date (YYYYMMDD, 0 for today): "
           ACCEPT WS-AS-OF-DATE
           IF WS-AS-OF-DATE = 0
               COMPUTE WS-AS-OF-DATE = 20000000 + WS-RUN-DATE
           END-IF
           DISPLAY "Exceptions only (Y/N): "
           ACCEPT WS-EXCEPTIONS-ONLY
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-EMPLOYEE-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "employee-master.idx, status "
                   WS-FS-EMPLOYEE-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RANGE-REPORT
           IF WS-FS-RANGE-REPORT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "RANGE-COMPLY.RPT, status " WS-FS-RANGE-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "I" TO PS-FUNC
           MOVE "PAY RANGE COMPLIANCE" TO PS-REPORT-TITLE
           MOVE WS-OPERATOR-ID TO PS-OPERATOR
           MOVE WS-AS-OF-DATE(1:4) TO PS-PERIOD-YEAR
           MOVE 0 TO PS-PERIOD-NUM
           MOVE "EMP-ID  NAME       DP JOB    GRD B        PAY"
               TO PS-COLUMN-HEADING
           MOVE "    MINIMUM   MIDPOINT    MAXIMUM COMPA FLAG"
               TO PS-COLUMN-HEADING(46:55)
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           MOVE LOW-VALUES TO EMP-ID
           START EMPLOYEE-MASTER KEY >= EMP-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 1
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
               END-READ
               IF WS-EOF = 0 AND
                   (EMP-STATUS = 1 OR EMP-STATUS = 3)
                   PERFORM CHECK-ONE-EMPLOYEE
               END-IF
           END-PERFORM
           MOVE "C" TO GS-FUNC
           CALL "GRADE-SVC" USING GS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to GRADE-SVC failed"
           END-CALL
           CLOSE EMPLOYEE-MASTER
           PERFORM WRITE-RANGE-TOTALS
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           CLOSE RANGE-REPORT
           DISPLAY "Employees checked:  " WS-EMPS-CHECKED
           DISPLAY "Within range:       " WS-IN-RANGE
           DISPLAY "Below minimum:      " WS-BELOW-MIN
           DISPLAY "Above maximum:      " WS-ABOVE-MAX
           DISPLAY "No job code:        " WS-NO-JOB-CODE
           DISPLAY "Job not on file:    " WS-BAD-JOB-CODE
           DISPLAY "No grade range:     " WS-NO-GRADE
           IF WS-BELOW-MIN > 0 OR WS-ABOVE-MAX > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NO-JOB-CODE > 0 OR WS-BAD-JOB-CODE > 0 OR
                   WS-NO-GRADE > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       CHECK-ONE-EMPLOYEE.
           ADD 1 TO WS-EMPS-CHECKED
           MOVE SPACES TO WS-FLAG-TEXT
           IF EMP-JOB-CODE = SPACES
               ADD 1 TO WS-NO-JOB-CODE
               MOVE SPACES TO GS-PAY-GRADE
               MOVE SPACE TO GS-BASIS
               MOVE 0 TO GS-PAY
               MOVE 0 TO GS-MIN
               MOVE 0 TO GS-MID
               MOVE 0 TO GS-MAX
               MOVE 0 TO GS-COMPA-RATIO
               MOVE "NO JOB CODE" TO WS-FLAG-TEXT
           ELSE
               MOVE "L" TO GS-FUNC
               MOVE EMP-JOB-CODE TO GS-JOB-CODE
               MOVE WS-AS-OF-DATE TO GS-AS-OF-DATE
               MOVE EMP-TYPE TO GS-EMP-TYPE
               MOVE EMP-RATE TO GS-RATE
               MOVE EMP-ANNUAL-SALARY TO GS-ANNUAL-SALARY
               CALL "GRADE-SVC" USING GS-CONTROL
                   ON EXCEPTION
                       DISPLAY "ERROR: CALL to GRADE-SVC failed"
                       MOVE "J" TO GS-RESULT
               END-CALL
               EVALUATE TRUE
                   WHEN GS-NO-JOB
                       ADD 1 TO WS-BAD-JOB-CODE
                       MOVE "JOB NOT FND" TO WS-FLAG-TEXT
                   WHEN GS-NO-GRADE
                       ADD 1 TO WS-NO-GRADE
                       MOVE "NO RANGE" TO WS-FLAG-TEXT
                   WHEN GS-BELOW-MIN
                       ADD 1 TO WS-BELOW-MIN
                       MOVE "BELOW MIN" TO WS-FLAG-TEXT
                   WHEN GS-ABOVE-MAX
                       ADD 1 TO WS-ABOVE-MAX
                       MOVE "ABOVE MAX" TO WS-FLAG-TEXT
                   WHEN OTHER
                       ADD 1 TO WS-IN-RANGE
               END-EVALUATE
           END-IF
           IF WS-FLAG-TEXT NOT = SPACES OR NOT IS-EXCEPTIONS-ONLY
               PERFORM WRITE-RANGE-DETAIL
           END-IF.

       WRITE-RANGE-DETAIL.
           MOVE EMP-ID TO WS-RD-ID
           MOVE EMP-LAST-NAME TO WS-RD-NAME
           MOVE EMP-DEPT TO WS-RD-DEPT
           MOVE EMP-JOB-CODE TO WS-RD-JOB
           MOVE GS-PAY-GRADE TO WS-RD-GRADE
           MOVE GS-BASIS TO WS-RD-BASIS
           MOVE GS-PAY TO WS-RD-PAY
           MOVE GS-MIN TO WS-RD-MIN
           MOVE GS-MID TO WS-RD-MID
           MOVE GS-MAX TO WS-RD-MAX
           MOVE GS-COMPA-RATIO TO WS-RD-COMPA
           MOVE WS-FLAG-TEXT TO WS-RD-FLAG
           MOVE WS-RANGE-DETAIL-LINE TO RANGE-REPORT-LINE
           PERFORM WRITE-RANGE-LINE.

       WRITE-RANGE-TOTALS.
           MOVE SPACES TO RANGE-REPORT-LINE
           PERFORM WRITE-RANGE-LINE
           MOVE "EMPLOYEES CHECKED:        " TO WS-RT-LABEL
           MOVE WS-EMPS-CHECKED TO WS-RT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "WITHIN RANGE:             " TO WS-RT-LABEL
           MOVE WS-IN-RANGE TO WS-RT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "BELOW RANGE MINIMUM:      " TO WS-RT-LABEL
           MOVE WS-BELOW-MIN TO WS-RT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "ABOVE RANGE MAXIMUM:      " TO WS-RT-LABEL
           MOVE WS-ABOVE-MAX TO WS-RT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "NO JOB CODE ASSIGNED:     " TO WS-RT-LABEL
           MOVE WS-NO-JOB-CODE TO WS-RT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "JOB CODE NOT ON FILE:     " TO WS-RT-LABEL
           MOVE WS-BAD-JOB-CODE TO WS-RT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "GRADE HAS NO RANGE:       " TO WS-RT-LABEL
           MOVE WS-NO-GRADE TO WS-RT-COUNT
           PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
           MOVE WS-RANGE-TOTAL-LINE TO RANGE-REPORT-LINE
           PERFORM WRITE-RANGE-LINE.

       WRITE-RANGE-LINE.
           MOVE RANGE-REPORT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO RANGE-REPORT-LINE
               WRITE RANGE-REPORT-LINE
               IF WS-FS-RANGE-REPORT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "RANGE-COMPLY.RPT, status "
                       WS-FS-RANGE-REPORT
               END-IF
           END-PERFORM.
