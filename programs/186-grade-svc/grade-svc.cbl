       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-SVC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-MASTER ASSIGN TO "job-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOB-CODE
               FILE STATUS IS WS-FS-JOB-MASTER.
           SELECT PAY-GRADE-TABLE ASSIGN TO "pay-grade-table.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAY-GRADE.
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-MASTER.
           COPY "job-master.cpy".

       FD  PAY-GRADE-TABLE.
           COPY "pay-grade.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-JOB-MASTER PIC X(2) VALUE "00".
       01 WS-FS-PAY-GRADE  PIC X(2) VALUE "00".
       01 WS-JOB-OPEN PIC X(1) VALUE "N".
          88 IS-JOB-OPEN VALUE "Y".
       01 WS-JOB-MISSING PIC X(1) VALUE "N".
          88 IS-JOB-MISSING VALUE "Y".
       01 WS-GRD-LOADED PIC X(1) VALUE "N".
       01 WS-GRD-EOF PIC 9(1) VALUE 0.
       01 WS-GRD-COUNT PIC 9(3) VALUE 0.
       01 WS-GRD-I PIC 9(3) VALUE 0.
       01 WS-GRD-TABLE.
          05 WS-GRD-ENTRY OCCURS 500 TIMES.
             10 WS-GRD-GRADE    PIC X(3).
             10 WS-GRD-EFF-DATE PIC 9(8).
             10 WS-GRD-BASIS    PIC X(1).
             10 WS-GRD-MIN      PIC 9(7)V99.
             10 WS-GRD-MID      PIC 9(7)V99.
             10 WS-GRD-MAX      PIC 9(7)V99.
       01 WS-GRD-BEST-EFF PIC 9(8) VALUE 0.
       01 WS-HOURS-PER-YEAR PIC 9(4) VALUE 2080.
       LINKAGE SECTION.
           COPY "grade-svc.cpy".
       PROCEDURE DIVISION USING GS-CONTROL.
           MOVE "N" TO GS-RESULT
           EVALUATE GS-FUNC
               WHEN "L"
                   PERFORM LOOKUP-GRADE-RANGE
               WHEN "C"
                   PERFORM CLOSE-JOB-MASTER
                   MOVE "Y" TO GS-RESULT
               WHEN OTHER
                   DISPLAY "ERROR: GRADE-SVC called with unknown "
                       "function code [" GS-FUNC "]"
           END-EVALUATE
           GOBACK.

       LOOKUP-GRADE-RANGE.
           MOVE SPACES TO GS-JOB-TITLE
           MOVE SPACE TO GS-FLSA-STATUS
           MOVE SPACES TO GS-PAY-GRADE
           MOVE SPACE TO GS-BASIS
           MOVE 0 TO GS-MIN
           MOVE 0 TO GS-MID
           MOVE 0 TO GS-MAX
           MOVE 0 TO GS-PAY
           MOVE 0 TO GS-COMPA-RATIO
           MOVE SPACE TO GS-POSITION
           IF WS-GRD-LOADED = "N"
               PERFORM LOAD-PAY-GRADE-TABLE
               MOVE "Y" TO WS-GRD-LOADED
           END-IF
           IF NOT IS-JOB-OPEN AND NOT IS-JOB-MISSING
               PERFORM OPEN-JOB-MASTER
           END-IF
           MOVE "J" TO GS-RESULT
           IF IS-JOB-OPEN AND GS-JOB-CODE NOT = SPACES
               MOVE GS-JOB-CODE TO JOB-CODE
               READ JOB-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE JOB-TITLE TO GS-JOB-TITLE
                       MOVE JOB-FLSA-STATUS TO GS-FLSA-STATUS
                       MOVE JOB-PAY-GRADE TO GS-PAY-GRADE
                       PERFORM FIND-GRADE-RANGE
               END-READ
           END-IF.

       FIND-GRADE-RANGE.
           MOVE "G" TO GS-RESULT
           MOVE 0 TO WS-GRD-BEST-EFF
           PERFORM VARYING WS-GRD-I FROM 1 BY 1
               UNTIL WS-GRD-I > WS-GRD-COUNT
               IF WS-GRD-GRADE(WS-GRD-I) = GS-PAY-GRADE AND
                   WS-GRD-EFF-DATE(WS-GRD-I) <= GS-AS-OF-DATE AND
                   WS-GRD-EFF-DATE(WS-GRD-I) >= WS-GRD-BEST-EFF
                   MOVE WS-GRD-BASIS(WS-GRD-I) TO GS-BASIS
                   MOVE WS-GRD-MIN(WS-GRD-I) TO GS-MIN
                   MOVE WS-GRD-MID(WS-GRD-I) TO GS-MID
                   MOVE WS-GRD-MAX(WS-GRD-I) TO GS-MAX
                   MOVE WS-GRD-EFF-DATE(WS-GRD-I) TO WS-GRD-BEST-EFF
                   MOVE "Y" TO GS-RESULT
               END-IF
           END-PERFORM
           IF GS-FOUND
               PERFORM COMPARE-PAY-TO-RANGE
           END-IF.

       COMPARE-PAY-TO-RANGE.
           IF GS-BASIS = "A"
               IF GS-EMP-TYPE = 2 AND GS-ANNUAL-SALARY > 0
                   MOVE GS-ANNUAL-SALARY TO GS-PAY
               ELSE
                   COMPUTE GS-PAY ROUNDED =
                       GS-RATE * WS-HOURS-PER-YEAR
               END-IF
           ELSE
               IF GS-EMP-TYPE = 2 AND GS-ANNUAL-SALARY > 0
                   COMPUTE GS-PAY ROUNDED =
                       GS-ANNUAL-SALARY / WS-HOURS-PER-YEAR
               ELSE
                   MOVE GS-RATE TO GS-PAY
               END-IF
           END-IF
           IF GS-MID > 0
               COMPUTE GS-COMPA-RATIO ROUNDED = GS-PAY / GS-MID
                   ON SIZE ERROR
                       MOVE 9.999 TO GS-COMPA-RATIO
               END-COMPUTE
           END-IF
           EVALUATE TRUE
               WHEN GS-PAY < GS-MIN
                   MOVE "B" TO GS-POSITION
               WHEN GS-PAY > GS-MAX
                   MOVE "A" TO GS-POSITION
               WHEN OTHER
                   MOVE "W" TO GS-POSITION
           END-EVALUATE.

       OPEN-JOB-MASTER.
           OPEN INPUT JOB-MASTER
           IF WS-FS-JOB-MASTER = "00"
               MOVE "Y" TO WS-JOB-OPEN
           ELSE
               MOVE "Y" TO WS-JOB-MISSING
               IF WS-FS-JOB-MASTER = "35"
                   DISPLAY "NOTE: job-master.dat not found - no "
                       "job codes or grade ranges to check"
               ELSE
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "job-master.dat, status " WS-FS-JOB-MASTER
               END-IF
           END-IF.

       CLOSE-JOB-MASTER.
           IF IS-JOB-OPEN
               CLOSE JOB-MASTER
               MOVE "N" TO WS-JOB-OPEN
           END-IF
           MOVE "N" TO WS-JOB-MISSING
           MOVE "N" TO WS-GRD-LOADED.

       LOAD-PAY-GRADE-TABLE.
           MOVE 0 TO WS-GRD-COUNT
           OPEN INPUT PAY-GRADE-TABLE
           IF WS-FS-PAY-GRADE = "35"
               DISPLAY "NOTE: pay-grade-table.dat not found - no "
                   "grade ranges to check"
           ELSE
               IF WS-FS-PAY-GRADE NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "pay-grade-table.dat, status " WS-FS-PAY-GRADE
               ELSE
                   MOVE 0 TO WS-GRD-EOF
                   PERFORM UNTIL WS-GRD-EOF = 1
                       READ PAY-GRADE-TABLE
                           AT END
                               MOVE 1 TO WS-GRD-EOF
                           NOT AT END
                               PERFORM STORE-GRADE-ROW
                       END-READ
                   END-PERFORM
                   CLOSE PAY-GRADE-TABLE
               END-IF
           END-IF.

       STORE-GRADE-ROW.
           IF NOT GRD-HOURLY-BASIS AND NOT GRD-ANNUAL-BASIS
               DISPLAY "WARNING: pay-grade-table.dat basis ["
                   GRD-BASIS "] for grade " GRD-GRADE
                   " unknown - row ignored"
           ELSE
               IF WS-GRD-COUNT >= 500
                   DISPLAY "WARNING: pay grade table full - grade "
                       GRD-GRADE " eff " GRD-EFF-DATE " ignored"
               ELSE
                   ADD 1 TO WS-GRD-COUNT
                   MOVE GRD-GRADE TO WS-GRD-GRADE(WS-GRD-COUNT)
                   MOVE GRD-EFF-DATE TO WS-GRD-EFF-DATE(WS-GRD-COUNT)
                   MOVE GRD-BASIS TO WS-GRD-BASIS(WS-GRD-COUNT)
                   MOVE GRD-MIN TO WS-GRD-MIN(WS-GRD-COUNT)
                   MOVE GRD-MID TO WS-GRD-MID(WS-GRD-COUNT)
                   MOVE GRD-MAX TO WS-GRD-MAX(WS-GRD-COUNT)
               END-IF
           END-IF.
