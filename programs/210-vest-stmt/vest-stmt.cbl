       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEST-STMT.
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
           SELECT VEST-RPT ASSIGN TO "VESTING-STMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VEST-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY "employee-master.cpy".

       FD  VEST-RPT.
       01 VEST-RPT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-EMPLOYEE-MASTER PIC X(2) VALUE "00".
       01 WS-FS-VEST-RPT        PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-PLAN-YEAR PIC 9(4) VALUE 0.
       01 WS-AS-OF-DATE PIC 9(8) VALUE 0.
       01 WS-STATUS-TEXT PIC X(24) VALUE SPACES.
       01 WS-STMT-STATS.
          05 WS-EMPS-READ      PIC 9(7) VALUE 0.
          05 WS-STMTS-PRINTED  PIC 9(7) VALUE 0.
          05 WS-FULLY-VESTED   PIC 9(7) VALUE 0.
          05 WS-TERMINATED     PIC 9(7) VALUE 0.
          05 WS-FAILED         PIC 9(7) VALUE 0.
       01 WS-STMT-TOTALS.
          05 WS-TOT-MATCH    PIC 9(11)V99 VALUE 0.
          05 WS-TOT-VESTED   PIC 9(11)V99 VALUE 0.
          05 WS-TOT-UNVESTED PIC 9(11)V99 VALUE 0.
          05 WS-TOT-FORFEIT  PIC 9(11)V99 VALUE 0.
       01 WS-STMT-NAME-LINE.
          05 FILLER PIC X(9) VALUE "EMPLOYEE ".
          05 WS-SN-EMP-ID PIC 9(7).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-SN-LAST-NAME PIC X(10).
          05 FILLER PIC X(2) VALUE ", ".
          05 WS-SN-FIRST-NAME PIC X(10).
          05 FILLER PIC X(16) VALUE "  SERVICE FROM: ".
          05 WS-SN-START PIC 9(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-SN-STATUS PIC X(24).
       01 WS-STMT-SERVICE-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 FILLER PIC X(14) VALUE "PLAN YEAR HRS:".
          05 WS-SS-HOURS PIC ZZ,ZZ9.9.
          05 FILLER PIC X(19) VALUE "   VESTING YEARS:  ".
          05 WS-SS-YEARS PIC Z9.
          05 FILLER PIC X(16) VALUE "   VESTED PCT:  ".
          05 WS-SS-PCT PIC ZZ9.
          05 FILLER PIC X(1) VALUE "%".
       01 WS-STMT-AMOUNT-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 FILLER PIC X(7) VALUE "MATCH: ".
          05 WS-SA-MATCH PIC Z,ZZZ,ZZ9.99.
          05 FILLER PIC X(10) VALUE "  VESTED: ".
          05 WS-SA-VESTED PIC Z,ZZZ,ZZ9.99.
          05 FILLER PIC X(12) VALUE "  UNVESTED: ".
          05 WS-SA-UNVESTED PIC Z,ZZZ,ZZ9.99.
          05 FILLER PIC X(13) VALUE "  FORFEITED: ".
          05 WS-SA-FORFEIT PIC Z,ZZZ,ZZ9.99.
       01 WS-COUNT-LINE.
          05 WS-CNL-LABEL PIC X(36).
          05 WS-CNL-COUNT PIC ZZZ,ZZ9.
       01 WS-AMOUNT-LINE.
          05 WS-AML-LABEL PIC X(36).
          05 WS-AML-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           COPY "print-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
           COPY "vest-svc.cpy".
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Enter plan year (YYYY): "
           ACCEPT WS-PLAN-YEAR
           COMPUTE WS-AS-OF-DATE = WS-PLAN-YEAR * 10000 + 1231
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-EMPLOYEE-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "employee-master.idx, status "
                   WS-FS-EMPLOYEE-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT VEST-RPT
           IF WS-FS-VEST-RPT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "VESTING-STMT.RPT, status " WS-FS-VEST-RPT
               CLOSE EMPLOYEE-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "I" TO PS-FUNC
           MOVE "401(K) MATCH VESTING STATEMENT" TO PS-REPORT-TITLE
           MOVE WS-OPERATOR-ID TO PS-OPERATOR
           MOVE WS-PLAN-YEAR TO PS-PERIOD-YEAR
           MOVE 0 TO PS-PERIOD-NUM
           MOVE "STATEMENT OF EMPLOYER MATCH VESTED AS OF 12/31"
               TO PS-COLUMN-HEADING
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           MOVE 0 TO EMP-ID
           START EMPLOYEE-MASTER KEY >= EMP-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 1
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
               END-READ
               IF WS-EOF = 0
                   ADD 1 TO WS-EMPS-READ
                   PERFORM STATE-ONE-EMPLOYEE
               END-IF
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           CLOSE VEST-RPT
           CLOSE EMPLOYEE-MASTER
           DISPLAY "Employees read:           " WS-EMPS-READ
           DISPLAY "Statements printed:       " WS-STMTS-PRINTED
           DISPLAY "Fully vested:             " WS-FULLY-VESTED
           DISPLAY "Terminated/forfeited:     " WS-TERMINATED
           DISPLAY "Not calculated:           " WS-FAILED
           IF WS-FAILED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       STATE-ONE-EMPLOYEE.
           MOVE "U" TO VS-FUNC
           MOVE EMP-ID TO VS-EMP-ID
           MOVE WS-AS-OF-DATE TO VS-AS-OF-DATE
           MOVE "VEST-STMT" TO VS-PROGRAM
           MOVE WS-OPERATOR-ID TO VS-OPERATOR
           CALL "VEST-SVC" USING VS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to VEST-SVC failed"
           END-CALL
           MOVE SPACES TO WS-STATUS-TEXT
           EVALUATE TRUE
               WHEN VS-ALREADY-DONE
                   ADD 1 TO WS-TERMINATED
                   MOVE "TERMINATED - FORFEITED" TO WS-STATUS-TEXT
               WHEN VS-OK
                   MOVE 0 TO VS-FORFEIT
                   IF VS-VEST-PCT = 100
                       ADD 1 TO WS-FULLY-VESTED
                       MOVE "FULLY VESTED" TO WS-STATUS-TEXT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-FAILED
                   DISPLAY "WARNING: vesting not calculated for "
                       "employee " EMP-ID
           END-EVALUATE
           IF (VS-OK OR VS-ALREADY-DONE) AND
               (VS-MATCH-TOTAL > 0 OR VS-SERVICE-YEARS > 0 OR
                VS-YEAR-HOURS > 0)
               PERFORM WRITE-STATEMENT
           END-IF.

       WRITE-STATEMENT.
           ADD 1 TO WS-STMTS-PRINTED
           ADD VS-MATCH-TOTAL TO WS-TOT-MATCH
           ADD VS-VESTED TO WS-TOT-VESTED
           IF VS-ALREADY-DONE
               ADD VS-FORFEIT TO WS-TOT-FORFEIT
           ELSE
               ADD VS-UNVESTED TO WS-TOT-UNVESTED
           END-IF
           MOVE EMP-ID TO WS-SN-EMP-ID
           MOVE EMP-LAST-NAME TO WS-SN-LAST-NAME
           MOVE EMP-FIRST-NAME TO WS-SN-FIRST-NAME
           MOVE VS-SERVICE-START TO WS-SN-START
           MOVE WS-STATUS-TEXT TO WS-SN-STATUS
           MOVE WS-STMT-NAME-LINE TO VEST-RPT-LINE
           PERFORM WRITE-VEST-LINE
           MOVE VS-YEAR-HOURS TO WS-SS-HOURS
           MOVE VS-SERVICE-YEARS TO WS-SS-YEARS
           MOVE VS-VEST-PCT TO WS-SS-PCT
           MOVE WS-STMT-SERVICE-LINE TO VEST-RPT-LINE
           PERFORM WRITE-VEST-LINE
           MOVE VS-MATCH-TOTAL TO WS-SA-MATCH
           MOVE VS-VESTED TO WS-SA-VESTED
           MOVE VS-UNVESTED TO WS-SA-UNVESTED
           MOVE VS-FORFEIT TO WS-SA-FORFEIT
           MOVE WS-STMT-AMOUNT-LINE TO VEST-RPT-LINE
           PERFORM WRITE-VEST-LINE
           MOVE SPACES TO VEST-RPT-LINE
           PERFORM WRITE-VEST-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO VEST-RPT-LINE
           PERFORM WRITE-VEST-LINE
           MOVE "EMPLOYEES READ:" TO WS-CNL-LABEL
           MOVE WS-EMPS-READ TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "STATEMENTS PRINTED:" TO WS-CNL-LABEL
           MOVE WS-STMTS-PRINTED TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "FULLY VESTED:" TO WS-CNL-LABEL
           MOVE WS-FULLY-VESTED TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "TERMINATED WITH FORFEITURE:" TO WS-CNL-LABEL
           MOVE WS-TERMINATED TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "NOT CALCULATED:" TO WS-CNL-LABEL
           MOVE WS-FAILED TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "TOTAL EMPLOYER MATCH:" TO WS-AML-LABEL
           MOVE WS-TOT-MATCH TO WS-AML-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "TOTAL VESTED:" TO WS-AML-LABEL
           MOVE WS-TOT-VESTED TO WS-AML-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "TOTAL UNVESTED (ACTIVE):" TO WS-AML-LABEL
           MOVE WS-TOT-UNVESTED TO WS-AML-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "TOTAL FORFEITED (TERMINATED):" TO WS-AML-LABEL
           MOVE WS-TOT-FORFEIT TO WS-AML-AMOUNT
           PERFORM WRITE-AMOUNT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO VEST-RPT-LINE
           PERFORM WRITE-VEST-LINE.

       WRITE-AMOUNT-LINE.
           MOVE WS-AMOUNT-LINE TO VEST-RPT-LINE
           PERFORM WRITE-VEST-LINE.

       WRITE-VEST-LINE.
           MOVE VEST-RPT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO VEST-RPT-LINE
               WRITE VEST-RPT-LINE
               IF WS-FS-VEST-RPT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "VESTING-STMT.RPT, status " WS-FS-VEST-RPT
               END-IF
           END-PERFORM.
