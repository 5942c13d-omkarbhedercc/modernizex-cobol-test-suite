       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDI-REMIT.
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
           SELECT SDI-TABLE ASSIGN TO "sdi-table.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SDI-TABLE.
           SELECT SDI-RPT ASSIGN TO "SDI-REMITTANCE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SDI-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY.
           COPY "pay-history.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee-master.cpy".

       FD  SDI-TABLE.
           COPY "sdi-table.cpy".

       FD  SDI-RPT.
       01 SDI-RPT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-PAY-HISTORY     PIC X(2) VALUE "00".
       01 WS-FS-EMPLOYEE-MASTER PIC X(2) VALUE "00".
       01 WS-FS-SDI-TABLE       PIC X(2) VALUE "00".
       01 WS-FS-SDI-RPT         PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-SDI-EOF PIC 9(1) VALUE 0.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-RPT-YEAR PIC 9(4) VALUE 0.
       01 WS-RPT-QTR  PIC 9(1) VALUE 0.
       01 WS-PERIOD-MONTH PIC 9(2) VALUE 0.
       01 WS-REC-QTR PIC 9(1) VALUE 0.
       01 WS-QTR-END-DATE PIC 9(8) VALUE 0.
       01 WS-SDI-RATES.
          05 WS-SR-COUNT PIC 9(2) VALUE 0.
          05 WS-SR-ENTRY OCCURS 60 TIMES.
             10 WS-SR-STATE   PIC X(2).
             10 WS-SR-EFF     PIC 9(8).
             10 WS-SR-EE-RATE PIC V9(5).
             10 WS-SR-ER-RATE PIC V9(5).
             10 WS-SR-LABEL   PIC X(10).
       01 WS-SR-I PIC 9(2) VALUE 0.
       01 WS-SR-SLOT PIC 9(2) VALUE 0.
       01 WS-EMP-TBL.
          05 WS-ET-COUNT PIC 9(4) VALUE 0.
          05 WS-ET-ENTRY OCCURS 3000 TIMES.
             10 WS-ET-ID    PIC 9(7).
             10 WS-ET-STATE PIC X(2).
             10 WS-ET-WAGES PIC 9(9)V99.
             10 WS-ET-EE    PIC 9(9)V99.
             10 WS-ET-ER    PIC 9(9)V99.
             10 WS-ET-DONE  PIC X(1).
       01 WS-ET-I PIC 9(4) VALUE 0.
       01 WS-ET-SLOT PIC 9(4) VALUE 0.
       01 WS-ET-FIRST PIC 9(4) VALUE 1.
       01 WS-CUR-ID PIC 9(7) VALUE 0.
       01 WS-HOLD-STATE PIC X(2) VALUE SPACES.
       01 WS-STATE-TOTALS.
          05 WS-ST-COUNT PIC 9(5) VALUE 0.
          05 WS-ST-WAGES PIC 9(11)V99 VALUE 0.
          05 WS-ST-EE    PIC 9(11)V99 VALUE 0.
          05 WS-ST-ER    PIC 9(11)V99 VALUE 0.
       01 WS-GRAND-TOTALS.
          05 WS-GT-COUNT  PIC 9(5) VALUE 0.
          05 WS-GT-STATES PIC 9(3) VALUE 0.
          05 WS-GT-WAGES  PIC 9(11)V99 VALUE 0.
          05 WS-GT-EE     PIC 9(11)V99 VALUE 0.
          05 WS-GT-ER     PIC 9(11)V99 VALUE 0.
       01 WS-AMOUNT-DUE PIC 9(11)V99 VALUE 0.
       01 WS-TABLE-FULL PIC X(1) VALUE "N".
          88 IS-TABLE-FULL VALUE "Y".
       01 WS-STATE-HEAD-LINE.
          05 FILLER PIC X(6) VALUE "STATE ".
          05 WS-SH-STATE PIC X(2).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-SH-LABEL PIC X(10).
          05 FILLER PIC X(11) VALUE "  EE RATE  ".
          05 WS-SH-EE-RATE PIC 9.9(5).
          05 FILLER PIC X(11) VALUE "  ER RATE  ".
          05 WS-SH-ER-RATE PIC 9.9(5).
       01 WS-DETAIL-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-DL-ID PIC 9(7).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-DL-NAME PIC X(24).
          05 WS-DL-WAGES PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-DL-EE PIC ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-DL-ER PIC ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-TL-LABEL PIC X(20).
          05 WS-TL-COUNT PIC ZZ,ZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-TL-WAGES PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-TL-EE PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-TL-ER PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DUE-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-DU-LABEL PIC X(36).
          05 WS-DU-AMOUNT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-NAME-WORK PIC X(24) VALUE SPACES.
           COPY "print-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Enter reporting year (YYYY): "
           ACCEPT WS-RPT-YEAR
           DISPLAY "Enter quarter (1-4): "
           ACCEPT WS-RPT-QTR
           PERFORM UNTIL WS-RPT-QTR >= 1 AND WS-RPT-QTR <= 4
               DISPLAY "ERROR: quarter must be 1-4"
               DISPLAY "Enter quarter (1-4): "
               ACCEPT WS-RPT-QTR
           END-PERFORM
           EVALUATE WS-RPT-QTR
               WHEN 1
                   COMPUTE WS-QTR-END-DATE =
                       WS-RPT-YEAR * 10000 + 0331
               WHEN 2
                   COMPUTE WS-QTR-END-DATE =
                       WS-RPT-YEAR * 10000 + 0630
               WHEN 3
                   COMPUTE WS-QTR-END-DATE =
                       WS-RPT-YEAR * 10000 + 0930
               WHEN OTHER
                   COMPUTE WS-QTR-END-DATE =
                       WS-RPT-YEAR * 10000 + 1231
           END-EVALUATE
           PERFORM LOAD-SDI-RATES
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
           OPEN OUTPUT SDI-RPT
           IF WS-FS-SDI-RPT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "SDI-REMITTANCE.RPT, status " WS-FS-SDI-RPT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ACCUMULATE-HISTORY
           CLOSE PAY-HISTORY
           MOVE "I" TO PS-FUNC
           MOVE "SDI/PFML QUARTERLY REMITTANCE" TO PS-REPORT-TITLE
           MOVE WS-OPERATOR-ID TO PS-OPERATOR
           MOVE WS-RPT-YEAR TO PS-PERIOD-YEAR
           MOVE WS-RPT-QTR TO PS-PERIOD-NUM
           MOVE "  EMP ID   NAME                    SUBJECT WAGES"
               TO PS-COLUMN-HEADING
           MOVE "    EE SHARE    ER SHARE"
               TO PS-COLUMN-HEADING(50:51)
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           PERFORM VARYING WS-ET-I FROM 1 BY 1
               UNTIL WS-ET-I > WS-ET-COUNT
               IF WS-ET-DONE(WS-ET-I) = "N"
                   MOVE WS-ET-STATE(WS-ET-I) TO WS-HOLD-STATE
                   PERFORM WRITE-ONE-STATE
               END-IF
           END-PERFORM
           PERFORM WRITE-GRAND-TOTALS
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           CLOSE SDI-RPT
           CLOSE EMPLOYEE-MASTER
           DISPLAY "States reported:          " WS-GT-STATES
           DISPLAY "Employee lines:           " WS-GT-COUNT
           DISPLAY "Employee share withheld:  " WS-GT-EE
           DISPLAY "Employer share accrued:   " WS-GT-ER
           EVALUATE TRUE
               WHEN IS-TABLE-FULL
                   MOVE 8 TO RETURN-CODE
               WHEN WS-GT-COUNT = 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       LOAD-SDI-RATES.
           OPEN INPUT SDI-TABLE
           IF WS-FS-SDI-TABLE = "00"
               PERFORM UNTIL WS-SDI-EOF = 1
                   READ SDI-TABLE
                       AT END MOVE 1 TO WS-SDI-EOF
                       NOT AT END
                           IF SDI-EFF-DATE <= WS-QTR-END-DATE
                               PERFORM STORE-ONE-SDI-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SDI-TABLE
           ELSE
               DISPLAY "WARNING: OPEN INPUT failed for "
                   "sdi-table.dat, status " WS-FS-SDI-TABLE
                   " - rates not shown on the report"
           END-IF.

       STORE-ONE-SDI-RATE.
           MOVE 0 TO WS-SR-SLOT
           PERFORM VARYING WS-SR-I FROM 1 BY 1
               UNTIL WS-SR-I > WS-SR-COUNT
               IF WS-SR-STATE(WS-SR-I) = SDI-STATE
                   MOVE WS-SR-I TO WS-SR-SLOT
               END-IF
           END-PERFORM
           IF WS-SR-SLOT = 0 AND WS-SR-COUNT < 60
               ADD 1 TO WS-SR-COUNT
               MOVE WS-SR-COUNT TO WS-SR-SLOT
               MOVE SDI-STATE TO WS-SR-STATE(WS-SR-SLOT)
               MOVE 0 TO WS-SR-EFF(WS-SR-SLOT)
           END-IF
           IF WS-SR-SLOT > 0
               IF SDI-EFF-DATE >= WS-SR-EFF(WS-SR-SLOT)
                   MOVE SDI-EFF-DATE TO WS-SR-EFF(WS-SR-SLOT)
                   MOVE SDI-EE-RATE TO WS-SR-EE-RATE(WS-SR-SLOT)
                   MOVE SDI-ER-RATE TO WS-SR-ER-RATE(WS-SR-SLOT)
                   MOVE SDI-BOX14-LABEL TO WS-SR-LABEL(WS-SR-SLOT)
               END-IF
           END-IF.

       ACCUMULATE-HISTORY.
           MOVE ZERO TO HIST-ID
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
               IF WS-EOF = 0 AND WS-FS-PAY-HISTORY NOT = "00"
                   DISPLAY "ERROR: READ NEXT failed for "
                       "pay-history.dat, status " WS-FS-PAY-HISTORY
                   MOVE 1 TO WS-EOF
               END-IF
               IF WS-EOF = 0 AND HIST-PERIOD-YEAR = WS-RPT-YEAR
                   AND (HIST-SDI-EE > 0 OR HIST-SDI-ER > 0)
                   PERFORM ACCUMULATE-ONE-DETAIL
               END-IF
           END-PERFORM.

       ACCUMULATE-ONE-DETAIL.
           MOVE HIST-PERIOD-END(5:2) TO WS-PERIOD-MONTH
           EVALUATE TRUE
               WHEN WS-PERIOD-MONTH >= 1 AND WS-PERIOD-MONTH <= 3
                   MOVE 1 TO WS-REC-QTR
               WHEN WS-PERIOD-MONTH >= 4 AND WS-PERIOD-MONTH <= 6
                   MOVE 2 TO WS-REC-QTR
               WHEN WS-PERIOD-MONTH >= 7 AND WS-PERIOD-MONTH <= 9
                   MOVE 3 TO WS-REC-QTR
               WHEN WS-PERIOD-MONTH >= 10 AND WS-PERIOD-MONTH <= 12
                   MOVE 4 TO WS-REC-QTR
               WHEN OTHER
                   MOVE 0 TO WS-REC-QTR
           END-EVALUATE
           IF WS-REC-QTR = 0
               DISPLAY "WARNING: employee " HIST-ID " period "
                   HIST-PERIOD-YEAR "-" HIST-PERIOD-NUM
                   " has invalid period-end month "
                   WS-PERIOD-MONTH " - detail skipped"
           ELSE
               IF WS-REC-QTR = WS-RPT-QTR
                   IF HIST-ID NOT = WS-CUR-ID
                       MOVE HIST-ID TO WS-CUR-ID
                       COMPUTE WS-ET-FIRST = WS-ET-COUNT + 1
                   END-IF
                   IF HIST-WORK-STATE = SPACES
                       MOVE "??" TO HIST-WORK-STATE
                   END-IF
                   MOVE 0 TO WS-ET-SLOT
                   PERFORM VARYING WS-ET-I FROM WS-ET-FIRST BY 1
                       UNTIL WS-ET-I > WS-ET-COUNT
                       IF WS-ET-STATE(WS-ET-I) = HIST-WORK-STATE
                           MOVE WS-ET-I TO WS-ET-SLOT
                       END-IF
                   END-PERFORM
                   IF WS-ET-SLOT = 0
                       IF WS-ET-COUNT >= 3000
                           MOVE "Y" TO WS-TABLE-FULL
                           DISPLAY "ERROR: employee table full - "
                               "employee " HIST-ID " period "
                               HIST-PERIOD-NUM " dropped"
                       ELSE
                           ADD 1 TO WS-ET-COUNT
                           MOVE WS-ET-COUNT TO WS-ET-SLOT
                           MOVE HIST-ID TO WS-ET-ID(WS-ET-SLOT)
                           MOVE HIST-WORK-STATE
                               TO WS-ET-STATE(WS-ET-SLOT)
                           MOVE 0 TO WS-ET-WAGES(WS-ET-SLOT)
                           MOVE 0 TO WS-ET-EE(WS-ET-SLOT)
                           MOVE 0 TO WS-ET-ER(WS-ET-SLOT)
                           MOVE "N" TO WS-ET-DONE(WS-ET-SLOT)
                       END-IF
                   END-IF
                   IF WS-ET-SLOT > 0
                       ADD HIST-SDI-WAGES TO WS-ET-WAGES(WS-ET-SLOT)
                       ADD HIST-SDI-EE TO WS-ET-EE(WS-ET-SLOT)
                       ADD HIST-SDI-ER TO WS-ET-ER(WS-ET-SLOT)
                   END-IF
               END-IF
           END-IF.

       WRITE-ONE-STATE.
           INITIALIZE WS-STATE-TOTALS
           ADD 1 TO WS-GT-STATES
           MOVE SPACES TO SDI-RPT-LINE
           PERFORM WRITE-SDI-LINE
           MOVE WS-HOLD-STATE TO WS-SH-STATE
           MOVE SPACES TO WS-SH-LABEL
           MOVE 0 TO WS-SH-EE-RATE
           MOVE 0 TO WS-SH-ER-RATE
           PERFORM VARYING WS-SR-I FROM 1 BY 1
               UNTIL WS-SR-I > WS-SR-COUNT
               IF WS-SR-STATE(WS-SR-I) = WS-HOLD-STATE
                   MOVE WS-SR-LABEL(WS-SR-I) TO WS-SH-LABEL
                   MOVE WS-SR-EE-RATE(WS-SR-I) TO WS-SH-EE-RATE
                   MOVE WS-SR-ER-RATE(WS-SR-I) TO WS-SH-ER-RATE
               END-IF
           END-PERFORM
           MOVE WS-STATE-HEAD-LINE TO SDI-RPT-LINE
           PERFORM WRITE-SDI-LINE
           PERFORM VARYING WS-ET-I FROM WS-ET-I BY 1
               UNTIL WS-ET-I > WS-ET-COUNT
               IF WS-ET-DONE(WS-ET-I) = "N" AND
                   WS-ET-STATE(WS-ET-I) = WS-HOLD-STATE
                   PERFORM WRITE-ONE-DETAIL
               END-IF
           END-PERFORM
           MOVE "STATE TOTAL" TO WS-TL-LABEL
           MOVE WS-ST-COUNT TO WS-TL-COUNT
           MOVE WS-ST-WAGES TO WS-TL-WAGES
           MOVE WS-ST-EE TO WS-TL-EE
           MOVE WS-ST-ER TO WS-TL-ER
           MOVE WS-TOTAL-LINE TO SDI-RPT-LINE
           PERFORM WRITE-SDI-LINE
           COMPUTE WS-AMOUNT-DUE = WS-ST-EE + WS-ST-ER
           MOVE SPACES TO WS-DU-LABEL
           STRING "AMOUNT DUE TO STATE " DELIMITED BY SIZE
                  WS-HOLD-STATE DELIMITED BY SIZE
                  INTO WS-DU-LABEL
           END-STRING
           MOVE WS-AMOUNT-DUE TO WS-DU-AMOUNT
           MOVE WS-DUE-LINE TO SDI-RPT-LINE
           PERFORM WRITE-SDI-LINE
           MOVE 0 TO WS-ET-I
           ADD WS-ST-COUNT TO WS-GT-COUNT
           ADD WS-ST-WAGES TO WS-GT-WAGES
           ADD WS-ST-EE TO WS-GT-EE
           ADD WS-ST-ER TO WS-GT-ER.

       WRITE-ONE-DETAIL.
           MOVE "Y" TO WS-ET-DONE(WS-ET-I)
           MOVE WS-ET-ID(WS-ET-I) TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "NOT ON MASTER" TO WS-NAME-WORK
               NOT INVALID KEY
                   MOVE SPACES TO WS-NAME-WORK
                   STRING EMP-LAST-NAME   DELIMITED BY SPACE
                          ", "            DELIMITED BY SIZE
                          EMP-FIRST-NAME  DELIMITED BY SPACE
                          " "             DELIMITED BY SIZE
                          EMP-MIDDLE-INIT DELIMITED BY SIZE
                          INTO WS-NAME-WORK
                   END-STRING
           END-READ
           MOVE WS-ET-ID(WS-ET-I) TO WS-DL-ID
           MOVE WS-NAME-WORK TO WS-DL-NAME
           MOVE WS-ET-WAGES(WS-ET-I) TO WS-DL-WAGES
           MOVE WS-ET-EE(WS-ET-I) TO WS-DL-EE
           MOVE WS-ET-ER(WS-ET-I) TO WS-DL-ER
           MOVE WS-DETAIL-LINE TO SDI-RPT-LINE
           PERFORM WRITE-SDI-LINE
           ADD 1 TO WS-ST-COUNT
           ADD WS-ET-WAGES(WS-ET-I) TO WS-ST-WAGES
           ADD WS-ET-EE(WS-ET-I) TO WS-ST-EE
           ADD WS-ET-ER(WS-ET-I) TO WS-ST-ER.

       WRITE-GRAND-TOTALS.
           MOVE SPACES TO SDI-RPT-LINE
           PERFORM WRITE-SDI-LINE
           MOVE "ALL STATES" TO WS-TL-LABEL
           MOVE WS-GT-COUNT TO WS-TL-COUNT
           MOVE WS-GT-WAGES TO WS-TL-WAGES
           MOVE WS-GT-EE TO WS-TL-EE
           MOVE WS-GT-ER TO WS-TL-ER
           MOVE WS-TOTAL-LINE TO SDI-RPT-LINE
           PERFORM WRITE-SDI-LINE
           COMPUTE WS-AMOUNT-DUE = WS-GT-EE + WS-GT-ER
           MOVE "TOTAL REMITTANCE ALL STATES" TO WS-DU-LABEL
           MOVE WS-AMOUNT-DUE TO WS-DU-AMOUNT
           MOVE WS-DUE-LINE TO SDI-RPT-LINE
           PERFORM WRITE-SDI-LINE.

       WRITE-SDI-LINE.
           MOVE SDI-RPT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO SDI-RPT-LINE
               WRITE SDI-RPT-LINE
               IF WS-FS-SDI-RPT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "SDI-REMITTANCE.RPT, status " WS-FS-SDI-RPT
               END-IF
           END-PERFORM.
