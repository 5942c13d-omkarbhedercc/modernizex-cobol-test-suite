       IDENTIFICATION DIVISION.
       PROGRAM-ID. W2C-CORRECT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT W2C-INPUT ASSIGN TO "w2c-corrections.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-W2C-INPUT.
           SELECT YTD-HISTORY ASSIGN TO "ytd-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-YTD-HISTORY.
           SELECT W2C-MASTER ASSIGN TO "w2c-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS W2CM-KEY
               FILE STATUS IS WS-FS-W2C-MASTER.
           SELECT EMPLOYEE-MASTER ASSIGN TO "employee-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLOYEE-MASTER.
           SELECT COMPANY-MASTER ASSIGN TO "company-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMPANY-MASTER.
           SELECT RATES-MASTER ASSIGN TO "rates-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RATES-MASTER.
           SELECT MAINT-AUDIT ASSIGN TO "maint-audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAINT-AUDIT.
           SELECT FORMS-REPORT ASSIGN TO "W2C-FORMS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FORMS-REPORT.
           SELECT W3C-REPORT ASSIGN TO "W3C-TRANSMITTAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-W3C-REPORT.
       DATA DIVISION.
       FILE SECTION.
       FD  W2C-INPUT.
       01 W2CI-REC.
          05 W2CI-EMP-ID PIC 9(7).
          05 W2CI-YEAR   PIC 9(4).
          05 W2CI-BOX    PIC X(3).
          05 W2CI-AMOUNT PIC S9(7)V99 SIGN LEADING SEPARATE.
          05 W2CI-REASON PIC X(30).

       FD  YTD-HISTORY.
       01 YTDH-REC.
          05 YTDH-CLOSE-YEAR PIC 9(4).
          05 YTDH-CLOSE-DATE PIC 9(6).
          05 YTDH-OPERATOR   PIC X(10).
          05 YTDH-IMAGE      PIC X(400).

       FD  W2C-MASTER.
           COPY "w2c-master.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee-master.cpy".

       FD  COMPANY-MASTER.
       01 COMPANY-REC.
          05 CO-CODE PIC 9(2).
          05 CO-NAME PIC X(30).
          05 CO-BANK-NAME    PIC X(20).
          05 CO-BANK-ROUTING PIC 9(9).
          05 CO-BANK-ACCOUNT PIC X(17).
          05 CO-EIN          PIC 9(9).
          05 CO-ADDR-LINE1   PIC X(22).
          05 CO-ADDR-LINE2   PIC X(22).
          05 CO-ADDR-CITY    PIC X(22).
          05 CO-ADDR-STATE   PIC X(2).
          05 CO-ADDR-ZIP     PIC X(10).

       FD  RATES-MASTER.
       01 RATES-REC.
          05 RATE-CODE     PIC X(10).
          05 RATE-EFF-DATE PIC 9(8).
          05 RATE-VALUE    PIC 9(7)V9999.

       FD  MAINT-AUDIT.
           COPY "maint-audit.cpy".

       FD  FORMS-REPORT.
       01 FORMS-REPORT-LINE PIC X(100).

       FD  W3C-REPORT.
       01 W3C-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-W2C-INPUT       PIC X(2) VALUE "00".
       01 WS-FS-YTD-HISTORY     PIC X(2) VALUE "00".
       01 WS-FS-W2C-MASTER      PIC X(2) VALUE "00".
       01 WS-FS-EMPLOYEE-MASTER PIC X(2) VALUE "00".
       01 WS-FS-COMPANY-MASTER  PIC X(2) VALUE "00".
       01 WS-FS-RATES-MASTER    PIC X(2) VALUE "00".
       01 WS-FS-MAINT-AUDIT     PIC X(2) VALUE "00".
       01 WS-FS-FORMS-REPORT    PIC X(2) VALUE "00".
       01 WS-FS-W3C-REPORT      PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-HIST-EOF PIC 9(1) VALUE 0.
       01 WS-RATES-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-RUN-TIME PIC 9(8) VALUE 0.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-TAX-YEAR PIC 9(4) VALUE 0.
       01 WS-YEAR-END-DATE PIC 9(8) VALUE 0.
       01 WS-FICA-WAGE-BASE PIC 9(7)V99 VALUE 0176100.00.
       01 WS-EFF-FICA-BASE PIC 9(8) VALUE 0.
           COPY "ytd-master.cpy".
       01 WS-HIST-IMAGE PIC X(400) VALUE SPACES.
       01 WS-IMAGE-FOUND PIC X(1) VALUE "N".
       01 WS-NEW-MASTER PIC X(1) VALUE "N".
       01 WS-EMP-FOUND PIC X(1) VALUE "N".
       01 WS-CUR-ID PIC 9(7) VALUE 0.
       01 WS-CUR-COMPANY PIC 9(2) VALUE 0.
       01 WS-EMP-CHANGES PIC 9(3) VALUE 0.
       01 WS-NEW-AMOUNT PIC S9(8)V99 VALUE 0.
       01 WS-NEW-FICA PIC S9(8)V99 VALUE 0.
       01 WS-BOX-CODE-DATA.
          05 FILLER PIC X(36)
              VALUE "1  2  3  4  5  6  12D14 16 17 18 19 ".
       01 WS-BOX-CODE-TABLE REDEFINES WS-BOX-CODE-DATA.
          05 WS-BOX-CODE PIC X(3) OCCURS 12 TIMES.
       01 WS-BOX-LABEL-DATA.
          05 FILLER PIC X(26) VALUE "WAGES, TIPS, OTHER COMP".
          05 FILLER PIC X(26) VALUE "FEDERAL INCOME TAX".
          05 FILLER PIC X(26) VALUE "SOCIAL SECURITY WAGES".
          05 FILLER PIC X(26) VALUE "SOCIAL SECURITY TAX".
          05 FILLER PIC X(26) VALUE "MEDICARE WAGES AND TIPS".
          05 FILLER PIC X(26) VALUE "MEDICARE TAX".
          05 FILLER PIC X(26) VALUE "CODE D ELECTIVE DEFERRALS".
          05 FILLER PIC X(26) VALUE "OTHER - FRINGE BENEFITS".
          05 FILLER PIC X(26) VALUE "STATE WAGES".
          05 FILLER PIC X(26) VALUE "STATE INCOME TAX".
          05 FILLER PIC X(26) VALUE "LOCAL WAGES".
          05 FILLER PIC X(26) VALUE "LOCAL INCOME TAX".
       01 WS-BOX-LABEL-TABLE REDEFINES WS-BOX-LABEL-DATA.
          05 WS-BOX-LABEL PIC X(26) OCCURS 12 TIMES.
       01 WS-BOX-VALUES.
          05 WS-BX-ENTRY OCCURS 12 TIMES.
             10 WS-BX-PREV PIC 9(7)V99.
             10 WS-BX-CORR PIC 9(7)V99.
       01 WS-BX PIC 9(2) VALUE 0.
       01 WS-CORRECTION-TABLE.
          05 WS-CR-COUNT PIC 9(4) VALUE 0.
          05 WS-CR-ENTRY OCCURS 1000 TIMES.
             10 WS-CR-ID     PIC 9(7).
             10 WS-CR-BOX-IX PIC 9(2).
             10 WS-CR-AMOUNT PIC S9(7)V99.
             10 WS-CR-REASON PIC X(30).
             10 WS-CR-DONE   PIC X(1).
       01 WS-CR-I PIC 9(4) VALUE 0.
       01 WS-CR-J PIC 9(4) VALUE 0.
       01 WS-COMPANY-TABLE.
          05 WS-CT-ENTRY OCCURS 99 TIMES.
             10 WS-CT-ON-FILE PIC X(1).
             10 WS-CT-NAME    PIC X(30).
             10 WS-CT-EIN     PIC 9(9).
             10 WS-CT-FORMS   PIC 9(5).
             10 WS-CT-BOX OCCURS 12 TIMES.
                15 WS-CT-PREV PIC 9(9)V99.
                15 WS-CT-CORR PIC 9(9)V99.
       01 WS-CO-IX PIC 9(2) VALUE 0.
       01 WS-STATS.
          05 WS-ROWS-READ       PIC 9(5) VALUE 0.
          05 WS-ROWS-APPLIED    PIC 9(5) VALUE 0.
          05 WS-ROWS-REJECTED   PIC 9(5) VALUE 0.
          05 WS-FORMS-PRINTED   PIC 9(5) VALUE 0.
       01 WS-AUDIT-WORK.
          05 WS-AUD-BEFORE PIC X(350) VALUE SPACES.
          05 WS-AUD-AFTER  PIC X(350) VALUE SPACES.
       01 WS-SSN-WORK PIC 9(9) VALUE 0.
       01 WS-SSN-SPLIT REDEFINES WS-SSN-WORK.
          05 WS-SSN-1 PIC 9(3).
          05 WS-SSN-2 PIC 9(2).
          05 WS-SSN-3 PIC 9(4).
       01 WS-FORM-HEAD-LINE.
          05 FILLER PIC X(18) VALUE "FORM W-2c  YEAR   ".
          05 WS-FH-YEAR PIC 9(4).
          05 FILLER PIC X(11) VALUE "  EMPLOYER ".
          05 WS-FH-COMPANY PIC 9(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-FH-CO-NAME PIC X(30).
          05 FILLER PIC X(5) VALUE " EIN ".
          05 WS-FH-EIN PIC 9(9).
       01 WS-FORM-EMP-LINE.
          05 FILLER PIC X(9) VALUE "EMPLOYEE ".
          05 WS-FE-ID PIC 9(7).
          05 FILLER PIC X(5) VALUE " SSN ".
          05 WS-FE-SSN-1 PIC 9(3).
          05 FILLER PIC X(1) VALUE "-".
          05 WS-FE-SSN-2 PIC 9(2).
          05 FILLER PIC X(1) VALUE "-".
          05 WS-FE-SSN-3 PIC 9(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-FE-FIRST PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-FE-MIDDLE PIC X(1).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-FE-LAST PIC X(10).
       01 WS-FORM-COL-LINE.
          05 FILLER PIC X(31) VALUE "BOX  DESCRIPTION".
          05 FILLER PIC X(20) VALUE " PREVIOUSLY REPORTED".
          05 FILLER PIC X(20) VALUE " CORRECT INFORMATION".
       01 WS-FORM-BOX-LINE.
          05 WS-FB-BOX PIC X(3).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-FB-LABEL PIC X(26).
          05 FILLER PIC X(5) VALUE SPACES.
          05 WS-FB-PREV PIC Z,ZZZ,ZZ9.99.
          05 FILLER PIC X(8) VALUE SPACES.
          05 WS-FB-CORR PIC Z,ZZZ,ZZ9.99.
       01 WS-W3C-HEAD-LINE.
          05 FILLER PIC X(18) VALUE "FORM W-3c  YEAR   ".
          05 WS-WH-YEAR PIC 9(4).
          05 FILLER PIC X(11) VALUE "  EMPLOYER ".
          05 WS-WH-COMPANY PIC 9(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-WH-CO-NAME PIC X(30).
          05 FILLER PIC X(5) VALUE " EIN ".
          05 WS-WH-EIN PIC 9(9).
       01 WS-W3C-COUNT-LINE.
          05 FILLER PIC X(31) VALUE "NUMBER OF FORMS W-2c ATTACHED".
          05 WS-WC-FORMS PIC ZZZZ9.
       01 WS-W3C-COL-LINE.
          05 FILLER PIC X(31) VALUE "BOX  DESCRIPTION".
          05 FILLER PIC X(18) VALUE "  PREVIOUSLY RPTD".
          05 FILLER PIC X(18) VALUE "  CORRECT INFO".
          05 FILLER PIC X(18) VALUE "  DIFFERENCE".
       01 WS-W3C-BOX-LINE.
          05 WS-WB-BOX PIC X(3).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-WB-LABEL PIC X(26).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-WB-PREV PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-WB-CORR PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-WB-DIFF PIC -ZZ,ZZZ,ZZ9.99.
       01 WS-W3C-DIFF PIC S9(10)V99 VALUE 0.
           COPY "print-svc.cpy".
           COPY "print-svc.cpy"
               REPLACING LEADING ==PS-== BY ==WC-==.
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Enter closed tax year being corrected (YYYY): "
           ACCEPT WS-TAX-YEAR
           PERFORM LOAD-FICA-BASE
           PERFORM LOAD-COMPANY-TABLE
           OPEN INPUT YTD-HISTORY
           IF WS-FS-YTD-HISTORY NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "ytd-history.dat, status " WS-FS-YTD-HISTORY
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE YTD-HISTORY
           PERFORM LOAD-CORRECTIONS
           OPEN I-O W2C-MASTER
           IF WS-FS-W2C-MASTER = "35"
               OPEN OUTPUT W2C-MASTER
               CLOSE W2C-MASTER
               OPEN I-O W2C-MASTER
           END-IF
           IF WS-FS-W2C-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN I-O failed for "
                   "w2c-master.dat, status " WS-FS-W2C-MASTER
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
           OPEN OUTPUT FORMS-REPORT
           IF WS-FS-FORMS-REPORT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "W2C-FORMS.RPT, status " WS-FS-FORMS-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT W3C-REPORT
           IF WS-FS-W3C-REPORT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "W3C-TRANSMITTAL.RPT, status " WS-FS-W3C-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "I" TO PS-FUNC
           MOVE "W-2c CORRECTED WAGE STATEMENTS" TO PS-REPORT-TITLE
           MOVE WS-OPERATOR-ID TO PS-OPERATOR
           MOVE WS-TAX-YEAR TO PS-PERIOD-YEAR
           MOVE 0 TO PS-PERIOD-NUM
           MOVE SPACES TO PS-COLUMN-HEADING
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           MOVE "I" TO WC-FUNC
           MOVE "W-3c TRANSMITTAL OF W-2c" TO WC-REPORT-TITLE
           MOVE WS-OPERATOR-ID TO WC-OPERATOR
           MOVE WS-TAX-YEAR TO WC-PERIOD-YEAR
           MOVE 0 TO WC-PERIOD-NUM
           MOVE SPACES TO WC-COLUMN-HEADING
           MOVE 55 TO WC-LINES-PER-PAGE
           CALL "PRINT-SVC" USING WC-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-W3C-SVC-LINES
           PERFORM VARYING WS-CR-I FROM 1 BY 1
               UNTIL WS-CR-I > WS-CR-COUNT
               IF WS-CR-DONE(WS-CR-I) = "N"
                   MOVE WS-CR-ID(WS-CR-I) TO WS-CUR-ID
                   PERFORM CORRECT-ONE-EMPLOYEE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CO-IX FROM 1 BY 1 UNTIL WS-CO-IX > 98
               IF WS-CT-FORMS(WS-CO-IX) > 0
                   PERFORM WRITE-W3C-FOR-COMPANY
               END-IF
           END-PERFORM
           IF WS-CT-FORMS(99) > 0
               MOVE 99 TO WS-CO-IX
               PERFORM WRITE-W3C-FOR-COMPANY
           END-IF
           CLOSE W2C-MASTER
           IF WS-FS-W2C-MASTER NOT = "00"
               DISPLAY "ERROR: CLOSE failed for "
                   "w2c-master.dat, status " WS-FS-W2C-MASTER
           END-IF
           CLOSE EMPLOYEE-MASTER
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           CLOSE FORMS-REPORT
           IF WS-FS-FORMS-REPORT NOT = "00"
               DISPLAY "ERROR: CLOSE failed for "
                   "W2C-FORMS.RPT, status " WS-FS-FORMS-REPORT
           END-IF
           MOVE SPACES TO WC-DETAIL-IN
           MOVE "E" TO WC-FUNC
           CALL "PRINT-SVC" USING WC-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-W3C-SVC-LINES
           CLOSE W3C-REPORT
           IF WS-FS-W3C-REPORT NOT = "00"
               DISPLAY "ERROR: CLOSE failed for "
                   "W3C-TRANSMITTAL.RPT, status " WS-FS-W3C-REPORT
           END-IF
           DISPLAY "Correction rows read:     " WS-ROWS-READ
           DISPLAY "Correction rows applied:  " WS-ROWS-APPLIED
           DISPLAY "Correction rows rejected: " WS-ROWS-REJECTED
           DISPLAY "Forms W-2c printed:       " WS-FORMS-PRINTED
           DISPLAY "Forms written to W2C-FORMS.RPT, transmittal "
               "to W3C-TRANSMITTAL.RPT"
           EVALUATE TRUE
               WHEN WS-ROWS-REJECTED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FORMS-PRINTED = 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       LOAD-FICA-BASE.
           COMPUTE WS-YEAR-END-DATE = WS-TAX-YEAR * 10000 + 1231
           OPEN INPUT RATES-MASTER
           IF WS-FS-RATES-MASTER = "35"
               DISPLAY "WARNING: rates-master.dat not found - "
                   "compiled FICA wage base in force"
           ELSE
               IF WS-FS-RATES-MASTER NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "rates-master.dat, status "
                       WS-FS-RATES-MASTER
               ELSE
                   PERFORM UNTIL WS-RATES-EOF = 1
                       READ RATES-MASTER
                           AT END MOVE 1 TO WS-RATES-EOF
                           NOT AT END
                               IF RATE-CODE = "FICA-BASE " AND
                                   RATE-EFF-DATE <=
                                       WS-YEAR-END-DATE AND
                                   RATE-EFF-DATE >=
                                       WS-EFF-FICA-BASE
                                   MOVE RATE-VALUE
                                       TO WS-FICA-WAGE-BASE
                                   MOVE RATE-EFF-DATE
                                       TO WS-EFF-FICA-BASE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RATES-MASTER
               END-IF
           END-IF.

       LOAD-COMPANY-TABLE.
           PERFORM VARYING WS-CO-IX FROM 1 BY 1 UNTIL WS-CO-IX > 98
               PERFORM CLEAR-ONE-COMPANY
           END-PERFORM
           MOVE 99 TO WS-CO-IX
           PERFORM CLEAR-ONE-COMPANY
           OPEN INPUT COMPANY-MASTER
           IF WS-FS-COMPANY-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "company-master.dat, status "
                   WS-FS-COMPANY-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-FS-COMPANY-MASTER = "10"
               READ COMPANY-MASTER
                   AT END MOVE "10" TO WS-FS-COMPANY-MASTER
                   NOT AT END
                       IF CO-CODE >= 1 AND CO-CODE <= 99
                           MOVE "Y" TO WS-CT-ON-FILE(CO-CODE)
                           MOVE CO-NAME TO WS-CT-NAME(CO-CODE)
                           IF CO-EIN IS NUMERIC
                               MOVE CO-EIN TO WS-CT-EIN(CO-CODE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPANY-MASTER.

       CLEAR-ONE-COMPANY.
           MOVE "N" TO WS-CT-ON-FILE(WS-CO-IX)
           MOVE SPACES TO WS-CT-NAME(WS-CO-IX)
           MOVE 0 TO WS-CT-EIN(WS-CO-IX)
           MOVE 0 TO WS-CT-FORMS(WS-CO-IX)
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 12
               MOVE 0 TO WS-CT-PREV(WS-CO-IX, WS-BX)
               MOVE 0 TO WS-CT-CORR(WS-CO-IX, WS-BX)
           END-PERFORM.

       LOAD-CORRECTIONS.
           OPEN INPUT W2C-INPUT
           IF WS-FS-W2C-INPUT NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "w2c-corrections.dat, status " WS-FS-W2C-INPUT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF = 1
               READ W2C-INPUT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       PERFORM STORE-ONE-CORRECTION
               END-READ
           END-PERFORM
           CLOSE W2C-INPUT.

       STORE-ONE-CORRECTION.
           MOVE 0 TO WS-BX
           PERFORM VARYING WS-CR-J FROM 1 BY 1 UNTIL WS-CR-J > 12
               IF WS-BOX-CODE(WS-CR-J) = W2CI-BOX
                   MOVE WS-CR-J TO WS-BX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN W2CI-EMP-ID IS NOT NUMERIC OR W2CI-EMP-ID = 0
                   ADD 1 TO WS-ROWS-REJECTED
                   DISPLAY "WARNING: correction row " WS-ROWS-READ
                       " has no valid employee ID - rejected"
               WHEN W2CI-YEAR NOT = WS-TAX-YEAR
                   ADD 1 TO WS-ROWS-REJECTED
                   DISPLAY "WARNING: correction for employee "
                       W2CI-EMP-ID " is for year " W2CI-YEAR
                       " not " WS-TAX-YEAR " - rejected, run "
                       "that year separately"
               WHEN WS-BX = 0
                   ADD 1 TO WS-ROWS-REJECTED
                   DISPLAY "WARNING: correction for employee "
                       W2CI-EMP-ID " names unknown box '" W2CI-BOX
                       "' - rejected"
               WHEN W2CI-AMOUNT IS NOT NUMERIC OR W2CI-AMOUNT = 0
                   ADD 1 TO WS-ROWS-REJECTED
                   DISPLAY "WARNING: correction for employee "
                       W2CI-EMP-ID " box " W2CI-BOX " has no "
                       "amount - rejected"
               WHEN WS-CR-COUNT >= 1000
                   ADD 1 TO WS-ROWS-REJECTED
                   DISPLAY "WARNING: correction table full - "
                       "employee " W2CI-EMP-ID " box " W2CI-BOX
                       " rejected, split the file"
               WHEN OTHER
                   ADD 1 TO WS-CR-COUNT
                   MOVE W2CI-EMP-ID TO WS-CR-ID(WS-CR-COUNT)
                   MOVE WS-BX TO WS-CR-BOX-IX(WS-CR-COUNT)
                   MOVE W2CI-AMOUNT TO WS-CR-AMOUNT(WS-CR-COUNT)
                   MOVE W2CI-REASON TO WS-CR-REASON(WS-CR-COUNT)
                   MOVE "N" TO WS-CR-DONE(WS-CR-COUNT)
           END-EVALUATE.

       CORRECT-ONE-EMPLOYEE.
           PERFORM FETCH-CURRENT-IMAGE
           MOVE 0 TO WS-CUR-COMPANY
           MOVE WS-CUR-ID TO EMP-ID
           READ EMPLOYEE-MASTER KEY IS EMP-ID
               INVALID KEY
                   MOVE "N" TO WS-EMP-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND
           END-READ
           IF WS-IMAGE-FOUND = "Y"
               IF YTD-COMPANY > 0
                   MOVE YTD-COMPANY TO WS-CUR-COMPANY
               ELSE
                   IF WS-EMP-FOUND = "Y"
                       MOVE EMP-COMPANY TO WS-CUR-COMPANY
                   END-IF
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-IMAGE-FOUND NOT = "Y"
                   DISPLAY "WARNING: employee " WS-CUR-ID " has no "
                       "closed " WS-TAX-YEAR " balances in "
                       "ytd-history.dat - corrections rejected"
                   PERFORM REJECT-EMPLOYEE-ROWS
               WHEN WS-EMP-FOUND NOT = "Y"
                   DISPLAY "WARNING: employee " WS-CUR-ID " has no "
                       "employee-master.idx record - corrections "
                       "rejected"
                   PERFORM REJECT-EMPLOYEE-ROWS
               WHEN WS-CUR-COMPANY = 0
                   DISPLAY "WARNING: employee " WS-CUR-ID " has no "
                       "company code - corrections rejected"
                   PERFORM REJECT-EMPLOYEE-ROWS
               WHEN OTHER
                   PERFORM APPLY-EMPLOYEE-ROWS
           END-EVALUATE.

       FETCH-CURRENT-IMAGE.
           MOVE "N" TO WS-IMAGE-FOUND
           MOVE WS-CUR-ID TO W2CM-ID
           MOVE WS-TAX-YEAR TO W2CM-YEAR
           READ W2C-MASTER KEY IS W2CM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-NEW-MASTER
               NOT INVALID KEY
                   MOVE "N" TO WS-NEW-MASTER
           END-READ
           IF WS-NEW-MASTER = "N"
               MOVE W2CM-CORRECTED TO YTD-REC
               MOVE "Y" TO WS-IMAGE-FOUND
           ELSE
               PERFORM SCAN-YTD-HISTORY
               IF WS-IMAGE-FOUND = "Y"
                   MOVE WS-HIST-IMAGE TO YTD-REC
                   IF YTD-OASDI-WAGES = 0 AND YTD-OASDI = 0
                       MOVE YTD-FICA-WAGES TO YTD-OASDI-WAGES
                       IF YTD-OASDI-WAGES > WS-FICA-WAGE-BASE
                           MOVE WS-FICA-WAGE-BASE
                               TO YTD-OASDI-WAGES
                       END-IF
                   END-IF
                   MOVE WS-CUR-ID TO W2CM-ID
                   MOVE WS-TAX-YEAR TO W2CM-YEAR
                   MOVE 0 TO W2CM-COMPANY
                   MOVE 0 TO W2CM-CORRECTIONS
                   MOVE YTD-REC TO W2CM-ORIGINAL
                   MOVE YTD-REC TO W2CM-CORRECTED
               END-IF
           END-IF.

       SCAN-YTD-HISTORY.
           MOVE 0 TO WS-HIST-EOF
           OPEN INPUT YTD-HISTORY
           IF WS-FS-YTD-HISTORY NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "ytd-history.dat, status " WS-FS-YTD-HISTORY
           ELSE
               PERFORM UNTIL WS-HIST-EOF = 1
                   READ YTD-HISTORY
                       AT END MOVE 1 TO WS-HIST-EOF
                       NOT AT END
                           IF YTDH-CLOSE-YEAR = WS-TAX-YEAR
                               MOVE YTDH-IMAGE TO YTD-REC
                               IF YTD-ID = WS-CUR-ID
                                   MOVE YTDH-IMAGE TO WS-HIST-IMAGE
                                   MOVE "Y" TO WS-IMAGE-FOUND
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YTD-HISTORY
           END-IF.

       REJECT-EMPLOYEE-ROWS.
           PERFORM VARYING WS-CR-J FROM WS-CR-I BY 1
               UNTIL WS-CR-J > WS-CR-COUNT
               IF WS-CR-ID(WS-CR-J) = WS-CUR-ID AND
                   WS-CR-DONE(WS-CR-J) = "N"
                   MOVE "Y" TO WS-CR-DONE(WS-CR-J)
                   ADD 1 TO WS-ROWS-REJECTED
               END-IF
           END-PERFORM.

       APPLY-EMPLOYEE-ROWS.
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 12
               PERFORM EXTRACT-ONE-BOX
               MOVE WS-BX-CORR(WS-BX) TO WS-BX-PREV(WS-BX)
           END-PERFORM
           MOVE 0 TO WS-EMP-CHANGES
           PERFORM VARYING WS-CR-J FROM WS-CR-I BY 1
               UNTIL WS-CR-J > WS-CR-COUNT
               IF WS-CR-ID(WS-CR-J) = WS-CUR-ID AND
                   WS-CR-DONE(WS-CR-J) = "N"
                   MOVE "Y" TO WS-CR-DONE(WS-CR-J)
                   PERFORM APPLY-ONE-CORRECTION
               END-IF
           END-PERFORM
           IF WS-EMP-CHANGES > 0
               PERFORM SAVE-W2C-MASTER
               PERFORM WRITE-W2C-FORM
               PERFORM ACCUMULATE-W3C
           END-IF.

       EXTRACT-ONE-BOX.
           EVALUATE WS-BX
               WHEN 1  MOVE YTD-FED-WAGES TO WS-BX-CORR(WS-BX)
               WHEN 2  MOVE YTD-FED-TAX TO WS-BX-CORR(WS-BX)
               WHEN 3  MOVE YTD-OASDI-WAGES TO WS-BX-CORR(WS-BX)
               WHEN 4  MOVE YTD-OASDI TO WS-BX-CORR(WS-BX)
               WHEN 5  MOVE YTD-FICA-WAGES TO WS-BX-CORR(WS-BX)
               WHEN 6  MOVE YTD-MEDICARE TO WS-BX-CORR(WS-BX)
               WHEN 7  MOVE YTD-RETIRE TO WS-BX-CORR(WS-BX)
               WHEN 8  MOVE YTD-FRINGE TO WS-BX-CORR(WS-BX)
               WHEN 9  MOVE YTD-STATE-WAGES TO WS-BX-CORR(WS-BX)
               WHEN 10 MOVE YTD-STATE-TAX TO WS-BX-CORR(WS-BX)
               WHEN 11 MOVE YTD-LOCAL-WAGES TO WS-BX-CORR(WS-BX)
               WHEN 12 MOVE YTD-LOCAL-TAX TO WS-BX-CORR(WS-BX)
           END-EVALUATE.

       APPLY-ONE-CORRECTION.
           MOVE WS-CR-BOX-IX(WS-CR-J) TO WS-BX
           COMPUTE WS-NEW-AMOUNT =
               WS-BX-CORR(WS-BX) + WS-CR-AMOUNT(WS-CR-J)
           IF WS-NEW-AMOUNT < 0 OR WS-NEW-AMOUNT > 9999999.99
               ADD 1 TO WS-ROWS-REJECTED
               DISPLAY "WARNING: correction of " WS-CR-AMOUNT(WS-CR-J)
                   " to box " WS-BOX-CODE(WS-BX) " for employee "
                   WS-CUR-ID " would leave the box out of range "
                   "- rejected"
           ELSE
               MOVE YTD-REC TO WS-AUD-BEFORE
               MOVE WS-NEW-AMOUNT TO WS-BX-CORR(WS-BX)
               EVALUATE WS-BX
                   WHEN 1  MOVE WS-NEW-AMOUNT TO YTD-FED-WAGES
                   WHEN 2  MOVE WS-NEW-AMOUNT TO YTD-FED-TAX
                   WHEN 3  MOVE WS-NEW-AMOUNT TO YTD-OASDI-WAGES
                   WHEN 4  MOVE WS-NEW-AMOUNT TO YTD-OASDI
                           PERFORM ADJUST-COMBINED-FICA
                   WHEN 5  MOVE WS-NEW-AMOUNT TO YTD-FICA-WAGES
                   WHEN 6  MOVE WS-NEW-AMOUNT TO YTD-MEDICARE
                           PERFORM ADJUST-COMBINED-FICA
                   WHEN 7  MOVE WS-NEW-AMOUNT TO YTD-RETIRE
                   WHEN 8  MOVE WS-NEW-AMOUNT TO YTD-FRINGE
                   WHEN 9  MOVE WS-NEW-AMOUNT TO YTD-STATE-WAGES
                   WHEN 10 MOVE WS-NEW-AMOUNT TO YTD-STATE-TAX
                   WHEN 11 MOVE WS-NEW-AMOUNT TO YTD-LOCAL-WAGES
                   WHEN 12 MOVE WS-NEW-AMOUNT TO YTD-LOCAL-TAX
               END-EVALUATE
               MOVE YTD-REC TO WS-AUD-AFTER
               PERFORM WRITE-MAINT-AUDIT
               ADD 1 TO WS-EMP-CHANGES
               ADD 1 TO WS-ROWS-APPLIED
           END-IF.

       ADJUST-COMBINED-FICA.
           COMPUTE WS-NEW-FICA = YTD-FICA + WS-CR-AMOUNT(WS-CR-J)
           IF WS-NEW-FICA < 0
               MOVE 0 TO YTD-FICA
           ELSE
               MOVE WS-NEW-FICA TO YTD-FICA
           END-IF.

       SAVE-W2C-MASTER.
           MOVE WS-CUR-ID TO W2CM-ID
           MOVE WS-TAX-YEAR TO W2CM-YEAR
           MOVE WS-CUR-COMPANY TO W2CM-COMPANY
           ADD WS-EMP-CHANGES TO W2CM-CORRECTIONS
           MOVE WS-RUN-DATE TO W2CM-LAST-DATE
           MOVE WS-OPERATOR-ID TO W2CM-LAST-OPERATOR
           MOVE YTD-REC TO W2CM-CORRECTED
           IF WS-NEW-MASTER = "Y"
               WRITE W2CM-REC
                   INVALID KEY
                       DISPLAY "ERROR: WRITE failed for "
                           "w2c-master.dat employee " WS-CUR-ID
                           ", status " WS-FS-W2C-MASTER
               END-WRITE
           ELSE
               REWRITE W2CM-REC
                   INVALID KEY
                       DISPLAY "ERROR: REWRITE failed for "
                           "w2c-master.dat employee " WS-CUR-ID
                           ", status " WS-FS-W2C-MASTER
               END-REWRITE
           END-IF.

       WRITE-MAINT-AUDIT.
           OPEN EXTEND MAINT-AUDIT
           IF WS-FS-MAINT-AUDIT = "05" OR WS-FS-MAINT-AUDIT = "35"
               OPEN OUTPUT MAINT-AUDIT
           END-IF
           IF WS-FS-MAINT-AUDIT NOT = "00"
               DISPLAY "ERROR: OPEN failed for "
                   "maint-audit.dat, status " WS-FS-MAINT-AUDIT
           ELSE
               MOVE WS-RUN-DATE TO MAUD-DATE
               MOVE WS-RUN-TIME(1:6) TO MAUD-TIME
               MOVE WS-OPERATOR-ID TO MAUD-OPERATOR
               MOVE "C" TO MAUD-ACTION
               MOVE WS-CUR-ID TO MAUD-EMP-ID
               MOVE WS-AUD-BEFORE TO MAUD-BEFORE
               MOVE WS-AUD-AFTER  TO MAUD-AFTER
               WRITE MAUD-REC
               IF WS-FS-MAINT-AUDIT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "maint-audit.dat, status " WS-FS-MAINT-AUDIT
               END-IF
               CLOSE MAINT-AUDIT
           END-IF.

       WRITE-W2C-FORM.
           ADD 1 TO WS-FORMS-PRINTED
           MOVE SPACES TO FORMS-REPORT-LINE
           PERFORM WRITE-FORMS-LINE
           MOVE WS-TAX-YEAR TO WS-FH-YEAR
           MOVE WS-CUR-COMPANY TO WS-FH-COMPANY
           MOVE WS-CT-NAME(WS-CUR-COMPANY) TO WS-FH-CO-NAME
           MOVE WS-CT-EIN(WS-CUR-COMPANY) TO WS-FH-EIN
           MOVE WS-FORM-HEAD-LINE TO FORMS-REPORT-LINE
           PERFORM WRITE-FORMS-LINE
           MOVE WS-CUR-ID TO WS-FE-ID
           MOVE EMP-SSN TO WS-SSN-WORK
           MOVE WS-SSN-1 TO WS-FE-SSN-1
           MOVE WS-SSN-2 TO WS-FE-SSN-2
           MOVE WS-SSN-3 TO WS-FE-SSN-3
           MOVE EMP-FIRST-NAME TO WS-FE-FIRST
           MOVE EMP-MIDDLE-INIT TO WS-FE-MIDDLE
           MOVE EMP-LAST-NAME TO WS-FE-LAST
           MOVE WS-FORM-EMP-LINE TO FORMS-REPORT-LINE
           PERFORM WRITE-FORMS-LINE
           MOVE WS-FORM-COL-LINE TO FORMS-REPORT-LINE
           PERFORM WRITE-FORMS-LINE
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 12
               IF WS-BX-PREV(WS-BX) NOT = WS-BX-CORR(WS-BX)
                   MOVE WS-BOX-CODE(WS-BX) TO WS-FB-BOX
                   MOVE WS-BOX-LABEL(WS-BX) TO WS-FB-LABEL
                   MOVE WS-BX-PREV(WS-BX) TO WS-FB-PREV
                   MOVE WS-BX-CORR(WS-BX) TO WS-FB-CORR
                   MOVE WS-FORM-BOX-LINE TO FORMS-REPORT-LINE
                   PERFORM WRITE-FORMS-LINE
               END-IF
           END-PERFORM.

       ACCUMULATE-W3C.
           ADD 1 TO WS-CT-FORMS(WS-CUR-COMPANY)
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 12
               IF WS-BX-PREV(WS-BX) NOT = WS-BX-CORR(WS-BX)
                   ADD WS-BX-PREV(WS-BX)
                       TO WS-CT-PREV(WS-CUR-COMPANY, WS-BX)
                   ADD WS-BX-CORR(WS-BX)
                       TO WS-CT-CORR(WS-CUR-COMPANY, WS-BX)
               END-IF
           END-PERFORM.

       WRITE-W3C-FOR-COMPANY.
           IF WS-CT-ON-FILE(WS-CO-IX) NOT = "Y" OR
               WS-CT-EIN(WS-CO-IX) = 0
               DISPLAY "WARNING: company " WS-CO-IX " has no EIN on "
                   "company-master.dat - complete the W-3c by hand"
           END-IF
           MOVE SPACES TO W3C-REPORT-LINE
           PERFORM WRITE-W3C-LINE
           MOVE WS-TAX-YEAR TO WS-WH-YEAR
           MOVE WS-CO-IX TO WS-WH-COMPANY
           MOVE WS-CT-NAME(WS-CO-IX) TO WS-WH-CO-NAME
           MOVE WS-CT-EIN(WS-CO-IX) TO WS-WH-EIN
           MOVE WS-W3C-HEAD-LINE TO W3C-REPORT-LINE
           PERFORM WRITE-W3C-LINE
           MOVE WS-CT-FORMS(WS-CO-IX) TO WS-WC-FORMS
           MOVE WS-W3C-COUNT-LINE TO W3C-REPORT-LINE
           PERFORM WRITE-W3C-LINE
           MOVE WS-W3C-COL-LINE TO W3C-REPORT-LINE
           PERFORM WRITE-W3C-LINE
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 12
               MOVE WS-BOX-CODE(WS-BX) TO WS-WB-BOX
               MOVE WS-BOX-LABEL(WS-BX) TO WS-WB-LABEL
               MOVE WS-CT-PREV(WS-CO-IX, WS-BX) TO WS-WB-PREV
               MOVE WS-CT-CORR(WS-CO-IX, WS-BX) TO WS-WB-CORR
               COMPUTE WS-W3C-DIFF = WS-CT-CORR(WS-CO-IX, WS-BX)
                   - WS-CT-PREV(WS-CO-IX, WS-BX)
               MOVE WS-W3C-DIFF TO WS-WB-DIFF
               MOVE WS-W3C-BOX-LINE TO W3C-REPORT-LINE
               PERFORM WRITE-W3C-LINE
           END-PERFORM.

       WRITE-FORMS-LINE.
           MOVE FORMS-REPORT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO FORMS-REPORT-LINE
               WRITE FORMS-REPORT-LINE
               IF WS-FS-FORMS-REPORT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "W2C-FORMS.RPT, status " WS-FS-FORMS-REPORT
               END-IF
           END-PERFORM.

       WRITE-W3C-LINE.
           MOVE W3C-REPORT-LINE TO WC-DETAIL-IN
           MOVE "D" TO WC-FUNC
           CALL "PRINT-SVC" USING WC-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-W3C-SVC-LINES.

       WRITE-W3C-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > WC-OUT-COUNT
               MOVE WC-OUT-LINE(WS-PS-I) TO W3C-REPORT-LINE
               WRITE W3C-REPORT-LINE
               IF WS-FS-W3C-REPORT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "W3C-TRANSMITTAL.RPT, status "
                       WS-FS-W3C-REPORT
               END-IF
           END-PERFORM.
