       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACA-1095C.
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
           SELECT COMPANY-MASTER ASSIGN TO "company-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMPANY-MASTER.
           SELECT DED-CODE-TABLE ASSIGN TO "dedcode-table.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DED-CODE-TABLE.
           SELECT DED-ELECTIONS ASSIGN TO "dedelect.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DED-ELECTIONS.
           SELECT RATES-MASTER ASSIGN TO "rates-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RATES-MASTER.
           SELECT ACA-RPT ASSIGN TO "ACA-1095C.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACA-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY.
           COPY "pay-history.cpy".

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

       FD  DED-CODE-TABLE.
       01 DED-CODE-REC.
          05 DC-CODE    PIC X(4).
          05 DC-DESC    PIC X(20).
          05 DC-METHOD  PIC 9(1).
          05 DC-AMOUNT  PIC 9(5)V99.
          05 DC-PERCENT PIC V999.
          05 DC-ARREARS PIC X(1).
          05 DC-PRETAX-FED   PIC X(1).
          05 DC-PRETAX-STATE PIC X(1).
          05 DC-PRETAX-LOCAL PIC X(1).
          05 DC-PRETAX-FICA  PIC X(1).

       FD  DED-ELECTIONS.
       01 DED-ELECT-REC.
          05 DE-EMP-ID PIC 9(7).
          05 DE-CODE   PIC X(4).
          05 DE-OVERRIDE-AMT PIC 9(5)V99.

       FD  RATES-MASTER.
       01 RATES-REC.
          05 RATE-CODE     PIC X(10).
          05 RATE-EFF-DATE PIC 9(8).
          05 RATE-VALUE    PIC 9(7)V9999.

       FD  ACA-RPT.
       01 ACA-RPT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-PAY-HISTORY     PIC X(2) VALUE "00".
       01 WS-FS-EMPLOYEE-MASTER PIC X(2) VALUE "00".
       01 WS-FS-COMPANY-MASTER  PIC X(2) VALUE "00".
       01 WS-FS-DED-CODE-TABLE  PIC X(2) VALUE "00".
       01 WS-FS-DED-ELECTIONS   PIC X(2) VALUE "00".
       01 WS-FS-RATES-MASTER    PIC X(2) VALUE "00".
       01 WS-FS-ACA-RPT         PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-HIST-EOF PIC 9(1) VALUE 0.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-TAX-YEAR PIC 9(4) VALUE 0.
       01 WS-COMPANY PIC 9(2) VALUE 0.
       01 WS-EMP-COMPANY PIC 9(2) VALUE 0.
       01 WS-YEAR-END PIC 9(8) VALUE 0.
       01 WS-FT-MONTH-HOURS PIC 9(3) VALUE 130.
       01 WS-OFFER-PCT PIC 9(3) VALUE 95.
       01 WS-COMPANY-INFO.
          05 WS-CI-FOUND PIC X(1) VALUE "N".
             88 IS-COMPANY-FOUND VALUE "Y".
          05 WS-CI-NAME  PIC X(30) VALUE SPACES.
          05 WS-CI-EIN   PIC 9(9) VALUE 0.
          05 WS-CI-LINE1 PIC X(22) VALUE SPACES.
          05 WS-CI-CITY  PIC X(22) VALUE SPACES.
          05 WS-CI-STATE PIC X(2) VALUE SPACES.
          05 WS-CI-ZIP   PIC X(10) VALUE SPACES.
       01 WS-AFFORD.
          05 WS-AFF-PCT PIC V9999 VALUE 0.0902.
          05 WS-AFF-EFF PIC 9(8) VALUE 0.
       01 WS-MED-TBL.
          05 WS-MD-COUNT PIC 9(2) VALUE 0.
          05 WS-MD-ENTRY OCCURS 20 TIMES.
             10 WS-MD-CODE   PIC X(4).
             10 WS-MD-AMOUNT PIC 9(5)V99.
       01 WS-MD-I PIC 9(2) VALUE 0.
       01 WS-LOW-COST PIC 9(5)V99 VALUE 0.
       01 WS-LOW-CODE PIC X(4) VALUE SPACES.
       01 WS-LOW-FOUND PIC X(1) VALUE "N".
          88 IS-LOW-FOUND VALUE "Y".
       01 WS-ENR-TBL.
          05 WS-EN-COUNT PIC 9(4) VALUE 0.
          05 WS-EN-ID PIC 9(7) OCCURS 3000 TIMES.
       01 WS-EN-I PIC 9(4) VALUE 0.
       01 WS-ENR-FULL PIC X(1) VALUE "N".
          88 IS-ENR-FULL VALUE "Y".
       01 WS-MONTH-TBL.
          05 WS-MO-ENTRY OCCURS 12 TIMES.
             10 WS-MO-EMPLOYED PIC X(1).
             10 WS-MO-HOURS    PIC 9(5)V9.
             10 WS-MO-DED-SEEN PIC X(1).
             10 WS-MO-FT       PIC X(1).
             10 WS-MO-L14      PIC X(2).
             10 WS-MO-L15      PIC 9(5)V99.
             10 WS-MO-L15-SET  PIC X(1).
             10 WS-MO-L16      PIC X(2).
       01 WS-M PIC 9(2) VALUE 0.
       01 WS-MO-START PIC 9(8) VALUE 0.
       01 WS-MO-END   PIC 9(8) VALUE 0.
       01 WS-HIST-MONTH PIC 9(2) VALUE 0.
       01 WS-ALE-TOTALS.
          05 WS-AT-ENTRY OCCURS 12 TIMES.
             10 WS-AT-FT      PIC 9(5).
             10 WS-AT-TOTAL   PIC 9(5).
             10 WS-AT-OFFERED PIC 9(5).
       01 WS-EMP-WORK.
          05 WS-EW-EMPLOYED-MONTHS PIC 9(2) VALUE 0.
          05 WS-EW-FT-MONTHS PIC 9(2) VALUE 0.
          05 WS-EW-ENROLLED PIC X(1) VALUE "N".
             88 IS-EMP-ENROLLED VALUE "Y".
          05 WS-EW-OFFERED PIC X(1) VALUE "N".
             88 IS-EMP-OFFERED VALUE "Y".
          05 WS-EW-MONTH-COST PIC 9(5)V99 VALUE 0.
          05 WS-EW-AFF-LIMIT PIC 9(5)V99 VALUE 0.
          05 WS-EW-AFF-BASIS PIC X(1) VALUE "N".
             88 HAS-AFF-BASIS VALUE "Y".
          05 WS-EW-NO-OFFER PIC X(1) VALUE "N".
          05 WS-EW-NO-COST  PIC X(1) VALUE "N".
          05 WS-EW-ENR-NO-OFFER PIC X(1) VALUE "N".
       01 WS-ACA-STATS.
          05 WS-EMPLOYEES-READ PIC 9(5) VALUE 0.
          05 WS-FORMS-ISSUED PIC 9(5) VALUE 0.
          05 WS-FORMS-WITH-EXC PIC 9(5) VALUE 0.
       01 WS-EXC-TBL.
          05 WS-EX-COUNT PIC 9(3) VALUE 0.
          05 WS-EX-ENTRY OCCURS 500 TIMES.
             10 WS-EX-ID   PIC 9(7).
             10 WS-EX-TEXT PIC X(50).
       01 WS-EX-I PIC 9(3) VALUE 0.
       01 WS-EX-TEXT-IN PIC X(50) VALUE SPACES.
       01 WS-EX-DROPPED PIC 9(5) VALUE 0.
       01 WS-MONTH-NAMES.
          05 FILLER PIC X(36)
             VALUE "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
       01 WS-MONTH-NAME-TBL REDEFINES WS-MONTH-NAMES.
          05 WS-MONTH-NAME PIC X(3) OCCURS 12 TIMES.
       01 WS-NAME-WORK PIC X(24) VALUE SPACES.
       01 WS-CITY-WORK PIC X(40) VALUE SPACES.
       01 WS-SSN-WORK PIC 9(9) VALUE 0.
       01 WS-FORM-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-FL-LABEL PIC X(24).
          05 WS-FL-VALUE PIC X(50).
       01 WS-EIN-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-EL-LABEL PIC X(24).
          05 WS-EL-EIN-1 PIC 9(2).
          05 FILLER PIC X(1) VALUE "-".
          05 WS-EL-EIN-2 PIC 9(7).
       01 WS-MONTH-HEAD-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(10) VALUE "MONTH".
          05 FILLER PIC X(10) VALUE "LINE 14".
          05 FILLER PIC X(14) VALUE "LINE 15".
          05 FILLER PIC X(10) VALUE "LINE 16".
          05 FILLER PIC X(10) VALUE "HOURS".
          05 FILLER PIC X(9) VALUE "FULL-TIME".
       01 WS-MONTH-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-ML-MONTH PIC X(3).
          05 FILLER PIC X(7) VALUE SPACES.
          05 WS-ML-L14 PIC X(2).
          05 FILLER PIC X(6) VALUE SPACES.
          05 WS-ML-L15 PIC X(9).
          05 FILLER PIC X(7) VALUE SPACES.
          05 WS-ML-L16 PIC X(2).
          05 FILLER PIC X(6) VALUE SPACES.
          05 WS-ML-HOURS PIC ZZ,ZZ9.9.
          05 FILLER PIC X(4) VALUE SPACES.
          05 WS-ML-FT PIC X(3).
       01 WS-L15-EDIT PIC Z,ZZ9.99.
       01 WS-ALE-HEAD-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(10) VALUE "MONTH".
          05 FILLER PIC X(14) VALUE "MEC OFFER".
          05 FILLER PIC X(16) VALUE "FULL-TIME COUNT".
          05 FILLER PIC X(16) VALUE "TOTAL EMPLOYEES".
       01 WS-ALE-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-AL-MONTH PIC X(3).
          05 FILLER PIC X(7) VALUE SPACES.
          05 WS-AL-OFFER PIC X(3).
          05 FILLER PIC X(11) VALUE SPACES.
          05 WS-AL-FT PIC ZZ,ZZ9.
          05 FILLER PIC X(10) VALUE SPACES.
          05 WS-AL-TOTAL PIC ZZ,ZZ9.
       01 WS-COUNT-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-CL-LABEL PIC X(40).
          05 WS-CL-COUNT PIC ZZ,ZZ9.
       01 WS-EXC-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-XL-ID PIC 9(7).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-XL-TEXT PIC X(50).
           COPY "print-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Enter ACA reporting year (YYYY): "
           ACCEPT WS-TAX-YEAR
           DISPLAY "Enter ALE member company code (01-99): "
           ACCEPT WS-COMPANY
           PERFORM UNTIL WS-COMPANY > 0
               DISPLAY "ERROR: company code must be 01-99"
               DISPLAY "Enter ALE member company code (01-99): "
               ACCEPT WS-COMPANY
           END-PERFORM
           COMPUTE WS-YEAR-END = WS-TAX-YEAR * 10000 + 1231
           PERFORM LOAD-COMPANY
           IF NOT IS-COMPANY-FOUND
               DISPLAY "ERROR: company " WS-COMPANY " is not on "
                   "company-master.dat - 1094-C cannot be built"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-CI-EIN = 0
               DISPLAY "WARNING: company " WS-COMPANY " has no EIN "
                   "on company-master.dat - add it before filing"
           END-IF
           PERFORM LOAD-AFFORDABILITY-RATE
           PERFORM LOAD-MEDICAL-CODES
           PERFORM LOAD-ENROLLMENTS
           IF IS-ENR-FULL
               DISPLAY "ERROR: enrollment table full - forms not "
                   "built, enlarge the table"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
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
           OPEN OUTPUT ACA-RPT
           IF WS-FS-ACA-RPT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "ACA-1095C.RPT, status " WS-FS-ACA-RPT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           INITIALIZE WS-ALE-TOTALS
           PERFORM PROCESS-EMPLOYEES
           CLOSE PAY-HISTORY
           CLOSE EMPLOYEE-MASTER
           PERFORM PRINT-1094C
           PERFORM PRINT-EXCEPTIONS
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           CLOSE ACA-RPT
           IF WS-FS-ACA-RPT NOT = "00"
               DISPLAY "ERROR: CLOSE failed for "
                   "ACA-1095C.RPT, status " WS-FS-ACA-RPT
           END-IF
           DISPLAY "Employees read:       " WS-EMPLOYEES-READ
           DISPLAY "1095-C forms printed: " WS-FORMS-ISSUED
           DISPLAY "Forms with exceptions:" WS-FORMS-WITH-EXC
           DISPLAY "Exceptions listed:    " WS-EX-COUNT
           IF WS-EX-DROPPED > 0
               DISPLAY "WARNING: " WS-EX-DROPPED " exceptions not "
                   "listed - exception table full"
           END-IF
           IF WS-EX-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-COMPANY.
           OPEN INPUT COMPANY-MASTER
           IF WS-FS-COMPANY-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "company-master.dat, status "
                   WS-FS-COMPANY-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ COMPANY-MASTER
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CO-CODE = WS-COMPANY
                           MOVE "Y" TO WS-CI-FOUND
                           MOVE CO-NAME TO WS-CI-NAME
                           IF CO-EIN IS NUMERIC
                               MOVE CO-EIN TO WS-CI-EIN
                           END-IF
                           MOVE CO-ADDR-LINE1 TO WS-CI-LINE1
                           MOVE CO-ADDR-CITY TO WS-CI-CITY
                           MOVE CO-ADDR-STATE TO WS-CI-STATE
                           MOVE CO-ADDR-ZIP TO WS-CI-ZIP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPANY-MASTER.

       LOAD-AFFORDABILITY-RATE.
           OPEN INPUT RATES-MASTER
           IF WS-FS-RATES-MASTER = "35"
               DISPLAY "WARNING: rates-master.dat not found - "
                   "compiled affordability percentage used"
           ELSE
               IF WS-FS-RATES-MASTER NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "rates-master.dat, status "
                       WS-FS-RATES-MASTER
               ELSE
                   MOVE 0 TO WS-EOF
                   PERFORM UNTIL WS-EOF = 1
                       READ RATES-MASTER
                           AT END MOVE 1 TO WS-EOF
                           NOT AT END
                               IF RATE-CODE = "ACA-AFFPCT" AND
                                   RATE-EFF-DATE <= WS-YEAR-END AND
                                   RATE-EFF-DATE >= WS-AFF-EFF
                                   MOVE RATE-VALUE TO WS-AFF-PCT
                                   MOVE RATE-EFF-DATE TO WS-AFF-EFF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RATES-MASTER
               END-IF
           END-IF.

       LOAD-MEDICAL-CODES.
           OPEN INPUT DED-CODE-TABLE
           IF WS-FS-DED-CODE-TABLE = "35"
               DISPLAY "WARNING: dedcode-table.dat not found - "
                   "line 15 employee cost cannot be determined"
           ELSE
               IF WS-FS-DED-CODE-TABLE NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "dedcode-table.dat, status "
                       WS-FS-DED-CODE-TABLE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ DED-CODE-TABLE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF DC-CODE(1:3) = "MED"
                               PERFORM STORE-MEDICAL-CODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DED-CODE-TABLE
           END-IF
           IF IS-LOW-FOUND
               DISPLAY "Lowest-cost self-only medical code "
                   WS-LOW-CODE " at " WS-LOW-COST " per pay"
           ELSE
               DISPLAY "WARNING: no flat-amount MED deduction code "
                   "on dedcode-table.dat - line 15 will be listed "
                   "as an exception"
           END-IF.

       STORE-MEDICAL-CODE.
           IF WS-MD-COUNT >= 20
               DISPLAY "ERROR: medical code table full - code "
                   DC-CODE " dropped"
           ELSE
               ADD 1 TO WS-MD-COUNT
               MOVE DC-CODE TO WS-MD-CODE(WS-MD-COUNT)
               MOVE DC-AMOUNT TO WS-MD-AMOUNT(WS-MD-COUNT)
               IF DC-METHOD NOT = 2
                   IF NOT IS-LOW-FOUND OR DC-AMOUNT < WS-LOW-COST
                       MOVE "Y" TO WS-LOW-FOUND
                       MOVE DC-AMOUNT TO WS-LOW-COST
                       MOVE DC-CODE TO WS-LOW-CODE
                   END-IF
               END-IF
           END-IF.

       LOAD-ENROLLMENTS.
           OPEN INPUT DED-ELECTIONS
           IF WS-FS-DED-ELECTIONS = "35"
               DISPLAY "WARNING: dedelect.dat not found - no "
                   "employee is treated as enrolled"
           ELSE
               IF WS-FS-DED-ELECTIONS NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "dedelect.dat, status " WS-FS-DED-ELECTIONS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ DED-ELECTIONS
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM STORE-ONE-ENROLLMENT
                   END-READ
               END-PERFORM
               CLOSE DED-ELECTIONS
           END-IF.

       STORE-ONE-ENROLLMENT.
           PERFORM VARYING WS-MD-I FROM 1 BY 1
               UNTIL WS-MD-I > WS-MD-COUNT
               IF WS-MD-CODE(WS-MD-I) = DE-CODE
                   IF WS-EN-COUNT >= 3000
                       MOVE "Y" TO WS-ENR-FULL
                   ELSE
                       ADD 1 TO WS-EN-COUNT
                       MOVE DE-EMP-ID TO WS-EN-ID(WS-EN-COUNT)
                   END-IF
                   MOVE WS-MD-COUNT TO WS-MD-I
               END-IF
           END-PERFORM.

       PROCESS-EMPLOYEES.
           MOVE 0 TO WS-EOF
           MOVE ZERO TO EMP-ID
           START EMPLOYEE-MASTER KEY >= EMP-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 1
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
               END-READ
               IF WS-EOF = 0 AND WS-FS-EMPLOYEE-MASTER NOT = "00"
                   DISPLAY "ERROR: READ NEXT failed for "
                       "employee-master.idx, status "
                       WS-FS-EMPLOYEE-MASTER
                   MOVE 1 TO WS-EOF
               END-IF
               IF WS-EOF = 0
                   MOVE EMP-COMPANY TO WS-EMP-COMPANY
                   IF WS-EMP-COMPANY = 0
                       MOVE 1 TO WS-EMP-COMPANY
                   END-IF
                   IF WS-EMP-COMPANY = WS-COMPANY
                       ADD 1 TO WS-EMPLOYEES-READ
                       PERFORM EVALUATE-ONE-EMPLOYEE
                   END-IF
               END-IF
           END-PERFORM.

       EVALUATE-ONE-EMPLOYEE.
           INITIALIZE WS-MONTH-TBL
           MOVE 0 TO WS-EW-EMPLOYED-MONTHS
           MOVE 0 TO WS-EW-FT-MONTHS
           MOVE "N" TO WS-EW-NO-OFFER
           MOVE "N" TO WS-EW-NO-COST
           MOVE "N" TO WS-EW-ENR-NO-OFFER
           PERFORM SET-MONTH-EMPLOYED
               VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
           IF WS-EW-EMPLOYED-MONTHS > 0
               PERFORM GATHER-EMP-HISTORY
               PERFORM SET-EMP-ENROLLMENT
               IF EMP-BENEFITS-ELIGIBLE
                   MOVE "Y" TO WS-EW-OFFERED
               ELSE
                   MOVE "N" TO WS-EW-OFFERED
               END-IF
               PERFORM SET-MONTH-FULL-TIME
                   VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
               IF WS-EW-FT-MONTHS > 0
                   PERFORM PRICE-EMPLOYEE-OFFER
                   PERFORM DERIVE-MONTH-CODES
                       VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
                   PERFORM PRINT-1095C
                   ADD 1 TO WS-FORMS-ISSUED
                   PERFORM NOTE-EMP-EXCEPTIONS
               END-IF
           END-IF.

       SET-MONTH-EMPLOYED.
           COMPUTE WS-MO-START =
               WS-TAX-YEAR * 10000 + WS-M * 100 + 1
           COMPUTE WS-MO-END =
               WS-TAX-YEAR * 10000 + WS-M * 100 + 31
           MOVE "N" TO WS-MO-EMPLOYED(WS-M)
           MOVE "N" TO WS-MO-DED-SEEN(WS-M)
           MOVE "N" TO WS-MO-FT(WS-M)
           MOVE "N" TO WS-MO-L15-SET(WS-M)
           IF EMP-HIRE-DATE <= WS-MO-END AND
               (EMP-TERM-DATE = 0 OR EMP-TERM-DATE >= WS-MO-START)
               MOVE "Y" TO WS-MO-EMPLOYED(WS-M)
               ADD 1 TO WS-EW-EMPLOYED-MONTHS
               ADD 1 TO WS-AT-TOTAL(WS-M)
           END-IF.

       GATHER-EMP-HISTORY.
           MOVE 0 TO WS-HIST-EOF
           MOVE EMP-ID TO HIST-ID
           COMPUTE HIST-PERIOD-YEAR = WS-TAX-YEAR - 1
           MOVE ZERO TO HIST-PERIOD-NUM
           START PAY-HISTORY KEY >= HIST-KEY
               INVALID KEY
                   MOVE 1 TO WS-HIST-EOF
           END-START
           PERFORM UNTIL WS-HIST-EOF = 1
               READ PAY-HISTORY NEXT RECORD
                   AT END MOVE 1 TO WS-HIST-EOF
               END-READ
               IF WS-HIST-EOF = 0 AND WS-FS-PAY-HISTORY NOT = "00"
                   DISPLAY "ERROR: READ NEXT failed for "
                       "pay-history.dat, status " WS-FS-PAY-HISTORY
                   MOVE 1 TO WS-HIST-EOF
               END-IF
               IF WS-HIST-EOF = 0
                   IF HIST-ID NOT = EMP-ID OR
                       HIST-PERIOD-YEAR > WS-TAX-YEAR + 1
                       MOVE 1 TO WS-HIST-EOF
                   ELSE
                       IF HIST-PERIOD-END(1:4) = WS-TAX-YEAR
                           MOVE HIST-PERIOD-END(5:2)
                               TO WS-HIST-MONTH
                           PERFORM ADD-HIST-TO-MONTH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ADD-HIST-TO-MONTH.
           IF WS-HIST-MONTH >= 1 AND WS-HIST-MONTH <= 12
               ADD HIST-HOURS TO WS-MO-HOURS(WS-HIST-MONTH)
               IF HIST-BENEFITS > 0
                   MOVE "Y" TO WS-MO-DED-SEEN(WS-HIST-MONTH)
               END-IF
           END-IF.

       SET-EMP-ENROLLMENT.
           MOVE "N" TO WS-EW-ENROLLED
           PERFORM VARYING WS-EN-I FROM 1 BY 1
               UNTIL WS-EN-I > WS-EN-COUNT
               IF WS-EN-ID(WS-EN-I) = EMP-ID
                   MOVE "Y" TO WS-EW-ENROLLED
                   MOVE WS-EN-COUNT TO WS-EN-I
               END-IF
           END-PERFORM.

       SET-MONTH-FULL-TIME.
           IF WS-MO-EMPLOYED(WS-M) = "Y"
               IF EMP-BENEFITS-ELIGIBLE OR
                   WS-MO-HOURS(WS-M) >= WS-FT-MONTH-HOURS
                   MOVE "Y" TO WS-MO-FT(WS-M)
                   ADD 1 TO WS-EW-FT-MONTHS
                   ADD 1 TO WS-AT-FT(WS-M)
                   IF IS-EMP-OFFERED
                       ADD 1 TO WS-AT-OFFERED(WS-M)
                   END-IF
               END-IF
           END-IF.

       PRICE-EMPLOYEE-OFFER.
           MOVE 0 TO WS-EW-MONTH-COST
           MOVE 0 TO WS-EW-AFF-LIMIT
           MOVE "N" TO WS-EW-AFF-BASIS
           IF IS-LOW-FOUND
               EVALUATE EMP-PAY-FREQ
                   WHEN 1
                       COMPUTE WS-EW-MONTH-COST ROUNDED =
                           WS-LOW-COST * 52 / 12
                   WHEN 2
                       COMPUTE WS-EW-MONTH-COST ROUNDED =
                           WS-LOW-COST * 26 / 12
                   WHEN OTHER
                       MOVE WS-LOW-COST TO WS-EW-MONTH-COST
               END-EVALUATE
           END-IF
           EVALUATE EMP-TYPE
               WHEN 2
                   IF EMP-ANNUAL-SALARY > 0
                       COMPUTE WS-EW-AFF-LIMIT ROUNDED =
                           EMP-ANNUAL-SALARY / 12 * WS-AFF-PCT
                       MOVE "Y" TO WS-EW-AFF-BASIS
                   END-IF
               WHEN 3
                   CONTINUE
               WHEN OTHER
                   IF EMP-RATE > 0
                       COMPUTE WS-EW-AFF-LIMIT ROUNDED =
                           EMP-RATE * WS-FT-MONTH-HOURS * WS-AFF-PCT
                       MOVE "Y" TO WS-EW-AFF-BASIS
                   END-IF
           END-EVALUATE.

       DERIVE-MONTH-CODES.
           MOVE 0 TO WS-MO-L15(WS-M)
           EVALUATE TRUE
               WHEN WS-MO-EMPLOYED(WS-M) NOT = "Y"
                   MOVE "1H" TO WS-MO-L14(WS-M)
                   MOVE "2A" TO WS-MO-L16(WS-M)
               WHEN IS-EMP-OFFERED
                   MOVE "1E" TO WS-MO-L14(WS-M)
                   IF IS-LOW-FOUND
                       MOVE WS-EW-MONTH-COST TO WS-MO-L15(WS-M)
                       MOVE "Y" TO WS-MO-L15-SET(WS-M)
                   ELSE
                       MOVE "Y" TO WS-EW-NO-COST
                   END-IF
                   EVALUATE TRUE
                       WHEN IS-EMP-ENROLLED AND
                           WS-MO-DED-SEEN(WS-M) = "Y"
                           MOVE "2C" TO WS-MO-L16(WS-M)
                       WHEN WS-MO-FT(WS-M) NOT = "Y"
                           MOVE "2B" TO WS-MO-L16(WS-M)
                       WHEN IS-LOW-FOUND AND HAS-AFF-BASIS AND
                           WS-EW-MONTH-COST <= WS-EW-AFF-LIMIT
                           MOVE "2H" TO WS-MO-L16(WS-M)
                       WHEN OTHER
                           MOVE SPACES TO WS-MO-L16(WS-M)
                   END-EVALUATE
               WHEN OTHER
                   MOVE "1H" TO WS-MO-L14(WS-M)
                   EVALUATE TRUE
                       WHEN IS-EMP-ENROLLED AND
                           WS-MO-DED-SEEN(WS-M) = "Y"
                           MOVE "??" TO WS-MO-L16(WS-M)
                           MOVE "Y" TO WS-EW-ENR-NO-OFFER
                       WHEN WS-MO-FT(WS-M) NOT = "Y"
                           MOVE "2B" TO WS-MO-L16(WS-M)
                       WHEN OTHER
                           MOVE "??" TO WS-MO-L16(WS-M)
                           MOVE "Y" TO WS-EW-NO-OFFER
                   END-EVALUATE
           END-EVALUATE.

       NOTE-EMP-EXCEPTIONS.
           MOVE WS-EX-COUNT TO WS-EX-I
           IF WS-EW-NO-OFFER = "Y"
               MOVE "FULL-TIME MONTHS WITH NO OFFER - LINE 16 UNKNOWN"
                   TO WS-EX-TEXT-IN
               PERFORM ADD-EXCEPTION
           END-IF
           IF WS-EW-ENR-NO-OFFER = "Y"
               MOVE "ENROLLED BUT NOT BENEFITS ELIGIBLE ON MASTER"
                   TO WS-EX-TEXT-IN
               PERFORM ADD-EXCEPTION
           END-IF
           IF WS-EW-NO-COST = "Y"
               MOVE "NO MED DEDUCTION CODE - LINE 15 COST UNKNOWN"
                   TO WS-EX-TEXT-IN
               PERFORM ADD-EXCEPTION
           END-IF
           IF EMP-SSN = 0
               MOVE "NO SSN ON EMPLOYEE MASTER"
                   TO WS-EX-TEXT-IN
               PERFORM ADD-EXCEPTION
           END-IF
           IF EMP-HIRE-DATE = 0
               MOVE "NO HIRE DATE - EMPLOYMENT MONTHS ASSUMED"
                   TO WS-EX-TEXT-IN
               PERFORM ADD-EXCEPTION
           END-IF
           IF WS-EX-COUNT > WS-EX-I
               ADD 1 TO WS-FORMS-WITH-EXC
           END-IF.

       ADD-EXCEPTION.
           IF WS-EX-COUNT >= 500
               ADD 1 TO WS-EX-DROPPED
           ELSE
               ADD 1 TO WS-EX-COUNT
               MOVE EMP-ID TO WS-EX-ID(WS-EX-COUNT)
               MOVE WS-EX-TEXT-IN TO WS-EX-TEXT(WS-EX-COUNT)
           END-IF.

       PRINT-1095C.
           MOVE "I" TO PS-FUNC
           MOVE "FORM 1095-C EMPLOYER OFFER" TO PS-REPORT-TITLE
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
           MOVE "PART I - EMPLOYEE" TO ACA-RPT-LINE
           PERFORM WRITE-ACA-LINE
           MOVE SPACES TO WS-NAME-WORK
           STRING EMP-FIRST-NAME  DELIMITED BY SPACE
                  " "             DELIMITED BY SIZE
                  EMP-MIDDLE-INIT DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  EMP-LAST-NAME   DELIMITED BY SPACE
                  INTO WS-NAME-WORK
           END-STRING
           MOVE "1 NAME" TO WS-FL-LABEL
           MOVE WS-NAME-WORK TO WS-FL-VALUE
           PERFORM WRITE-FORM-LINE
           MOVE "2 SSN" TO WS-FL-LABEL
           MOVE EMP-SSN TO WS-SSN-WORK
           MOVE SPACES TO WS-FL-VALUE
           STRING "XXX-XX-"          DELIMITED BY SIZE
                  WS-SSN-WORK(6:4)   DELIMITED BY SIZE
                  INTO WS-FL-VALUE
           END-STRING
           PERFORM WRITE-FORM-LINE
           MOVE "3 STREET ADDRESS" TO WS-FL-LABEL
           MOVE EMP-ADDR-LINE1 TO WS-FL-VALUE
           PERFORM WRITE-FORM-LINE
           MOVE SPACES TO WS-CITY-WORK
           STRING EMP-ADDR-CITY  DELIMITED BY "  "
                  ", "           DELIMITED BY SIZE
                  EMP-ADDR-STATE DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  EMP-ADDR-ZIP   DELIMITED BY SPACE
                  INTO WS-CITY-WORK
           END-STRING
           MOVE "4-6 CITY STATE ZIP" TO WS-FL-LABEL
           MOVE WS-CITY-WORK TO WS-FL-VALUE
           PERFORM WRITE-FORM-LINE
           MOVE SPACES TO ACA-RPT-LINE
           PERFORM WRITE-ACA-LINE
           MOVE "APPLICABLE LARGE EMPLOYER MEMBER" TO ACA-RPT-LINE
           PERFORM WRITE-ACA-LINE
           MOVE "7 NAME OF EMPLOYER" TO WS-FL-LABEL
           MOVE WS-CI-NAME TO WS-FL-VALUE
           PERFORM WRITE-FORM-LINE
           MOVE "8 EIN" TO WS-EL-LABEL
           MOVE WS-CI-EIN(1:2) TO WS-EL-EIN-1
           MOVE WS-CI-EIN(3:7) TO WS-EL-EIN-2
           MOVE WS-EIN-LINE TO ACA-RPT-LINE
           PERFORM WRITE-ACA-LINE
           MOVE "9 STREET ADDRESS" TO WS-FL-LABEL
           MOVE WS-CI-LINE1 TO WS-FL-VALUE
           PERFORM WRITE-FORM-LINE
           PERFORM BUILD-COMPANY-CITY
           MOVE "11-13 CITY STATE ZIP" TO WS-FL-LABEL
           MOVE WS-CITY-WORK TO WS-FL-VALUE
           PERFORM WRITE-FORM-LINE
           MOVE SPACES TO ACA-RPT-LINE
           PERFORM WRITE-ACA-LINE
           MOVE "PART II - EMPLOYEE OFFER OF COVERAGE"
               TO ACA-RPT-LINE
           PERFORM WRITE-ACA-LINE
           MOVE WS-MONTH-HEAD-LINE TO ACA-RPT-LINE
           PERFORM WRITE-ACA-LINE
           PERFORM PRINT-ONE-MONTH
               VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12.

       BUILD-COMPANY-CITY.
           MOVE SPACES TO WS-CITY-WORK
           STRING WS-CI-CITY  DELIMITED BY "  "
                  ", "        DELIMITED BY SIZE
                  WS-CI-STATE DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  WS-CI-ZIP   DELIMITED BY SPACE
                  INTO WS-CITY-WORK
           END-STRING.

       PRINT-ONE-MONTH.
           MOVE WS-MONTH-NAME(WS-M) TO WS-ML-MONTH
           MOVE WS-MO-L14(WS-M) TO WS-ML-L14
           MOVE WS-MO-L16(WS-M) TO WS-ML-L16
           IF WS-MO-L15-SET(WS-M) = "Y"
               MOVE WS-MO-L15(WS-M) TO WS-L15-EDIT
               MOVE WS-L15-EDIT TO WS-ML-L15
           ELSE
               IF WS-MO-L14(WS-M) = "1E"
                   MOVE "       ??" TO WS-ML-L15
               ELSE
                   MOVE SPACES TO WS-ML-L15
               END-IF
           END-IF
           MOVE WS-MO-HOURS(WS-M) TO WS-ML-HOURS
           IF WS-MO-FT(WS-M) = "Y"
               MOVE "YES" TO WS-ML-FT
           ELSE
               MOVE "NO " TO WS-ML-FT
           END-IF
           MOVE WS-MONTH-LINE TO ACA-RPT-LINE
           PERFORM WRITE-ACA-LINE.

       PRINT-1094C.
           MOVE "I" TO PS-FUNC
           MOVE "FORM 1094-C TRANSMITTAL" TO PS-REPORT-TITLE
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
           MOVE "PART I - APPLICABLE LARGE EMPLOYER MEMBER"
               TO ACA-RPT-LINE
           PERFORM WRITE-ACA-LINE
           MOVE "1 NAME OF ALE MEMBER" TO WS-FL-LABEL
           MOVE WS-CI-NAME TO WS-FL-VALUE
           PERFORM WRITE-FORM-LINE
           MOVE "2 EIN" TO WS-EL-LABEL
           MOVE WS-CI-EIN(1:2) TO WS-EL-EIN-1
           MOVE WS-CI-EIN(3:7) TO WS-EL-EIN-2
           MOVE WS-EIN-LINE TO ACA-RPT-LINE
           PERFORM WRITE-ACA-LINE
           MOVE "3 STREET ADDRESS" TO WS-FL-LABEL
           MOVE WS-CI-LINE1 TO WS-FL-VALUE
           PERFORM WRITE-FORM-LINE
           PERFORM BUILD-COMPANY-CITY
           MOVE "4-6 CITY STATE ZIP" TO WS-FL-LABEL
           MOVE WS-CITY-WORK TO WS-FL-VALUE
           PERFORM WRITE-FORM-LINE
           MOVE "18 TOTAL 1095-C FORMS FILED BY ALE MEMBER"
               TO WS-CL-LABEL
           MOVE WS-FORMS-ISSUED TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO ACA-RPT-LINE
           PERFORM WRITE-ACA-LINE
           MOVE "20 TOTAL 1095-C FORMS FILED FOR ALE MEMBER"
               TO WS-CL-LABEL
           MOVE WS-FORMS-ISSUED TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO ACA-RPT-LINE
           PERFORM WRITE-ACA-LINE
           MOVE SPACES TO ACA-RPT-LINE
           PERFORM WRITE-ACA-LINE
           MOVE "PART III - ALE MEMBER INFORMATION - MONTHLY"
               TO ACA-RPT-LINE
           PERFORM WRITE-ACA-LINE
           MOVE WS-ALE-HEAD-LINE TO ACA-RPT-LINE
           PERFORM WRITE-ACA-LINE
           PERFORM PRINT-ONE-ALE-MONTH
               VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12.

       PRINT-ONE-ALE-MONTH.
           MOVE WS-MONTH-NAME(WS-M) TO WS-AL-MONTH
           IF WS-AT-OFFERED(WS-M) * 100 >=
               WS-AT-FT(WS-M) * WS-OFFER-PCT
               MOVE "YES" TO WS-AL-OFFER
           ELSE
               MOVE "NO " TO WS-AL-OFFER
           END-IF
           MOVE WS-AT-FT(WS-M) TO WS-AL-FT
           MOVE WS-AT-TOTAL(WS-M) TO WS-AL-TOTAL
           MOVE WS-ALE-LINE TO ACA-RPT-LINE
           PERFORM WRITE-ACA-LINE.

       PRINT-EXCEPTIONS.
           MOVE "I" TO PS-FUNC
           MOVE "1095-C EXCEPTIONS" TO PS-REPORT-TITLE
           MOVE WS-OPERATOR-ID TO PS-OPERATOR
           MOVE WS-TAX-YEAR TO PS-PERIOD-YEAR
           MOVE 0 TO PS-PERIOD-NUM
           MOVE "  EMP ID   CODES COULD NOT BE DETERMINED"
               TO PS-COLUMN-HEADING
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           IF WS-EX-COUNT = 0
               MOVE "  NO EXCEPTIONS - ALL CODES DETERMINED"
                   TO ACA-RPT-LINE
               PERFORM WRITE-ACA-LINE
           END-IF
           PERFORM VARYING WS-EX-I FROM 1 BY 1
               UNTIL WS-EX-I > WS-EX-COUNT
               MOVE WS-EX-ID(WS-EX-I) TO WS-XL-ID
               MOVE WS-EX-TEXT(WS-EX-I) TO WS-XL-TEXT
               MOVE WS-EXC-LINE TO ACA-RPT-LINE
               PERFORM WRITE-ACA-LINE
           END-PERFORM
           MOVE SPACES TO ACA-RPT-LINE
           PERFORM WRITE-ACA-LINE
           MOVE "FORMS WITH EXCEPTIONS" TO WS-CL-LABEL
           MOVE WS-FORMS-WITH-EXC TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO ACA-RPT-LINE
           PERFORM WRITE-ACA-LINE.

       WRITE-FORM-LINE.
           MOVE WS-FORM-LINE TO ACA-RPT-LINE
           PERFORM WRITE-ACA-LINE.

       WRITE-ACA-LINE.
           MOVE ACA-RPT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO ACA-RPT-LINE
               WRITE ACA-RPT-LINE
               IF WS-FS-ACA-RPT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "ACA-1095C.RPT, status " WS-FS-ACA-RPT
               END-IF
           END-PERFORM.
