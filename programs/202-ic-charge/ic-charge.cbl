       IDENTIFICATION DIVISION.
       PROGRAM-ID. IC-CHARGE.
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
           SELECT PAY-HISTORY ASSIGN TO "pay-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-PERIOD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAY-HISTORY.
           SELECT LABOR-SPLIT ASSIGN TO "labor-split.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LABOR-SPLIT.
           SELECT PROJECT-LEDGER ASSIGN TO "project-ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROJECT-LEDGER.
           SELECT PROJECT-MASTER ASSIGN TO "project-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROJECT-MASTER.
           SELECT DEPT-MASTER ASSIGN TO "dept-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPT-MASTER.
           SELECT COMPANY-MASTER ASSIGN TO "company-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMPANY-MASTER.
           SELECT RATES-MASTER ASSIGN TO "rates-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RATES-MASTER.
           SELECT GL-ACCOUNT-MAP ASSIGN TO "gl-account-map.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GL-ACCOUNT-MAP.
           SELECT GL-JOURNAL ASSIGN TO "gl-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GL-JOURNAL.
           SELECT CHARGEBACK-REPORT ASSIGN TO "IC-CHARGEBACK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHARGEBACK-REPORT.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY "employee-master.cpy".

       FD  PAY-HISTORY.
           COPY "pay-history.cpy".

       FD  LABOR-SPLIT.
           COPY "labor-split.cpy".

       FD  PROJECT-LEDGER.
           COPY "project-ledger.cpy".

       FD  PROJECT-MASTER.
           COPY "project-master.cpy".

       FD  DEPT-MASTER.
           COPY "dept-master.cpy".

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

       FD  GL-ACCOUNT-MAP.
       01 GL-MAP-REC.
          05 MAP-DEPT      PIC 9(2).
          05 MAP-COMPONENT PIC X(8).
          05 MAP-ACCOUNT   PIC 9(8).

       FD  GL-JOURNAL.
       01 GL-JOURNAL-REC.
          05 GLJ-DC        PIC X(1).
          05 GLJ-ACCOUNT   PIC 9(8).
          05 GLJ-AMOUNT    PIC 9(9)V99.
          05 GLJ-DEPT      PIC 9(2).
          05 GLJ-COMPONENT PIC X(8).
          05 GLJ-PERIOD-YEAR PIC 9(4).
          05 GLJ-PERIOD-NUM  PIC 9(2).
          05 GLJ-DEPT-NAME   PIC X(20).

       FD  CHARGEBACK-REPORT.
       01 CHARGEBACK-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-EMPLOYEE-MASTER   PIC X(2) VALUE "00".
       01 WS-FS-PAY-HISTORY       PIC X(2) VALUE "00".
       01 WS-FS-LABOR-SPLIT       PIC X(2) VALUE "00".
       01 WS-FS-PROJECT-LEDGER    PIC X(2) VALUE "00".
       01 WS-FS-PROJECT-MASTER    PIC X(2) VALUE "00".
       01 WS-FS-DEPT-MASTER       PIC X(2) VALUE "00".
       01 WS-FS-COMPANY-MASTER    PIC X(2) VALUE "00".
       01 WS-FS-RATES-MASTER      PIC X(2) VALUE "00".
       01 WS-FS-GL-ACCOUNT-MAP    PIC X(2) VALUE "00".
       01 WS-FS-GL-JOURNAL        PIC X(2) VALUE "00".
       01 WS-FS-CHARGEBACK-REPORT PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-ACCT-YEAR PIC 9(4) VALUE 0.
       01 WS-ACCT-MONTH PIC 9(2) VALUE 0.
       01 WS-ACCT-YM PIC 9(6) VALUE 0.
       01 WS-HIST-YM PIC 9(6) VALUE 0.
       01 WS-BENEFIT-LOAD PIC 9(1)V9999 VALUE 0.
       01 WS-EFF-BENEFIT-LOAD PIC 9(8) VALUE 0.
       01 WS-ALREADY-POSTED PIC X(1) VALUE "N".
          88 IS-ALREADY-POSTED VALUE "Y".
       01 WS-CO-TBL.
          05 WS-CT-NAME PIC X(30) OCCURS 99 TIMES.
       01 WS-CO-IX PIC 9(2) VALUE 0.
       01 WS-DEPT-CO-TBL.
          05 WS-DC-COMPANY PIC 9(2) OCCURS 10 TIMES.
       01 WS-D PIC 9(2) VALUE 0.
       01 WS-PRJ-TBL.
          05 WS-PJ-ENTRY OCCURS 500 TIMES.
             10 WS-PJ-JOB PIC 9(6).
             10 WS-PJ-COMPANY PIC 9(2).
       01 WS-PJ-COUNT PIC 9(3) VALUE 0.
       01 WS-PJ-I PIC 9(3) VALUE 0.
       01 WS-GL-MAP-TABLE.
          05 WS-GLM-COUNT PIC 9(3) VALUE 0.
          05 WS-GLM-ENTRY OCCURS 200 TIMES.
             10 WS-GLM-DEPT      PIC 9(2).
             10 WS-GLM-COMPONENT PIC X(8).
             10 WS-GLM-ACCOUNT   PIC 9(8).
       01 WS-GLM-I PIC 9(3) VALUE 0.
       01 WS-GL-ACCOUNT-FOUND PIC 9(8) VALUE 0.
       01 WS-GL-SUSPENSE-ACCT PIC 9(8) VALUE 99999999.
       01 WS-GL-DEBITS  PIC 9(11)V99 VALUE 0.
       01 WS-GL-CREDITS PIC 9(11)V99 VALUE 0.
       01 WS-GL-LINES PIC 9(5) VALUE 0.
       01 WS-HT-COUNT PIC 9(4) VALUE 0.
       01 WS-HIST-TBL.
          05 WS-HT-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON WS-HT-COUNT
             ASCENDING KEY IS WS-HT-KEY
             INDEXED BY WS-HT-IX.
             10 WS-HT-KEY.
                15 WS-HT-EMP-ID PIC 9(7).
                15 WS-HT-YEAR   PIC 9(4).
                15 WS-HT-NUM    PIC 9(2).
             10 WS-HT-NAME       PIC X(10).
             10 WS-HT-PAYER      PIC 9(2).
             10 WS-HT-DEPT       PIC 9(2).
             10 WS-HT-HOURS      PIC 9(3)V9.
             10 WS-HT-GROSS      PIC 9(7)V99.
             10 WS-HT-LOAD-PCT   PIC 9(1)V9999.
             10 WS-HT-PROJ-BASE  PIC 9(7)V99.
             10 WS-HT-PROJ-HOURS PIC 9(4)V9.
             10 WS-HT-SPLIT      PIC X(1).
       01 WS-H PIC 9(4) VALUE 0.
       01 WS-FIND-KEY.
          05 WS-FK-EMP-ID PIC 9(7).
          05 WS-FK-YEAR   PIC 9(4).
          05 WS-FK-NUM    PIC 9(2).
       01 WS-HT-FOUND PIC X(1) VALUE "N".
          88 IS-HT-FOUND VALUE "Y".
       01 WS-CG-TBL.
          05 WS-CG-ENTRY OCCURS 5000 TIMES.
             10 WS-CG-PAIR     PIC 9(3).
             10 WS-CG-EMP-ID   PIC 9(7).
             10 WS-CG-NAME     PIC X(10).
             10 WS-CG-SOURCE   PIC X(10).
             10 WS-CG-HOURS    PIC 9(4)V9.
             10 WS-CG-BASE     PIC 9(7)V99.
             10 WS-CG-LOAD     PIC 9(7)V99.
       01 WS-CG-COUNT PIC 9(4) VALUE 0.
       01 WS-CG-I PIC 9(4) VALUE 0.
       01 WS-PAIR-TBL.
          05 WS-PR-ENTRY OCCURS 200 TIMES.
             10 WS-PR-PAYER  PIC 9(2).
             10 WS-PR-USER   PIC 9(2).
             10 WS-PR-HOURS  PIC 9(7)V9.
             10 WS-PR-BASE   PIC 9(9)V99.
             10 WS-PR-LOAD   PIC 9(9)V99.
             10 WS-PR-CHARGES PIC 9(5).
       01 WS-PR-COUNT PIC 9(3) VALUE 0.
       01 WS-PR-I PIC 9(3) VALUE 0.
       01 WS-PR-J PIC 9(3) VALUE 0.
       01 WS-PR-SLOT PIC 9(3) VALUE 0.
       01 WS-CHARGE-WORK.
          05 WS-CW-PAYER  PIC 9(2).
          05 WS-CW-USER   PIC 9(2).
          05 WS-CW-SOURCE PIC X(10).
          05 WS-CW-HOURS  PIC 9(4)V9.
          05 WS-CW-BASE   PIC 9(7)V99.
          05 WS-CW-LOAD   PIC 9(7)V99.
       01 WS-SOURCE-DEPT.
          05 FILLER PIC X(5) VALUE "DEPT ".
          05 WS-SD-DEPT PIC 9(2).
          05 FILLER PIC X(3) VALUE SPACES.
       01 WS-SOURCE-JOB.
          05 FILLER PIC X(4) VALUE "JOB ".
          05 WS-SJ-JOB PIC 9(6).
       01 WS-LOAD-WORK PIC 9(7)V99 VALUE 0.
       01 WS-REMAIN-BASE PIC 9(7)V99 VALUE 0.
       01 WS-REMAIN-HOURS PIC 9(4)V9 VALUE 0.
       01 WS-USER-CO PIC 9(2) VALUE 0.
       01 WS-LOADED-AMT PIC 9(9)V99 VALUE 0.
       01 WS-REVERSE-AMT PIC 9(9)V99 VALUE 0.
       01 WS-NET-AMT PIC S9(9)V99 VALUE 0.
       01 WS-IC-STATS.
          05 WS-HIST-SELECTED  PIC 9(7) VALUE 0.
          05 WS-SPLIT-MATCHED  PIC 9(7) VALUE 0.
          05 WS-PJL-MATCHED    PIC 9(7) VALUE 0.
          05 WS-NO-DEPT-CO     PIC 9(7) VALUE 0.
          05 WS-NO-PRJ-CO      PIC 9(7) VALUE 0.
          05 WS-TABLE-FULL     PIC 9(7) VALUE 0.
       01 WS-STMT-HEAD-LINE.
          05 FILLER PIC X(11) VALUE "STATEMENT  ".
          05 FILLER PIC X(3) VALUE "CO ".
          05 WS-SH-PAYER PIC 9(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-SH-PAYER-NAME PIC X(25).
          05 FILLER PIC X(10) VALUE " BILLS CO ".
          05 WS-SH-USER PIC 9(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-SH-USER-NAME PIC X(25).
       01 WS-CHARGE-DETAIL-LINE.
          05 WS-CD-EMP-ID PIC 9(7).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-CD-NAME PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-CD-SOURCE PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-CD-HOURS PIC ZZ,ZZ9.9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-CD-BASE PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-CD-LOAD PIC ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-CD-LOADED PIC ZZ,ZZZ,ZZ9.99.
       01 WS-STMT-TOTAL-LINE.
          05 FILLER PIC X(30) VALUE "  TOTAL CHARGED".
          05 WS-ST-HOURS PIC ZZ,ZZ9.9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-ST-BASE PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-ST-LOAD PIC ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-ST-LOADED PIC ZZ,ZZZ,ZZ9.99.
       01 WS-STMT-NET-LINE.
          05 FILLER PIC X(5) VALUE "  CO ".
          05 WS-SN-USER PIC 9(2).
          05 FILLER PIC X(10) VALUE " BILLS CO ".
          05 WS-SN-PAYER PIC 9(2).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-SN-REVERSE PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(19) VALUE "   NET DUE TO CO ".
          05 WS-SN-NET-CO PIC 9(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-SN-NET PIC ZZ,ZZZ,ZZ9.99.
       01 WS-STMT-SIGN-LINE.
          05 FILLER PIC X(15) VALUE "  AGREED CO ".
          05 WS-SS-PAYER PIC 9(2).
          05 FILLER PIC X(20) VALUE " ________________".
          05 FILLER PIC X(12) VALUE "AGREED CO ".
          05 WS-SS-USER PIC 9(2).
          05 FILLER PIC X(17) VALUE " ________________".
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
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Enter accounting year (YYYY): "
           ACCEPT WS-ACCT-YEAR
           DISPLAY "Enter accounting month (01-12): "
           ACCEPT WS-ACCT-MONTH
           IF WS-ACCT-MONTH < 1 OR WS-ACCT-MONTH > 12
               DISPLAY "ERROR: accounting month must be 01-12"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-ACCT-YM = WS-ACCT-YEAR * 100 + WS-ACCT-MONTH
           PERFORM CHECK-ALREADY-POSTED
           IF IS-ALREADY-POSTED
               DISPLAY "ERROR: gl-journal.dat already holds "
                   "intercompany entries for " WS-ACCT-YEAR "-"
                   WS-ACCT-MONTH " - chargeback not repeated"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-COMPANY-MASTER
           PERFORM LOAD-DEPT-MASTER
           PERFORM LOAD-PROJECT-MASTER
           PERFORM LOAD-RATES-FILE
           PERFORM LOAD-GL-MAP
           PERFORM LOAD-PERIOD-HISTORY
           IF WS-HT-COUNT > 0
               PERFORM CHARGE-PROJECT-LEDGER
               PERFORM CHARGE-LABOR-SPLIT
               PERFORM CHARGE-HOME-DEPARTMENTS
           END-IF
           PERFORM WRITE-STATEMENTS
           IF WS-PR-COUNT > 0
               PERFORM POST-GL-ENTRIES
           END-IF
           DISPLAY "Pay history periods in month: " WS-HIST-SELECTED
           DISPLAY "Cross-company charges:        " WS-CG-COUNT
           DISPLAY "Company pairs billed:         " WS-PR-COUNT
           DISPLAY "GL journal lines appended:    " WS-GL-LINES
           IF WS-NO-DEPT-CO > 0 OR WS-NO-PRJ-CO > 0 OR
               WS-TABLE-FULL > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       CHECK-ALREADY-POSTED.
           MOVE "N" TO WS-ALREADY-POSTED
           OPEN INPUT GL-JOURNAL
           IF WS-FS-GL-JOURNAL = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ GL-JOURNAL
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF GLJ-COMPONENT = "ICRECV  " AND
                               GLJ-PERIOD-YEAR = WS-ACCT-YEAR AND
                               GLJ-PERIOD-NUM = WS-ACCT-MONTH
                               MOVE "Y" TO WS-ALREADY-POSTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-JOURNAL
           END-IF.

       LOAD-COMPANY-MASTER.
           PERFORM VARYING WS-CO-IX FROM 1 BY 1 UNTIL WS-CO-IX > 98
               MOVE SPACES TO WS-CT-NAME(WS-CO-IX)
           END-PERFORM
           MOVE SPACES TO WS-CT-NAME(99)
           OPEN INPUT COMPANY-MASTER
           IF WS-FS-COMPANY-MASTER = "35"
               DISPLAY "WARNING: company-master.dat not found - "
                   "statements show company codes only"
           ELSE
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
                           IF CO-CODE >= 1 AND CO-CODE <= 99
                               MOVE CO-NAME TO WS-CT-NAME(CO-CODE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPANY-MASTER
           END-IF.

       LOAD-DEPT-MASTER.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 10
               MOVE 0 TO WS-DC-COMPANY(WS-D)
           END-PERFORM
           OPEN INPUT DEPT-MASTER
           IF WS-FS-DEPT-MASTER = "35"
               DISPLAY "WARNING: dept-master.dat not found - no "
                   "department charges can cross companies"
           ELSE
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
                           IF DEPT-NO >= 1 AND DEPT-NO <= 10 AND
                               DEPT-COMPANY IS NUMERIC
                               MOVE DEPT-COMPANY
                                   TO WS-DC-COMPANY(DEPT-NO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-MASTER
           END-IF.

       LOAD-PROJECT-MASTER.
           OPEN INPUT PROJECT-MASTER
           IF WS-FS-PROJECT-MASTER = "35"
               DISPLAY "No project-master.dat found - project "
                   "charges follow the department"
           ELSE
               IF WS-FS-PROJECT-MASTER NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "project-master.dat, status "
                       WS-FS-PROJECT-MASTER
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ PROJECT-MASTER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM STORE-ONE-PROJECT
                   END-READ
               END-PERFORM
               CLOSE PROJECT-MASTER
           END-IF.

       STORE-ONE-PROJECT.
           IF PRJ-COMPANY IS NUMERIC AND PRJ-COMPANY > 0
               IF WS-PJ-COUNT >= 500
                   DISPLAY "ERROR: project table full - job "
                       PRJ-JOB " company not loaded"
                   ADD 1 TO WS-TABLE-FULL
               ELSE
                   ADD 1 TO WS-PJ-COUNT
                   MOVE PRJ-JOB TO WS-PJ-JOB(WS-PJ-COUNT)
                   MOVE PRJ-COMPANY TO WS-PJ-COMPANY(WS-PJ-COUNT)
               END-IF
           END-IF.

       LOAD-RATES-FILE.
           OPEN INPUT RATES-MASTER
           IF WS-FS-RATES-MASTER = "35"
               DISPLAY "WARNING: rates-master.dat not found - no "
                   "benefits load added to chargebacks"
           ELSE
               IF WS-FS-RATES-MASTER NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "rates-master.dat, status "
                       WS-FS-RATES-MASTER
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ RATES-MASTER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF RATE-CODE = "BENEFIT-LD" AND
                               RATE-EFF-DATE <= WS-TODAY AND
                               RATE-EFF-DATE >= WS-EFF-BENEFIT-LOAD
                               MOVE RATE-VALUE TO WS-BENEFIT-LOAD
                               MOVE RATE-EFF-DATE
                                   TO WS-EFF-BENEFIT-LOAD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATES-MASTER
               IF WS-EFF-BENEFIT-LOAD = 0
                   DISPLAY "WARNING: no BENEFIT-LD rate on "
                       "rates-master.dat - loaded cost carries "
                       "employer taxes and 401k match only"
               END-IF
           END-IF.

       LOAD-GL-MAP.
           OPEN INPUT GL-ACCOUNT-MAP
           IF WS-FS-GL-ACCOUNT-MAP = "35"
               DISPLAY "WARNING: gl-account-map.dat not found - "
                   "intercompany entries post to suspense"
           ELSE
               IF WS-FS-GL-ACCOUNT-MAP NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "gl-account-map.dat, status "
                       WS-FS-GL-ACCOUNT-MAP
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ GL-ACCOUNT-MAP
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-GLM-COUNT >= 200
                               DISPLAY "ERROR: GL map table full - "
                                   "entry dropped"
                           ELSE
                               ADD 1 TO WS-GLM-COUNT
                               MOVE MAP-DEPT TO
                                   WS-GLM-DEPT(WS-GLM-COUNT)
                               MOVE MAP-COMPONENT TO
                                   WS-GLM-COMPONENT(WS-GLM-COUNT)
                               MOVE MAP-ACCOUNT TO
                                   WS-GLM-ACCOUNT(WS-GLM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-MAP
           END-IF.

       LOAD-PERIOD-HISTORY.
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
               CLOSE PAY-HISTORY
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE HIST-PERIOD-YEAR = WS-ACCT-YEAR - 1
           MOVE ZERO TO HIST-PERIOD-NUM
           MOVE 0 TO WS-EOF
           START PAY-HISTORY KEY >= HIST-PERIOD
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 1
               READ PAY-HISTORY NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
               END-READ
               IF WS-EOF = 0 AND HIST-PERIOD-YEAR > WS-ACCT-YEAR + 1
                   MOVE 1 TO WS-EOF
               END-IF
               IF WS-EOF = 0
                   COMPUTE WS-HIST-YM = HIST-PERIOD-END / 100
                   IF WS-HIST-YM = WS-ACCT-YM AND HIST-GROSS > 0
                       PERFORM STORE-ONE-HISTORY
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PAY-HISTORY
           CLOSE EMPLOYEE-MASTER.

       STORE-ONE-HISTORY.
           IF WS-HT-COUNT >= 3000
               DISPLAY "ERROR: pay period table full - employee "
                   HIST-ID " period " HIST-PERIOD-YEAR "-"
                   HIST-PERIOD-NUM " not charged"
               ADD 1 TO WS-TABLE-FULL
           ELSE
               ADD 1 TO WS-HIST-SELECTED
               ADD 1 TO WS-HT-COUNT
               MOVE WS-HT-COUNT TO WS-H
               MOVE HIST-ID TO WS-HT-EMP-ID(WS-H)
               MOVE HIST-PERIOD-YEAR TO WS-HT-YEAR(WS-H)
               MOVE HIST-PERIOD-NUM TO WS-HT-NUM(WS-H)
               MOVE HIST-DEPT TO WS-HT-DEPT(WS-H)
               MOVE HIST-HOURS TO WS-HT-HOURS(WS-H)
               MOVE HIST-GROSS TO WS-HT-GROSS(WS-H)
               MOVE 0 TO WS-HT-PROJ-BASE(WS-H)
               MOVE 0 TO WS-HT-PROJ-HOURS(WS-H)
               MOVE "N" TO WS-HT-SPLIT(WS-H)
               COMPUTE WS-HT-LOAD-PCT(WS-H) ROUNDED =
                   (HIST-ER-FICA + HIST-FUTA + HIST-SUTA + HIST-MATCH)
                   / HIST-GROSS + WS-BENEFIT-LOAD
                   ON SIZE ERROR
                       MOVE WS-BENEFIT-LOAD TO WS-HT-LOAD-PCT(WS-H)
               END-COMPUTE
               MOVE HIST-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE "NOT ON FILE" TO WS-HT-NAME(WS-H)
                       MOVE 1 TO WS-HT-PAYER(WS-H)
                   NOT INVALID KEY
                       MOVE EMP-LAST-NAME TO WS-HT-NAME(WS-H)
                       IF EMP-COMPANY IS NUMERIC AND EMP-COMPANY > 0
                           MOVE EMP-COMPANY TO WS-HT-PAYER(WS-H)
                       ELSE
                           MOVE 1 TO WS-HT-PAYER(WS-H)
                       END-IF
               END-READ
           END-IF.

       FIND-HISTORY-ENTRY.
           MOVE "N" TO WS-HT-FOUND
           SEARCH ALL WS-HT-ENTRY
               AT END
                   MOVE "N" TO WS-HT-FOUND
               WHEN WS-HT-KEY(WS-HT-IX) = WS-FIND-KEY
                   MOVE "Y" TO WS-HT-FOUND
                   SET WS-H TO WS-HT-IX
           END-SEARCH.

       CHARGE-PROJECT-LEDGER.
           OPEN INPUT PROJECT-LEDGER
           IF WS-FS-PROJECT-LEDGER = "35"
               DISPLAY "No project-ledger.dat found - no project "
                   "charges this month"
           ELSE
               IF WS-FS-PROJECT-LEDGER NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "project-ledger.dat, status "
                       WS-FS-PROJECT-LEDGER
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ PROJECT-LEDGER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM CHARGE-ONE-PROJECT-LINE
                   END-READ
               END-PERFORM
               CLOSE PROJECT-LEDGER
           END-IF.

       CHARGE-ONE-PROJECT-LINE.
           MOVE PJL-EMP-ID TO WS-FK-EMP-ID
           MOVE PJL-PERIOD-YEAR TO WS-FK-YEAR
           MOVE PJL-PERIOD-NUM TO WS-FK-NUM
           PERFORM FIND-HISTORY-ENTRY
           IF IS-HT-FOUND
               ADD 1 TO WS-PJL-MATCHED
               MOVE 0 TO WS-USER-CO
               PERFORM VARYING WS-PJ-I FROM 1 BY 1
                   UNTIL WS-PJ-I > WS-PJ-COUNT
                   IF WS-PJ-JOB(WS-PJ-I) = PJL-JOB
                       MOVE WS-PJ-COMPANY(WS-PJ-I) TO WS-USER-CO
                   END-IF
               END-PERFORM
               IF WS-USER-CO = 0
                   ADD 1 TO WS-NO-PRJ-CO
               END-IF
               IF WS-USER-CO > 0 AND
                   WS-USER-CO NOT = WS-HT-PAYER(WS-H) AND
                   WS-HT-HOURS(WS-H) > 0
                   COMPUTE WS-CW-BASE ROUNDED =
                       WS-HT-GROSS(WS-H) * PJL-HOURS
                       / WS-HT-HOURS(WS-H)
                       ON SIZE ERROR
                           MOVE 0 TO WS-CW-BASE
                   END-COMPUTE
                   IF WS-HT-PROJ-BASE(WS-H) + WS-CW-BASE >
                       WS-HT-GROSS(WS-H)
                       COMPUTE WS-CW-BASE = WS-HT-GROSS(WS-H)
                           - WS-HT-PROJ-BASE(WS-H)
                   END-IF
                   ADD WS-CW-BASE TO WS-HT-PROJ-BASE(WS-H)
                   ADD PJL-HOURS TO WS-HT-PROJ-HOURS(WS-H)
                   MOVE WS-HT-PAYER(WS-H) TO WS-CW-PAYER
                   MOVE WS-USER-CO TO WS-CW-USER
                   MOVE PJL-JOB TO WS-SJ-JOB
                   MOVE WS-SOURCE-JOB TO WS-CW-SOURCE
                   MOVE PJL-HOURS TO WS-CW-HOURS
                   PERFORM RECORD-ONE-CHARGE
               END-IF
           END-IF.

       CHARGE-LABOR-SPLIT.
           OPEN INPUT LABOR-SPLIT
           IF WS-FS-LABOR-SPLIT = "35"
               CONTINUE
           ELSE
               IF WS-FS-LABOR-SPLIT NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "labor-split.dat, status "
                       WS-FS-LABOR-SPLIT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ LABOR-SPLIT
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM CHARGE-ONE-SPLIT-LINE
                   END-READ
               END-PERFORM
               CLOSE LABOR-SPLIT
           END-IF.

       CHARGE-ONE-SPLIT-LINE.
           MOVE LSP-EMP-ID TO WS-FK-EMP-ID
           MOVE LSP-PERIOD-YEAR TO WS-FK-YEAR
           MOVE LSP-PERIOD-NUM TO WS-FK-NUM
           PERFORM FIND-HISTORY-ENTRY
           IF IS-HT-FOUND
               ADD 1 TO WS-SPLIT-MATCHED
               MOVE "Y" TO WS-HT-SPLIT(WS-H)
               COMPUTE WS-CW-BASE ROUNDED = LSP-GROSS
                   * (WS-HT-GROSS(WS-H) - WS-HT-PROJ-BASE(WS-H))
                   / WS-HT-GROSS(WS-H)
                   ON SIZE ERROR
                       MOVE 0 TO WS-CW-BASE
               END-COMPUTE
               COMPUTE WS-CW-HOURS ROUNDED = LSP-HOURS
                   * (WS-HT-GROSS(WS-H) - WS-HT-PROJ-BASE(WS-H))
                   / WS-HT-GROSS(WS-H)
                   ON SIZE ERROR
                       MOVE 0 TO WS-CW-HOURS
               END-COMPUTE
               MOVE LSP-DEPT TO WS-D
               PERFORM CHARGE-DEPARTMENT-SHARE
           END-IF.

       CHARGE-HOME-DEPARTMENTS.
           PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > WS-HT-COUNT
               IF WS-HT-SPLIT(WS-H) NOT = "Y"
                   COMPUTE WS-CW-BASE = WS-HT-GROSS(WS-H)
                       - WS-HT-PROJ-BASE(WS-H)
                   IF WS-HT-HOURS(WS-H) > WS-HT-PROJ-HOURS(WS-H)
                       COMPUTE WS-CW-HOURS = WS-HT-HOURS(WS-H)
                           - WS-HT-PROJ-HOURS(WS-H)
                   ELSE
                       MOVE 0 TO WS-CW-HOURS
                   END-IF
                   MOVE WS-HT-DEPT(WS-H) TO WS-D
                   PERFORM CHARGE-DEPARTMENT-SHARE
               END-IF
           END-PERFORM.

       CHARGE-DEPARTMENT-SHARE.
           MOVE 0 TO WS-USER-CO
           IF WS-D >= 1 AND WS-D <= 10
               MOVE WS-DC-COMPANY(WS-D) TO WS-USER-CO
           END-IF
           IF WS-USER-CO = 0
               ADD 1 TO WS-NO-DEPT-CO
           ELSE
               IF WS-USER-CO NOT = WS-HT-PAYER(WS-H) AND
                   WS-CW-BASE > 0
                   MOVE WS-HT-PAYER(WS-H) TO WS-CW-PAYER
                   MOVE WS-USER-CO TO WS-CW-USER
                   MOVE WS-D TO WS-SD-DEPT
                   MOVE WS-SOURCE-DEPT TO WS-CW-SOURCE
                   PERFORM RECORD-ONE-CHARGE
               END-IF
           END-IF.

       RECORD-ONE-CHARGE.
           COMPUTE WS-CW-LOAD ROUNDED =
               WS-CW-BASE * WS-HT-LOAD-PCT(WS-H)
               ON SIZE ERROR
                   MOVE 0 TO WS-CW-LOAD
           END-COMPUTE
           MOVE 0 TO WS-PR-SLOT
           PERFORM VARYING WS-PR-I FROM 1 BY 1
               UNTIL WS-PR-I > WS-PR-COUNT
               IF WS-PR-PAYER(WS-PR-I) = WS-CW-PAYER AND
                   WS-PR-USER(WS-PR-I) = WS-CW-USER
                   MOVE WS-PR-I TO WS-PR-SLOT
               END-IF
           END-PERFORM
           IF WS-PR-SLOT = 0
               IF WS-PR-COUNT >= 200
                   DISPLAY "ERROR: company pair table full - "
                       "charge for employee " WS-HT-EMP-ID(WS-H)
                       " dropped"
                   ADD 1 TO WS-TABLE-FULL
               ELSE
                   ADD 1 TO WS-PR-COUNT
                   MOVE WS-PR-COUNT TO WS-PR-SLOT
                   MOVE WS-CW-PAYER TO WS-PR-PAYER(WS-PR-SLOT)
                   MOVE WS-CW-USER TO WS-PR-USER(WS-PR-SLOT)
                   MOVE 0 TO WS-PR-HOURS(WS-PR-SLOT)
                   MOVE 0 TO WS-PR-BASE(WS-PR-SLOT)
                   MOVE 0 TO WS-PR-LOAD(WS-PR-SLOT)
                   MOVE 0 TO WS-PR-CHARGES(WS-PR-SLOT)
               END-IF
           END-IF
           IF WS-PR-SLOT > 0
               IF WS-CG-COUNT >= 5000
                   DISPLAY "ERROR: charge table full - charge for "
                       "employee " WS-HT-EMP-ID(WS-H) " dropped"
                   ADD 1 TO WS-TABLE-FULL
               ELSE
                   ADD 1 TO WS-CG-COUNT
                   MOVE WS-PR-SLOT TO WS-CG-PAIR(WS-CG-COUNT)
                   MOVE WS-HT-EMP-ID(WS-H) TO WS-CG-EMP-ID(WS-CG-COUNT)
                   MOVE WS-HT-NAME(WS-H) TO WS-CG-NAME(WS-CG-COUNT)
                   MOVE WS-CW-SOURCE TO WS-CG-SOURCE(WS-CG-COUNT)
                   MOVE WS-CW-HOURS TO WS-CG-HOURS(WS-CG-COUNT)
                   MOVE WS-CW-BASE TO WS-CG-BASE(WS-CG-COUNT)
                   MOVE WS-CW-LOAD TO WS-CG-LOAD(WS-CG-COUNT)
                   ADD WS-CW-HOURS TO WS-PR-HOURS(WS-PR-SLOT)
                   ADD WS-CW-BASE TO WS-PR-BASE(WS-PR-SLOT)
                   ADD WS-CW-LOAD TO WS-PR-LOAD(WS-PR-SLOT)
                   ADD 1 TO WS-PR-CHARGES(WS-PR-SLOT)
               END-IF
           END-IF.

       WRITE-STATEMENTS.
           OPEN OUTPUT CHARGEBACK-REPORT
           IF WS-FS-CHARGEBACK-REPORT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "IC-CHARGEBACK.RPT, status "
                   WS-FS-CHARGEBACK-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "I" TO PS-FUNC
           MOVE "INTERCOMPANY LABOR CHARGEBACK" TO PS-REPORT-TITLE
           MOVE WS-OPERATOR-ID TO PS-OPERATOR
           MOVE WS-ACCT-YEAR TO PS-PERIOD-YEAR
           MOVE WS-ACCT-MONTH TO PS-PERIOD-NUM
           MOVE "EMPLOYEE NAME      SOURCE        HOURS    BASE WA"
               TO PS-COLUMN-HEADING
           MOVE "GES EMPLR LOAD   LOADED COST"
               TO PS-COLUMN-HEADING(50:51)
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           PERFORM WRITE-ONE-STATEMENT
               VARYING WS-PR-I FROM 1 BY 1
               UNTIL WS-PR-I > WS-PR-COUNT
           MOVE SPACES TO CHARGEBACK-REPORT-LINE
           PERFORM WRITE-IC-LINE
           MOVE "PAY PERIODS ENDING IN MONTH:" TO WS-CNL-LABEL
           MOVE WS-HIST-SELECTED TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "PROJECT LEDGER LINES MATCHED:" TO WS-CNL-LABEL
           MOVE WS-PJL-MATCHED TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "LABOR SPLIT LINES MATCHED:" TO WS-CNL-LABEL
           MOVE WS-SPLIT-MATCHED TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "CROSS-COMPANY CHARGES:" TO WS-CNL-LABEL
           MOVE WS-CG-COUNT TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "COMPANY PAIRS BILLED:" TO WS-CNL-LABEL
           MOVE WS-PR-COUNT TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "DEPT LINES WITH NO OWNING COMPANY:" TO WS-CNL-LABEL
           MOVE WS-NO-DEPT-CO TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "JOB LINES WITH NO OWNING COMPANY:" TO WS-CNL-LABEL
           MOVE WS-NO-PRJ-CO TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           CLOSE CHARGEBACK-REPORT.

       WRITE-ONE-STATEMENT.
           MOVE SPACES TO CHARGEBACK-REPORT-LINE
           PERFORM WRITE-IC-LINE
           MOVE WS-PR-PAYER(WS-PR-I) TO WS-SH-PAYER
           MOVE WS-CT-NAME(WS-PR-PAYER(WS-PR-I)) TO WS-SH-PAYER-NAME
           MOVE WS-PR-USER(WS-PR-I) TO WS-SH-USER
           MOVE WS-CT-NAME(WS-PR-USER(WS-PR-I)) TO WS-SH-USER-NAME
           MOVE WS-STMT-HEAD-LINE TO CHARGEBACK-REPORT-LINE
           PERFORM WRITE-IC-LINE
           PERFORM VARYING WS-CG-I FROM 1 BY 1
               UNTIL WS-CG-I > WS-CG-COUNT
               IF WS-CG-PAIR(WS-CG-I) = WS-PR-I
                   MOVE WS-CG-EMP-ID(WS-CG-I) TO WS-CD-EMP-ID
                   MOVE WS-CG-NAME(WS-CG-I) TO WS-CD-NAME
                   MOVE WS-CG-SOURCE(WS-CG-I) TO WS-CD-SOURCE
                   MOVE WS-CG-HOURS(WS-CG-I) TO WS-CD-HOURS
                   MOVE WS-CG-BASE(WS-CG-I) TO WS-CD-BASE
                   MOVE WS-CG-LOAD(WS-CG-I) TO WS-CD-LOAD
                   COMPUTE WS-CD-LOADED =
                       WS-CG-BASE(WS-CG-I) + WS-CG-LOAD(WS-CG-I)
                   MOVE WS-CHARGE-DETAIL-LINE
                       TO CHARGEBACK-REPORT-LINE
                   PERFORM WRITE-IC-LINE
               END-IF
           END-PERFORM
           MOVE WS-PR-HOURS(WS-PR-I) TO WS-ST-HOURS
           MOVE WS-PR-BASE(WS-PR-I) TO WS-ST-BASE
           MOVE WS-PR-LOAD(WS-PR-I) TO WS-ST-LOAD
           COMPUTE WS-LOADED-AMT =
               WS-PR-BASE(WS-PR-I) + WS-PR-LOAD(WS-PR-I)
           MOVE WS-LOADED-AMT TO WS-ST-LOADED
           MOVE WS-STMT-TOTAL-LINE TO CHARGEBACK-REPORT-LINE
           PERFORM WRITE-IC-LINE
           MOVE 0 TO WS-REVERSE-AMT
           PERFORM VARYING WS-PR-J FROM 1 BY 1
               UNTIL WS-PR-J > WS-PR-COUNT
               IF WS-PR-PAYER(WS-PR-J) = WS-PR-USER(WS-PR-I) AND
                   WS-PR-USER(WS-PR-J) = WS-PR-PAYER(WS-PR-I)
                   COMPUTE WS-REVERSE-AMT =
                       WS-PR-BASE(WS-PR-J) + WS-PR-LOAD(WS-PR-J)
               END-IF
           END-PERFORM
           COMPUTE WS-NET-AMT = WS-LOADED-AMT - WS-REVERSE-AMT
           MOVE WS-PR-USER(WS-PR-I) TO WS-SN-USER
           MOVE WS-PR-PAYER(WS-PR-I) TO WS-SN-PAYER
           MOVE WS-REVERSE-AMT TO WS-SN-REVERSE
           IF WS-NET-AMT < 0
               MOVE WS-PR-USER(WS-PR-I) TO WS-SN-NET-CO
               COMPUTE WS-SN-NET = 0 - WS-NET-AMT
           ELSE
               MOVE WS-PR-PAYER(WS-PR-I) TO WS-SN-NET-CO
               MOVE WS-NET-AMT TO WS-SN-NET
           END-IF
           MOVE WS-STMT-NET-LINE TO CHARGEBACK-REPORT-LINE
           PERFORM WRITE-IC-LINE
           MOVE SPACES TO CHARGEBACK-REPORT-LINE
           PERFORM WRITE-IC-LINE
           MOVE WS-PR-PAYER(WS-PR-I) TO WS-SS-PAYER
           MOVE WS-PR-USER(WS-PR-I) TO WS-SS-USER
           MOVE WS-STMT-SIGN-LINE TO CHARGEBACK-REPORT-LINE
           PERFORM WRITE-IC-LINE.

       POST-GL-ENTRIES.
           OPEN EXTEND GL-JOURNAL
           IF WS-FS-GL-JOURNAL = "05" OR WS-FS-GL-JOURNAL = "35"
               OPEN OUTPUT GL-JOURNAL
           END-IF
           IF WS-FS-GL-JOURNAL NOT = "00"
               DISPLAY "ERROR: OPEN failed for gl-journal.dat, "
                   "status " WS-FS-GL-JOURNAL
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM POST-ONE-PAIR
               VARYING WS-PR-I FROM 1 BY 1
               UNTIL WS-PR-I > WS-PR-COUNT
           CLOSE GL-JOURNAL
           IF WS-GL-DEBITS NOT = WS-GL-CREDITS
               DISPLAY "ALERT: intercompany entries do not net to "
                   "zero - debits " WS-GL-DEBITS
                   " credits " WS-GL-CREDITS
           ELSE
               DISPLAY "Intercompany entries balanced: debits = "
                   "credits = " WS-GL-DEBITS
           END-IF.

       POST-ONE-PAIR.
           COMPUTE WS-LOADED-AMT =
               WS-PR-BASE(WS-PR-I) + WS-PR-LOAD(WS-PR-I)
           IF WS-LOADED-AMT > 0
               MOVE WS-LOADED-AMT TO GLJ-AMOUNT
               MOVE "D" TO GLJ-DC
               MOVE "ICRECV  " TO GLJ-COMPONENT
               MOVE WS-PR-PAYER(WS-PR-I) TO GLJ-DEPT
               MOVE SPACES TO GLJ-DEPT-NAME
               STRING "IC DUE FROM CO " WS-PR-USER(WS-PR-I)
                   DELIMITED BY SIZE INTO GLJ-DEPT-NAME
               PERFORM WRITE-IC-GL-LINE
               MOVE "C" TO GLJ-DC
               MOVE "ICRECOV " TO GLJ-COMPONENT
               MOVE SPACES TO GLJ-DEPT-NAME
               STRING "IC RECOVERY CO " WS-PR-USER(WS-PR-I)
                   DELIMITED BY SIZE INTO GLJ-DEPT-NAME
               PERFORM WRITE-IC-GL-LINE
               MOVE "D" TO GLJ-DC
               MOVE "ICLABOR " TO GLJ-COMPONENT
               MOVE WS-PR-USER(WS-PR-I) TO GLJ-DEPT
               MOVE SPACES TO GLJ-DEPT-NAME
               STRING "IC LABOR FROM CO " WS-PR-PAYER(WS-PR-I)
                   DELIMITED BY SIZE INTO GLJ-DEPT-NAME
               PERFORM WRITE-IC-GL-LINE
               MOVE "C" TO GLJ-DC
               MOVE "ICPAYBL " TO GLJ-COMPONENT
               MOVE SPACES TO GLJ-DEPT-NAME
               STRING "IC DUE TO CO " WS-PR-PAYER(WS-PR-I)
                   DELIMITED BY SIZE INTO GLJ-DEPT-NAME
               PERFORM WRITE-IC-GL-LINE
           END-IF.

       WRITE-IC-GL-LINE.
           PERFORM FIND-GL-ACCOUNT
           MOVE WS-GL-ACCOUNT-FOUND TO GLJ-ACCOUNT
           MOVE WS-ACCT-YEAR TO GLJ-PERIOD-YEAR
           MOVE WS-ACCT-MONTH TO GLJ-PERIOD-NUM
           WRITE GL-JOURNAL-REC
           IF WS-FS-GL-JOURNAL NOT = "00"
               DISPLAY "ERROR: WRITE failed for "
                   "gl-journal.dat, status " WS-FS-GL-JOURNAL
           ELSE
               ADD 1 TO WS-GL-LINES
               IF GLJ-DC = "D"
                   ADD GLJ-AMOUNT TO WS-GL-DEBITS
               ELSE
                   ADD GLJ-AMOUNT TO WS-GL-CREDITS
               END-IF
           END-IF.

       FIND-GL-ACCOUNT.
           MOVE 0 TO WS-GL-ACCOUNT-FOUND
           PERFORM VARYING WS-GLM-I FROM 1 BY 1
               UNTIL WS-GLM-I > WS-GLM-COUNT
               IF WS-GLM-DEPT(WS-GLM-I) = 0 AND
                   WS-GLM-COMPONENT(WS-GLM-I) = GLJ-COMPONENT
                   MOVE WS-GLM-ACCOUNT(WS-GLM-I)
                       TO WS-GL-ACCOUNT-FOUND
               END-IF
           END-PERFORM
           IF WS-GL-ACCOUNT-FOUND = 0
               MOVE WS-GL-SUSPENSE-ACCT TO WS-GL-ACCOUNT-FOUND
               DISPLAY "WARNING: no GL account mapped for "
                   "component " GLJ-COMPONENT
                   " - posted to suspense " WS-GL-SUSPENSE-ACCT
           END-IF.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO CHARGEBACK-REPORT-LINE
           PERFORM WRITE-IC-LINE.

       WRITE-IC-LINE.
           MOVE CHARGEBACK-REPORT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO CHARGEBACK-REPORT-LINE
               WRITE CHARGEBACK-REPORT-LINE
               IF WS-FS-CHARGEBACK-REPORT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "IC-CHARGEBACK.RPT, status "
                       WS-FS-CHARGEBACK-REPORT
               END-IF
           END-PERFORM.
