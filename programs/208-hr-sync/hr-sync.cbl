       IDENTIFICATION DIVISION.
       PROGRAM-ID. HR-SYNC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "employee-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLOYEE-MASTER.
           SELECT HR-EXTRACT ASSIGN TO "hr-extract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HR-EXTRACT.
           SELECT DEPT-MASTER ASSIGN TO "dept-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPT-MASTER.
           SELECT MAINT-TRANS ASSIGN TO "maint-trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAINT-TRANS.
           SELECT HIGHRISK-QUEUE ASSIGN TO "highrisk-queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIGHRISK-QUEUE.
           SELECT SYNC-REPORT ASSIGN TO "HR-SYNC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SYNC-REPORT.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY "employee-master.cpy".

       FD  HR-EXTRACT.
           COPY "hr-extract.cpy".
           COPY "feed-control.cpy"
               REPLACING ==FEED-HDR-REC== BY ==HRX-HDR-REC==
                         ==FHR-TAG== BY ==HRX-HDR-TAG==
                         ==FHR-FEED-NAME== BY ==HRX-HDR-NAME==
                         ==FHR-CREATE-DATE==
                             BY ==HRX-HDR-CREATE-DATE==
                         ==FHR-PERIOD-END==
                             BY ==HRX-HDR-PERIOD-END==
                         ==FEED-TRL-REC== BY ==HRX-TRL-REC==
                         ==FTR-TAG== BY ==HRX-TRL-TAG==
                         ==FTR-RECORD-COUNT== BY ==HRX-TRL-COUNT==
                         ==FTR-ID-HASH== BY ==HRX-TRL-HASH==
                         ==FTR-AMOUNT-TOTAL==
                             BY ==HRX-TRL-AMOUNT==.

       FD  DEPT-MASTER.
           COPY "dept-master.cpy".

       FD  MAINT-TRANS.
       01 MAINT-TRANS-REC.
          05 MT-ACTION PIC X(1).
          05 MT-IMAGE  PIC X(350).

       FD  HIGHRISK-QUEUE.
           COPY "highrisk-queue.cpy".

       FD  SYNC-REPORT.
       01 SYNC-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-EMPLOYEE-MASTER PIC X(2) VALUE "00".
       01 WS-FS-HR-EXTRACT      PIC X(2) VALUE "00".
       01 WS-FS-DEPT-MASTER     PIC X(2) VALUE "00".
       01 WS-FS-MAINT-TRANS     PIC X(2) VALUE "00".
       01 WS-FS-HIGHRISK-QUEUE  PIC X(2) VALUE "00".
       01 WS-FS-SYNC-REPORT     PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-EMP-EOF PIC 9(1) VALUE 0.
       01 WS-HRX-EOF PIC 9(1) VALUE 0.
       01 WS-EMP-KEY PIC 9(7) VALUE 9999999.
       01 WS-HRX-KEY PIC 9(7) VALUE 9999999.
       01 WS-PRIOR-HRX-ID PIC 9(7) VALUE 0.
       01 WS-SYNC-OPERATOR PIC X(10) VALUE "HR-SYNC".
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-RUN-TIME PIC 9(8) VALUE 0.
       01 WS-FEED-VERIFY.
          05 WS-FV-COUNT PIC 9(7) VALUE 0.
          05 WS-FV-HASH  PIC 9(9) VALUE 0.
          05 WS-FV-AMOUNT PIC S9(11)V99 VALUE 0.
          05 WS-FV-TRL-SEEN PIC X(1) VALUE "N".
          05 WS-FV-OUT-OF-SEQ PIC 9(5) VALUE 0.
       01 WS-DEPT-TBL.
          05 WS-DP-COUNT PIC 9(3) VALUE 0.
          05 WS-DP-ENTRY OCCURS 99 TIMES.
             10 WS-DP-NO          PIC 9(2).
             10 WS-DP-COST-CENTER PIC X(6).
       01 WS-DP-I PIC 9(3) VALUE 0.
       01 WS-LOG-FIELDS.
          05 WS-LOG-PROGRAM PIC X(10) VALUE "HR-SYNC".
          05 WS-LOG-SEVERITY PIC X(1) VALUE "I".
          05 WS-LOG-EMP-ID PIC 9(7) VALUE 0.
          05 WS-LOG-MESSAGE PIC X(60) VALUE SPACES.
           COPY "employee-master.cpy"
               REPLACING ==01 EMP-MASTER-REC== BY
                         ==01 WS-SYNC-IMAGE-REC==
                         LEADING ==EMP-== BY ==SI-==.
       01 WS-MAPPED-STATUS PIC 9(1) VALUE 0.
       01 WS-MAPPED-DEPT PIC 9(2) VALUE 0.
       01 WS-MAP-OK PIC X(1) VALUE "Y".
          88 IS-MAP-OK VALUE "Y".
       01 WS-PAY-DIFF PIC X(1) VALUE "N".
          88 HAS-PAY-DIFF VALUE "Y".
       01 WS-DIFF-COUNT PIC 9(3) VALUE 0.
       01 WS-DISPOSITION PIC X(10) VALUE SPACES.
       01 WS-SYNC-STATS.
          05 WS-HR-READ        PIC 9(7) VALUE 0.
          05 WS-MATCHED        PIC 9(7) VALUE 0.
          05 WS-IN-SYNC        PIC 9(7) VALUE 0.
          05 WS-TRANS-WRITTEN  PIC 9(7) VALUE 0.
          05 WS-QUEUED         PIC 9(7) VALUE 0.
          05 WS-FIELD-DIFFS    PIC 9(7) VALUE 0.
          05 WS-UNMAPPED       PIC 9(7) VALUE 0.
          05 WS-NOT-ON-MASTER  PIC 9(7) VALUE 0.
          05 WS-NOT-IN-HR      PIC 9(7) VALUE 0.
       01 WS-DIFF-LINE.
          05 WS-DF-ID PIC 9(7).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-DF-FIELD PIC X(12).
          05 FILLER PIC X(6) VALUE " PAY [".
          05 WS-DF-OLD PIC X(20).
          05 FILLER PIC X(7) VALUE "] HR [".
          05 WS-DF-NEW PIC X(20).
          05 FILLER PIC X(2) VALUE "] ".
          05 WS-DF-ACTION PIC X(10).
       01 WS-UNMAPPED-LINE.
          05 WS-UM-ID PIC 9(7).
          05 FILLER PIC X(1) VALUE SPACE.
          05 FILLER PIC X(10) VALUE "UNMAPPED  ".
          05 WS-UM-TEXT PIC X(44).
          05 FILLER PIC X(1) VALUE "[".
          05 WS-UM-VALUE PIC X(20).
          05 FILLER PIC X(1) VALUE "]".
       01 WS-RATE-EDIT PIC ZZ9.99.
       01 WS-SALARY-EDIT PIC Z,ZZZ,ZZ9.99.
       01 WS-COUNT-LINE.
          05 FILLER PIC X(16) VALUE "CONTROL TOTAL   ".
          05 WS-CN-LABEL PIC X(28).
          05 WS-CN-COUNT PIC ZZZ,ZZ9.
           COPY "print-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM VERIFY-HR-FEED
           PERFORM LOAD-DEPT-TABLE
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-EMPLOYEE-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "employee-master.idx, status "
                   WS-FS-EMPLOYEE-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT HR-EXTRACT
           IF WS-FS-HR-EXTRACT NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "hr-extract.dat, status " WS-FS-HR-EXTRACT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND MAINT-TRANS
           IF WS-FS-MAINT-TRANS = "05" OR WS-FS-MAINT-TRANS = "35"
               OPEN OUTPUT MAINT-TRANS
           END-IF
           IF WS-FS-MAINT-TRANS NOT = "00"
               DISPLAY "ERROR: OPEN failed for maint-trans.dat, "
                   "status " WS-FS-MAINT-TRANS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND HIGHRISK-QUEUE
           IF WS-FS-HIGHRISK-QUEUE = "05" OR
               WS-FS-HIGHRISK-QUEUE = "35"
               OPEN OUTPUT HIGHRISK-QUEUE
           END-IF
           IF WS-FS-HIGHRISK-QUEUE NOT = "00"
               DISPLAY "ERROR: OPEN failed for highrisk-queue.dat, "
                   "status " WS-FS-HIGHRISK-QUEUE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT SYNC-REPORT
           IF WS-FS-SYNC-REPORT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "HR-SYNC.RPT, status " WS-FS-SYNC-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "I" TO PS-FUNC
           MOVE "HR SYSTEM SYNC DISCREPANCIES" TO PS-REPORT-TITLE
           MOVE WS-SYNC-OPERATOR TO PS-OPERATOR
           MOVE 0 TO PS-PERIOD-YEAR
           MOVE 0 TO PS-PERIOD-NUM
           MOVE "EMP-ID  FIELD        PAYROLL VALUE / HR VALUE"
               TO PS-COLUMN-HEADING
           MOVE "                     ACTION"
               TO PS-COLUMN-HEADING(47:)
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           PERFORM READ-MASTER
           PERFORM READ-HR-EXTRACT
           PERFORM UNTIL WS-EMP-EOF = 1 AND WS-HRX-EOF = 1
               EVALUATE TRUE
                   WHEN WS-HRX-EOF = 1
                       PERFORM REPORT-NOT-IN-HR
                       PERFORM READ-MASTER
                   WHEN WS-EMP-EOF = 1
                       PERFORM REPORT-NOT-ON-MASTER
                       PERFORM READ-HR-EXTRACT
                   WHEN WS-EMP-KEY = WS-HRX-KEY
                       PERFORM COMPARE-EMPLOYEE
                       PERFORM READ-MASTER
                       PERFORM READ-HR-EXTRACT
                   WHEN WS-EMP-KEY < WS-HRX-KEY
                       PERFORM REPORT-NOT-IN-HR
                       PERFORM READ-MASTER
                   WHEN OTHER
                       PERFORM REPORT-NOT-ON-MASTER
                       PERFORM READ-HR-EXTRACT
               END-EVALUATE
           END-PERFORM
           PERFORM WRITE-SYNC-TOTALS
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           CLOSE EMPLOYEE-MASTER
           CLOSE HR-EXTRACT
           CLOSE MAINT-TRANS
           CLOSE HIGHRISK-QUEUE
           CLOSE SYNC-REPORT
           IF WS-FS-SYNC-REPORT NOT = "00"
               DISPLAY "ERROR: CLOSE failed for HR-SYNC.RPT, "
                   "status " WS-FS-SYNC-REPORT
           END-IF
           DISPLAY "HR records read:          " WS-HR-READ
           DISPLAY "Matched to master:        " WS-MATCHED
           DISPLAY "Already in sync:          " WS-IN-SYNC
           DISPLAY "Field differences:        " WS-FIELD-DIFFS
           DISPLAY "Maintenance transactions: " WS-TRANS-WRITTEN
           DISPLAY "Queued for approval:      " WS-QUEUED
           DISPLAY "Could not be mapped:      " WS-UNMAPPED
           IF WS-TRANS-WRITTEN > 0
               DISPLAY "Run MAINT-MENU option 4 to apply "
                   "maint-trans.dat"
               IF WS-TRANS-WRITTEN > 200
                   DISPLAY "WARNING: more than 200 transactions "
                       "written - split maint-trans.dat before "
                       "the batch maintenance run"
               END-IF
           END-IF
           IF WS-QUEUED > 0
               DISPLAY "Rate and bank changes wait in "
                   "highrisk-queue.dat for supervisor release"
           END-IF
           MOVE "I" TO WS-LOG-SEVERITY
           MOVE 0 TO WS-LOG-EMP-ID
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "HR SYNC: " WS-TRANS-WRITTEN " TRANS "
               WS-QUEUED " QUEUED " WS-UNMAPPED " UNMAPPED"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM WRITE-RUN-LOG
           IF WS-UNMAPPED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       VERIFY-HR-FEED.
           OPEN INPUT HR-EXTRACT
           IF WS-FS-HR-EXTRACT NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "hr-extract.dat, status " WS-FS-HR-EXTRACT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-HRX-EOF = 1
               READ HR-EXTRACT
                   AT END MOVE 1 TO WS-HRX-EOF
                   NOT AT END
                       EVALUATE HRX-HDR-TAG
                           WHEN "HDR"
                               CONTINUE
                           WHEN "TRL"
                               MOVE "Y" TO WS-FV-TRL-SEEN
                               IF HRX-TRL-COUNT NOT = WS-FV-COUNT
                                   OR HRX-TRL-HASH NOT = WS-FV-HASH
                                   OR HRX-TRL-AMOUNT NOT =
                                       WS-FV-AMOUNT
                                   DISPLAY "ERROR: hr-extract.dat "
                                       "control totals do not "
                                       "match the details read - "
                                       "sync refused"
                                   MOVE 8 TO RETURN-CODE
                                   GOBACK
                               END-IF
                           WHEN OTHER
                               ADD 1 TO WS-FV-COUNT
                               COMPUTE WS-FV-HASH =
                                   FUNCTION MOD(WS-FV-HASH +
                                       HRX-ID, 1000000000)
                               ADD HRX-ANNUAL-SALARY TO WS-FV-AMOUNT
                               IF HRX-ID NOT > WS-PRIOR-HRX-ID
                                   ADD 1 TO WS-FV-OUT-OF-SEQ
                               END-IF
                               MOVE HRX-ID TO WS-PRIOR-HRX-ID
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE HR-EXTRACT
           MOVE 0 TO WS-HRX-EOF
           IF WS-FV-TRL-SEEN NOT = "Y"
               DISPLAY "ERROR: hr-extract.dat has no trailer "
                   "control record - feed may be truncated, "
                   "sync refused"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FV-OUT-OF-SEQ > 0
               DISPLAY "ERROR: hr-extract.dat has " WS-FV-OUT-OF-SEQ
                   " records out of employee ID order or "
                   "duplicated - sync refused, ask HR to resend "
                   "the extract sorted by ID"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       LOAD-DEPT-TABLE.
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
                       IF WS-DP-COUNT < 99
                           ADD 1 TO WS-DP-COUNT
                           MOVE DEPT-NO TO WS-DP-NO(WS-DP-COUNT)
                           MOVE DEPT-COST-CENTER
                               TO WS-DP-COST-CENTER(WS-DP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPT-MASTER.

       READ-MASTER.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 1 TO WS-EMP-EOF
                   MOVE 9999999 TO WS-EMP-KEY
           END-READ
           IF WS-EMP-EOF = 0
               IF WS-FS-EMPLOYEE-MASTER NOT = "00"
                   DISPLAY "ERROR: READ failed for "
                       "employee-master.idx, status "
                       WS-FS-EMPLOYEE-MASTER
                   MOVE 1 TO WS-EMP-EOF
                   MOVE 9999999 TO WS-EMP-KEY
               ELSE
                   MOVE EMP-ID TO WS-EMP-KEY
               END-IF
           END-IF.

       READ-HR-EXTRACT.
           MOVE "HDR" TO HRX-HDR-TAG
           PERFORM UNTIL WS-HRX-EOF = 1 OR
               (HRX-HDR-TAG NOT = "HDR" AND HRX-HDR-TAG NOT = "TRL")
               READ HR-EXTRACT
                   AT END
                       MOVE 1 TO WS-HRX-EOF
                       MOVE 9999999 TO WS-HRX-KEY
               END-READ
               IF WS-HRX-EOF = 0 AND WS-FS-HR-EXTRACT NOT = "00"
                   DISPLAY "ERROR: READ failed for hr-extract.dat, "
                       "status " WS-FS-HR-EXTRACT
                   MOVE 1 TO WS-HRX-EOF
                   MOVE 9999999 TO WS-HRX-KEY
               END-IF
           END-PERFORM
           IF WS-HRX-EOF = 0
               ADD 1 TO WS-HR-READ
               MOVE HRX-ID TO WS-HRX-KEY
           END-IF.

       REPORT-NOT-IN-HR.
           IF EMP-STATUS NOT = 2
               ADD 1 TO WS-NOT-IN-HR
               MOVE EMP-ID TO WS-UM-ID
               MOVE "ON PAYROLL MASTER BUT MISSING FROM HR" TO
                   WS-UM-TEXT
               MOVE EMP-EMPLOYEE-NAME TO WS-UM-VALUE
               PERFORM WRITE-UNMAPPED-LINE
           END-IF.

       REPORT-NOT-ON-MASTER.
           ADD 1 TO WS-NOT-ON-MASTER
           MOVE HRX-ID TO WS-UM-ID
           MOVE "IN HR BUT NOT ON PAYROLL - KEY AS NEW HIRE" TO
               WS-UM-TEXT
           MOVE HRX-EMPLOYEE-NAME TO WS-UM-VALUE
           PERFORM WRITE-UNMAPPED-LINE.

       COMPARE-EMPLOYEE.
           ADD 1 TO WS-MATCHED
           MOVE EMP-MASTER-REC TO WS-SYNC-IMAGE-REC
           MOVE 0 TO WS-DIFF-COUNT
           PERFORM MAP-HR-STATUS
           PERFORM MAP-HR-DEPARTMENT
           PERFORM CHECK-PAY-DIFFERENCES
           IF HAS-PAY-DIFF
               MOVE "QUEUED" TO WS-DISPOSITION
           ELSE
               MOVE "MAINT-TRAN" TO WS-DISPOSITION
           END-IF
           PERFORM COMPARE-NON-PAY-FIELDS
           IF HAS-PAY-DIFF
               PERFORM COMPARE-PAY-FIELDS
           END-IF
           EVALUATE TRUE
               WHEN HAS-PAY-DIFF
                   PERFORM QUEUE-SYNC-CHANGE
               WHEN WS-DIFF-COUNT > 0
                   PERFORM WRITE-SYNC-TRANSACTION
               WHEN OTHER
                   ADD 1 TO WS-IN-SYNC
           END-EVALUATE.

       MAP-HR-STATUS.
           EVALUATE TRUE
               WHEN HRX-ACTIVE
                   MOVE 1 TO WS-MAPPED-STATUS
               WHEN HRX-TERMINATED
                   MOVE 2 TO WS-MAPPED-STATUS
               WHEN HRX-ON-LEAVE
                   MOVE 3 TO WS-MAPPED-STATUS
               WHEN OTHER
                   MOVE EMP-STATUS TO WS-MAPPED-STATUS
                   MOVE HRX-ID TO WS-UM-ID
                   MOVE "HR STATUS CODE NOT RECOGNISED" TO WS-UM-TEXT
                   MOVE HRX-STATUS TO WS-UM-VALUE
                   PERFORM WRITE-UNMAPPED-LINE
           END-EVALUATE.

       MAP-HR-DEPARTMENT.
           MOVE EMP-DEPT TO WS-MAPPED-DEPT
           MOVE "N" TO WS-MAP-OK
           PERFORM VARYING WS-DP-I FROM 1 BY 1
               UNTIL WS-DP-I > WS-DP-COUNT OR IS-MAP-OK
               IF WS-DP-COST-CENTER(WS-DP-I) = HRX-COST-CENTER
                   AND HRX-COST-CENTER NOT = SPACES
                   MOVE WS-DP-NO(WS-DP-I) TO WS-MAPPED-DEPT
                   MOVE "Y" TO WS-MAP-OK
               END-IF
           END-PERFORM
           IF NOT IS-MAP-OK
               MOVE HRX-ID TO WS-UM-ID
               MOVE "HR COST CENTER NOT ON DEPT-MASTER.DAT" TO
                   WS-UM-TEXT
               MOVE HRX-COST-CENTER TO WS-UM-VALUE
               PERFORM WRITE-UNMAPPED-LINE
           END-IF.

       CHECK-PAY-DIFFERENCES.
           MOVE "N" TO WS-PAY-DIFF
           IF HRX-RATE NOT = EMP-RATE OR
               HRX-ANNUAL-SALARY NOT = EMP-ANNUAL-SALARY
               MOVE "Y" TO WS-PAY-DIFF
           END-IF
           IF HRX-BANK-ROUTING > 0 AND
               (HRX-BANK-ROUTING NOT = EMP-BANK-ROUTING(1) OR
                HRX-BANK-ACCOUNT NOT = EMP-BANK-ACCOUNT(1))
               MOVE "Y" TO WS-PAY-DIFF
           END-IF.

       COMPARE-NON-PAY-FIELDS.
           IF HRX-FIRST-NAME NOT = EMP-FIRST-NAME
               MOVE "FIRST NAME  " TO WS-DF-FIELD
               MOVE EMP-FIRST-NAME TO WS-DF-OLD
               MOVE HRX-FIRST-NAME TO WS-DF-NEW
               MOVE HRX-FIRST-NAME TO SI-FIRST-NAME
               PERFORM WRITE-DIFF-LINE
           END-IF
           IF HRX-MIDDLE-INIT NOT = EMP-MIDDLE-INIT
               MOVE "MIDDLE INIT " TO WS-DF-FIELD
               MOVE EMP-MIDDLE-INIT TO WS-DF-OLD
               MOVE HRX-MIDDLE-INIT TO WS-DF-NEW
               MOVE HRX-MIDDLE-INIT TO SI-MIDDLE-INIT
               PERFORM WRITE-DIFF-LINE
           END-IF
           IF HRX-LAST-NAME NOT = EMP-LAST-NAME
               MOVE "LAST NAME   " TO WS-DF-FIELD
               MOVE EMP-LAST-NAME TO WS-DF-OLD
               MOVE HRX-LAST-NAME TO WS-DF-NEW
               MOVE HRX-LAST-NAME TO SI-LAST-NAME
               PERFORM WRITE-DIFF-LINE
           END-IF
           IF HRX-ADDR-LINE1 NOT = EMP-ADDR-LINE1
               MOVE "ADDRESS 1   " TO WS-DF-FIELD
               MOVE EMP-ADDR-LINE1 TO WS-DF-OLD
               MOVE HRX-ADDR-LINE1 TO WS-DF-NEW
               MOVE HRX-ADDR-LINE1 TO SI-ADDR-LINE1
               PERFORM WRITE-DIFF-LINE
           END-IF
           IF HRX-ADDR-LINE2 NOT = EMP-ADDR-LINE2
               MOVE "ADDRESS 2   " TO WS-DF-FIELD
               MOVE EMP-ADDR-LINE2 TO WS-DF-OLD
               MOVE HRX-ADDR-LINE2 TO WS-DF-NEW
               MOVE HRX-ADDR-LINE2 TO SI-ADDR-LINE2
               PERFORM WRITE-DIFF-LINE
           END-IF
           IF HRX-ADDR-CITY NOT = EMP-ADDR-CITY
               MOVE "CITY        " TO WS-DF-FIELD
               MOVE EMP-ADDR-CITY TO WS-DF-OLD
               MOVE HRX-ADDR-CITY TO WS-DF-NEW
               MOVE HRX-ADDR-CITY TO SI-ADDR-CITY
               PERFORM WRITE-DIFF-LINE
           END-IF
           IF HRX-ADDR-STATE NOT = EMP-ADDR-STATE
               MOVE "STATE       " TO WS-DF-FIELD
               MOVE EMP-ADDR-STATE TO WS-DF-OLD
               MOVE HRX-ADDR-STATE TO WS-DF-NEW
               MOVE HRX-ADDR-STATE TO SI-ADDR-STATE
               PERFORM WRITE-DIFF-LINE
           END-IF
           IF HRX-ADDR-ZIP NOT = EMP-ADDR-ZIP
               MOVE "ZIP         " TO WS-DF-FIELD
               MOVE EMP-ADDR-ZIP TO WS-DF-OLD
               MOVE HRX-ADDR-ZIP TO WS-DF-NEW
               MOVE HRX-ADDR-ZIP TO SI-ADDR-ZIP
               PERFORM WRITE-DIFF-LINE
           END-IF
           IF WS-MAPPED-DEPT NOT = EMP-DEPT
               MOVE "DEPARTMENT  " TO WS-DF-FIELD
               MOVE EMP-DEPT TO WS-DF-OLD
               MOVE WS-MAPPED-DEPT TO WS-DF-NEW
               MOVE WS-MAPPED-DEPT TO SI-DEPT
               PERFORM WRITE-DIFF-LINE
           END-IF
           IF WS-MAPPED-STATUS NOT = EMP-STATUS
               MOVE "STATUS      " TO WS-DF-FIELD
               MOVE EMP-STATUS TO WS-DF-OLD
               MOVE WS-MAPPED-STATUS TO WS-DF-NEW
               MOVE WS-MAPPED-STATUS TO SI-STATUS
               PERFORM WRITE-DIFF-LINE
           END-IF
           IF HRX-HIRE-DATE NOT = EMP-HIRE-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(HRX-HIRE-DATE) = 0
                   MOVE "HIRE DATE   " TO WS-DF-FIELD
                   MOVE EMP-HIRE-DATE TO WS-DF-OLD
                   MOVE HRX-HIRE-DATE TO WS-DF-NEW
                   MOVE HRX-HIRE-DATE TO SI-HIRE-DATE
                   PERFORM WRITE-DIFF-LINE
               ELSE
                   MOVE HRX-ID TO WS-UM-ID
                   MOVE "HR HIRE DATE IS NOT A VALID DATE" TO
                       WS-UM-TEXT
                   MOVE HRX-HIRE-DATE TO WS-UM-VALUE
                   PERFORM WRITE-UNMAPPED-LINE
               END-IF
           END-IF
           IF HRX-TERM-DATE NOT = EMP-TERM-DATE
               IF HRX-TERM-DATE = 0 OR
                   FUNCTION TEST-DATE-YYYYMMDD(HRX-TERM-DATE) = 0
                   MOVE "TERM DATE   " TO WS-DF-FIELD
                   MOVE EMP-TERM-DATE TO WS-DF-OLD
                   MOVE HRX-TERM-DATE TO WS-DF-NEW
                   MOVE HRX-TERM-DATE TO SI-TERM-DATE
                   PERFORM WRITE-DIFF-LINE
               ELSE
                   MOVE HRX-ID TO WS-UM-ID
                   MOVE "HR TERM DATE IS NOT A VALID DATE" TO
                       WS-UM-TEXT
                   MOVE HRX-TERM-DATE TO WS-UM-VALUE
                   PERFORM WRITE-UNMAPPED-LINE
               END-IF
           END-IF.

       COMPARE-PAY-FIELDS.
           IF HRX-RATE NOT = EMP-RATE
               MOVE "RATE        " TO WS-DF-FIELD
               MOVE EMP-RATE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO WS-DF-OLD
               MOVE HRX-RATE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO WS-DF-NEW
               MOVE HRX-RATE TO SI-RATE
               PERFORM WRITE-DIFF-LINE
           END-IF
           IF HRX-ANNUAL-SALARY NOT = EMP-ANNUAL-SALARY
               MOVE "SALARY      " TO WS-DF-FIELD
               MOVE EMP-ANNUAL-SALARY TO WS-SALARY-EDIT
               MOVE WS-SALARY-EDIT TO WS-DF-OLD
               MOVE HRX-ANNUAL-SALARY TO WS-SALARY-EDIT
               MOVE WS-SALARY-EDIT TO WS-DF-NEW
               MOVE HRX-ANNUAL-SALARY TO SI-ANNUAL-SALARY
               PERFORM WRITE-DIFF-LINE
           END-IF
           IF HRX-BANK-ROUTING > 0
               IF HRX-BANK-ROUTING NOT = EMP-BANK-ROUTING(1)
                   MOVE "BANK ROUTING" TO WS-DF-FIELD
                   MOVE EMP-BANK-ROUTING(1) TO WS-DF-OLD
                   MOVE HRX-BANK-ROUTING TO WS-DF-NEW
                   MOVE HRX-BANK-ROUTING TO SI-BANK-ROUTING(1)
                   PERFORM WRITE-DIFF-LINE
               END-IF
               IF HRX-BANK-ACCOUNT NOT = EMP-BANK-ACCOUNT(1)
                   MOVE "BANK ACCOUNT" TO WS-DF-FIELD
                   MOVE "****" TO WS-DF-OLD
                   MOVE EMP-BANK-ACCOUNT(1)(14:4) TO WS-DF-OLD(5:4)
                   MOVE "****" TO WS-DF-NEW
                   MOVE HRX-BANK-ACCOUNT(14:4) TO WS-DF-NEW(5:4)
                   MOVE HRX-BANK-ACCOUNT TO SI-BANK-ACCOUNT(1)
                   PERFORM WRITE-DIFF-LINE
               END-IF
           END-IF.

       WRITE-SYNC-TRANSACTION.
           MOVE "C" TO MT-ACTION
           MOVE WS-SYNC-IMAGE-REC TO MT-IMAGE
           WRITE MAINT-TRANS-REC
           IF WS-FS-MAINT-TRANS NOT = "00"
               DISPLAY "ERROR: WRITE failed for maint-trans.dat, "
                   "status " WS-FS-MAINT-TRANS " employee " EMP-ID
           ELSE
               ADD 1 TO WS-TRANS-WRITTEN
           END-IF.

       QUEUE-SYNC-CHANGE.
           MOVE EMP-ID TO HRQ-EMP-ID
           MOVE WS-RUN-DATE TO HRQ-DATE
           MOVE WS-RUN-TIME(1:6) TO HRQ-TIME
           MOVE WS-SYNC-OPERATOR TO HRQ-ENTERED-BY
           MOVE "P" TO HRQ-STATUS
           MOVE WS-SYNC-IMAGE-REC TO HRQ-AFTER
           WRITE HRQ-REC
           IF WS-FS-HIGHRISK-QUEUE NOT = "00"
               DISPLAY "ERROR: WRITE failed for highrisk-queue.dat, "
                   "status " WS-FS-HIGHRISK-QUEUE " employee " EMP-ID
           ELSE
               ADD 1 TO WS-QUEUED
               MOVE "W" TO WS-LOG-SEVERITY
               MOVE EMP-ID TO WS-LOG-EMP-ID
               MOVE "HR SYNC RATE/BANK CHANGE QUEUED FOR DUAL CONTROL"
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-RUN-LOG
           END-IF.

       WRITE-DIFF-LINE.
           ADD 1 TO WS-DIFF-COUNT
           ADD 1 TO WS-FIELD-DIFFS
           MOVE EMP-ID TO WS-DF-ID
           MOVE WS-DISPOSITION TO WS-DF-ACTION
           MOVE WS-DIFF-LINE TO PS-DETAIL-IN
           PERFORM WRITE-DETAIL-LINE.

       WRITE-UNMAPPED-LINE.
           ADD 1 TO WS-UNMAPPED
           MOVE WS-UNMAPPED-LINE TO PS-DETAIL-IN
           PERFORM WRITE-DETAIL-LINE.

       WRITE-RUN-LOG.
           CALL "RUN-LOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-EMP-ID WS-LOG-MESSAGE
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to RUN-LOG failed"
           END-CALL.

       WRITE-DETAIL-LINE.
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SYNC-TOTALS.
           MOVE SPACES TO PS-DETAIL-IN
           PERFORM WRITE-DETAIL-LINE
           MOVE "HR RECORDS READ:" TO WS-CN-LABEL
           MOVE WS-HR-READ TO WS-CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "MATCHED TO PAYROLL MASTER:" TO WS-CN-LABEL
           MOVE WS-MATCHED TO WS-CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "ALREADY IN SYNC:" TO WS-CN-LABEL
           MOVE WS-IN-SYNC TO WS-CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "FIELD DIFFERENCES:" TO WS-CN-LABEL
           MOVE WS-FIELD-DIFFS TO WS-CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "MAINT-TRANS.DAT CHANGES:" TO WS-CN-LABEL
           MOVE WS-TRANS-WRITTEN TO WS-CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "QUEUED FOR DUAL CONTROL:" TO WS-CN-LABEL
           MOVE WS-QUEUED TO WS-CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "IN HR, NOT ON PAYROLL:" TO WS-CN-LABEL
           MOVE WS-NOT-ON-MASTER TO WS-CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "ON PAYROLL, NOT IN HR:" TO WS-CN-LABEL
           MOVE WS-NOT-IN-HR TO WS-CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "UNMAPPED ITEMS:" TO WS-CN-LABEL
           MOVE WS-UNMAPPED TO WS-CN-COUNT
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO PS-DETAIL-IN
           PERFORM WRITE-DETAIL-LINE.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO SYNC-REPORT-LINE
               WRITE SYNC-REPORT-LINE
               IF WS-FS-SYNC-REPORT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for HR-SYNC.RPT, "
                       "status " WS-FS-SYNC-REPORT
               END-IF
           END-PERFORM.
