       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEP-AGEOUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPENDENTS ASSIGN TO "dependents.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-KEY
               FILE STATUS IS WS-FS-DEPENDENTS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "employee-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLOYEE-MASTER.
           SELECT AGEOUT-REPORT ASSIGN TO "DEP-AGEOUT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AGEOUT-REPORT.
       DATA DIVISION.
       FILE SECTION.
       FD  DEPENDENTS.
           COPY "dependent.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee-master.cpy".

       FD  AGEOUT-REPORT.
       01 AGEOUT-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-DEPENDENTS      PIC X(2) VALUE "00".
       01 WS-FS-EMPLOYEE-MASTER PIC X(2) VALUE "00".
       01 WS-FS-AGEOUT-REPORT   PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-AS-OF-DATE PIC 9(8) VALUE 0.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-AGE-LIMIT PIC 9(2) VALUE 0.
       01 WS-WINDOW-DAYS PIC 9(3) VALUE 60.
       01 WS-AGEOUT-DATE PIC 9(8) VALUE 0.
       01 WS-AGEOUT-PARTS REDEFINES WS-AGEOUT-DATE.
          05 WS-AO-YEAR  PIC 9(4).
          05 WS-AO-MMDD  PIC 9(4).
       01 WS-DAYS-LEFT PIC S9(7) VALUE 0.
       01 WS-LEAP-YEAR PIC X(1) VALUE "N".
       01 WS-FLAG-TEXT PIC X(12) VALUE SPACES.
       01 WS-COBRA-MODE PIC X(1) VALUE "N".
          88 IS-COBRA-MODE VALUE "Y".
       01 WS-AGEOUT-STATS.
          05 WS-DEPS-READ      PIC 9(7) VALUE 0.
          05 WS-CHILDREN-CHKD  PIC 9(7) VALUE 0.
          05 WS-AGING-OUT      PIC 9(7) VALUE 0.
          05 WS-PAST-LIMIT     PIC 9(7) VALUE 0.
          05 WS-DISABLED-SKIP  PIC 9(7) VALUE 0.
          05 WS-COBRA-RECORDED PIC 9(7) VALUE 0.
       01 WS-AGEOUT-DETAIL-LINE.
          05 WS-AD-EMP-ID PIC 9(7).
          05 FILLER PIC X(1) VALUE "-".
          05 WS-AD-SEQ PIC 9(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-AD-EMP-NAME PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-AD-DEP-LAST PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-AD-DEP-FIRST PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-AD-BIRTH PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-AD-AGEOUT PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-AD-DAYS PIC -(4)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-AD-MED PIC X(1).
          05 FILLER PIC X(1) VALUE "/".
          05 WS-AD-DEN PIC X(1).
          05 FILLER PIC X(1) VALUE "/".
          05 WS-AD-VIS PIC X(1).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-AD-FLAG PIC X(12).
       01 WS-COUNT-LINE.
          05 WS-CNL-LABEL PIC X(36).
          05 WS-CNL-COUNT PIC ZZZ,ZZ9.
           COPY "print-svc.cpy".
           COPY "cobra-svc.cpy".
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
           DISPLAY "Enter plan dependent age limit (0 for 26): "
           ACCEPT WS-AGE-LIMIT
           IF WS-AGE-LIMIT = 0
               MOVE 26 TO WS-AGE-LIMIT
           END-IF
           DISPLAY "Record COBRA qualifying events for children "
               "past the limit (Y/N): "
           ACCEPT WS-COBRA-MODE
           OPEN INPUT DEPENDENTS
           IF WS-FS-DEPENDENTS = "35"
               DISPLAY "No dependents.dat on file - no dependents "
                   "to check"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-DEPENDENTS NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "dependents.dat, status " WS-FS-DEPENDENTS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-EMPLOYEE-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "employee-master.idx, status "
                   WS-FS-EMPLOYEE-MASTER
               CLOSE DEPENDENTS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT AGEOUT-REPORT
           IF WS-FS-AGEOUT-REPORT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "DEP-AGEOUT.RPT, status " WS-FS-AGEOUT-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "I" TO PS-FUNC
           MOVE "DEPENDENT AGE-OUT" TO PS-REPORT-TITLE
           MOVE WS-OPERATOR-ID TO PS-OPERATOR
           MOVE WS-AS-OF-DATE(1:4) TO PS-PERIOD-YEAR
           MOVE 0 TO PS-PERIOD-NUM
           MOVE "DEPENDENT  EMPLOYEE   DEP LAST   DEP FIRST  BORN"
               TO PS-COLUMN-HEADING
           MOVE "    AGE-OUT   DAYS  M/D/V  FLAG"
               TO PS-COLUMN-HEADING(50:51)
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           MOVE LOW-VALUES TO DEP-KEY
           START DEPENDENTS KEY >= DEP-KEY
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 1
               READ DEPENDENTS NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
               END-READ
               IF WS-EOF = 0
                   ADD 1 TO WS-DEPS-READ
                   IF DEP-ACTIVE AND DEP-CHILD AND
                       (DEP-MED-COVERED OR DEP-DEN-COVERED OR
                        DEP-VIS-COVERED)
                       PERFORM CHECK-ONE-CHILD
                   END-IF
               END-IF
           END-PERFORM
           PERFORM WRITE-AGEOUT-TOTALS
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           CLOSE AGEOUT-REPORT
           CLOSE EMPLOYEE-MASTER
           CLOSE DEPENDENTS
           DISPLAY "Covered children checked: " WS-CHILDREN-CHKD
           DISPLAY "Aging out within " WS-WINDOW-DAYS " days: "
               WS-AGING-OUT
           DISPLAY "Already past age limit:   " WS-PAST-LIMIT
           IF IS-COBRA-MODE
               DISPLAY "COBRA events recorded:    " WS-COBRA-RECORDED
           END-IF
           IF WS-AGING-OUT > 0 OR WS-PAST-LIMIT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       CHECK-ONE-CHILD.
           ADD 1 TO WS-CHILDREN-CHKD
           IF DEP-IS-DISABLED
               ADD 1 TO WS-DISABLED-SKIP
           ELSE
               MOVE DEP-BIRTH-DATE TO WS-AGEOUT-DATE
               ADD WS-AGE-LIMIT TO WS-AO-YEAR
               IF WS-AO-MMDD = 0229
                   PERFORM CHECK-LEAP-YEAR
                   IF WS-LEAP-YEAR = "N"
                       MOVE 0301 TO WS-AO-MMDD
                   END-IF
               END-IF
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(WS-AGEOUT-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
               IF WS-DAYS-LEFT <= WS-WINDOW-DAYS
                   IF WS-DAYS-LEFT < 0
                       ADD 1 TO WS-PAST-LIMIT
                       MOVE "PAST LIMIT" TO WS-FLAG-TEXT
                       IF IS-COBRA-MODE
                           PERFORM RECORD-COBRA-EVENT
                       END-IF
                   ELSE
                       ADD 1 TO WS-AGING-OUT
                       MOVE "AGING OUT" TO WS-FLAG-TEXT
                   END-IF
                   PERFORM WRITE-AGEOUT-DETAIL
               END-IF
           END-IF.

       RECORD-COBRA-EVENT.
           MOVE "Q" TO CB-FUNC
           MOVE DEP-EMP-ID TO CB-EMP-ID
           MOVE DEP-SEQ TO CB-DEP-SEQ
           MOVE "A" TO CB-EVENT-TYPE
           MOVE WS-AGEOUT-DATE TO CB-EVENT-DATE
           MOVE DEP-FIRST-NAME TO CB-QB-FIRST-NAME
           MOVE DEP-LAST-NAME TO CB-QB-LAST-NAME
           MOVE DEP-MED-TIER TO CB-MED-TIER
           MOVE DEP-DEN-TIER TO CB-DEN-TIER
           MOVE DEP-VIS-TIER TO CB-VIS-TIER
           MOVE "DEP-AGEOUT" TO CB-PROGRAM
           MOVE WS-OPERATOR-ID TO CB-OPERATOR
           CALL "COBRA-SVC" USING CB-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to COBRA-SVC failed"
           END-CALL
           EVALUATE TRUE
               WHEN CB-RECORDED
                   ADD 1 TO WS-COBRA-RECORDED
                   MOVE "PAST - COBRA" TO WS-FLAG-TEXT
               WHEN CB-DUPLICATE
                   CONTINUE
               WHEN CB-NOT-COVERED
                   CONTINUE
               WHEN OTHER
                   DISPLAY "WARNING: COBRA qualifying event NOT "
                       "recorded for dependent " DEP-EMP-ID "-"
                       DEP-SEQ " - record it through COBRA-MAINT"
           END-EVALUATE.

       CHECK-LEAP-YEAR.
           MOVE "N" TO WS-LEAP-YEAR
           IF FUNCTION MOD(WS-AO-YEAR, 4) = 0
               IF FUNCTION MOD(WS-AO-YEAR, 100) NOT = 0 OR
                   FUNCTION MOD(WS-AO-YEAR, 400) = 0
                   MOVE "Y" TO WS-LEAP-YEAR
               END-IF
           END-IF.

       WRITE-AGEOUT-DETAIL.
           MOVE DEP-EMP-ID TO WS-AD-EMP-ID
           MOVE DEP-SEQ TO WS-AD-SEQ
           MOVE DEP-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "NOT ON MSTR" TO WS-AD-EMP-NAME
               NOT INVALID KEY
                   MOVE EMP-LAST-NAME TO WS-AD-EMP-NAME
           END-READ
           MOVE DEP-LAST-NAME TO WS-AD-DEP-LAST
           MOVE DEP-FIRST-NAME TO WS-AD-DEP-FIRST
           MOVE DEP-BIRTH-DATE TO WS-AD-BIRTH
           MOVE WS-AGEOUT-DATE TO WS-AD-AGEOUT
           MOVE WS-DAYS-LEFT TO WS-AD-DAYS
           MOVE DEP-MED-TIER TO WS-AD-MED
           MOVE DEP-DEN-TIER TO WS-AD-DEN
           MOVE DEP-VIS-TIER TO WS-AD-VIS
           MOVE WS-FLAG-TEXT TO WS-AD-FLAG
           MOVE WS-AGEOUT-DETAIL-LINE TO AGEOUT-REPORT-LINE
           PERFORM WRITE-AGEOUT-LINE.

       WRITE-AGEOUT-TOTALS.
           MOVE SPACES TO AGEOUT-REPORT-LINE
           PERFORM WRITE-AGEOUT-LINE
           MOVE "DEPENDENT RECORDS READ:" TO WS-CNL-LABEL
           MOVE WS-DEPS-READ TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "COVERED CHILDREN CHECKED:" TO WS-CNL-LABEL
           MOVE WS-CHILDREN-CHKD TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "DISABLED - EXEMPT FROM LIMIT:" TO WS-CNL-LABEL
           MOVE WS-DISABLED-SKIP TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "AGING OUT WITHIN WINDOW:" TO WS-CNL-LABEL
           MOVE WS-AGING-OUT TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "ALREADY PAST AGE LIMIT:" TO WS-CNL-LABEL
           MOVE WS-PAST-LIMIT TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           IF IS-COBRA-MODE
               MOVE "COBRA QUALIFYING EVENTS RECORDED:"
                   TO WS-CNL-LABEL
               MOVE WS-COBRA-RECORDED TO WS-CNL-COUNT
               PERFORM WRITE-COUNT-LINE
           END-IF.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO AGEOUT-REPORT-LINE
           PERFORM WRITE-AGEOUT-LINE.

       WRITE-AGEOUT-LINE.
           MOVE AGEOUT-REPORT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO AGEOUT-REPORT-LINE
               WRITE AGEOUT-REPORT-LINE
               IF WS-FS-AGEOUT-REPORT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "DEP-AGEOUT.RPT, status " WS-FS-AGEOUT-REPORT
               END-IF
           END-PERFORM.
