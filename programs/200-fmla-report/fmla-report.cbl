       IDENTIFICATION DIVISION.
       PROGRAM-ID. FMLA-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FMLA-CASE ASSIGN TO "fmla-case.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FML-KEY
               FILE STATUS IS WS-FS-FMLA-CASE.
           SELECT FMLA-USAGE ASSIGN TO "fmla-usage.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FMU-KEY
               FILE STATUS IS WS-FS-FMLA-USAGE.
           SELECT EMPLOYEE-MASTER ASSIGN TO "employee-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLOYEE-MASTER.
           SELECT FMLA-RPT ASSIGN TO "FMLA-ENTITLEMENT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FMLA-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  FMLA-CASE.
           COPY "fmla-case.cpy".

       FD  FMLA-USAGE.
           COPY "fmla-usage.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee-master.cpy".

       FD  FMLA-RPT.
       01 FMLA-RPT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-FMLA-CASE       PIC X(2) VALUE "00".
       01 WS-FS-FMLA-USAGE      PIC X(2) VALUE "00".
       01 WS-FS-EMPLOYEE-MASTER PIC X(2) VALUE "00".
       01 WS-FS-FMLA-RPT        PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-USAGE-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-AS-OF-DATE PIC 9(8) VALUE 0.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-LOW-HOURS PIC 9(3)V9 VALUE 0.
       01 WS-DEFAULT-LOW-HOURS PIC 9(3)V9 VALUE 80.
       01 WS-CASE-USED PIC 9(5)V9 VALUE 0.
       01 WS-FLAG-TEXT PIC X(16) VALUE SPACES.
       01 WS-USAGE-OPEN PIC X(1) VALUE "N".
          88 IS-USAGE-OPEN VALUE "Y".
       01 WS-REPORT-STATS.
          05 WS-CASES-READ     PIC 9(7) VALUE 0.
          05 WS-CASES-LISTED   PIC 9(7) VALUE 0.
          05 WS-RUNNING-OUT    PIC 9(7) VALUE 0.
          05 WS-EXHAUSTED      PIC 9(7) VALUE 0.
          05 WS-DESIG-USED     PIC 9(7) VALUE 0.
          05 WS-PAST-END       PIC 9(7) VALUE 0.
       01 WS-FMLA-DETAIL-LINE.
          05 WS-FD-EMP-ID PIC 9(7).
          05 FILLER PIC X(1) VALUE "-".
          05 WS-FD-SEQ PIC 9(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-FD-NAME PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-FD-REASON PIC X(1).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-FD-TYPE PIC X(1).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-FD-START PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-FD-END PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-FD-DESIG PIC ZZZ9.9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-FD-CASE-USED PIC ZZZ9.9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-FD-ROLL-USED PIC ZZZ9.9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-FD-REMAIN PIC ZZZ9.9-.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-FD-FLAG PIC X(16).
       01 WS-COUNT-LINE.
          05 WS-CNL-LABEL PIC X(36).
          05 WS-CNL-COUNT PIC ZZZ,ZZ9.
           COPY "print-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
           COPY "fmla-svc.cpy".
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
           DISPLAY "Enter running-out threshold hours (0 for 80): "
           ACCEPT WS-LOW-HOURS
           IF WS-LOW-HOURS = 0
               MOVE WS-DEFAULT-LOW-HOURS TO WS-LOW-HOURS
           END-IF
           OPEN INPUT FMLA-CASE
           IF WS-FS-FMLA-CASE = "35"
               DISPLAY "No fmla-case.dat on file - no FMLA cases "
                   "to report"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-FMLA-CASE NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "fmla-case.dat, status " WS-FS-FMLA-CASE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-EMPLOYEE-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "employee-master.idx, status "
                   WS-FS-EMPLOYEE-MASTER
               CLOSE FMLA-CASE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT FMLA-USAGE
           IF WS-FS-FMLA-USAGE = "00"
               MOVE "Y" TO WS-USAGE-OPEN
           ELSE
               IF WS-FS-FMLA-USAGE NOT = "35"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "fmla-usage.dat, status " WS-FS-FMLA-USAGE
                   CLOSE FMLA-CASE
                   CLOSE EMPLOYEE-MASTER
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN OUTPUT FMLA-RPT
           IF WS-FS-FMLA-RPT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "FMLA-ENTITLEMENT.RPT, status " WS-FS-FMLA-RPT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "I" TO PS-FUNC
           MOVE "FMLA ENTITLEMENT STATUS" TO PS-REPORT-TITLE
           MOVE WS-OPERATOR-ID TO PS-OPERATOR
           MOVE WS-AS-OF-DATE(1:4) TO PS-PERIOD-YEAR
           MOVE 0 TO PS-PERIOD-NUM
           MOVE "CASE       NAME       R T START    END       DESIG"
               TO PS-COLUMN-HEADING
           MOVE "  CASEHR 12MOHR  REMAIN FLAG"
               TO PS-COLUMN-HEADING(50:51)
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           MOVE LOW-VALUES TO FML-KEY
           START FMLA-CASE KEY >= FML-KEY
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 1
               READ FMLA-CASE NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
               END-READ
               IF WS-EOF = 0
                   ADD 1 TO WS-CASES-READ
                   IF FML-OPEN
                       PERFORM REPORT-ONE-CASE
                   END-IF
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
           CLOSE FMLA-RPT
           CLOSE FMLA-CASE
           CLOSE EMPLOYEE-MASTER
           IF IS-USAGE-OPEN
               CLOSE FMLA-USAGE
           END-IF
           DISPLAY "FMLA cases read:          " WS-CASES-READ
           DISPLAY "Open cases reported:      " WS-CASES-LISTED
           DISPLAY "Running out:              " WS-RUNNING-OUT
           DISPLAY "Entitlement exhausted:    " WS-EXHAUSTED
           IF WS-RUNNING-OUT > 0 OR WS-EXHAUSTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       REPORT-ONE-CASE.
           ADD 1 TO WS-CASES-LISTED
           MOVE FML-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "NOT ON FILE" TO EMP-LAST-NAME
           END-READ
           MOVE "R" TO FM-FUNC
           MOVE FML-EMP-ID TO FM-EMP-ID
           MOVE WS-AS-OF-DATE TO FM-AS-OF-DATE
           MOVE "FMLA-RPT" TO FM-PROGRAM
           CALL "FMLA-SVC" USING FM-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to FMLA-SVC failed"
           END-CALL
           PERFORM SUM-CASE-USAGE
           MOVE SPACES TO WS-FLAG-TEXT
           EVALUATE TRUE
               WHEN FM-REMAIN-HOURS <= 0
                   ADD 1 TO WS-EXHAUSTED
                   MOVE "EXHAUSTED" TO WS-FLAG-TEXT
               WHEN FM-REMAIN-HOURS < WS-LOW-HOURS
                   ADD 1 TO WS-RUNNING-OUT
                   MOVE "RUNNING OUT" TO WS-FLAG-TEXT
               WHEN WS-CASE-USED >= FML-DESIGNATED-HOURS
                   ADD 1 TO WS-DESIG-USED
                   MOVE "DESIGNATION USED" TO WS-FLAG-TEXT
               WHEN FML-END-DATE NOT = 0 AND
                   FML-END-DATE < WS-AS-OF-DATE
                   ADD 1 TO WS-PAST-END
                   MOVE "PAST END - CLOSE" TO WS-FLAG-TEXT
           END-EVALUATE
           PERFORM WRITE-CASE-DETAIL.

       SUM-CASE-USAGE.
           MOVE 0 TO WS-CASE-USED
           IF IS-USAGE-OPEN
               MOVE 0 TO WS-USAGE-EOF
               MOVE FML-EMP-ID TO FMU-EMP-ID
               MOVE FML-START-DATE TO FMU-USE-DATE
               MOVE 0 TO FMU-PERIOD-YEAR
               MOVE 0 TO FMU-PERIOD-NUM
               MOVE 0 TO FMU-LINE-SEQ
               START FMLA-USAGE KEY >= FMU-KEY
                   INVALID KEY
                       MOVE 1 TO WS-USAGE-EOF
               END-START
               PERFORM UNTIL WS-USAGE-EOF = 1
                   READ FMLA-USAGE NEXT RECORD
                       AT END MOVE 1 TO WS-USAGE-EOF
                   END-READ
                   IF WS-USAGE-EOF = 0
                       IF FMU-EMP-ID NOT = FML-EMP-ID
                           MOVE 1 TO WS-USAGE-EOF
                       ELSE
                           IF FMU-CASE-SEQ = FML-CASE-SEQ
                               ADD FMU-HOURS TO WS-CASE-USED
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-CASE-DETAIL.
           MOVE FML-EMP-ID TO WS-FD-EMP-ID
           MOVE FML-CASE-SEQ TO WS-FD-SEQ
           MOVE EMP-LAST-NAME TO WS-FD-NAME
           MOVE FML-REASON TO WS-FD-REASON
           MOVE FML-LEAVE-TYPE TO WS-FD-TYPE
           MOVE FML-START-DATE TO WS-FD-START
           MOVE FML-END-DATE TO WS-FD-END
           MOVE FML-DESIGNATED-HOURS TO WS-FD-DESIG
           MOVE WS-CASE-USED TO WS-FD-CASE-USED
           MOVE FM-USED-HOURS TO WS-FD-ROLL-USED
           MOVE FM-REMAIN-HOURS TO WS-FD-REMAIN
           MOVE WS-FLAG-TEXT TO WS-FD-FLAG
           MOVE WS-FMLA-DETAIL-LINE TO FMLA-RPT-LINE
           PERFORM WRITE-FMLA-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO FMLA-RPT-LINE
           PERFORM WRITE-FMLA-LINE
           MOVE "FMLA CASES READ:" TO WS-CNL-LABEL
           MOVE WS-CASES-READ TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "OPEN CASES REPORTED:" TO WS-CNL-LABEL
           MOVE WS-CASES-LISTED TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "ENTITLEMENT EXHAUSTED:" TO WS-CNL-LABEL
           MOVE WS-EXHAUSTED TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "RUNNING OUT OF ENTITLEMENT:" TO WS-CNL-LABEL
           MOVE WS-RUNNING-OUT TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "DESIGNATED HOURS USED UP:" TO WS-CNL-LABEL
           MOVE WS-DESIG-USED TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "PAST EXPECTED END DATE:" TO WS-CNL-LABEL
           MOVE WS-PAST-END TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO FMLA-RPT-LINE
           PERFORM WRITE-FMLA-LINE.

       WRITE-FMLA-LINE.
           MOVE FMLA-RPT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO FMLA-RPT-LINE
               WRITE FMLA-RPT-LINE
               IF WS-FS-FMLA-RPT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "FMLA-ENTITLEMENT.RPT, status "
                       WS-FS-FMLA-RPT
               END-IF
           END-PERFORM.
