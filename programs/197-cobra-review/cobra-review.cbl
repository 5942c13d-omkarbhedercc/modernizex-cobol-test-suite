       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRA-REVIEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COBRA-MASTER ASSIGN TO "cobra-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-KEY
               FILE STATUS IS WS-FS-COBRA-MASTER.
           SELECT MAINT-AUDIT ASSIGN TO "maint-audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAINT-AUDIT.
           SELECT REVIEW-REPORT ASSIGN TO "COBRA-REVIEW.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REVIEW-REPORT.
       DATA DIVISION.
       FILE SECTION.
       FD  COBRA-MASTER.
           COPY "cobra-master.cpy".

       FD  MAINT-AUDIT.
           COPY "maint-audit.cpy".

       FD  REVIEW-REPORT.
       01 REVIEW-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-COBRA-MASTER  PIC X(2) VALUE "00".
       01 WS-FS-MAINT-AUDIT   PIC X(2) VALUE "00".
       01 WS-FS-REVIEW-REPORT PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-RUN-TIME PIC 9(8) VALUE 0.
       01 WS-AS-OF-DATE PIC 9(8) VALUE 0.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-MODE PIC X(1) VALUE "R".
          88 IS-UPDATE-MODE VALUE "U".
       01 WS-FIRST-PAY-DAYS PIC 9(3) VALUE 45.
       01 WS-GRACE-DAYS PIC 9(3) VALUE 30.
       01 WS-PAY-DUE-BY PIC 9(8) VALUE 0.
       01 WS-NEW-STATUS PIC X(1) VALUE SPACE.
       01 WS-CLOSE-DATE PIC 9(8) VALUE 0.
       01 WS-ACTION-TEXT PIC X(24) VALUE SPACES.
       01 WS-AUD-BEFORE PIC X(350) VALUE SPACES.
       01 WS-REVIEW-STATS.
          05 WS-CASES-READ    PIC 9(7) VALUE 0.
          05 WS-NOTICE-LATE   PIC 9(7) VALUE 0.
          05 WS-NOTICE-OPEN   PIC 9(7) VALUE 0.
          05 WS-AWAIT-ELECT   PIC 9(7) VALUE 0.
          05 WS-ACTIVE-CASES  PIC 9(7) VALUE 0.
          05 WS-LAPSED        PIC 9(7) VALUE 0.
          05 WS-NONPAY        PIC 9(7) VALUE 0.
          05 WS-MAX-REACHED   PIC 9(7) VALUE 0.
          05 WS-CLOSED-CASES  PIC 9(7) VALUE 0.
       01 WS-REVIEW-DETAIL-LINE.
          05 WS-RD-EMP-ID PIC 9(7).
          05 FILLER PIC X(1) VALUE "-".
          05 WS-RD-SEQ PIC 9(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RD-NAME PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RD-EVENT PIC X(1).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RD-EVENT-DATE PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RD-STATUS PIC X(1).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RD-KEY-DATE PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RD-PAID-THRU PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RD-PREMIUM PIC ZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RD-ACTION PIC X(24).
       01 WS-COUNT-LINE.
          05 WS-CNL-LABEL PIC X(36).
          05 WS-CNL-COUNT PIC ZZZ,ZZ9.
           COPY "print-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Enter as-of date (YYYYMMDD, 0 for today): "
           ACCEPT WS-AS-OF-DATE
           IF WS-AS-OF-DATE = 0
               COMPUTE WS-AS-OF-DATE = 20000000 + WS-RUN-DATE
           END-IF
           DISPLAY "Enter mode (R=report only U=close expired "
               "cases): "
           ACCEPT WS-MODE
           OPEN I-O COBRA-MASTER
           IF WS-FS-COBRA-MASTER = "35"
               DISPLAY "No cobra-master.dat on file - no COBRA "
                   "cases to review"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-COBRA-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN I-O failed for "
                   "cobra-master.dat, status " WS-FS-COBRA-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REVIEW-REPORT
           IF WS-FS-REVIEW-REPORT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "COBRA-REVIEW.RPT, status " WS-FS-REVIEW-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "I" TO PS-FUNC
           MOVE "COBRA CASE REVIEW" TO PS-REPORT-TITLE
           MOVE WS-OPERATOR-ID TO PS-OPERATOR
           MOVE WS-AS-OF-DATE(1:4) TO PS-PERIOD-YEAR
           MOVE 0 TO PS-PERIOD-NUM
           MOVE "CASE       QUAL BEN   E EVENT    S KEY DATE PAIDT"
               TO PS-COLUMN-HEADING
           MOVE "HRU   PREMIUM ACTION"
               TO PS-COLUMN-HEADING(50:51)
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           MOVE LOW-VALUES TO COB-KEY
           START COBRA-MASTER KEY >= COB-KEY
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 1
               READ COBRA-MASTER NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
               END-READ
               IF WS-EOF = 0
                   ADD 1 TO WS-CASES-READ
                   IF COB-CLOSED
                       ADD 1 TO WS-CLOSED-CASES
                   ELSE
                       PERFORM REVIEW-ONE-CASE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM WRITE-REVIEW-TOTALS
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           CLOSE REVIEW-REPORT
           CLOSE COBRA-MASTER
           DISPLAY "COBRA cases read:         " WS-CASES-READ
           DISPLAY "Notices past due:         " WS-NOTICE-LATE
           DISPLAY "Election lapsed:          " WS-LAPSED
           DISPLAY "Ended for non-payment:    " WS-NONPAY
           DISPLAY "Ended at maximum period:  " WS-MAX-REACHED
           IF WS-NOTICE-LATE > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       REVIEW-ONE-CASE.
           MOVE SPACE TO WS-NEW-STATUS
           MOVE 0 TO WS-CLOSE-DATE
           MOVE SPACES TO WS-ACTION-TEXT
           EVALUATE TRUE
               WHEN COB-NOTICE-PENDING
                   MOVE COB-NOTICE-DUE-DATE TO WS-RD-KEY-DATE
                   IF WS-AS-OF-DATE > COB-NOTICE-DUE-DATE
                       ADD 1 TO WS-NOTICE-LATE
                       MOVE "NOTICE PAST DUE" TO WS-ACTION-TEXT
                   ELSE
                       ADD 1 TO WS-NOTICE-OPEN
                       MOVE "NOTICE PENDING" TO WS-ACTION-TEXT
                   END-IF
               WHEN COB-NOTICE-SENT
                   MOVE COB-ELECT-DEADLINE TO WS-RD-KEY-DATE
                   IF WS-AS-OF-DATE > COB-ELECT-DEADLINE
                       MOVE "L" TO WS-NEW-STATUS
                       MOVE COB-ELECT-DEADLINE TO WS-CLOSE-DATE
                       MOVE "ELECTION LAPSED" TO WS-ACTION-TEXT
                   ELSE
                       ADD 1 TO WS-AWAIT-ELECT
                       MOVE "AWAITING ELECTION" TO WS-ACTION-TEXT
                   END-IF
               WHEN COB-ELECTED
                   PERFORM REVIEW-ELECTED-CASE
               WHEN OTHER
                   MOVE 0 TO WS-RD-KEY-DATE
                   MOVE "UNKNOWN STATUS" TO WS-ACTION-TEXT
           END-EVALUATE
           IF WS-NEW-STATUS NOT = SPACE
               EVALUATE WS-NEW-STATUS
                   WHEN "L"
                       ADD 1 TO WS-LAPSED
                   WHEN "P"
                       ADD 1 TO WS-NONPAY
                   WHEN "M"
                       ADD 1 TO WS-MAX-REACHED
               END-EVALUATE
               IF IS-UPDATE-MODE
                   PERFORM CLOSE-COBRA-CASE
               END-IF
           END-IF
           PERFORM WRITE-REVIEW-DETAIL.

       REVIEW-ELECTED-CASE.
           IF COB-TOTAL-PAID = 0
               COMPUTE WS-PAY-DUE-BY = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(COB-ELECT-DATE)
                    + WS-FIRST-PAY-DAYS)
           ELSE
               COMPUTE WS-PAY-DUE-BY = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(COB-PAID-THRU-DATE)
                    + 1 + WS-GRACE-DAYS)
           END-IF
           EVALUATE TRUE
               WHEN COB-PAID-THRU-DATE >= COB-MAX-END-DATE AND
                   WS-AS-OF-DATE > COB-MAX-END-DATE
                   MOVE COB-MAX-END-DATE TO WS-RD-KEY-DATE
                   MOVE "M" TO WS-NEW-STATUS
                   MOVE COB-MAX-END-DATE TO WS-CLOSE-DATE
                   MOVE "MAXIMUM PERIOD REACHED" TO WS-ACTION-TEXT
               WHEN WS-AS-OF-DATE > WS-PAY-DUE-BY
                   MOVE WS-PAY-DUE-BY TO WS-RD-KEY-DATE
                   MOVE "P" TO WS-NEW-STATUS
                   MOVE COB-PAID-THRU-DATE TO WS-CLOSE-DATE
                   MOVE "ENDED FOR NON-PAYMENT" TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE WS-PAY-DUE-BY TO WS-RD-KEY-DATE
                   ADD 1 TO WS-ACTIVE-CASES
                   MOVE "ACTIVE - NEXT PREMIUM" TO WS-ACTION-TEXT
           END-EVALUATE.

       CLOSE-COBRA-CASE.
           MOVE COB-REC TO WS-AUD-BEFORE
           MOVE WS-NEW-STATUS TO COB-STATUS
           MOVE WS-CLOSE-DATE TO COB-END-DATE
           REWRITE COB-REC
               INVALID KEY
                   DISPLAY "ERROR: REWRITE failed for COBRA case "
                       COB-EMP-ID "-" COB-DEP-SEQ ", status "
                       WS-FS-COBRA-MASTER
           END-REWRITE
           IF WS-FS-COBRA-MASTER = "00"
               PERFORM WRITE-MAINT-AUDIT
           ELSE
               MOVE "CLOSE FAILED" TO WS-ACTION-TEXT
           END-IF.

       WRITE-REVIEW-DETAIL.
           MOVE COB-EMP-ID TO WS-RD-EMP-ID
           MOVE COB-DEP-SEQ TO WS-RD-SEQ
           MOVE COB-QB-LAST-NAME TO WS-RD-NAME
           MOVE COB-EVENT-TYPE TO WS-RD-EVENT
           MOVE COB-EVENT-DATE TO WS-RD-EVENT-DATE
           MOVE COB-STATUS TO WS-RD-STATUS
           MOVE COB-PAID-THRU-DATE TO WS-RD-PAID-THRU
           MOVE COB-MONTHLY-PREMIUM TO WS-RD-PREMIUM
           MOVE WS-ACTION-TEXT TO WS-RD-ACTION
           MOVE WS-REVIEW-DETAIL-LINE TO REVIEW-REPORT-LINE
           PERFORM WRITE-REVIEW-LINE.

       WRITE-REVIEW-TOTALS.
           MOVE SPACES TO REVIEW-REPORT-LINE
           PERFORM WRITE-REVIEW-LINE
           MOVE "COBRA CASES READ:" TO WS-CNL-LABEL
           MOVE WS-CASES-READ TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "ALREADY CLOSED:" TO WS-CNL-LABEL
           MOVE WS-CLOSED-CASES TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "NOTICES PENDING WITHIN 44 DAYS:" TO WS-CNL-LABEL
           MOVE WS-NOTICE-OPEN TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "NOTICES PAST DUE:" TO WS-CNL-LABEL
           MOVE WS-NOTICE-LATE TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "AWAITING ELECTION:" TO WS-CNL-LABEL
           MOVE WS-AWAIT-ELECT TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "ACTIVE CONTINUATION COVERAGE:" TO WS-CNL-LABEL
           MOVE WS-ACTIVE-CASES TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "ELECTION LAPSED:" TO WS-CNL-LABEL
           MOVE WS-LAPSED TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "ENDED FOR NON-PAYMENT:" TO WS-CNL-LABEL
           MOVE WS-NONPAY TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "ENDED AT MAXIMUM PERIOD:" TO WS-CNL-LABEL
           MOVE WS-MAX-REACHED TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO REVIEW-REPORT-LINE
           PERFORM WRITE-REVIEW-LINE.

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
               MOVE "B" TO MAUD-ACTION
               MOVE COB-EMP-ID TO MAUD-EMP-ID
               MOVE WS-AUD-BEFORE TO MAUD-BEFORE
               MOVE COB-REC TO MAUD-AFTER
               WRITE MAUD-REC
               IF WS-FS-MAINT-AUDIT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "maint-audit.dat, status " WS-FS-MAINT-AUDIT
               END-IF
               CLOSE MAINT-AUDIT
           END-IF.

       WRITE-REVIEW-LINE.
           MOVE REVIEW-REPORT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
               IF WS-FS-REVIEW-REPORT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "COBRA-REVIEW.RPT, status "
                       WS-FS-REVIEW-REPORT
               END-IF
           END-PERFORM.
