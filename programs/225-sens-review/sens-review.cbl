       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENS-REVIEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENS-ACCESS-LOG ASSIGN TO "sensitive-access.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SENS-ACCESS-LOG.
           SELECT REVIEW-REPORT ASSIGN TO "SENS-ACCESS-REVIEW.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REVIEW-REPORT.
       DATA DIVISION.
       FILE SECTION.
       FD  SENS-ACCESS-LOG.
           COPY "sens-access.cpy".

       FD  REVIEW-REPORT.
       01 REVIEW-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-SENS-ACCESS-LOG PIC X(2) VALUE "00".
       01 WS-FS-REVIEW-REPORT   PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-FROM-DATE PIC 9(8) VALUE 0.
       01 WS-TO-DATE PIC 9(8) VALUE 0.
       01 WS-EMP-THRESHOLD PIC 9(3) VALUE 20.
       01 WS-DAY-THRESHOLD PIC 9(3) VALUE 20.
       01 WS-DAY-START PIC 9(6) VALUE 070000.
       01 WS-DAY-END   PIC 9(6) VALUE 190000.
       01 WS-SIGNON-FIELDS.
          05 WS-SEC-OPERATOR PIC X(10) VALUE SPACES.
          05 WS-SEC-PASSWORD PIC X(10) VALUE SPACES.
          05 WS-SEC-ROLE PIC 9(1) VALUE 0.
             88 IS-SUPERVISOR VALUE 2.
          05 WS-SEC-RESULT PIC X(1) VALUE "N".
             88 IS-SIGNON-VALID VALUE "Y".
             88 IS-SECURITY-MISSING VALUE "M".
       01 WS-RUN-LOG-FIELDS.
          05 WS-LOG-PROGRAM PIC X(10) VALUE "SENS-REVW".
          05 WS-LOG-SEVERITY PIC X(1) VALUE "I".
          05 WS-LOG-EMP-ID PIC 9(7) VALUE 0.
          05 WS-LOG-MESSAGE PIC X(60) VALUE SPACES.
       01 WS-OP-COUNT PIC 9(2) VALUE 0.
       01 WS-OP-TBL.
          05 WS-OP-ENTRY OCCURS 50 TIMES.
             10 WS-OP-ID        PIC X(10).
             10 WS-OP-ACCESSES  PIC 9(5).
             10 WS-OP-GRANTED   PIC 9(5).
             10 WS-OP-DENIED    PIC 9(5).
             10 WS-OP-EMPLOYEES PIC 9(5).
             10 WS-OP-MAX-DAY   PIC 9(5).
             10 WS-OP-OFF-HOURS PIC 9(5).
       01 WS-PAIR-COUNT PIC 9(4) VALUE 0.
       01 WS-PAIR-TBL.
          05 WS-PAIR-ENTRY OCCURS 3000 TIMES.
             10 WS-PAIR-OP  PIC 9(2).
             10 WS-PAIR-EMP PIC 9(7).
       01 WS-DAY-COUNT PIC 9(4) VALUE 0.
       01 WS-DAY-TBL.
          05 WS-DAY-ENTRY OCCURS 1000 TIMES.
             10 WS-DAY-OP    PIC 9(2).
             10 WS-DAY-DATE  PIC 9(8).
             10 WS-DAY-HITS  PIC 9(5).
       01 WS-RSN-HITS-TBL.
          05 WS-RSN-HITS PIC 9(5) OCCURS 7 TIMES.
       01 WS-RSN-OTHER PIC 9(5) VALUE 0.
       01 WS-OP PIC 9(2) VALUE 0.
       01 WS-I PIC 9(4) VALUE 0.
       01 WS-SLOT PIC 9(4) VALUE 0.
       01 WS-DOW PIC 9(1) VALUE 0.
       01 WS-OFF-HOURS PIC X(1) VALUE "N".
          88 IS-OFF-HOURS VALUE "Y".
       01 WS-OVERFLOW PIC X(1) VALUE "N".
          88 IS-OVERFLOW VALUE "Y".
       01 WS-REVIEW-STATS.
          05 WS-RV-READ      PIC 9(7) VALUE 0.
          05 WS-RV-IN-RANGE  PIC 9(7) VALUE 0.
          05 WS-RV-DENIED    PIC 9(7) VALUE 0.
          05 WS-RV-OFF-HOURS PIC 9(7) VALUE 0.
          05 WS-RV-FLAGGED   PIC 9(3) VALUE 0.
       01 WS-OP-LINE.
          05 WS-OL-OPERATOR  PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-OL-ACCESSES  PIC ZZ,ZZ9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-OL-GRANTED   PIC ZZ,ZZ9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-OL-DENIED    PIC ZZ,ZZ9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-OL-EMPLOYEES PIC ZZ,ZZ9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-OL-MAX-DAY   PIC ZZ,ZZ9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-OL-OFF-HOURS PIC ZZ,ZZ9.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-OL-FLAGS     PIC X(44).
       01 WS-EXC-LINE.
          05 WS-XL-DATE      PIC 9(8).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-XL-TIME      PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-XL-OPERATOR  PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-XL-PROGRAM   PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-XL-EMP-ID    PIC 9(7).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-XL-FIELD     PIC X(4).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-XL-REASON    PIC X(2).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-XL-RESULT    PIC X(7).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-XL-NOTE      PIC X(20).
       01 WS-RSN-LINE.
          05 WS-RL-CODE      PIC X(2).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-RL-TEXT      PIC X(24).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-RL-HITS      PIC ZZ,ZZ9.
       01 WS-SECTION-LINE.
          05 FILLER PIC X(4) VALUE "*** ".
          05 WS-SEC-TITLE PIC X(40).
       01 WS-COUNT-LINE.
          05 WS-CNL-LABEL PIC X(36).
          05 WS-CNL-COUNT PIC Z,ZZZ,ZZ9.
           COPY "sens-reasons.cpy".
           COPY "print-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
           COMPUTE WS-TODAY = 20000000 + WS-RUN-DATE
           DISPLAY "Enter operator ID: "
           ACCEPT WS-SEC-OPERATOR
           DISPLAY "Enter password: "
           ACCEPT WS-SEC-PASSWORD
           CALL "SEC-CHECK" USING WS-SEC-OPERATOR WS-SEC-PASSWORD
               WS-SEC-ROLE WS-SEC-RESULT
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to SEC-CHECK failed"
           END-CALL
           IF IS-SECURITY-MISSING
               DISPLAY "WARNING: operator-master.dat not found - "
                   "security checks bypassed, seed the operator "
                   "file"
               MOVE 2 TO WS-SEC-ROLE
           ELSE
               IF NOT IS-SIGNON-VALID
                   DISPLAY "ERROR: sign-on refused for operator "
                       WS-SEC-OPERATOR
                   MOVE "E" TO WS-LOG-SEVERITY
                   MOVE "SIGN-ON REFUSED - BAD OPERATOR/PASSWORD"
                       TO WS-LOG-MESSAGE
                   PERFORM WRITE-RUN-LOG
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF NOT IS-SUPERVISOR
               DISPLAY "ERROR: the access review needs a supervisor "
                   "sign-on"
               MOVE "E" TO WS-LOG-SEVERITY
               MOVE "ACCESS REVIEW DENIED - NOT A SUPERVISOR"
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-RUN-LOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Enter review start date (YYYYMMDD, 0 = 30 days "
               "ago): "
           ACCEPT WS-FROM-DATE
           IF WS-FROM-DATE = 0
               COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) - 30)
           END-IF
           DISPLAY "Enter review end date (YYYYMMDD, 0 = today): "
           ACCEPT WS-TO-DATE
           IF WS-TO-DATE = 0
               MOVE WS-TODAY TO WS-TO-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = 0 OR
               FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE) NOT = 0 OR
               WS-FROM-DATE > WS-TO-DATE
               DISPLAY "ERROR: review dates " WS-FROM-DATE " to "
                   WS-TO-DATE " are not a valid range"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Flag operators viewing more than how many "
               "employees (0 = " WS-EMP-THRESHOLD "): "
           ACCEPT WS-EMP-THRESHOLD
           IF WS-EMP-THRESHOLD = 0
               MOVE 20 TO WS-EMP-THRESHOLD
           END-IF
           MOVE WS-EMP-THRESHOLD TO WS-DAY-THRESHOLD
           PERFORM LOAD-ACCESS-LOG
           PERFORM PRINT-ACCESS-REVIEW
           DISPLAY "Access records read:     " WS-RV-READ
           DISPLAY "Records in review range: " WS-RV-IN-RANGE
           DISPLAY "Denied unmask attempts:  " WS-RV-DENIED
           DISPLAY "Off-hours accesses:      " WS-RV-OFF-HOURS
           DISPLAY "Operators flagged:       " WS-RV-FLAGGED
           DISPLAY "Review written to SENS-ACCESS-REVIEW.RPT"
           MOVE "I" TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "ACCESS REVIEW " WS-FROM-DATE "-" WS-TO-DATE
               " FLAGGED " WS-RV-FLAGGED DELIMITED BY SIZE
               INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM WRITE-RUN-LOG
           IF WS-RV-FLAGGED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-ACCESS-LOG.
           MOVE 0 TO WS-EOF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 7
               MOVE 0 TO WS-RSN-HITS(WS-I)
           END-PERFORM
           OPEN INPUT SENS-ACCESS-LOG
           IF WS-FS-SENS-ACCESS-LOG = "35"
               DISPLAY "sensitive-access.dat not found - no "
                   "unmasked access has been recorded"
           ELSE
               IF WS-FS-SENS-ACCESS-LOG NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "sensitive-access.dat, status "
                       WS-FS-SENS-ACCESS-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF = 1
                   READ SENS-ACCESS-LOG
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RV-READ
                           IF SAC-DATE >= WS-FROM-DATE AND
                               SAC-DATE <= WS-TO-DATE
                               PERFORM TALLY-ONE-ACCESS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SENS-ACCESS-LOG
           END-IF.

       TALLY-ONE-ACCESS.
           ADD 1 TO WS-RV-IN-RANGE
           MOVE 0 TO WS-OP
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OP-COUNT
               IF WS-OP-ID(WS-I) = SAC-OPERATOR
                   MOVE WS-I TO WS-OP
               END-IF
           END-PERFORM
           IF WS-OP = 0
               IF WS-OP-COUNT >= 50
                   MOVE "Y" TO WS-OVERFLOW
               ELSE
                   ADD 1 TO WS-OP-COUNT
                   MOVE WS-OP-COUNT TO WS-OP
                   MOVE SAC-OPERATOR TO WS-OP-ID(WS-OP)
                   MOVE 0 TO WS-OP-ACCESSES(WS-OP)
                   MOVE 0 TO WS-OP-GRANTED(WS-OP)
                   MOVE 0 TO WS-OP-DENIED(WS-OP)
                   MOVE 0 TO WS-OP-EMPLOYEES(WS-OP)
                   MOVE 0 TO WS-OP-MAX-DAY(WS-OP)
                   MOVE 0 TO WS-OP-OFF-HOURS(WS-OP)
               END-IF
           END-IF
           IF WS-OP > 0
               ADD 1 TO WS-OP-ACCESSES(WS-OP)
               IF SAC-GRANTED
                   ADD 1 TO WS-OP-GRANTED(WS-OP)
               ELSE
                   ADD 1 TO WS-OP-DENIED(WS-OP)
                   ADD 1 TO WS-RV-DENIED
               END-IF
               PERFORM CHECK-OFF-HOURS
               IF IS-OFF-HOURS
                   ADD 1 TO WS-OP-OFF-HOURS(WS-OP)
                   ADD 1 TO WS-RV-OFF-HOURS
               END-IF
               PERFORM TALLY-EMPLOYEE-PAIR
               PERFORM TALLY-OPERATOR-DAY
           END-IF
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > SRN-REASON-COUNT
               IF SRN-CODE(WS-I) = SAC-REASON
                   MOVE WS-I TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT > 0
               ADD 1 TO WS-RSN-HITS(WS-SLOT)
           ELSE
               ADD 1 TO WS-RSN-OTHER
           END-IF.

       CHECK-OFF-HOURS.
           MOVE "N" TO WS-OFF-HOURS
           IF SAC-TIME < WS-DAY-START OR SAC-TIME > WS-DAY-END
               MOVE "Y" TO WS-OFF-HOURS
           END-IF
           COMPUTE WS-DOW = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(SAC-DATE) - 1, 7) + 1
           IF WS-DOW > 5
               MOVE "Y" TO WS-OFF-HOURS
           END-IF.

       TALLY-EMPLOYEE-PAIR.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-PAIR-COUNT OR WS-SLOT > 0
               IF WS-PAIR-OP(WS-I) = WS-OP AND
                   WS-PAIR-EMP(WS-I) = SAC-EMP-ID
                   MOVE WS-I TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT = 0
               IF WS-PAIR-COUNT >= 3000
                   MOVE "Y" TO WS-OVERFLOW
               ELSE
                   ADD 1 TO WS-PAIR-COUNT
                   MOVE WS-OP TO WS-PAIR-OP(WS-PAIR-COUNT)
                   MOVE SAC-EMP-ID TO WS-PAIR-EMP(WS-PAIR-COUNT)
                   ADD 1 TO WS-OP-EMPLOYEES(WS-OP)
               END-IF
           END-IF.

       TALLY-OPERATOR-DAY.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-DAY-COUNT OR WS-SLOT > 0
               IF WS-DAY-OP(WS-I) = WS-OP AND
                   WS-DAY-DATE(WS-I) = SAC-DATE
                   MOVE WS-I TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT = 0
               IF WS-DAY-COUNT >= 1000
                   MOVE "Y" TO WS-OVERFLOW
               ELSE
                   ADD 1 TO WS-DAY-COUNT
                   MOVE WS-DAY-COUNT TO WS-SLOT
                   MOVE WS-OP TO WS-DAY-OP(WS-SLOT)
                   MOVE SAC-DATE TO WS-DAY-DATE(WS-SLOT)
                   MOVE 0 TO WS-DAY-HITS(WS-SLOT)
               END-IF
           END-IF
           IF WS-SLOT > 0
               ADD 1 TO WS-DAY-HITS(WS-SLOT)
               IF WS-DAY-HITS(WS-SLOT) > WS-OP-MAX-DAY(WS-OP)
                   MOVE WS-DAY-HITS(WS-SLOT) TO WS-OP-MAX-DAY(WS-OP)
               END-IF
           END-IF.

       PRINT-ACCESS-REVIEW.
           OPEN OUTPUT REVIEW-REPORT
           IF WS-FS-REVIEW-REPORT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "SENS-ACCESS-REVIEW.RPT, status "
                   WS-FS-REVIEW-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "I" TO PS-FUNC
           MOVE "SENSITIVE DATA ACCESS REVIEW" TO PS-REPORT-TITLE
           MOVE WS-SEC-OPERATOR TO PS-OPERATOR
           MOVE WS-TO-DATE(1:4) TO PS-PERIOD-YEAR
           MOVE WS-TO-DATE(5:2) TO PS-PERIOD-NUM
           MOVE SPACES TO PS-COLUMN-HEADING
           STRING "ACCESS FROM " WS-FROM-DATE " TO " WS-TO-DATE
               "   EMPLOYEE/DAY THRESHOLD " WS-EMP-THRESHOLD
               DELIMITED BY SIZE INTO PS-COLUMN-HEADING
           END-STRING
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           MOVE "VOLUME BY OPERATOR" TO WS-SEC-TITLE
           PERFORM WRITE-SECTION-HEAD
           MOVE "OPERATOR   ACCESS GRANTD DENIED  EMPLS MAX/DY OFFHRS"
               TO REVIEW-REPORT-LINE
           MOVE "FLAGS" TO REVIEW-REPORT-LINE(56:)
           PERFORM WRITE-REPORT-LINE
           PERFORM PRINT-ONE-OPERATOR
               VARYING WS-OP FROM 1 BY 1 UNTIL WS-OP > WS-OP-COUNT
           MOVE "DENIED AND OFF-HOURS ACCESS" TO WS-SEC-TITLE
           PERFORM WRITE-SECTION-HEAD
           MOVE "DATE     TIME   OPERATOR   PROGRAM    EMP-ID  FLD "
               TO REVIEW-REPORT-LINE
           MOVE "RS RESULT" TO REVIEW-REPORT-LINE(52:)
           PERFORM WRITE-REPORT-LINE
           PERFORM PRINT-EXCEPTION-DETAIL
           MOVE "ACCESS BY REASON CODE" TO WS-SEC-TITLE
           PERFORM WRITE-SECTION-HEAD
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > SRN-REASON-COUNT
               MOVE SRN-CODE(WS-I) TO WS-RL-CODE
               MOVE SRN-TEXT(WS-I) TO WS-RL-TEXT
               MOVE WS-RSN-HITS(WS-I) TO WS-RL-HITS
               MOVE WS-RSN-LINE TO REVIEW-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           IF WS-RSN-OTHER > 0
               MOVE "??" TO WS-RL-CODE
               MOVE "UNKNOWN REASON CODE" TO WS-RL-TEXT
               MOVE WS-RSN-OTHER TO WS-RL-HITS
               MOVE WS-RSN-LINE TO REVIEW-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO REVIEW-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "ACCESS RECORDS IN RANGE:" TO WS-CNL-LABEL
           MOVE WS-RV-IN-RANGE TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO REVIEW-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "DENIED UNMASK ATTEMPTS:" TO WS-CNL-LABEL
           MOVE WS-RV-DENIED TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO REVIEW-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "OFF-HOURS ACCESSES:" TO WS-CNL-LABEL
           MOVE WS-RV-OFF-HOURS TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO REVIEW-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "OPERATORS FLAGGED:" TO WS-CNL-LABEL
           MOVE WS-RV-FLAGGED TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO REVIEW-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF IS-OVERFLOW
               MOVE "** REVIEW TABLES FULL - COUNTS ARE INCOMPLETE, "
                   TO REVIEW-REPORT-LINE
               MOVE "SHORTEN THE DATE RANGE" TO REVIEW-REPORT-LINE(48:)
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           CLOSE REVIEW-REPORT.

       PRINT-ONE-OPERATOR.
           MOVE WS-OP-ID(WS-OP) TO WS-OL-OPERATOR
           MOVE WS-OP-ACCESSES(WS-OP) TO WS-OL-ACCESSES
           MOVE WS-OP-GRANTED(WS-OP) TO WS-OL-GRANTED
           MOVE WS-OP-DENIED(WS-OP) TO WS-OL-DENIED
           MOVE WS-OP-EMPLOYEES(WS-OP) TO WS-OL-EMPLOYEES
           MOVE WS-OP-MAX-DAY(WS-OP) TO WS-OL-MAX-DAY
           MOVE WS-OP-OFF-HOURS(WS-OP) TO WS-OL-OFF-HOURS
           MOVE SPACES TO WS-OL-FLAGS
           MOVE 1 TO WS-I
           IF WS-OP-EMPLOYEES(WS-OP) > WS-EMP-THRESHOLD
               STRING "MANY-EMPLOYEES " DELIMITED BY SIZE
                   INTO WS-OL-FLAGS WITH POINTER WS-I
               END-STRING
           END-IF
           IF WS-OP-MAX-DAY(WS-OP) > WS-DAY-THRESHOLD
               STRING "HEAVY-DAY " DELIMITED BY SIZE
                   INTO WS-OL-FLAGS WITH POINTER WS-I
               END-STRING
           END-IF
           IF WS-OP-DENIED(WS-OP) > 0
               STRING "DENIED " DELIMITED BY SIZE
                   INTO WS-OL-FLAGS WITH POINTER WS-I
               END-STRING
           END-IF
           IF WS-OP-OFF-HOURS(WS-OP) > 0
               STRING "OFF-HOURS " DELIMITED BY SIZE
                   INTO WS-OL-FLAGS WITH POINTER WS-I
               END-STRING
           END-IF
           IF WS-OL-FLAGS NOT = SPACES
               ADD 1 TO WS-RV-FLAGGED
               MOVE "W" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "UNUSUAL SENSITIVE ACCESS BY "
                   WS-OP-ID(WS-OP) DELIMITED BY SIZE
                   INTO WS-LOG-MESSAGE
               END-STRING
               PERFORM WRITE-RUN-LOG
           END-IF
           MOVE WS-OP-LINE TO REVIEW-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-EXCEPTION-DETAIL.
           MOVE 0 TO WS-EOF
           OPEN INPUT SENS-ACCESS-LOG
           IF WS-FS-SENS-ACCESS-LOG = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ SENS-ACCESS-LOG
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF SAC-DATE >= WS-FROM-DATE AND
                               SAC-DATE <= WS-TO-DATE
                               PERFORM PRINT-ONE-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SENS-ACCESS-LOG
           END-IF.

       PRINT-ONE-EXCEPTION.
           PERFORM CHECK-OFF-HOURS
           IF SAC-DENIED OR IS-OFF-HOURS
               MOVE SAC-DATE TO WS-XL-DATE
               MOVE SAC-TIME TO WS-XL-TIME
               MOVE SAC-OPERATOR TO WS-XL-OPERATOR
               MOVE SAC-PROGRAM TO WS-XL-PROGRAM
               MOVE SAC-EMP-ID TO WS-XL-EMP-ID
               MOVE SAC-FIELD TO WS-XL-FIELD
               MOVE SAC-REASON TO WS-XL-REASON
               IF SAC-GRANTED
                   MOVE "GRANTED" TO WS-XL-RESULT
               ELSE
                   MOVE "DENIED" TO WS-XL-RESULT
               END-IF
               MOVE SPACES TO WS-XL-NOTE
               IF IS-OFF-HOURS
                   IF WS-DOW > 5
                       MOVE "WEEKEND" TO WS-XL-NOTE
                   ELSE
                       MOVE "OUTSIDE 0700-1900" TO WS-XL-NOTE
                   END-IF
               END-IF
               MOVE WS-EXC-LINE TO REVIEW-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-SECTION-HEAD.
           MOVE SPACES TO REVIEW-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-SECTION-LINE TO REVIEW-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-RUN-LOG.
           CALL "RUN-LOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-EMP-ID WS-LOG-MESSAGE
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to RUN-LOG failed"
           END-CALL.

       WRITE-REPORT-LINE.
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
                       "SENS-ACCESS-REVIEW.RPT, status "
                       WS-FS-REVIEW-REPORT
               END-IF
           END-PERFORM.
