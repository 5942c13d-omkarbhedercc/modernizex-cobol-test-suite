       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRA-NOTICE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COBRA-MASTER ASSIGN TO "cobra-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-KEY
               FILE STATUS IS WS-FS-COBRA-MASTER.
           SELECT EMPLOYEE-MASTER ASSIGN TO "employee-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLOYEE-MASTER.
           SELECT DEPENDENTS ASSIGN TO "dependents.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-KEY
               FILE STATUS IS WS-FS-DEPENDENTS.
           SELECT MAINT-AUDIT ASSIGN TO "maint-audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAINT-AUDIT.
           SELECT NOTICE-REPORT ASSIGN TO "COBRA-NOTICES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOTICE-REPORT.
       DATA DIVISION.
       FILE SECTION.
       FD  COBRA-MASTER.
           COPY "cobra-master.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee-master.cpy".

       FD  DEPENDENTS.
           COPY "dependent.cpy".

       FD  MAINT-AUDIT.
           COPY "maint-audit.cpy".

       FD  NOTICE-REPORT.
       01 NOTICE-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-COBRA-MASTER    PIC X(2) VALUE "00".
       01 WS-FS-EMPLOYEE-MASTER PIC X(2) VALUE "00".
       01 WS-FS-DEPENDENTS      PIC X(2) VALUE "00".
       01 WS-FS-MAINT-AUDIT     PIC X(2) VALUE "00".
       01 WS-FS-NOTICE-REPORT   PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-DEP-EOF PIC 9(1) VALUE 0.
       01 WS-DEPS-OPEN PIC X(1) VALUE "N".
          88 IS-DEPS-OPEN VALUE "Y".
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-RUN-TIME PIC 9(8) VALUE 0.
       01 WS-NOTICE-DATE PIC 9(8) VALUE 0.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-ELECTION-DAYS PIC 9(3) VALUE 60.
       01 WS-DEADLINE-BASE PIC 9(8) VALUE 0.
       01 WS-AUD-BEFORE PIC X(350) VALUE SPACES.
       01 WS-PLAN-I PIC 9(1) VALUE 0.
       01 WS-TIER PIC X(1) VALUE SPACE.
       01 WS-NOTICE-STATS.
          05 WS-RECORDS-READ  PIC 9(7) VALUE 0.
          05 WS-NOTICES-SENT  PIC 9(7) VALUE 0.
          05 WS-NOTICES-LATE  PIC 9(7) VALUE 0.
          05 WS-NO-ADDRESS    PIC 9(7) VALUE 0.
       01 WS-ADDRESS-BLOCK.
          05 WS-AB-NAME PIC X(40).
          05 WS-AB-LINE1 PIC X(20).
          05 WS-AB-LINE2 PIC X(20).
          05 WS-AB-CITY-LINE PIC X(40).
       01 WS-EVENT-TEXT PIC X(36) VALUE SPACES.
       01 WS-RELATION-TEXT PIC X(20) VALUE SPACES.
       01 WS-TIER-TEXT PIC X(24) VALUE SPACES.
       01 WS-PLAN-NAMES.
          05 FILLER PIC X(10) VALUE "MEDICAL".
          05 FILLER PIC X(10) VALUE "DENTAL".
          05 FILLER PIC X(10) VALUE "VISION".
       01 WS-PLAN-NAME-TABLE REDEFINES WS-PLAN-NAMES.
          05 WS-PLAN-NAME PIC X(10) OCCURS 3 TIMES.
       01 WS-LABEL-LINE.
          05 WS-LL-LABEL PIC X(36).
          05 WS-LL-VALUE PIC X(50).
       01 WS-DATE-LINE.
          05 WS-DL-LABEL PIC X(36).
          05 WS-DL-DATE  PIC 9(8).
       01 WS-QB-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 WS-QBL-NAME PIC X(24).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-QBL-RELATION PIC X(20).
       01 WS-PLAN-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 WS-PLL-PLAN PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-PLL-TIER PIC X(24).
       01 WS-PREMIUM-LINE.
          05 FILLER PIC X(36)
             VALUE "MONTHLY PREMIUM (102% OF PLAN COST):".
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-PRL-AMOUNT PIC $$$,$$9.99.
       01 WS-PERIOD-LINE.
          05 FILLER PIC X(21) VALUE "CONTINUATION PERIOD: ".
          05 WS-PDL-START PIC 9(8).
          05 FILLER PIC X(9) VALUE " THROUGH ".
          05 WS-PDL-END PIC 9(8).
          05 FILLER PIC X(2) VALUE " (".
          05 WS-PDL-MONTHS PIC Z9.
          05 FILLER PIC X(8) VALUE " MONTHS)".
       01 WS-QB-NAME PIC X(24) VALUE SPACES.
           COPY "print-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Enter notice date (YYYYMMDD, 0 for today): "
           ACCEPT WS-NOTICE-DATE
           IF WS-NOTICE-DATE = 0
               COMPUTE WS-NOTICE-DATE = 20000000 + WS-RUN-DATE
           END-IF
           OPEN I-O COBRA-MASTER
           IF WS-FS-COBRA-MASTER = "35"
               DISPLAY "No cobra-master.dat on file - no notices "
                   "to print"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-COBRA-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN I-O failed for "
                   "cobra-master.dat, status " WS-FS-COBRA-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-EMPLOYEE-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "employee-master.idx, status "
                   WS-FS-EMPLOYEE-MASTER
               CLOSE COBRA-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT DEPENDENTS
           IF WS-FS-DEPENDENTS = "00"
               MOVE "Y" TO WS-DEPS-OPEN
           END-IF
           OPEN OUTPUT NOTICE-REPORT
           IF WS-FS-NOTICE-REPORT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "COBRA-NOTICES.RPT, status " WS-FS-NOTICE-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
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
                   ADD 1 TO WS-RECORDS-READ
                   IF COB-NOTICE-PENDING
                       PERFORM ISSUE-ONE-NOTICE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE NOTICE-REPORT
           IF IS-DEPS-OPEN
               CLOSE DEPENDENTS
           END-IF
           CLOSE EMPLOYEE-MASTER
           CLOSE COBRA-MASTER
           DISPLAY "COBRA records read:      " WS-RECORDS-READ
           DISPLAY "Election notices issued: " WS-NOTICES-SENT
           DISPLAY "Issued past due date:    " WS-NOTICES-LATE
           DISPLAY "Held - no address:       " WS-NO-ADDRESS
           IF WS-NOTICES-LATE > 0 OR WS-NO-ADDRESS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       ISSUE-ONE-NOTICE.
           MOVE COB-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   ADD 1 TO WS-NO-ADDRESS
                   DISPLAY "WARNING: employee " COB-EMP-ID
                       " not on employee-master.idx - COBRA notice "
                       "held, no address"
               NOT INVALID KEY
                   PERFORM BUILD-ADDRESS-BLOCK
                   MOVE COB-REC TO WS-AUD-BEFORE
                   MOVE WS-NOTICE-DATE TO COB-NOTICE-DATE
                   IF COB-COVERAGE-START > WS-NOTICE-DATE
                       MOVE COB-COVERAGE-START TO WS-DEADLINE-BASE
                   ELSE
                       MOVE WS-NOTICE-DATE TO WS-DEADLINE-BASE
                   END-IF
                   COMPUTE COB-ELECT-DEADLINE =
                       FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-DEADLINE-BASE)
                        + WS-ELECTION-DAYS)
                   MOVE "N" TO COB-STATUS
                   REWRITE COB-REC
                       INVALID KEY
                           DISPLAY "ERROR: REWRITE failed for "
                               "cobra-master.dat, status "
                               WS-FS-COBRA-MASTER
                   END-REWRITE
                   IF WS-FS-COBRA-MASTER = "00"
                       ADD 1 TO WS-NOTICES-SENT
                       IF WS-NOTICE-DATE > COB-NOTICE-DUE-DATE
                           ADD 1 TO WS-NOTICES-LATE
                           DISPLAY "WARNING: COBRA notice for "
                               COB-EMP-ID "-" COB-DEP-SEQ
                               " issued after its due date "
                               COB-NOTICE-DUE-DATE
                       END-IF
                       PERFORM PRINT-ELECTION-NOTICE
                       PERFORM WRITE-MAINT-AUDIT
                   END-IF
           END-READ.

       BUILD-ADDRESS-BLOCK.
           MOVE SPACES TO WS-AB-NAME
           IF COB-DEP-SEQ = 0
               STRING EMP-LAST-NAME   DELIMITED BY SPACE
                      ", "            DELIMITED BY SIZE
                      EMP-FIRST-NAME  DELIMITED BY SPACE
                      " "             DELIMITED BY SIZE
                      EMP-MIDDLE-INIT DELIMITED BY SIZE
                      INTO WS-AB-NAME
               END-STRING
           ELSE
               STRING COB-QB-LAST-NAME  DELIMITED BY SPACE
                      ", "              DELIMITED BY SIZE
                      COB-QB-FIRST-NAME DELIMITED BY SPACE
                      INTO WS-AB-NAME
               END-STRING
           END-IF
           MOVE EMP-ADDR-LINE1 TO WS-AB-LINE1
           MOVE EMP-ADDR-LINE2 TO WS-AB-LINE2
           MOVE SPACES TO WS-AB-CITY-LINE
           STRING EMP-ADDR-CITY  DELIMITED BY SPACE
                  ", "           DELIMITED BY SIZE
                  EMP-ADDR-STATE DELIMITED BY SPACE
                  " "            DELIMITED BY SIZE
                  EMP-ADDR-ZIP   DELIMITED BY SPACE
                  INTO WS-AB-CITY-LINE
           END-STRING.

       PRINT-ELECTION-NOTICE.
           MOVE "I" TO PS-FUNC
           MOVE "COBRA ELECTION NOTICE" TO PS-REPORT-TITLE
           MOVE WS-OPERATOR-ID TO PS-OPERATOR
           MOVE WS-NOTICE-DATE(1:4) TO PS-PERIOD-YEAR
           MOVE 0 TO PS-PERIOD-NUM
           MOVE SPACES TO PS-COLUMN-HEADING
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           MOVE "DATE OF NOTICE:" TO WS-DL-LABEL
           MOVE WS-NOTICE-DATE TO WS-DL-DATE
           MOVE WS-DATE-LINE TO NOTICE-REPORT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO NOTICE-REPORT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE WS-AB-NAME TO NOTICE-REPORT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE WS-AB-LINE1 TO NOTICE-REPORT-LINE
           PERFORM WRITE-NOTICE-LINE
           IF WS-AB-LINE2 NOT = SPACES
               MOVE WS-AB-LINE2 TO NOTICE-REPORT-LINE
               PERFORM WRITE-NOTICE-LINE
           END-IF
           MOVE WS-AB-CITY-LINE TO NOTICE-REPORT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO NOTICE-REPORT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE "IMPORTANT INFORMATION: YOUR RIGHT TO ELECT COBRA "
               TO NOTICE-REPORT-LINE
           MOVE "CONTINUATION COVERAGE" TO NOTICE-REPORT-LINE(50:)
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO NOTICE-REPORT-LINE
           PERFORM WRITE-NOTICE-LINE
           EVALUATE TRUE
               WHEN COB-TERMINATION
                   MOVE "TERMINATION OF EMPLOYMENT"
                       TO WS-EVENT-TEXT
               WHEN COB-HOURS-REDUCTION
                   MOVE "REDUCTION IN HOURS OF EMPLOYMENT"
                       TO WS-EVENT-TEXT
               WHEN COB-AGE-OUT
                   MOVE "LOSS OF DEPENDENT CHILD STATUS"
                       TO WS-EVENT-TEXT
               WHEN OTHER
                   MOVE "OTHER QUALIFYING EVENT" TO WS-EVENT-TEXT
           END-EVALUATE
           MOVE "EMPLOYEE ID:" TO WS-LL-LABEL
           MOVE COB-EMP-ID TO WS-LL-VALUE
           MOVE WS-LABEL-LINE TO NOTICE-REPORT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE "QUALIFYING EVENT:" TO WS-LL-LABEL
           MOVE WS-EVENT-TEXT TO WS-LL-VALUE
           MOVE WS-LABEL-LINE TO NOTICE-REPORT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE "DATE OF QUALIFYING EVENT:" TO WS-DL-LABEL
           MOVE COB-EVENT-DATE TO WS-DL-DATE
           MOVE WS-DATE-LINE TO NOTICE-REPORT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE "GROUP HEALTH COVERAGE ENDS:" TO WS-DL-LABEL
           MOVE COB-PAID-THRU-DATE TO WS-DL-DATE
           MOVE WS-DATE-LINE TO NOTICE-REPORT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO NOTICE-REPORT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE "QUALIFIED BENEFICIARIES:" TO NOTICE-REPORT-LINE
           PERFORM WRITE-NOTICE-LINE
           PERFORM LIST-QUALIFIED-BENEFICIARIES
           MOVE SPACES TO NOTICE-REPORT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE "COVERAGE YOU MAY CONTINUE:" TO NOTICE-REPORT-LINE
           PERFORM WRITE-NOTICE-LINE
           PERFORM VARYING WS-PLAN-I FROM 1 BY 1
               UNTIL WS-PLAN-I > 3
               EVALUATE WS-PLAN-I
                   WHEN 1
                       MOVE COB-MED-TIER TO WS-TIER
                   WHEN 2
                       MOVE COB-DEN-TIER TO WS-TIER
                   WHEN OTHER
                       MOVE COB-VIS-TIER TO WS-TIER
               END-EVALUATE
               IF WS-TIER NOT = "N"
                   PERFORM SET-TIER-TEXT
                   MOVE WS-PLAN-NAME(WS-PLAN-I) TO WS-PLL-PLAN
                   MOVE WS-TIER-TEXT TO WS-PLL-TIER
                   MOVE WS-PLAN-LINE TO NOTICE-REPORT-LINE
                   PERFORM WRITE-NOTICE-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO NOTICE-REPORT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE COB-MONTHLY-PREMIUM TO WS-PRL-AMOUNT
           MOVE WS-PREMIUM-LINE TO NOTICE-REPORT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE COB-COVERAGE-START TO WS-PDL-START
           MOVE COB-MAX-END-DATE TO WS-PDL-END
           MOVE COB-MAX-MONTHS TO WS-PDL-MONTHS
           MOVE WS-PERIOD-LINE TO NOTICE-REPORT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO NOTICE-REPORT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE "ELECTION DEADLINE:" TO WS-DL-LABEL
           MOVE COB-ELECT-DEADLINE TO WS-DL-DATE
           MOVE WS-DATE-LINE TO NOTICE-REPORT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE "YOUR ELECTION MUST BE RECEIVED BY THE DEADLINE "
               TO NOTICE-REPORT-LINE
           MOVE "ABOVE OR THE RIGHT TO ELECT IS LOST." TO
               NOTICE-REPORT-LINE(48:)
           PERFORM WRITE-NOTICE-LINE
           MOVE "THE FIRST PREMIUM IS DUE WITHIN 45 DAYS OF "
               TO NOTICE-REPORT-LINE
           MOVE "ELECTION; LATER PREMIUMS HAVE A 30-DAY GRACE "
               TO NOTICE-REPORT-LINE(44:)
           PERFORM WRITE-NOTICE-LINE
           MOVE "PERIOD. COVERAGE ENDS IF A PREMIUM IS NOT PAID."
               TO NOTICE-REPORT-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       LIST-QUALIFIED-BENEFICIARIES.
           IF COB-DEP-SEQ NOT = 0
               MOVE WS-AB-NAME TO WS-QBL-NAME
               MOVE "DEPENDENT CHILD" TO WS-QBL-RELATION
               MOVE WS-QB-LINE TO NOTICE-REPORT-LINE
               PERFORM WRITE-NOTICE-LINE
           ELSE
               MOVE WS-AB-NAME TO WS-QBL-NAME
               MOVE "EMPLOYEE" TO WS-QBL-RELATION
               MOVE WS-QB-LINE TO NOTICE-REPORT-LINE
               PERFORM WRITE-NOTICE-LINE
               IF IS-DEPS-OPEN
                   PERFORM LIST-COVERED-DEPENDENTS
               END-IF
           END-IF.

       LIST-COVERED-DEPENDENTS.
           MOVE 0 TO WS-DEP-EOF
           MOVE COB-EMP-ID TO DEP-EMP-ID
           MOVE 0 TO DEP-SEQ
           START DEPENDENTS KEY >= DEP-KEY
               INVALID KEY
                   MOVE 1 TO WS-DEP-EOF
           END-START
           PERFORM UNTIL WS-DEP-EOF = 1
               READ DEPENDENTS NEXT RECORD
                   AT END MOVE 1 TO WS-DEP-EOF
               END-READ
               IF WS-DEP-EOF = 0
                   IF DEP-EMP-ID NOT = COB-EMP-ID
                       MOVE 1 TO WS-DEP-EOF
                   ELSE
                       IF DEP-ACTIVE AND
                           (DEP-MED-COVERED OR DEP-DEN-COVERED OR
                            DEP-VIS-COVERED)
                           PERFORM WRITE-DEPENDENT-QB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-DEPENDENT-QB.
           MOVE SPACES TO WS-QB-NAME
           STRING DEP-LAST-NAME  DELIMITED BY SPACE
                  ", "           DELIMITED BY SIZE
                  DEP-FIRST-NAME DELIMITED BY SPACE
                  INTO WS-QB-NAME
           END-STRING
           MOVE WS-QB-NAME TO WS-QBL-NAME
           EVALUATE TRUE
               WHEN DEP-SPOUSE
                   MOVE "SPOUSE" TO WS-QBL-RELATION
               WHEN DEP-PARTNER
                   MOVE "DOMESTIC PARTNER" TO WS-QBL-RELATION
               WHEN DEP-CHILD
                   MOVE "DEPENDENT CHILD" TO WS-QBL-RELATION
               WHEN OTHER
                   MOVE "DEPENDENT" TO WS-QBL-RELATION
           END-EVALUATE
           MOVE WS-QB-LINE TO NOTICE-REPORT-LINE
           PERFORM WRITE-NOTICE-LINE.

       SET-TIER-TEXT.
           EVALUATE WS-TIER
               WHEN "E"
                   MOVE "INDIVIDUAL ONLY" TO WS-TIER-TEXT
               WHEN "S"
                   MOVE "EMPLOYEE + SPOUSE" TO WS-TIER-TEXT
               WHEN "C"
                   MOVE "EMPLOYEE + CHILDREN" TO WS-TIER-TEXT
               WHEN "F"
                   MOVE "FAMILY" TO WS-TIER-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN TIER" TO WS-TIER-TEXT
           END-EVALUATE.

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

       WRITE-NOTICE-LINE.
           MOVE NOTICE-REPORT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO NOTICE-REPORT-LINE
               WRITE NOTICE-REPORT-LINE
               IF WS-FS-NOTICE-REPORT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "COBRA-NOTICES.RPT, status "
                       WS-FS-NOTICE-REPORT
               END-IF
           END-PERFORM.
