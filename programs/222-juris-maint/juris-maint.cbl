       IDENTIFICATION DIVISION.
       PROGRAM-ID. JURIS-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATE-TAX-TABLE ASSIGN TO "state-tax-table.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATE-TAX-TABLE.
           SELECT LOCAL-TAX-TABLE ASSIGN TO "local-tax-table.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOCAL-TAX-TABLE.
           SELECT SUTA-TABLE ASSIGN TO "suta-table.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUTA-TABLE.
           SELECT SDI-TABLE ASSIGN TO "sdi-table.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SDI-TABLE.
           SELECT RATES-AUDIT ASSIGN TO "rates-audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RATES-AUDIT.
           SELECT PROOF-REPORT ASSIGN TO "JURIS-RATES-PROOF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROOF-REPORT.
       DATA DIVISION.
       FILE SECTION.
       FD  STATE-TAX-TABLE.
       01 STATE-TAX-REC.
          05 STX-STATE    PIC X(2).
          05 STX-SEQ      PIC 9(1).
          05 STX-EFF-DATE PIC 9(8).
          05 STX-CEILING  PIC 9(7)V99.
          05 STX-RATE     PIC V9999.

       FD  LOCAL-TAX-TABLE.
       01 LOCAL-TAX-REC.
          05 LTX-LOCALITY PIC X(4).
          05 LTX-NAME     PIC X(20).
          05 LTX-EFF-DATE PIC 9(8).
          05 LTX-RATE     PIC V9999.

       FD  SUTA-TABLE.
       01 SUTA-REC.
          05 SUTA-STATE    PIC X(2).
          05 SUTA-EFF-DATE PIC 9(8).
          05 SUTA-RATE     PIC V9999.
          05 SUTA-BASE     PIC 9(7)V99.

       FD  SDI-TABLE.
           COPY "sdi-table.cpy".

       FD  RATES-AUDIT.
       01 RATES-AUDIT-LINE PIC X(100).

       FD  PROOF-REPORT.
       01 PROOF-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-STATE-TAX-TABLE PIC X(2) VALUE "00".
       01 WS-FS-LOCAL-TAX-TABLE PIC X(2) VALUE "00".
       01 WS-FS-SUTA-TABLE      PIC X(2) VALUE "00".
       01 WS-FS-SDI-TABLE       PIC X(2) VALUE "00".
       01 WS-FS-RATES-AUDIT     PIC X(2) VALUE "00".
       01 WS-FS-PROOF-REPORT    PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-HIGH-RC PIC 9(2) VALUE 0.
       01 WS-CHOICE PIC 9(1) VALUE 0.
          88 CHOICE-STATE  VALUE 1.
          88 CHOICE-LOCAL  VALUE 2.
          88 CHOICE-SUTA   VALUE 3.
          88 CHOICE-SDI    VALUE 4.
          88 CHOICE-PROOF  VALUE 5.
          88 CHOICE-EXIT   VALUE 6.
       01 WS-CONFIRM PIC X(1) VALUE "N".
          88 IS-CONFIRMED VALUE "Y" "y".
       01 WS-SIGNON-FIELDS.
          05 WS-SEC-OPERATOR PIC X(10) VALUE SPACES.
          05 WS-SEC-PASSWORD PIC X(10) VALUE SPACES.
          05 WS-SEC-ROLE PIC 9(1) VALUE 0.
             88 IS-SUPERVISOR VALUE 2.
          05 WS-SEC-RESULT PIC X(1) VALUE "N".
             88 IS-SIGNON-VALID VALUE "Y".
             88 IS-SECURITY-MISSING VALUE "M".
       01 WS-RUN-LOG-FIELDS.
          05 WS-LOG-PROGRAM PIC X(10) VALUE "JURIS-MNT".
          05 WS-LOG-SEVERITY PIC X(1) VALUE "I".
          05 WS-LOG-EMP-ID PIC 9(7) VALUE 0.
          05 WS-LOG-MESSAGE PIC X(60) VALUE SPACES.
       01 WS-LIMITS.
          05 WS-MAX-STATE-RATE PIC V9999 VALUE .1500.
          05 WS-MAX-LOCAL-RATE PIC V9999 VALUE .0500.
          05 WS-MAX-SUTA-RATE  PIC V9999 VALUE .2000.
          05 WS-MIN-SUTA-BASE  PIC 9(7)V99 VALUE 7000.00.
          05 WS-MAX-SDI-RATE   PIC V9(5) VALUE .05000.
       01 WS-AS-OF-DATE PIC 9(8) VALUE 0.
       01 WS-NEW-EFF-DATE PIC 9(8) VALUE 0.
       01 WS-NEW-STATE PIC X(2) VALUE SPACES.
       01 WS-NEW-LOCALITY PIC X(4) VALUE SPACES.
       01 WS-NEW-NAME PIC X(20) VALUE SPACES.
       01 WS-NEW-COUNT PIC 9(1) VALUE 0.
       01 WS-NEW-CEILING PIC 9(7)V99 VALUE 0.
       01 WS-NEW-RATE PIC V9999 VALUE 0.
       01 WS-NEW-BASE PIC 9(7)V99 VALUE 0.
       01 WS-NEW-EE-RATE PIC V9(5) VALUE 0.
       01 WS-NEW-ER-RATE PIC V9(5) VALUE 0.
       01 WS-NEW-EE-BASE PIC 9(7)V99 VALUE 0.
       01 WS-NEW-ER-BASE PIC 9(7)V99 VALUE 0.
       01 WS-NEW-LABEL PIC X(10) VALUE SPACES.
       01 WS-NEW-BRACKETS.
          05 WS-NB-ENTRY OCCURS 5 TIMES.
             10 WS-NB-CEILING PIC 9(7)V99.
             10 WS-NB-RATE    PIC V9999.
       01 WS-J PIC 9(1) VALUE 0.
       01 WS-K PIC 9(1) VALUE 0.
       01 WS-ENTRY-OK PIC X(1) VALUE "Y".
          88 IS-ENTRY-OK VALUE "Y".
       01 WS-LAST-CEILING PIC 9(7)V99 VALUE 0.
       01 WS-SWING-COUNT PIC 9(2) VALUE 0.
       01 WS-ST-COUNT PIC 9(2) VALUE 0.
       01 WS-ST-TBL.
          05 WS-ST-ENTRY OCCURS 60 TIMES.
             10 WS-ST-STATE  PIC X(2).
             10 WS-ST-LATEST PIC 9(8).
             10 WS-ST-BRK OCCURS 5 TIMES.
                15 WS-ST-EFF     PIC 9(8).
                15 WS-ST-CEILING PIC 9(7)V99.
                15 WS-ST-RATE    PIC V9999.
       01 WS-LT-COUNT PIC 9(2) VALUE 0.
       01 WS-LT-TBL.
          05 WS-LT-ENTRY OCCURS 99 TIMES.
             10 WS-LT-LOCALITY PIC X(4).
             10 WS-LT-NAME     PIC X(20).
             10 WS-LT-LATEST   PIC 9(8).
             10 WS-LT-EFF      PIC 9(8).
             10 WS-LT-RATE     PIC V9999.
       01 WS-SU-COUNT PIC 9(2) VALUE 0.
       01 WS-SU-TBL.
          05 WS-SU-ENTRY OCCURS 60 TIMES.
             10 WS-SU-STATE  PIC X(2).
             10 WS-SU-LATEST PIC 9(8).
             10 WS-SU-EFF    PIC 9(8).
             10 WS-SU-RATE   PIC V9999.
             10 WS-SU-BASE   PIC 9(7)V99.
       01 WS-SD-COUNT PIC 9(2) VALUE 0.
       01 WS-SD-TBL.
          05 WS-SD-ENTRY OCCURS 60 TIMES.
             10 WS-SD-STATE   PIC X(2).
             10 WS-SD-LATEST  PIC 9(8).
             10 WS-SD-EFF     PIC 9(8).
             10 WS-SD-EE-RATE PIC V9(5).
             10 WS-SD-ER-RATE PIC V9(5).
             10 WS-SD-EE-BASE PIC 9(7)V99.
             10 WS-SD-ER-BASE PIC 9(7)V99.
             10 WS-SD-LABEL   PIC X(10).
       01 WS-I PIC 9(3) VALUE 0.
       01 WS-SLOT PIC 9(3) VALUE 0.
       01 WS-AUDIT-DETAIL.
          05 WS-AUD-DATE     PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-AUD-OPERATOR PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-AUD-FILE     PIC X(16).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-AUD-IMAGE    PIC X(48).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-AUD-ACTION   PIC X(6).
       01 WS-PROOF-STATS.
          05 WS-PF-ROWS     PIC 9(5) VALUE 0.
          05 WS-PF-PROBLEMS PIC 9(5) VALUE 0.
       01 WS-ED-RATE PIC 9.9999.
       01 WS-ED-SDI-RATE PIC 9.99999.
       01 WS-ED-AMOUNT PIC Z,ZZZ,ZZ9.99.
       01 WS-SECTION-LINE.
          05 FILLER PIC X(4) VALUE "*** ".
          05 WS-SEC-TITLE PIC X(40).
       01 WS-STATE-LINE.
          05 WS-SL-STATE   PIC X(2).
          05 FILLER        PIC X(2) VALUE SPACES.
          05 WS-SL-SEQ     PIC 9(1).
          05 FILLER        PIC X(2) VALUE SPACES.
          05 WS-SL-EFF     PIC 9(8).
          05 FILLER        PIC X(2) VALUE SPACES.
          05 WS-SL-CEILING PIC Z,ZZZ,ZZ9.99.
          05 FILLER        PIC X(2) VALUE SPACES.
          05 WS-SL-RATE    PIC 9.9999.
          05 FILLER        PIC X(2) VALUE SPACES.
          05 WS-SL-FLAG    PIC X(30).
       01 WS-LOCAL-LINE.
          05 WS-LL-LOCALITY PIC X(4).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 WS-LL-NAME     PIC X(20).
          05 FILLER         PIC X(2) VALUE SPACES.
          05 WS-LL-EFF      PIC 9(8).
          05 FILLER         PIC X(2) VALUE SPACES.
          05 WS-LL-RATE     PIC 9.9999.
          05 FILLER         PIC X(2) VALUE SPACES.
          05 WS-LL-FLAG     PIC X(30).
       01 WS-SUTA-LINE.
          05 WS-UL-STATE    PIC X(2).
          05 FILLER         PIC X(2) VALUE SPACES.
          05 WS-UL-EFF      PIC 9(8).
          05 FILLER         PIC X(2) VALUE SPACES.
          05 WS-UL-RATE     PIC 9.9999.
          05 FILLER         PIC X(2) VALUE SPACES.
          05 WS-UL-BASE     PIC Z,ZZZ,ZZ9.99.
          05 FILLER         PIC X(2) VALUE SPACES.
          05 WS-UL-FLAG     PIC X(30).
       01 WS-SDI-LINE.
          05 WS-DL-STATE    PIC X(2).
          05 FILLER         PIC X(2) VALUE SPACES.
          05 WS-DL-EFF      PIC 9(8).
          05 FILLER         PIC X(2) VALUE SPACES.
          05 WS-DL-EE-RATE  PIC 9.99999.
          05 FILLER         PIC X(1) VALUE SPACE.
          05 WS-DL-ER-RATE  PIC 9.99999.
          05 FILLER         PIC X(1) VALUE SPACE.
          05 WS-DL-EE-BASE  PIC Z,ZZZ,ZZ9.99.
          05 FILLER         PIC X(1) VALUE SPACE.
          05 WS-DL-ER-BASE  PIC Z,ZZZ,ZZ9.99.
          05 FILLER         PIC X(1) VALUE SPACE.
          05 WS-DL-LABEL    PIC X(10).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 WS-DL-FLAG     PIC X(20).
       01 WS-COUNT-LINE.
          05 WS-CNL-LABEL PIC X(36).
          05 WS-CNL-COUNT PIC ZZZ,ZZ9.
           COPY "print-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
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
           PERFORM DISPLAY-MENU
           ACCEPT WS-CHOICE
           PERFORM UNTIL CHOICE-EXIT
               EVALUATE TRUE
                   WHEN CHOICE-STATE
                       PERFORM ADD-STATE-BRACKETS
                   WHEN CHOICE-LOCAL
                       PERFORM ADD-LOCAL-RATE
                   WHEN CHOICE-SUTA
                       PERFORM ADD-SUTA-RATE
                   WHEN CHOICE-SDI
                       PERFORM ADD-SDI-RATE
                   WHEN CHOICE-PROOF
                       PERFORM PRINT-RATES-PROOF
                   WHEN OTHER
                       DISPLAY "ERROR: choice must be 1-6"
               END-EVALUATE
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
           END-PERFORM
           DISPLAY "Done"
           MOVE WS-HIGH-RC TO RETURN-CODE
           GOBACK.

       DISPLAY-MENU.
           DISPLAY "1-ADD STATE BRACKETS  2-ADD LOCAL RATE  "
               "3-ADD SUTA RATE  4-ADD SDI/PFL RATE"
           DISPLAY "5-PRINT RATES IN EFFECT  6-EXIT"
           DISPLAY "Enter choice: ".

       ACCEPT-EFF-DATE.
           DISPLAY "Enter effective date (YYYYMMDD): "
           ACCEPT WS-NEW-EFF-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-EFF-DATE) NOT = 0
               DISPLAY "ERROR: " WS-NEW-EFF-DATE " is not a valid "
                   "date"
               MOVE "N" TO WS-ENTRY-OK
           END-IF.

       ADD-STATE-BRACKETS.
           MOVE "Y" TO WS-ENTRY-OK
           DISPLAY "Enter state code: "
           ACCEPT WS-NEW-STATE
           IF WS-NEW-STATE = SPACES OR WS-NEW-STATE NOT ALPHABETIC
               DISPLAY "ERROR: a two-letter state code is required"
               MOVE "N" TO WS-ENTRY-OK
           END-IF
           IF IS-ENTRY-OK
               PERFORM ACCEPT-EFF-DATE
           END-IF
           IF IS-ENTRY-OK
               DISPLAY "Enter number of brackets (1-5): "
               ACCEPT WS-NEW-COUNT
               IF WS-NEW-COUNT < 1 OR WS-NEW-COUNT > 5
                   DISPLAY "ERROR: number of brackets must be 1-5"
                   MOVE "N" TO WS-ENTRY-OK
               END-IF
           END-IF
           IF IS-ENTRY-OK
               PERFORM ACCEPT-ONE-BRACKET
                   VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NEW-COUNT OR NOT IS-ENTRY-OK
           END-IF
           IF IS-ENTRY-OK
               MOVE WS-NEW-EFF-DATE TO WS-AS-OF-DATE
               PERFORM LOAD-STATE-TABLE
               PERFORM FIND-STATE-SLOT
               PERFORM CHECK-STATE-SCHEDULE
           END-IF
           IF IS-ENTRY-OK
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NEW-COUNT
                   DISPLAY "ADD " WS-NEW-STATE " bracket " WS-J
                       " eff " WS-NEW-EFF-DATE " ceiling "
                       WS-NB-CEILING(WS-J) " rate "
                       WS-NB-RATE(WS-J)
               END-PERFORM
               DISPLAY "Confirm (Y/N): "
               ACCEPT WS-CONFIRM
               IF IS-CONFIRMED
                   PERFORM WRITE-STATE-BRACKETS
               ELSE
                   DISPLAY "Operation cancelled"
               END-IF
           END-IF.

       ACCEPT-ONE-BRACKET.
           DISPLAY "Bracket " WS-J " - enter ceiling (top bracket "
               "9999999.99): "
           ACCEPT WS-NEW-CEILING
           DISPLAY "Bracket " WS-J " - enter rate with decimal "
               "point (e.g. 0.0500): "
           ACCEPT WS-NEW-RATE
           IF WS-NEW-CEILING = 0
               DISPLAY "ERROR: bracket " WS-J " ceiling is zero"
               MOVE "N" TO WS-ENTRY-OK
           END-IF
           IF WS-NEW-RATE > WS-MAX-STATE-RATE
               DISPLAY "ERROR: bracket " WS-J " rate " WS-NEW-RATE
                   " exceeds the state limit " WS-MAX-STATE-RATE
               MOVE "N" TO WS-ENTRY-OK
           END-IF
           MOVE WS-NEW-CEILING TO WS-NB-CEILING(WS-J)
           MOVE WS-NEW-RATE TO WS-NB-RATE(WS-J).

       CHECK-STATE-SCHEDULE.
           MOVE 0 TO WS-LAST-CEILING
           MOVE 0 TO WS-SWING-COUNT
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 5
               IF WS-J <= WS-NEW-COUNT
                   IF WS-NB-CEILING(WS-J) <= WS-LAST-CEILING
                       DISPLAY "ERROR: bracket " WS-J " ceiling "
                           WS-NB-CEILING(WS-J) " does not ascend"
                       MOVE "N" TO WS-ENTRY-OK
                   END-IF
                   MOVE WS-NB-CEILING(WS-J) TO WS-LAST-CEILING
                   IF WS-SLOT > 0
                       IF WS-ST-EFF(WS-SLOT, WS-J) > 0
                           MOVE WS-ST-RATE(WS-SLOT, WS-J)
                               TO WS-NEW-RATE
                           IF WS-NB-RATE(WS-J) > WS-NEW-RATE * 2 OR
                               WS-NB-RATE(WS-J) * 2 < WS-NEW-RATE
                               DISPLAY "WARNING: bracket " WS-J
                                   " rate moves from " WS-NEW-RATE
                                   " to " WS-NB-RATE(WS-J)
                               ADD 1 TO WS-SWING-COUNT
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   IF WS-SLOT > 0
                       IF WS-ST-EFF(WS-SLOT, WS-J) > 0
                           DISPLAY "WARNING: bracket " WS-J
                               " eff " WS-ST-EFF(WS-SLOT, WS-J)
                               " stays in effect above the new "
                               "brackets"
                           IF WS-ST-CEILING(WS-SLOT, WS-J) <=
                               WS-LAST-CEILING
                               DISPLAY "ERROR: bracket " WS-J
                                   " ceiling "
                                   WS-ST-CEILING(WS-SLOT, WS-J)
                                   " would not ascend - enter "
                                   "all brackets"
                               MOVE "N" TO WS-ENTRY-OK
                           END-IF
                           MOVE WS-ST-CEILING(WS-SLOT, WS-J)
                               TO WS-LAST-CEILING
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SLOT > 0
               IF WS-ST-LATEST(WS-SLOT) > WS-NEW-EFF-DATE
                   DISPLAY "WARNING: " WS-NEW-STATE " already has "
                       "rows effective " WS-ST-LATEST(WS-SLOT)
                       " - these brackets apply only before then"
               END-IF
           END-IF
           IF IS-ENTRY-OK AND WS-SWING-COUNT > 0
               PERFORM CONFIRM-RATE-SWING
           END-IF.

       CONFIRM-RATE-SWING.
           DISPLAY "Rate more than doubles or halves against the "
               "row in effect - check the published rate"
           DISPLAY "Keep these rates (Y/N): "
           ACCEPT WS-CONFIRM
           IF NOT IS-CONFIRMED
               MOVE "N" TO WS-ENTRY-OK
               DISPLAY "Operation cancelled"
           END-IF.

       WRITE-STATE-BRACKETS.
           OPEN EXTEND STATE-TAX-TABLE
           IF WS-FS-STATE-TAX-TABLE = "05" OR
               WS-FS-STATE-TAX-TABLE = "35"
               OPEN OUTPUT STATE-TAX-TABLE
           END-IF
           IF WS-FS-STATE-TAX-TABLE NOT = "00"
               DISPLAY "ERROR: OPEN failed for "
                   "state-tax-table.dat, status "
                   WS-FS-STATE-TAX-TABLE
           ELSE
               PERFORM WRITE-ONE-BRACKET
                   VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NEW-COUNT
               CLOSE STATE-TAX-TABLE
               DISPLAY "State brackets added - take effect on "
                   "periods ending " WS-NEW-EFF-DATE " or later"
           END-IF.

       WRITE-ONE-BRACKET.
           MOVE "state-tax-table " TO WS-AUD-FILE
           MOVE SPACES TO WS-AUD-IMAGE
           IF WS-SLOT > 0
               IF WS-ST-EFF(WS-SLOT, WS-J) > 0
                   MOVE WS-NEW-STATE TO STX-STATE
                   MOVE WS-J TO STX-SEQ
                   MOVE WS-ST-EFF(WS-SLOT, WS-J) TO STX-EFF-DATE
                   MOVE WS-ST-CEILING(WS-SLOT, WS-J) TO STX-CEILING
                   MOVE WS-ST-RATE(WS-SLOT, WS-J) TO STX-RATE
                   MOVE STATE-TAX-REC TO WS-AUD-IMAGE
               END-IF
           END-IF
           PERFORM WRITE-BEFORE-IMAGE
           MOVE WS-NEW-STATE TO STX-STATE
           MOVE WS-J TO STX-SEQ
           MOVE WS-NEW-EFF-DATE TO STX-EFF-DATE
           MOVE WS-NB-CEILING(WS-J) TO STX-CEILING
           MOVE WS-NB-RATE(WS-J) TO STX-RATE
           WRITE STATE-TAX-REC
           IF WS-FS-STATE-TAX-TABLE NOT = "00"
               DISPLAY "ERROR: WRITE failed for "
                   "state-tax-table.dat, status "
                   WS-FS-STATE-TAX-TABLE
           ELSE
               MOVE STATE-TAX-REC TO WS-AUD-IMAGE
               MOVE "AFTER" TO WS-AUD-ACTION
               PERFORM WRITE-RATES-AUDIT
           END-IF.

       ADD-LOCAL-RATE.
           MOVE "Y" TO WS-ENTRY-OK
           DISPLAY "Enter locality code: "
           ACCEPT WS-NEW-LOCALITY
           IF WS-NEW-LOCALITY = SPACES
               DISPLAY "ERROR: locality code is required"
               MOVE "N" TO WS-ENTRY-OK
           END-IF
           IF IS-ENTRY-OK
               PERFORM ACCEPT-EFF-DATE
           END-IF
           IF IS-ENTRY-OK
               MOVE WS-NEW-EFF-DATE TO WS-AS-OF-DATE
               PERFORM LOAD-LOCAL-TABLE
               PERFORM FIND-LOCAL-SLOT
               IF WS-SLOT > 0
                   DISPLAY "Locality name (blank keeps "
                       WS-LT-NAME(WS-SLOT) "): "
               ELSE
                   DISPLAY "Enter locality name: "
               END-IF
               ACCEPT WS-NEW-NAME
               IF WS-NEW-NAME = SPACES AND WS-SLOT > 0
                   MOVE WS-LT-NAME(WS-SLOT) TO WS-NEW-NAME
               END-IF
               DISPLAY "Enter rate with decimal point "
                   "(e.g. 0.0150): "
               ACCEPT WS-NEW-RATE
               IF WS-NEW-RATE > WS-MAX-LOCAL-RATE
                   DISPLAY "ERROR: rate " WS-NEW-RATE " exceeds the "
                       "locality limit " WS-MAX-LOCAL-RATE
                   MOVE "N" TO WS-ENTRY-OK
               END-IF
           END-IF
           IF IS-ENTRY-OK AND WS-SLOT > 0
               PERFORM CHECK-LOCAL-CHANGE
           END-IF
           IF IS-ENTRY-OK
               DISPLAY "ADD locality " WS-NEW-LOCALITY " "
                   WS-NEW-NAME " eff " WS-NEW-EFF-DATE " rate "
                   WS-NEW-RATE
               DISPLAY "Confirm (Y/N): "
               ACCEPT WS-CONFIRM
               IF IS-CONFIRMED
                   PERFORM WRITE-LOCAL-RATE
               ELSE
                   DISPLAY "Operation cancelled"
               END-IF
           END-IF.

       CHECK-LOCAL-CHANGE.
           IF WS-LT-LATEST(WS-SLOT) > WS-NEW-EFF-DATE
               DISPLAY "WARNING: " WS-NEW-LOCALITY " already has a "
                   "row effective " WS-LT-LATEST(WS-SLOT)
                   " - this rate applies only before then"
           END-IF
           IF WS-LT-EFF(WS-SLOT) > 0
               IF WS-NEW-RATE > WS-LT-RATE(WS-SLOT) * 2 OR
                   WS-NEW-RATE * 2 < WS-LT-RATE(WS-SLOT)
                   DISPLAY "WARNING: rate moves from "
                       WS-LT-RATE(WS-SLOT) " to " WS-NEW-RATE
                   PERFORM CONFIRM-RATE-SWING
               END-IF
           END-IF.

       WRITE-LOCAL-RATE.
           OPEN EXTEND LOCAL-TAX-TABLE
           IF WS-FS-LOCAL-TAX-TABLE = "05" OR
               WS-FS-LOCAL-TAX-TABLE = "35"
               OPEN OUTPUT LOCAL-TAX-TABLE
           END-IF
           IF WS-FS-LOCAL-TAX-TABLE NOT = "00"
               DISPLAY "ERROR: OPEN failed for "
                   "local-tax-table.dat, status "
                   WS-FS-LOCAL-TAX-TABLE
           ELSE
               MOVE "local-tax-table " TO WS-AUD-FILE
               MOVE SPACES TO WS-AUD-IMAGE
               IF WS-SLOT > 0
                   IF WS-LT-EFF(WS-SLOT) > 0
                       MOVE WS-NEW-LOCALITY TO LTX-LOCALITY
                       MOVE WS-LT-NAME(WS-SLOT) TO LTX-NAME
                       MOVE WS-LT-EFF(WS-SLOT) TO LTX-EFF-DATE
                       MOVE WS-LT-RATE(WS-SLOT) TO LTX-RATE
                       MOVE LOCAL-TAX-REC TO WS-AUD-IMAGE
                   END-IF
               END-IF
               PERFORM WRITE-BEFORE-IMAGE
               MOVE WS-NEW-LOCALITY TO LTX-LOCALITY
               MOVE WS-NEW-NAME TO LTX-NAME
               MOVE WS-NEW-EFF-DATE TO LTX-EFF-DATE
               MOVE WS-NEW-RATE TO LTX-RATE
               WRITE LOCAL-TAX-REC
               IF WS-FS-LOCAL-TAX-TABLE NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "local-tax-table.dat, status "
                       WS-FS-LOCAL-TAX-TABLE
               ELSE
                   MOVE LOCAL-TAX-REC TO WS-AUD-IMAGE
                   MOVE "AFTER" TO WS-AUD-ACTION
                   PERFORM WRITE-RATES-AUDIT
                   DISPLAY "Locality rate added - takes effect on "
                       "periods ending " WS-NEW-EFF-DATE
                       " or later"
               END-IF
               CLOSE LOCAL-TAX-TABLE
           END-IF.

       ADD-SUTA-RATE.
           MOVE "Y" TO WS-ENTRY-OK
           DISPLAY "Enter state code: "
           ACCEPT WS-NEW-STATE
           IF WS-NEW-STATE = SPACES OR WS-NEW-STATE NOT ALPHABETIC
               DISPLAY "ERROR: a two-letter state code is required"
               MOVE "N" TO WS-ENTRY-OK
           END-IF
           IF IS-ENTRY-OK
               PERFORM ACCEPT-EFF-DATE
           END-IF
           IF IS-ENTRY-OK
               DISPLAY "Enter SUTA rate with decimal point "
                   "(e.g. 0.0270): "
               ACCEPT WS-NEW-RATE
               DISPLAY "Enter SUTA wage base (e.g. 7000.00): "
               ACCEPT WS-NEW-BASE
               IF WS-NEW-RATE = 0 OR
                   WS-NEW-RATE > WS-MAX-SUTA-RATE
                   DISPLAY "ERROR: SUTA rate must be above zero "
                       "and not over " WS-MAX-SUTA-RATE
                   MOVE "N" TO WS-ENTRY-OK
               END-IF
               IF WS-NEW-BASE < WS-MIN-SUTA-BASE
                   DISPLAY "ERROR: SUTA wage base may not be below "
                       "the federal base " WS-MIN-SUTA-BASE
                   MOVE "N" TO WS-ENTRY-OK
               END-IF
           END-IF
           IF IS-ENTRY-OK
               MOVE WS-NEW-EFF-DATE TO WS-AS-OF-DATE
               PERFORM LOAD-SUTA-TABLE
               PERFORM FIND-SUTA-SLOT
               IF WS-SLOT > 0
                   PERFORM CHECK-SUTA-CHANGE
               END-IF
           END-IF
           IF IS-ENTRY-OK
               DISPLAY "ADD SUTA " WS-NEW-STATE " eff "
                   WS-NEW-EFF-DATE " rate " WS-NEW-RATE " base "
                   WS-NEW-BASE
               DISPLAY "Confirm (Y/N): "
               ACCEPT WS-CONFIRM
               IF IS-CONFIRMED
                   PERFORM WRITE-SUTA-RATE
               ELSE
                   DISPLAY "Operation cancelled"
               END-IF
           END-IF.

       CHECK-SUTA-CHANGE.
           IF WS-SU-LATEST(WS-SLOT) > WS-NEW-EFF-DATE
               DISPLAY "WARNING: " WS-NEW-STATE " already has a "
                   "SUTA row effective " WS-SU-LATEST(WS-SLOT)
                   " - this rate applies only before then"
           END-IF
           IF WS-SU-EFF(WS-SLOT) > 0
               IF WS-NEW-BASE < WS-SU-BASE(WS-SLOT)
                   DISPLAY "WARNING: wage base falls from "
                       WS-SU-BASE(WS-SLOT) " to " WS-NEW-BASE
               END-IF
               IF WS-NEW-RATE > WS-SU-RATE(WS-SLOT) * 2 OR
                   WS-NEW-RATE * 2 < WS-SU-RATE(WS-SLOT)
                   DISPLAY "WARNING: rate moves from "
                       WS-SU-RATE(WS-SLOT) " to " WS-NEW-RATE
                   PERFORM CONFIRM-RATE-SWING
               END-IF
           END-IF.

       WRITE-SUTA-RATE.
           OPEN EXTEND SUTA-TABLE
           IF WS-FS-SUTA-TABLE = "05" OR WS-FS-SUTA-TABLE = "35"
               OPEN OUTPUT SUTA-TABLE
           END-IF
           IF WS-FS-SUTA-TABLE NOT = "00"
               DISPLAY "ERROR: OPEN failed for "
                   "suta-table.dat, status " WS-FS-SUTA-TABLE
           ELSE
               MOVE "suta-table.dat  " TO WS-AUD-FILE
               MOVE SPACES TO WS-AUD-IMAGE
               IF WS-SLOT > 0
                   IF WS-SU-EFF(WS-SLOT) > 0
                       MOVE WS-NEW-STATE TO SUTA-STATE
                       MOVE WS-SU-EFF(WS-SLOT) TO SUTA-EFF-DATE
                       MOVE WS-SU-RATE(WS-SLOT) TO SUTA-RATE
                       MOVE WS-SU-BASE(WS-SLOT) TO SUTA-BASE
                       MOVE SUTA-REC TO WS-AUD-IMAGE
                   END-IF
               END-IF
               PERFORM WRITE-BEFORE-IMAGE
               MOVE WS-NEW-STATE TO SUTA-STATE
               MOVE WS-NEW-EFF-DATE TO SUTA-EFF-DATE
               MOVE WS-NEW-RATE TO SUTA-RATE
               MOVE WS-NEW-BASE TO SUTA-BASE
               WRITE SUTA-REC
               IF WS-FS-SUTA-TABLE NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "suta-table.dat, status " WS-FS-SUTA-TABLE
               ELSE
                   MOVE SUTA-REC TO WS-AUD-IMAGE
                   MOVE "AFTER" TO WS-AUD-ACTION
                   PERFORM WRITE-RATES-AUDIT
                   DISPLAY "SUTA rate added - takes effect on "
                       "periods ending " WS-NEW-EFF-DATE
                       " or later"
               END-IF
               CLOSE SUTA-TABLE
           END-IF.

       ADD-SDI-RATE.
           MOVE "Y" TO WS-ENTRY-OK
           DISPLAY "Enter state code: "
           ACCEPT WS-NEW-STATE
           IF WS-NEW-STATE = SPACES OR WS-NEW-STATE NOT ALPHABETIC
               DISPLAY "ERROR: a two-letter state code is required"
               MOVE "N" TO WS-ENTRY-OK
           END-IF
           IF IS-ENTRY-OK
               PERFORM ACCEPT-EFF-DATE
           END-IF
           IF IS-ENTRY-OK
               DISPLAY "Enter employee rate (e.g. 0.01100): "
               ACCEPT WS-NEW-EE-RATE
               DISPLAY "Enter employer rate (e.g. 0.00000): "
               ACCEPT WS-NEW-ER-RATE
               DISPLAY "Enter employee wage base (0 = no cap): "
               ACCEPT WS-NEW-EE-BASE
               DISPLAY "Enter employer wage base (0 = no cap): "
               ACCEPT WS-NEW-ER-BASE
               DISPLAY "Enter W-2 box 14 label: "
               ACCEPT WS-NEW-LABEL
               IF WS-NEW-EE-RATE > WS-MAX-SDI-RATE OR
                   WS-NEW-ER-RATE > WS-MAX-SDI-RATE
                   DISPLAY "ERROR: SDI rates may not exceed "
                       WS-MAX-SDI-RATE
                   MOVE "N" TO WS-ENTRY-OK
               END-IF
               IF WS-NEW-EE-RATE = 0 AND WS-NEW-ER-RATE = 0
                   DISPLAY "ERROR: employee or employer rate is "
                       "required"
                   MOVE "N" TO WS-ENTRY-OK
               END-IF
               IF WS-NEW-LABEL = SPACES
                   DISPLAY "ERROR: box 14 label is required"
                   MOVE "N" TO WS-ENTRY-OK
               END-IF
           END-IF
           IF IS-ENTRY-OK
               MOVE WS-NEW-EFF-DATE TO WS-AS-OF-DATE
               PERFORM LOAD-SDI-TABLE
               PERFORM FIND-SDI-SLOT
               IF WS-SLOT > 0
                   PERFORM CHECK-SDI-CHANGE
               END-IF
           END-IF
           IF IS-ENTRY-OK
               DISPLAY "ADD SDI/PFL " WS-NEW-STATE " eff "
                   WS-NEW-EFF-DATE " EE " WS-NEW-EE-RATE " ER "
                   WS-NEW-ER-RATE " bases " WS-NEW-EE-BASE " "
                   WS-NEW-ER-BASE " " WS-NEW-LABEL
               DISPLAY "Confirm (Y/N): "
               ACCEPT WS-CONFIRM
               IF IS-CONFIRMED
                   PERFORM WRITE-SDI-RATE
               ELSE
                   DISPLAY "Operation cancelled"
               END-IF
           END-IF.

       CHECK-SDI-CHANGE.
           IF WS-SD-LATEST(WS-SLOT) > WS-NEW-EFF-DATE
               DISPLAY "WARNING: " WS-NEW-STATE " already has an "
                   "SDI row effective " WS-SD-LATEST(WS-SLOT)
                   " - this rate applies only before then"
           END-IF
           IF WS-SD-EFF(WS-SLOT) > 0
               IF WS-NEW-EE-RATE > WS-SD-EE-RATE(WS-SLOT) * 2 OR
                   WS-NEW-EE-RATE * 2 < WS-SD-EE-RATE(WS-SLOT) OR
                   WS-NEW-ER-RATE > WS-SD-ER-RATE(WS-SLOT) * 2 OR
                   WS-NEW-ER-RATE * 2 < WS-SD-ER-RATE(WS-SLOT)
                   DISPLAY "WARNING: rates move from EE "
                       WS-SD-EE-RATE(WS-SLOT) " ER "
                       WS-SD-ER-RATE(WS-SLOT)
                   PERFORM CONFIRM-RATE-SWING
               END-IF
           END-IF.

       WRITE-SDI-RATE.
           OPEN EXTEND SDI-TABLE
           IF WS-FS-SDI-TABLE = "05" OR WS-FS-SDI-TABLE = "35"
               OPEN OUTPUT SDI-TABLE
           END-IF
           IF WS-FS-SDI-TABLE NOT = "00"
               DISPLAY "ERROR: OPEN failed for "
                   "sdi-table.dat, status " WS-FS-SDI-TABLE
           ELSE
               MOVE "sdi-table.dat   " TO WS-AUD-FILE
               MOVE SPACES TO WS-AUD-IMAGE
               IF WS-SLOT > 0
                   IF WS-SD-EFF(WS-SLOT) > 0
                       MOVE WS-NEW-STATE TO SDI-STATE
                       MOVE WS-SD-EFF(WS-SLOT) TO SDI-EFF-DATE
                       MOVE WS-SD-EE-RATE(WS-SLOT) TO SDI-EE-RATE
                       MOVE WS-SD-ER-RATE(WS-SLOT) TO SDI-ER-RATE
                       MOVE WS-SD-EE-BASE(WS-SLOT) TO SDI-EE-BASE
                       MOVE WS-SD-ER-BASE(WS-SLOT) TO SDI-ER-BASE
                       MOVE WS-SD-LABEL(WS-SLOT) TO SDI-BOX14-LABEL
                       MOVE SDI-REC TO WS-AUD-IMAGE
                   END-IF
               END-IF
               PERFORM WRITE-BEFORE-IMAGE
               MOVE WS-NEW-STATE TO SDI-STATE
               MOVE WS-NEW-EFF-DATE TO SDI-EFF-DATE
               MOVE WS-NEW-EE-RATE TO SDI-EE-RATE
               MOVE WS-NEW-ER-RATE TO SDI-ER-RATE
               MOVE WS-NEW-EE-BASE TO SDI-EE-BASE
               MOVE WS-NEW-ER-BASE TO SDI-ER-BASE
               MOVE WS-NEW-LABEL TO SDI-BOX14-LABEL
               WRITE SDI-REC
               IF WS-FS-SDI-TABLE NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "sdi-table.dat, status " WS-FS-SDI-TABLE
               ELSE
                   MOVE SDI-REC TO WS-AUD-IMAGE
                   MOVE "AFTER" TO WS-AUD-ACTION
                   PERFORM WRITE-RATES-AUDIT
                   DISPLAY "SDI/PFL rate added - takes effect on "
                       "periods ending " WS-NEW-EFF-DATE
                       " or later"
               END-IF
               CLOSE SDI-TABLE
           END-IF.

       LOAD-STATE-TABLE.
           MOVE 0 TO WS-ST-COUNT
           MOVE 0 TO WS-EOF
           OPEN INPUT STATE-TAX-TABLE
           IF WS-FS-STATE-TAX-TABLE = "35"
               MOVE 1 TO WS-EOF
           ELSE
               IF WS-FS-STATE-TAX-TABLE NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "state-tax-table.dat, status "
                       WS-FS-STATE-TAX-TABLE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF = 1
                   READ STATE-TAX-TABLE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM STORE-ONE-STATE-ROW
                   END-READ
               END-PERFORM
               CLOSE STATE-TAX-TABLE
           END-IF.

       STORE-ONE-STATE-ROW.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ST-COUNT
               IF WS-ST-STATE(WS-I) = STX-STATE
                   MOVE WS-I TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT = 0
               IF WS-ST-COUNT >= 60
                   DISPLAY "ERROR: state tax table full - entry "
                       "for state " STX-STATE " not listed"
               ELSE
                   ADD 1 TO WS-ST-COUNT
                   MOVE WS-ST-COUNT TO WS-SLOT
                   MOVE STX-STATE TO WS-ST-STATE(WS-SLOT)
                   MOVE 0 TO WS-ST-LATEST(WS-SLOT)
                   PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 5
                       MOVE 0 TO WS-ST-EFF(WS-SLOT, WS-K)
                       MOVE 0 TO WS-ST-CEILING(WS-SLOT, WS-K)
                       MOVE 0 TO WS-ST-RATE(WS-SLOT, WS-K)
                   END-PERFORM
               END-IF
           END-IF
           IF WS-SLOT > 0
               IF STX-EFF-DATE > WS-ST-LATEST(WS-SLOT)
                   MOVE STX-EFF-DATE TO WS-ST-LATEST(WS-SLOT)
               END-IF
               IF STX-SEQ >= 1 AND STX-SEQ <= 5 AND
                   STX-EFF-DATE <= WS-AS-OF-DATE
                   IF STX-EFF-DATE >= WS-ST-EFF(WS-SLOT, STX-SEQ)
                       MOVE STX-EFF-DATE
                           TO WS-ST-EFF(WS-SLOT, STX-SEQ)
                       MOVE STX-CEILING
                           TO WS-ST-CEILING(WS-SLOT, STX-SEQ)
                       MOVE STX-RATE
                           TO WS-ST-RATE(WS-SLOT, STX-SEQ)
                   END-IF
               END-IF
           END-IF.

       FIND-STATE-SLOT.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ST-COUNT
               IF WS-ST-STATE(WS-I) = WS-NEW-STATE
                   MOVE WS-I TO WS-SLOT
               END-IF
           END-PERFORM.

       LOAD-LOCAL-TABLE.
           MOVE 0 TO WS-LT-COUNT
           MOVE 0 TO WS-EOF
           OPEN INPUT LOCAL-TAX-TABLE
           IF WS-FS-LOCAL-TAX-TABLE = "35"
               MOVE 1 TO WS-EOF
           ELSE
               IF WS-FS-LOCAL-TAX-TABLE NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "local-tax-table.dat, status "
                       WS-FS-LOCAL-TAX-TABLE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF = 1
                   READ LOCAL-TAX-TABLE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM STORE-ONE-LOCAL-ROW
                   END-READ
               END-PERFORM
               CLOSE LOCAL-TAX-TABLE
           END-IF.

       STORE-ONE-LOCAL-ROW.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LT-COUNT
               IF WS-LT-LOCALITY(WS-I) = LTX-LOCALITY
                   MOVE WS-I TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT = 0
               IF WS-LT-COUNT >= 99
                   DISPLAY "ERROR: locality table full - entry "
                       "for " LTX-LOCALITY " not listed"
               ELSE
                   ADD 1 TO WS-LT-COUNT
                   MOVE WS-LT-COUNT TO WS-SLOT
                   MOVE LTX-LOCALITY TO WS-LT-LOCALITY(WS-SLOT)
                   MOVE LTX-NAME TO WS-LT-NAME(WS-SLOT)
                   MOVE 0 TO WS-LT-LATEST(WS-SLOT)
                   MOVE 0 TO WS-LT-EFF(WS-SLOT)
                   MOVE 0 TO WS-LT-RATE(WS-SLOT)
               END-IF
           END-IF
           IF WS-SLOT > 0
               IF LTX-EFF-DATE > WS-LT-LATEST(WS-SLOT)
                   MOVE LTX-EFF-DATE TO WS-LT-LATEST(WS-SLOT)
               END-IF
               IF LTX-EFF-DATE <= WS-AS-OF-DATE AND
                   LTX-EFF-DATE >= WS-LT-EFF(WS-SLOT)
                   MOVE LTX-NAME TO WS-LT-NAME(WS-SLOT)
                   MOVE LTX-EFF-DATE TO WS-LT-EFF(WS-SLOT)
                   MOVE LTX-RATE TO WS-LT-RATE(WS-SLOT)
               END-IF
           END-IF.

       FIND-LOCAL-SLOT.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LT-COUNT
               IF WS-LT-LOCALITY(WS-I) = WS-NEW-LOCALITY
                   MOVE WS-I TO WS-SLOT
               END-IF
           END-PERFORM.

       LOAD-SUTA-TABLE.
           MOVE 0 TO WS-SU-COUNT
           MOVE 0 TO WS-EOF
           OPEN INPUT SUTA-TABLE
           IF WS-FS-SUTA-TABLE = "35"
               MOVE 1 TO WS-EOF
           ELSE
               IF WS-FS-SUTA-TABLE NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "suta-table.dat, status " WS-FS-SUTA-TABLE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF = 1
                   READ SUTA-TABLE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM STORE-ONE-SUTA-ROW
                   END-READ
               END-PERFORM
               CLOSE SUTA-TABLE
           END-IF.

       STORE-ONE-SUTA-ROW.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SU-COUNT
               IF WS-SU-STATE(WS-I) = SUTA-STATE
                   MOVE WS-I TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT = 0
               IF WS-SU-COUNT >= 60
                   DISPLAY "ERROR: SUTA table full - entry for "
                       "state " SUTA-STATE " not listed"
               ELSE
                   ADD 1 TO WS-SU-COUNT
                   MOVE WS-SU-COUNT TO WS-SLOT
                   MOVE SUTA-STATE TO WS-SU-STATE(WS-SLOT)
                   MOVE 0 TO WS-SU-LATEST(WS-SLOT)
                   MOVE 0 TO WS-SU-EFF(WS-SLOT)
                   MOVE 0 TO WS-SU-RATE(WS-SLOT)
                   MOVE 0 TO WS-SU-BASE(WS-SLOT)
               END-IF
           END-IF
           IF WS-SLOT > 0
               IF SUTA-EFF-DATE > WS-SU-LATEST(WS-SLOT)
                   MOVE SUTA-EFF-DATE TO WS-SU-LATEST(WS-SLOT)
               END-IF
               IF SUTA-EFF-DATE <= WS-AS-OF-DATE AND
                   SUTA-EFF-DATE >= WS-SU-EFF(WS-SLOT)
                   MOVE SUTA-EFF-DATE TO WS-SU-EFF(WS-SLOT)
                   MOVE SUTA-RATE TO WS-SU-RATE(WS-SLOT)
                   MOVE SUTA-BASE TO WS-SU-BASE(WS-SLOT)
               END-IF
           END-IF.

       FIND-SUTA-SLOT.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SU-COUNT
               IF WS-SU-STATE(WS-I) = WS-NEW-STATE
                   MOVE WS-I TO WS-SLOT
               END-IF
           END-PERFORM.

       LOAD-SDI-TABLE.
           MOVE 0 TO WS-SD-COUNT
           MOVE 0 TO WS-EOF
           OPEN INPUT SDI-TABLE
           IF WS-FS-SDI-TABLE = "35"
               MOVE 1 TO WS-EOF
           ELSE
               IF WS-FS-SDI-TABLE NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "sdi-table.dat, status " WS-FS-SDI-TABLE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF = 1
                   READ SDI-TABLE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM STORE-ONE-SDI-ROW
                   END-READ
               END-PERFORM
               CLOSE SDI-TABLE
           END-IF.

       STORE-ONE-SDI-ROW.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SD-COUNT
               IF WS-SD-STATE(WS-I) = SDI-STATE
                   MOVE WS-I TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT = 0
               IF WS-SD-COUNT >= 60
                   DISPLAY "ERROR: SDI table full - entry for "
                       "state " SDI-STATE " not listed"
               ELSE
                   ADD 1 TO WS-SD-COUNT
                   MOVE WS-SD-COUNT TO WS-SLOT
                   MOVE SDI-STATE TO WS-SD-STATE(WS-SLOT)
                   MOVE 0 TO WS-SD-LATEST(WS-SLOT)
                   MOVE 0 TO WS-SD-EFF(WS-SLOT)
                   MOVE 0 TO WS-SD-EE-RATE(WS-SLOT)
                   MOVE 0 TO WS-SD-ER-RATE(WS-SLOT)
                   MOVE 0 TO WS-SD-EE-BASE(WS-SLOT)
                   MOVE 0 TO WS-SD-ER-BASE(WS-SLOT)
                   MOVE SPACES TO WS-SD-LABEL(WS-SLOT)
               END-IF
           END-IF
           IF WS-SLOT > 0
               IF SDI-EFF-DATE > WS-SD-LATEST(WS-SLOT)
                   MOVE SDI-EFF-DATE TO WS-SD-LATEST(WS-SLOT)
               END-IF
               IF SDI-EFF-DATE <= WS-AS-OF-DATE AND
                   SDI-EFF-DATE >= WS-SD-EFF(WS-SLOT)
                   MOVE SDI-EFF-DATE TO WS-SD-EFF(WS-SLOT)
                   MOVE SDI-EE-RATE TO WS-SD-EE-RATE(WS-SLOT)
                   MOVE SDI-ER-RATE TO WS-SD-ER-RATE(WS-SLOT)
                   MOVE SDI-EE-BASE TO WS-SD-EE-BASE(WS-SLOT)
                   MOVE SDI-ER-BASE TO WS-SD-ER-BASE(WS-SLOT)
                   MOVE SDI-BOX14-LABEL TO WS-SD-LABEL(WS-SLOT)
               END-IF
           END-IF.

       FIND-SDI-SLOT.
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SD-COUNT
               IF WS-SD-STATE(WS-I) = WS-NEW-STATE
                   MOVE WS-I TO WS-SLOT
               END-IF
           END-PERFORM.

       PRINT-RATES-PROOF.
           DISPLAY "Enter date the rates must be in effect on "
               "(YYYYMMDD): "
           ACCEPT WS-AS-OF-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-AS-OF-DATE) NOT = 0
               DISPLAY "ERROR: " WS-AS-OF-DATE " is not a valid date"
           ELSE
               PERFORM LOAD-STATE-TABLE
               PERFORM LOAD-LOCAL-TABLE
               PERFORM LOAD-SUTA-TABLE
               PERFORM LOAD-SDI-TABLE
               OPEN OUTPUT PROOF-REPORT
               IF WS-FS-PROOF-REPORT NOT = "00"
                   DISPLAY "ERROR: OPEN OUTPUT failed for "
                       "JURIS-RATES-PROOF.RPT, status "
                       WS-FS-PROOF-REPORT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM WRITE-RATES-PROOF
               CLOSE PROOF-REPORT
               DISPLAY "Rates in effect " WS-AS-OF-DATE
                   " written to JURIS-RATES-PROOF.RPT"
               DISPLAY "Rows listed:        " WS-PF-ROWS
               DISPLAY "Rows with problems: " WS-PF-PROBLEMS
               IF WS-PF-PROBLEMS > 0 AND WS-HIGH-RC < 4
                   MOVE 4 TO WS-HIGH-RC
               END-IF
           END-IF.

       WRITE-RATES-PROOF.
           MOVE 0 TO WS-PF-ROWS
           MOVE 0 TO WS-PF-PROBLEMS
           MOVE "I" TO PS-FUNC
           MOVE "STATE/LOCAL RATES IN EFFECT" TO PS-REPORT-TITLE
           MOVE WS-SEC-OPERATOR TO PS-OPERATOR
           MOVE WS-AS-OF-DATE(1:4) TO PS-PERIOD-YEAR
           MOVE 0 TO PS-PERIOD-NUM
           MOVE SPACES TO PS-COLUMN-HEADING
           STRING "RATES IN EFFECT ON " WS-AS-OF-DATE
               DELIMITED BY SIZE INTO PS-COLUMN-HEADING
           END-STRING
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           MOVE "STATE INCOME TAX BRACKETS" TO WS-SEC-TITLE
           PERFORM WRITE-SECTION-HEAD
           MOVE "ST  S  EFF-DATE         CEILING    RATE"
               TO PROOF-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM PROOF-ONE-STATE
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > WS-ST-COUNT
           MOVE "LOCALITY TAX RATES" TO WS-SEC-TITLE
           PERFORM WRITE-SECTION-HEAD
           MOVE "LOC  NAME                  EFF-DATE    RATE"
               TO PROOF-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM PROOF-ONE-LOCAL
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > WS-LT-COUNT
           MOVE "SUTA RATES AND WAGE BASES" TO WS-SEC-TITLE
           PERFORM WRITE-SECTION-HEAD
           MOVE "ST  EFF-DATE    RATE       WAGE BASE"
               TO PROOF-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM PROOF-ONE-SUTA
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > WS-SU-COUNT
           MOVE "SDI / PAID FAMILY LEAVE RATES" TO WS-SEC-TITLE
           PERFORM WRITE-SECTION-HEAD
           MOVE "ST  EFF-DATE  EE-RATE ER-RATE      EE-BASE      "
               TO PROOF-REPORT-LINE
           MOVE "ER-BASE LABEL" TO PROOF-REPORT-LINE(50:)
           PERFORM WRITE-REPORT-LINE
           PERFORM PROOF-ONE-SDI
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > WS-SD-COUNT
           MOVE SPACES TO PROOF-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "ROWS IN EFFECT LISTED:" TO WS-CNL-LABEL
           MOVE WS-PF-ROWS TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO PROOF-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "ROWS FAILING VALIDATION:" TO WS-CNL-LABEL
           MOVE WS-PF-PROBLEMS TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO PROOF-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SECTION-HEAD.
           MOVE SPACES TO PROOF-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-SECTION-LINE TO PROOF-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       PROOF-ONE-STATE.
           MOVE 0 TO WS-LAST-CEILING
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 5
               IF WS-ST-EFF(WS-SLOT, WS-J) > 0
                   ADD 1 TO WS-PF-ROWS
                   MOVE WS-ST-STATE(WS-SLOT) TO WS-SL-STATE
                   MOVE WS-J TO WS-SL-SEQ
                   MOVE WS-ST-EFF(WS-SLOT, WS-J) TO WS-SL-EFF
                   MOVE WS-ST-CEILING(WS-SLOT, WS-J) TO WS-SL-CEILING
                   MOVE WS-ST-RATE(WS-SLOT, WS-J) TO WS-SL-RATE
                   MOVE SPACES TO WS-SL-FLAG
                   IF WS-ST-CEILING(WS-SLOT, WS-J) <= WS-LAST-CEILING
                       MOVE "** CEILING DOES NOT ASCEND" TO WS-SL-FLAG
                   END-IF
                   IF WS-ST-RATE(WS-SLOT, WS-J) > WS-MAX-STATE-RATE
                       MOVE "** RATE OVER STATE LIMIT" TO WS-SL-FLAG
                   END-IF
                   IF WS-SL-FLAG NOT = SPACES
                       ADD 1 TO WS-PF-PROBLEMS
                   END-IF
                   MOVE WS-ST-CEILING(WS-SLOT, WS-J)
                       TO WS-LAST-CEILING
                   MOVE WS-STATE-LINE TO PROOF-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.

       PROOF-ONE-LOCAL.
           IF WS-LT-EFF(WS-SLOT) > 0
               ADD 1 TO WS-PF-ROWS
               MOVE WS-LT-LOCALITY(WS-SLOT) TO WS-LL-LOCALITY
               MOVE WS-LT-NAME(WS-SLOT) TO WS-LL-NAME
               MOVE WS-LT-EFF(WS-SLOT) TO WS-LL-EFF
               MOVE WS-LT-RATE(WS-SLOT) TO WS-LL-RATE
               MOVE SPACES TO WS-LL-FLAG
               IF WS-LT-RATE(WS-SLOT) > WS-MAX-LOCAL-RATE
                   MOVE "** RATE OVER LOCALITY LIMIT" TO WS-LL-FLAG
                   ADD 1 TO WS-PF-PROBLEMS
               END-IF
               MOVE WS-LOCAL-LINE TO PROOF-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PROOF-ONE-SUTA.
           IF WS-SU-EFF(WS-SLOT) > 0
               ADD 1 TO WS-PF-ROWS
               MOVE WS-SU-STATE(WS-SLOT) TO WS-UL-STATE
               MOVE WS-SU-EFF(WS-SLOT) TO WS-UL-EFF
               MOVE WS-SU-RATE(WS-SLOT) TO WS-UL-RATE
               MOVE WS-SU-BASE(WS-SLOT) TO WS-UL-BASE
               MOVE SPACES TO WS-UL-FLAG
               IF WS-SU-BASE(WS-SLOT) < WS-MIN-SUTA-BASE
                   MOVE "** BASE BELOW FEDERAL BASE" TO WS-UL-FLAG
               END-IF
               IF WS-SU-RATE(WS-SLOT) = 0 OR
                   WS-SU-RATE(WS-SLOT) > WS-MAX-SUTA-RATE
                   MOVE "** RATE OUTSIDE SUTA LIMITS" TO WS-UL-FLAG
               END-IF
               IF WS-UL-FLAG NOT = SPACES
                   ADD 1 TO WS-PF-PROBLEMS
               END-IF
               MOVE WS-SUTA-LINE TO PROOF-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PROOF-ONE-SDI.
           IF WS-SD-EFF(WS-SLOT) > 0
               ADD 1 TO WS-PF-ROWS
               MOVE WS-SD-STATE(WS-SLOT) TO WS-DL-STATE
               MOVE WS-SD-EFF(WS-SLOT) TO WS-DL-EFF
               MOVE WS-SD-EE-RATE(WS-SLOT) TO WS-DL-EE-RATE
               MOVE WS-SD-ER-RATE(WS-SLOT) TO WS-DL-ER-RATE
               MOVE WS-SD-EE-BASE(WS-SLOT) TO WS-DL-EE-BASE
               MOVE WS-SD-ER-BASE(WS-SLOT) TO WS-DL-ER-BASE
               MOVE WS-SD-LABEL(WS-SLOT) TO WS-DL-LABEL
               MOVE SPACES TO WS-DL-FLAG
               IF WS-SD-EE-RATE(WS-SLOT) > WS-MAX-SDI-RATE OR
                   WS-SD-ER-RATE(WS-SLOT) > WS-MAX-SDI-RATE
                   MOVE "** RATE OVER LIMIT" TO WS-DL-FLAG
                   ADD 1 TO WS-PF-PROBLEMS
               END-IF
               MOVE WS-SDI-LINE TO PROOF-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-BEFORE-IMAGE.
           IF WS-AUD-IMAGE = SPACES
               MOVE "NONE IN EFFECT" TO WS-AUD-IMAGE
           END-IF
           MOVE "BEFORE" TO WS-AUD-ACTION
           PERFORM WRITE-RATES-AUDIT.

       WRITE-RATES-AUDIT.
           MOVE WS-RUN-DATE TO WS-AUD-DATE
           MOVE WS-SEC-OPERATOR TO WS-AUD-OPERATOR
           OPEN EXTEND RATES-AUDIT
           IF WS-FS-RATES-AUDIT = "05" OR WS-FS-RATES-AUDIT = "35"
               OPEN OUTPUT RATES-AUDIT
           END-IF
           IF WS-FS-RATES-AUDIT NOT = "00"
               DISPLAY "ERROR: OPEN failed for "
                   "rates-audit.dat, status " WS-FS-RATES-AUDIT
           ELSE
               MOVE WS-AUDIT-DETAIL TO RATES-AUDIT-LINE
               WRITE RATES-AUDIT-LINE
               IF WS-FS-RATES-AUDIT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "rates-audit.dat, status " WS-FS-RATES-AUDIT
               END-IF
               CLOSE RATES-AUDIT
           END-IF.

       WRITE-RUN-LOG.
           CALL "RUN-LOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-EMP-ID WS-LOG-MESSAGE
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to RUN-LOG failed"
           END-CALL.

       WRITE-REPORT-LINE.
           MOVE PROOF-REPORT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO PROOF-REPORT-LINE
               WRITE PROOF-REPORT-LINE
               IF WS-FS-PROOF-REPORT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "JURIS-RATES-PROOF.RPT, status "
                       WS-FS-PROOF-REPORT
               END-IF
           END-PERFORM.
