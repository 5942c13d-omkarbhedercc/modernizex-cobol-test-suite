       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRA-SVC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COBRA-MASTER ASSIGN TO "cobra-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-KEY
               FILE STATUS IS WS-FS-COBRA-MASTER.
           SELECT DEPENDENTS ASSIGN TO "dependents.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-KEY
               FILE STATUS IS WS-FS-DEPENDENTS.
           SELECT RATES-MASTER ASSIGN TO "rates-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RATES-MASTER.
           SELECT MAINT-AUDIT ASSIGN TO "maint-audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAINT-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  COBRA-MASTER.
           COPY "cobra-master.cpy".

       FD  DEPENDENTS.
           COPY "dependent.cpy".

       FD  RATES-MASTER.
       01 RATES-REC.
          05 RATE-CODE     PIC X(10).
          05 RATE-EFF-DATE PIC 9(8).
          05 RATE-VALUE    PIC 9(7)V9999.

       FD  MAINT-AUDIT.
           COPY "maint-audit.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-COBRA-MASTER PIC X(2) VALUE "00".
       01 WS-FS-DEPENDENTS   PIC X(2) VALUE "00".
       01 WS-FS-RATES-MASTER PIC X(2) VALUE "00".
       01 WS-FS-MAINT-AUDIT  PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-COBRA-RATE-PCT PIC 9V99 VALUE 1.02.
       01 WS-NOTICE-DAYS PIC 9(3) VALUE 44.
       01 WS-PLAN-I PIC 9(1) VALUE 0.
       01 WS-PLAN-FLAGS.
          05 WS-PLAN-FLAG OCCURS 3 TIMES.
             10 WS-SPOUSE-COVERED PIC X(1).
             10 WS-CHILD-COVERED  PIC X(1).
       01 WS-DEP-TIER PIC X(1) VALUE "N".
       01 WS-COB-TIERS.
          05 WS-COB-TIER PIC X(1) OCCURS 3 TIMES.
       01 WS-PLAN-PREFIXES.
          05 FILLER PIC X(6) VALUE "COBMED".
          05 FILLER PIC X(6) VALUE "COBDEN".
          05 FILLER PIC X(6) VALUE "COBVIS".
       01 WS-PLAN-PREFIX-TABLE REDEFINES WS-PLAN-PREFIXES.
          05 WS-PLAN-PREFIX PIC X(6) OCCURS 3 TIMES.
       01 WS-RATE-LOOKUP.
          05 WS-RL-CODE PIC X(10) VALUE SPACES.
          05 WS-RL-EFF  PIC 9(8) VALUE 0.
          05 WS-RL-VALUE PIC 9(7)V9999 VALUE 0.
       01 WS-PLAN-COST PIC 9(7)V9999 VALUE 0.
       01 WS-NO-RATE-COUNT PIC 9(1) VALUE 0.
       01 WS-START-DATE PIC 9(8) VALUE 0.
       01 WS-START-PARTS REDEFINES WS-START-DATE.
          05 WS-SD-YEAR  PIC 9(4).
          05 WS-SD-MONTH PIC 9(2).
          05 WS-SD-DAY   PIC 9(2).
       01 WS-END-DATE PIC 9(8) VALUE 0.
       01 WS-END-PARTS REDEFINES WS-END-DATE.
          05 WS-ED-YEAR  PIC 9(4).
          05 WS-ED-MONTH PIC 9(2).
          05 WS-ED-DAY   PIC 9(2).
       01 WS-MONTH-COUNT PIC 9(6) VALUE 0.
       01 WS-AUD-DATE PIC 9(6) VALUE 0.
       01 WS-AUD-TIME PIC 9(8) VALUE 0.
       LINKAGE SECTION.
           COPY "cobra-svc.cpy".
       PROCEDURE DIVISION USING CB-CONTROL.
           MOVE "E" TO CB-RESULT
           EVALUATE CB-FUNC
               WHEN "Q"
                   PERFORM RECORD-QUALIFYING-EVENT
               WHEN OTHER
                   DISPLAY "ERROR: COBRA-SVC called with unknown "
                       "function code [" CB-FUNC "]"
           END-EVALUATE
           GOBACK.

       RECORD-QUALIFYING-EVENT.
           IF CB-DEP-SEQ = 0
               PERFORM DERIVE-HOUSEHOLD-TIERS
           ELSE
               PERFORM DERIVE-SELF-ONLY-TIERS
           END-IF
           IF WS-COB-TIER(1) = "N" AND WS-COB-TIER(2) = "N" AND
               WS-COB-TIER(3) = "N"
               MOVE "N" TO CB-RESULT
           ELSE
               OPEN I-O COBRA-MASTER
               IF WS-FS-COBRA-MASTER = "35"
                   OPEN OUTPUT COBRA-MASTER
                   CLOSE COBRA-MASTER
                   OPEN I-O COBRA-MASTER
               END-IF
               IF WS-FS-COBRA-MASTER NOT = "00"
                   DISPLAY "ERROR: OPEN I-O failed for "
                       "cobra-master.dat, status "
                       WS-FS-COBRA-MASTER " - qualifying event from "
                       CB-PROGRAM " not recorded"
               ELSE
                   PERFORM BUILD-COBRA-RECORD
                   WRITE COB-REC
                       INVALID KEY
                           MOVE "D" TO CB-RESULT
                   END-WRITE
                   IF WS-FS-COBRA-MASTER = "00"
                       MOVE "Y" TO CB-RESULT
                       MOVE COB-NOTICE-DUE-DATE TO CB-NOTICE-DUE
                       PERFORM WRITE-COBRA-AUDIT
                   ELSE
                       IF NOT CB-DUPLICATE
                           DISPLAY "ERROR: WRITE failed for "
                               "cobra-master.dat, status "
                               WS-FS-COBRA-MASTER
                       END-IF
                   END-IF
                   CLOSE COBRA-MASTER
               END-IF
           END-IF.

       DERIVE-HOUSEHOLD-TIERS.
           PERFORM VARYING WS-PLAN-I FROM 1 BY 1
               UNTIL WS-PLAN-I > 3
               MOVE "N" TO WS-SPOUSE-COVERED(WS-PLAN-I)
               MOVE "N" TO WS-CHILD-COVERED(WS-PLAN-I)
           END-PERFORM
           MOVE 0 TO WS-EOF
           OPEN INPUT DEPENDENTS
           IF WS-FS-DEPENDENTS = "00"
               MOVE CB-EMP-ID TO DEP-EMP-ID
               MOVE 0 TO DEP-SEQ
               START DEPENDENTS KEY >= DEP-KEY
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 1
                   READ DEPENDENTS NEXT RECORD
                       AT END MOVE 1 TO WS-EOF
                   END-READ
                   IF WS-EOF = 0
                       IF DEP-EMP-ID NOT = CB-EMP-ID
                           MOVE 1 TO WS-EOF
                       ELSE
                           IF DEP-ACTIVE
                               PERFORM NOTE-DEPENDENT-COVERAGE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DEPENDENTS
           END-IF
           PERFORM VARYING WS-PLAN-I FROM 1 BY 1
               UNTIL WS-PLAN-I > 3
               EVALUATE TRUE
                   WHEN WS-SPOUSE-COVERED(WS-PLAN-I) = "Y" AND
                       WS-CHILD-COVERED(WS-PLAN-I) = "Y"
                       MOVE "F" TO WS-COB-TIER(WS-PLAN-I)
                   WHEN WS-SPOUSE-COVERED(WS-PLAN-I) = "Y"
                       MOVE "S" TO WS-COB-TIER(WS-PLAN-I)
                   WHEN WS-CHILD-COVERED(WS-PLAN-I) = "Y"
                       MOVE "C" TO WS-COB-TIER(WS-PLAN-I)
                   WHEN OTHER
                       MOVE "E" TO WS-COB-TIER(WS-PLAN-I)
               END-EVALUATE
           END-PERFORM.

       NOTE-DEPENDENT-COVERAGE.
           PERFORM VARYING WS-PLAN-I FROM 1 BY 1
               UNTIL WS-PLAN-I > 3
               EVALUATE WS-PLAN-I
                   WHEN 1
                       MOVE DEP-MED-TIER TO WS-DEP-TIER
                   WHEN 2
                       MOVE DEP-DEN-TIER TO WS-DEP-TIER
                   WHEN OTHER
                       MOVE DEP-VIS-TIER TO WS-DEP-TIER
               END-EVALUATE
               IF WS-DEP-TIER NOT = "N" AND WS-DEP-TIER NOT = SPACE
                   IF DEP-CHILD
                       MOVE "Y" TO WS-CHILD-COVERED(WS-PLAN-I)
                   END-IF
                   IF DEP-SPOUSE OR DEP-PARTNER
                       MOVE "Y" TO WS-SPOUSE-COVERED(WS-PLAN-I)
                   END-IF
               END-IF
           END-PERFORM.

       DERIVE-SELF-ONLY-TIERS.
           MOVE CB-MED-TIER TO WS-COB-TIER(1)
           MOVE CB-DEN-TIER TO WS-COB-TIER(2)
           MOVE CB-VIS-TIER TO WS-COB-TIER(3)
           PERFORM VARYING WS-PLAN-I FROM 1 BY 1
               UNTIL WS-PLAN-I > 3
               IF WS-COB-TIER(WS-PLAN-I) = "N" OR
                   WS-COB-TIER(WS-PLAN-I) = SPACE
                   MOVE "N" TO WS-COB-TIER(WS-PLAN-I)
               ELSE
                   MOVE "E" TO WS-COB-TIER(WS-PLAN-I)
               END-IF
           END-PERFORM.

       BUILD-COBRA-RECORD.
           INITIALIZE COB-REC
           MOVE CB-EMP-ID TO COB-EMP-ID
           MOVE CB-DEP-SEQ TO COB-DEP-SEQ
           MOVE CB-EVENT-DATE TO COB-EVENT-DATE
           MOVE CB-EVENT-TYPE TO COB-EVENT-TYPE
           MOVE CB-QB-FIRST-NAME TO COB-QB-FIRST-NAME
           MOVE CB-QB-LAST-NAME TO COB-QB-LAST-NAME
           MOVE WS-COB-TIER(1) TO COB-MED-TIER
           MOVE WS-COB-TIER(2) TO COB-DEN-TIER
           MOVE WS-COB-TIER(3) TO COB-VIS-TIER
           IF COB-AGE-OUT
               MOVE 36 TO COB-MAX-MONTHS
           ELSE
               MOVE 18 TO COB-MAX-MONTHS
           END-IF
           MOVE CB-EVENT-DATE TO WS-START-DATE
           MOVE 01 TO WS-SD-DAY
           IF WS-SD-MONTH = 12
               MOVE 01 TO WS-SD-MONTH
               ADD 1 TO WS-SD-YEAR
           ELSE
               ADD 1 TO WS-SD-MONTH
           END-IF
           MOVE WS-START-DATE TO COB-COVERAGE-START
           COMPUTE WS-MONTH-COUNT =
               WS-SD-YEAR * 12 + WS-SD-MONTH - 1 + COB-MAX-MONTHS
           COMPUTE WS-ED-YEAR = WS-MONTH-COUNT / 12
           COMPUTE WS-ED-MONTH =
               WS-MONTH-COUNT - (WS-ED-YEAR * 12) + 1
           MOVE 01 TO WS-ED-DAY
           COMPUTE COB-MAX-END-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-END-DATE) - 1)
           COMPUTE COB-NOTICE-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(CB-EVENT-DATE)
                + WS-NOTICE-DAYS)
           COMPUTE COB-PAID-THRU-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(COB-COVERAGE-START) - 1)
           MOVE "Q" TO COB-STATUS
           PERFORM PRICE-COBRA-COVERAGE.

       PRICE-COBRA-COVERAGE.
           MOVE 0 TO WS-PLAN-COST
           MOVE 0 TO WS-NO-RATE-COUNT
           PERFORM VARYING WS-PLAN-I FROM 1 BY 1
               UNTIL WS-PLAN-I > 3
               IF WS-COB-TIER(WS-PLAN-I) NOT = "N"
                   MOVE SPACES TO WS-RL-CODE
                   STRING WS-PLAN-PREFIX(WS-PLAN-I) DELIMITED BY SIZE
                          "-"                       DELIMITED BY SIZE
                          WS-COB-TIER(WS-PLAN-I)    DELIMITED BY SIZE
                          INTO WS-RL-CODE
                   END-STRING
                   PERFORM FIND-PLAN-RATE
               END-IF
           END-PERFORM
           COMPUTE COB-MONTHLY-PREMIUM ROUNDED =
               WS-PLAN-COST * WS-COBRA-RATE-PCT
           IF WS-NO-RATE-COUNT > 0
               DISPLAY "WARNING: " WS-NO-RATE-COUNT " COBRA plan "
                   "rate(s) missing from rates-master.dat for "
                   "employee " CB-EMP-ID " - premium understated, "
                   "add the COBMED/COBDEN/COBVIS rates"
           END-IF.

       FIND-PLAN-RATE.
           MOVE 0 TO WS-RL-EFF
           MOVE 0 TO WS-RL-VALUE
           MOVE 0 TO WS-EOF
           OPEN INPUT RATES-MASTER
           IF WS-FS-RATES-MASTER = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ RATES-MASTER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF RATE-CODE = WS-RL-CODE AND
                               RATE-EFF-DATE <= CB-EVENT-DATE AND
                               RATE-EFF-DATE >= WS-RL-EFF
                               MOVE RATE-EFF-DATE TO WS-RL-EFF
                               MOVE RATE-VALUE TO WS-RL-VALUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATES-MASTER
           END-IF
           IF WS-RL-EFF = 0
               ADD 1 TO WS-NO-RATE-COUNT
           ELSE
               ADD WS-RL-VALUE TO WS-PLAN-COST
           END-IF.

       WRITE-COBRA-AUDIT.
           ACCEPT WS-AUD-DATE FROM DATE
           ACCEPT WS-AUD-TIME FROM TIME
           OPEN EXTEND MAINT-AUDIT
           IF WS-FS-MAINT-AUDIT = "05" OR WS-FS-MAINT-AUDIT = "35"
               OPEN OUTPUT MAINT-AUDIT
           END-IF
           IF WS-FS-MAINT-AUDIT NOT = "00"
               DISPLAY "ERROR: OPEN failed for "
                   "maint-audit.dat, status " WS-FS-MAINT-AUDIT
           ELSE
               MOVE WS-AUD-DATE TO MAUD-DATE
               MOVE WS-AUD-TIME(1:6) TO MAUD-TIME
               MOVE CB-OPERATOR TO MAUD-OPERATOR
               MOVE "B" TO MAUD-ACTION
               MOVE CB-EMP-ID TO MAUD-EMP-ID
               MOVE SPACES TO MAUD-BEFORE
               MOVE COB-REC TO MAUD-AFTER
               WRITE MAUD-REC
               IF WS-FS-MAINT-AUDIT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "maint-audit.dat, status " WS-FS-MAINT-AUDIT
               END-IF
               CLOSE MAINT-AUDIT
           END-IF.
