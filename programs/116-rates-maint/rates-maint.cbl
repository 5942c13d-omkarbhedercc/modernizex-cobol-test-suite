           SELECT MIN-WAGE-TABLE ASSIGN TO "min-wage-table.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MIN-WAGE-TABLE.
           SELECT WC-RATE-TABLE ASSIGN TO "wc-rate-table.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WC-RATE-TABLE.
           SELECT BREAK-RULES ASSIGN TO "break-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BREAK-RULES.
           SELECT OT-RULES ASSIGN TO "ot-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OT-RULES.
           SELECT PIECE-RATES ASSIGN TO "piece-rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PIECE-RATES.
           SELECT RATES-AUDIT ASSIGN TO "rates-audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RATES-AUDIT.
          05 MWG-STATE    PIC X(2).
          05 MWG-EFF-DATE PIC 9(8).
          05 MWG-RATE     PIC 9(3)V99.
          05 MWG-TIP-CREDIT PIC 9(3)V99.

       FD  WC-RATE-TABLE.
           COPY "wc-rate.cpy".

       FD  BREAK-RULES.
           COPY "break-rule.cpy".

       FD  OT-RULES.
           COPY "ot-rule.cpy".

       FD  PIECE-RATES.
           COPY "piece-rate.cpy".

       FD  RATES-AUDIT.
       01 RATES-AUDIT-LINE PIC X(80).
       01 WS-FS-TAX-BRACKETS PIC X(2) VALUE "00".
       01 WS-FS-RATES-AUDIT  PIC X(2) VALUE "00".
       01 WS-FS-MIN-WAGE-TABLE PIC X(2) VALUE "00".
       01 WS-FS-WC-RATE-TABLE PIC X(2) VALUE "00".
       01 WS-FS-BREAK-RULES PIC X(2) VALUE "00".
       01 WS-NEW-MEAL-TRIGGER PIC 9(2)V9 VALUE 0.
       01 WS-NEW-MEAL-LATEST PIC 9(2)V9 VALUE 0.
       01 WS-NEW-MEAL-MINUTES PIC 9(3) VALUE 0.
       01 WS-NEW-SECOND-TRIGGER PIC 9(2)V9 VALUE 0.
       01 WS-NEW-PREMIUM-HOURS PIC 9(1)V9 VALUE 0.
       01 WS-FS-OT-RULES PIC X(2) VALUE "00".
       01 WS-NEW-DAILY-OT PIC 9(2)V9 VALUE 0.
       01 WS-NEW-DAILY-DT PIC 9(2)V9 VALUE 0.
       01 WS-NEW-WEEKLY-OT PIC 9(2)V9 VALUE 0.
       01 WS-NEW-SEVENTH-DAY PIC X(1) VALUE "N".
       01 WS-NEW-SEVENTH-DT PIC 9(2)V9 VALUE 0.
       01 WS-FS-PIECE-RATES PIC X(2) VALUE "00".
       01 WS-NEW-OP-CODE PIC X(4) VALUE SPACES.
       01 WS-NEW-PIECE-RATE PIC 9(3)V9999 VALUE 0.
       01 WS-NEW-OP-DESC PIC X(20) VALUE SPACES.
       01 WS-NEW-STATE PIC X(2) VALUE SPACES.
       01 WS-NEW-WC-CLASS PIC X(4) VALUE SPACES.
       01 WS-NEW-WC-RATE PIC 9(3)V9999 VALUE 0.
       01 WS-NEW-MIN-WAGE PIC 9(3)V99 VALUE 0.
       01 WS-NEW-TIP-CREDIT PIC 9(3)V99 VALUE 0.
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
          88 CHOICE-BRACKET VALUE 2.
          88 CHOICE-LIST    VALUE 3.
          88 CHOICE-MINWAGE VALUE 4.
          88 CHOICE-WCRATE  VALUE 5.
          88 CHOICE-BREAK   VALUE 6.
          88 CHOICE-OTRULE  VALUE 7.
          88 CHOICE-PIECE   VALUE 8.
          88 CHOICE-EXIT    VALUE 9.
       01 WS-CONFIRM PIC X(1) VALUE "N".
          88 IS-CONFIRMED VALUE "Y" "y".
       01 WS-NEW-RATE-CODE  PIC X(10) VALUE SPACES.
          88 IS-VALID-RATE-CODE
             VALUE "OASDI-RATE" "MEDI-RATE " "ADDMED-RT "
                   "ADDMED-THR" "STATE-TAX " "BENEFITS  "
                   "FICA-BASE " "401K-CAP  " "MATCH-PCT "
                   "MATCH-CAP " "SUPP-RATE " "GARN-MAX  "
                   "FUTA-RATE " "FUTA-BASE " "BACKUP-WH "
                   "NEC-THRESH" "BENEFIT-LD" "ACA-AFFPCT"
                   "COBMED-E  " "COBMED-S  " "COBMED-C  "
                   "COBMED-F  " "COBDEN-E  " "COBDEN-S  "
                   "COBDEN-C  " "COBDEN-F  " "COBVIS-E  "
                   "COBVIS-S  " "COBVIS-C  " "COBVIS-F  ".
       01 WS-NEW-EFF-DATE   PIC 9(8) VALUE 0.
       01 WS-NEW-RATE-VALUE PIC 9(7)V9999 VALUE 0.
       01 WS-NEW-PAY-FREQ      PIC 9(1) VALUE 0.
                       PERFORM LIST-RATES
                   WHEN CHOICE-MINWAGE
                       PERFORM ADD-MIN-WAGE-RECORD
                   WHEN CHOICE-WCRATE
                       PERFORM ADD-WC-RATE-RECORD
                   WHEN CHOICE-BREAK
                       PERFORM ADD-BREAK-RULE-RECORD
                   WHEN CHOICE-OTRULE
                       PERFORM ADD-OT-RULE-RECORD
                   WHEN CHOICE-PIECE
                       PERFORM ADD-PIECE-RATE-RECORD
                   WHEN OTHER
                       DISPLAY "ERROR: choice must be 1-9"
               END-EVALUATE
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE

       DISPLAY-MENU.
           DISPLAY "1-ADD RATE  2-ADD TAX BRACKET  3-LIST RATES  "
               "4-ADD MIN WAGE"
           DISPLAY "5-ADD WC RATE  6-ADD MEAL BREAK RULE  "
               "7-ADD DAILY OT RULE"
           DISPLAY "8-ADD PIECE RATE  9-EXIT"
           DISPLAY "Enter choice: ".

       ADD-RATE-RECORD.
           DISPLAY "Rate codes: OASDI-RATE MEDI-RATE ADDMED-RT "
               "ADDMED-THR"
           DISPLAY "            STATE-TAX BENEFITS "
               "FICA-BASE 401K-CAP"
           DISPLAY "            MATCH-PCT MATCH-CAP SUPP-RATE "
               "GARN-MAX FUTA-RATE FUTA-BASE"
           DISPLAY "            BACKUP-WH NEC-THRESH BENEFIT-LD "
               "ACA-AFFPCT"
           DISPLAY "            COBMED-x COBDEN-x COBVIS-x (monthly "
               "plan cost, x = E S C F tier)"
           DISPLAY "Enter rate code: "
           ACCEPT WS-NEW-RATE-CODE
           PERFORM UNTIL IS-VALID-RATE-CODE
           DISPLAY "Enter effective date (YYYYMMDD): "
           ACCEPT WS-NEW-EFF-DATE
           DISPLAY "Enter rate value with decimal point "
               "(e.g. 0.0620, wage bases e.g. 176100.00): "
           ACCEPT WS-NEW-RATE-VALUE
           DISPLAY "ADD rate " WS-NEW-RATE-CODE " eff "
               WS-NEW-EFF-DATE " value " WS-NEW-RATE-VALUE
           ACCEPT WS-NEW-EFF-DATE
           DISPLAY "Enter minimum hourly wage (e.g. 007.25): "
           ACCEPT WS-NEW-MIN-WAGE
           DISPLAY "Enter tipped employee tip credit (e.g. 005.12): "
           ACCEPT WS-NEW-TIP-CREDIT
           IF WS-NEW-TIP-CREDIT > WS-NEW-MIN-WAGE
               DISPLAY "WARNING: tip credit exceeds the minimum "
                   "wage - limited to the minimum wage"
               MOVE WS-NEW-MIN-WAGE TO WS-NEW-TIP-CREDIT
           END-IF
           DISPLAY "ADD minimum wage " WS-NEW-MIN-WAGE
               " tip credit " WS-NEW-TIP-CREDIT
               " for state " WS-NEW-STATE " eff "
               WS-NEW-EFF-DATE
           DISPLAY "Confirm (Y/N): "
                   MOVE WS-NEW-STATE TO MWG-STATE
                   MOVE WS-NEW-EFF-DATE TO MWG-EFF-DATE
                   MOVE WS-NEW-MIN-WAGE TO MWG-RATE
                   MOVE WS-NEW-TIP-CREDIT TO MWG-TIP-CREDIT
                   WRITE MIN-WAGE-REC
                   IF WS-FS-MIN-WAGE-TABLE NOT = "00"
                       DISPLAY "ERROR: WRITE failed for "
               DISPLAY "Operation cancelled"
           END-IF.

       ADD-WC-RATE-RECORD.
           DISPLAY "Enter state code: "
           ACCEPT WS-NEW-STATE
           DISPLAY "Enter workers comp class code: "
           ACCEPT WS-NEW-WC-CLASS
           DISPLAY "Enter effective date (YYYYMMDD): "
           ACCEPT WS-NEW-EFF-DATE
           DISPLAY "Enter rate per $100 of payroll (e.g. 001.8500): "
           ACCEPT WS-NEW-WC-RATE
           IF WS-NEW-STATE = SPACES OR WS-NEW-WC-CLASS = SPACES
               DISPLAY "ERROR: state and class code are required"
           ELSE
               DISPLAY "ADD workers comp rate " WS-NEW-WC-RATE
                   " for class " WS-NEW-WC-CLASS " state "
                   WS-NEW-STATE " eff " WS-NEW-EFF-DATE
               DISPLAY "Confirm (Y/N): "
               ACCEPT WS-CONFIRM
               IF IS-CONFIRMED
                   PERFORM WRITE-WC-RATE-RECORD
               ELSE
                   DISPLAY "Operation cancelled"
               END-IF
           END-IF.

       WRITE-WC-RATE-RECORD.
           OPEN EXTEND WC-RATE-TABLE
           IF WS-FS-WC-RATE-TABLE = "05" OR
               WS-FS-WC-RATE-TABLE = "35"
               OPEN OUTPUT WC-RATE-TABLE
           END-IF
           IF WS-FS-WC-RATE-TABLE NOT = "00"
               DISPLAY "ERROR: OPEN failed for "
                   "wc-rate-table.dat, status "
                   WS-FS-WC-RATE-TABLE
           ELSE
               MOVE WS-NEW-STATE TO WCR-STATE
               MOVE WS-NEW-WC-CLASS TO WCR-CLASS
               MOVE WS-NEW-EFF-DATE TO WCR-EFF-DATE
               MOVE WS-NEW-WC-RATE TO WCR-RATE
               WRITE WCR-REC
               IF WS-FS-WC-RATE-TABLE NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "wc-rate-table.dat, status "
                       WS-FS-WC-RATE-TABLE
               ELSE
                   MOVE "wc-rate-table.da" TO WS-AUD-FILE
                   MOVE WCR-REC TO WS-AUD-IMAGE
                   PERFORM WRITE-RATES-AUDIT
                   DISPLAY "Workers comp rate added - takes "
                       "effect on periods ending "
                       WS-NEW-EFF-DATE " or later"
               END-IF
               CLOSE WC-RATE-TABLE
           END-IF.

       ADD-BREAK-RULE-RECORD.
           DISPLAY "Enter state code: "
           ACCEPT WS-NEW-STATE
           DISPLAY "Enter effective date (YYYYMMDD): "
           ACCEPT WS-NEW-EFF-DATE
           DISPLAY "Enter shift hours over which a meal is due "
               "(e.g. 05.0): "
           ACCEPT WS-NEW-MEAL-TRIGGER
           DISPLAY "Enter latest meal start in hours worked "
               "(e.g. 05.0): "
           ACCEPT WS-NEW-MEAL-LATEST
           DISPLAY "Enter minimum meal minutes (e.g. 030): "
           ACCEPT WS-NEW-MEAL-MINUTES
           DISPLAY "Enter shift hours over which a second meal is "
               "due (00.0 for none): "
           ACCEPT WS-NEW-SECOND-TRIGGER
           DISPLAY "Enter premium hours per violation day "
               "(e.g. 1.0): "
           ACCEPT WS-NEW-PREMIUM-HOURS
           IF WS-NEW-STATE = SPACES OR WS-NEW-MEAL-TRIGGER = 0 OR
               WS-NEW-MEAL-MINUTES = 0
               DISPLAY "ERROR: state, meal trigger and meal "
                   "minutes are required"
           ELSE
               IF WS-NEW-MEAL-LATEST = 0 OR
                   WS-NEW-MEAL-LATEST > WS-NEW-MEAL-TRIGGER
                   DISPLAY "WARNING: latest meal start set to the "
                       "meal trigger"
                   MOVE WS-NEW-MEAL-TRIGGER TO WS-NEW-MEAL-LATEST
               END-IF
               DISPLAY "ADD meal rule for state " WS-NEW-STATE
                   " eff " WS-NEW-EFF-DATE " meal over "
                   WS-NEW-MEAL-TRIGGER " hrs by " WS-NEW-MEAL-LATEST
                   " hrs for " WS-NEW-MEAL-MINUTES " min"
               DISPLAY "Confirm (Y/N): "
               ACCEPT WS-CONFIRM
               IF IS-CONFIRMED
                   PERFORM WRITE-BREAK-RULE-RECORD
               ELSE
                   DISPLAY "Operation cancelled"
               END-IF
           END-IF.

       WRITE-BREAK-RULE-RECORD.
           OPEN EXTEND BREAK-RULES
           IF WS-FS-BREAK-RULES = "05" OR
               WS-FS-BREAK-RULES = "35"
               OPEN OUTPUT BREAK-RULES
           END-IF
           IF WS-FS-BREAK-RULES NOT = "00"
               DISPLAY "ERROR: OPEN failed for "
                   "break-rules.dat, status " WS-FS-BREAK-RULES
           ELSE
               MOVE WS-NEW-STATE TO BRK-STATE
               MOVE WS-NEW-EFF-DATE TO BRK-EFF-DATE
               MOVE WS-NEW-MEAL-TRIGGER TO BRK-MEAL-TRIGGER
               MOVE WS-NEW-MEAL-LATEST TO BRK-MEAL-LATEST
               MOVE WS-NEW-MEAL-MINUTES TO BRK-MEAL-MINUTES
               MOVE WS-NEW-SECOND-TRIGGER TO BRK-SECOND-TRIGGER
               MOVE WS-NEW-PREMIUM-HOURS TO BRK-PREMIUM-HOURS
               WRITE BRK-REC
               IF WS-FS-BREAK-RULES NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "break-rules.dat, status " WS-FS-BREAK-RULES
               ELSE
                   MOVE "break-rules.dat " TO WS-AUD-FILE
                   MOVE BRK-REC TO WS-AUD-IMAGE
                   PERFORM WRITE-RATES-AUDIT
                   DISPLAY "Meal break rule added - takes "
                       "effect on periods ending "
                       WS-NEW-EFF-DATE " or later"
               END-IF
               CLOSE BREAK-RULES
           END-IF.

       ADD-OT-RULE-RECORD.
           DISPLAY "Enter state code: "
           ACCEPT WS-NEW-STATE
           DISPLAY "Enter effective date (YYYYMMDD): "
           ACCEPT WS-NEW-EFF-DATE
           DISPLAY "Enter daily hours over which overtime is due "
               "(00.0 for none): "
           ACCEPT WS-NEW-DAILY-OT
           DISPLAY "Enter daily hours over which double time is due "
               "(00.0 for none): "
           ACCEPT WS-NEW-DAILY-DT
           DISPLAY "Enter weekly overtime hours (e.g. 40.0): "
           ACCEPT WS-NEW-WEEKLY-OT
           DISPLAY "Seventh consecutive day rule applies (Y/N): "
           ACCEPT WS-NEW-SEVENTH-DAY
           MOVE 0 TO WS-NEW-SEVENTH-DT
           IF WS-NEW-SEVENTH-DAY = "Y"
               DISPLAY "Enter seventh day hours over which double "
                   "time is due (e.g. 08.0): "
               ACCEPT WS-NEW-SEVENTH-DT
           ELSE
               MOVE "N" TO WS-NEW-SEVENTH-DAY
           END-IF
           IF WS-NEW-STATE = SPACES OR WS-NEW-EFF-DATE = 0
               DISPLAY "ERROR: state and effective date are required"
           ELSE
               IF WS-NEW-DAILY-DT > 0 AND
                   WS-NEW-DAILY-DT < WS-NEW-DAILY-OT
                   DISPLAY "WARNING: double time threshold raised to "
                       "the overtime threshold"
                   MOVE WS-NEW-DAILY-OT TO WS-NEW-DAILY-DT
               END-IF
               IF WS-NEW-WEEKLY-OT = 0
                   DISPLAY "WARNING: weekly overtime set to 40.0"
                   MOVE 40 TO WS-NEW-WEEKLY-OT
               END-IF
               DISPLAY "ADD daily OT rule for state " WS-NEW-STATE
                   " eff " WS-NEW-EFF-DATE " OT over "
                   WS-NEW-DAILY-OT " DT over " WS-NEW-DAILY-DT
                   " weekly " WS-NEW-WEEKLY-OT " 7th day "
                   WS-NEW-SEVENTH-DAY
               DISPLAY "Confirm (Y/N): "
               ACCEPT WS-CONFIRM
               IF IS-CONFIRMED
                   PERFORM WRITE-OT-RULE-RECORD
               ELSE
                   DISPLAY "Operation cancelled"
               END-IF
           END-IF.

       WRITE-OT-RULE-RECORD.
           OPEN EXTEND OT-RULES
           IF WS-FS-OT-RULES = "05" OR
               WS-FS-OT-RULES = "35"
               OPEN OUTPUT OT-RULES
           END-IF
           IF WS-FS-OT-RULES NOT = "00"
               DISPLAY "ERROR: OPEN failed for "
                   "ot-rules.dat, status " WS-FS-OT-RULES
           ELSE
               MOVE WS-NEW-STATE TO OTR-STATE
               MOVE WS-NEW-EFF-DATE TO OTR-EFF-DATE
               MOVE WS-NEW-DAILY-OT TO OTR-DAILY-OT
               MOVE WS-NEW-DAILY-DT TO OTR-DAILY-DT
               MOVE WS-NEW-WEEKLY-OT TO OTR-WEEKLY-OT
               MOVE WS-NEW-SEVENTH-DAY TO OTR-SEVENTH-DAY
               MOVE WS-NEW-SEVENTH-DT TO OTR-SEVENTH-DT
               WRITE OTR-REC
               IF WS-FS-OT-RULES NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "ot-rules.dat, status " WS-FS-OT-RULES
               ELSE
                   MOVE "ot-rules.dat    " TO WS-AUD-FILE
                   MOVE OTR-REC TO WS-AUD-IMAGE
                   PERFORM WRITE-RATES-AUDIT
                   DISPLAY "Daily overtime rule added - takes "
                       "effect on periods ending "
                       WS-NEW-EFF-DATE " or later"
               END-IF
               CLOSE OT-RULES
           END-IF.

       ADD-PIECE-RATE-RECORD.
           DISPLAY "Enter operation code: "
           ACCEPT WS-NEW-OP-CODE
           DISPLAY "Enter effective date (YYYYMMDD): "
           ACCEPT WS-NEW-EFF-DATE
           DISPLAY "Enter rate per unit (e.g. 000.1250): "
           ACCEPT WS-NEW-PIECE-RATE
           DISPLAY "Enter operation description: "
           ACCEPT WS-NEW-OP-DESC
           IF WS-NEW-OP-CODE = SPACES OR WS-NEW-EFF-DATE = 0 OR
               WS-NEW-PIECE-RATE = 0
               DISPLAY "ERROR: operation, effective date and rate "
                   "are required"
           ELSE
               DISPLAY "ADD piece rate for operation "
                   WS-NEW-OP-CODE " eff " WS-NEW-EFF-DATE
                   " rate " WS-NEW-PIECE-RATE " per unit"
               DISPLAY "Confirm (Y/N): "
               ACCEPT WS-CONFIRM
               IF IS-CONFIRMED
                   PERFORM WRITE-PIECE-RATE-RECORD
               ELSE
                   DISPLAY "Operation cancelled"
               END-IF
           END-IF.

       WRITE-PIECE-RATE-RECORD.
           OPEN EXTEND PIECE-RATES
           IF WS-FS-PIECE-RATES = "05" OR
               WS-FS-PIECE-RATES = "35"
               OPEN OUTPUT PIECE-RATES
           END-IF
           IF WS-FS-PIECE-RATES NOT = "00"
               DISPLAY "ERROR: OPEN failed for "
                   "piece-rates.dat, status " WS-FS-PIECE-RATES
           ELSE
               MOVE WS-NEW-OP-CODE TO PCR-OP-CODE
               MOVE WS-NEW-EFF-DATE TO PCR-EFF-DATE
               MOVE WS-NEW-PIECE-RATE TO PCR-RATE
               MOVE WS-NEW-OP-DESC TO PCR-DESC
               WRITE PCR-REC
               IF WS-FS-PIECE-RATES NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "piece-rates.dat, status " WS-FS-PIECE-RATES
               ELSE
                   MOVE "piece-rates.dat " TO WS-AUD-FILE
                   MOVE PCR-REC TO WS-AUD-IMAGE
                   PERFORM WRITE-RATES-AUDIT
                   DISPLAY "Piece rate added - takes effect on "
                       "production dated " WS-NEW-EFF-DATE
                       " or later"
               END-IF
               CLOSE PIECE-RATES
           END-IF.

       LIST-RATES.
           MOVE 0 TO WS-EOF
           OPEN INPUT RATES-MASTER
