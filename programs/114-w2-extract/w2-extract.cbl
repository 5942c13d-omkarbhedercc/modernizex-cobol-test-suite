           SELECT RATES-MASTER ASSIGN TO "rates-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RATES-MASTER.
           SELECT YTD-JURIS ASSIGN TO "ytd-juris.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YJ-KEY
               FILE STATUS IS WS-FS-YTD-JURIS.
           SELECT SDI-TABLE ASSIGN TO "sdi-table.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SDI-TABLE.
           SELECT W2-STATEMENTS ASSIGN TO "W2-STATEMENTS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-W2-STATEMENTS.
          05 RATE-EFF-DATE PIC 9(8).
          05 RATE-VALUE    PIC 9(7)V9999.

       FD  YTD-JURIS.
           COPY "ytd-juris.cpy".

       FD  SDI-TABLE.
           COPY "sdi-table.cpy".

       FD  W2-STATEMENTS.
       01 W2-LINE PIC X(80).

       01 WS-FS-EMPLOYEE-MASTER PIC X(2) VALUE "00".
       01 WS-FS-W2-STATEMENTS   PIC X(2) VALUE "00".
       01 WS-FS-RATES-MASTER    PIC X(2) VALUE "00".
       01 WS-FS-YTD-JURIS       PIC X(2) VALUE "00".
       01 WS-FS-SDI-TABLE       PIC X(2) VALUE "00".
       01 WS-SDI-EOF PIC 9(1) VALUE 0.
       01 WS-SDI-LABELS.
          05 WS-SDL-COUNT PIC 9(2) VALUE 0.
          05 WS-SDL-ENTRY OCCURS 60 TIMES.
             10 WS-SDL-STATE PIC X(2).
             10 WS-SDL-EFF   PIC 9(8).
             10 WS-SDL-LABEL PIC X(10).
       01 WS-SDL-I PIC 9(2) VALUE 0.
       01 WS-SDL-SLOT PIC 9(2) VALUE 0.
       01 WS-SDI-STATE PIC X(2) VALUE SPACES.
       01 WS-SDI-LABEL PIC X(10) VALUE SPACES.
       01 WS-JURIS-PRESENT PIC X(1) VALUE "N".
          88 IS-JURIS-PRESENT VALUE "Y".
       01 WS-JX-KIND PIC X(1) VALUE "S".
       01 WS-JX-EOF PIC 9(1) VALUE 0.
       01 WS-JX-LINES PIC 9(3) VALUE 0.
       01 WS-YTD-EOF PIC 9(1) VALUE 0.
       01 WS-EMP-EOF PIC 9(1) VALUE 0.
       01 WS-YTD-KEY PIC 9(7) VALUE 9999999.
       01 WS-YEAR-END-DATE PIC 9(8) VALUE 0.
       01 WS-RATES-EOF PIC 9(1) VALUE 0.
       01 WS-FICA-WAGES PIC 9(7)V99 VALUE 0.
       01 WS-SS-TIPS PIC 9(7)V99 VALUE 0.
       01 WS-FORMATTED-NAME PIC X(24) VALUE SPACES.
       01 WS-CITY-LINE PIC X(40) VALUE SPACES.
       01 WS-W2-STATS.
          05 WS-YTD-NO-MASTER      PIC 9(5) VALUE 0.
       01 WS-W2-TOTALS.
          05 WS-TOT-GROSS PIC 9(9)V99 VALUE 0.
          05 WS-TOT-FED-WAGES  PIC 9(9)V99 VALUE 0.
          05 WS-TOT-FICA-WAGES PIC 9(9)V99 VALUE 0.
          05 WS-TOT-MED-WAGES  PIC 9(9)V99 VALUE 0.
          05 WS-TOT-FED   PIC 9(9)V99 VALUE 0.
          05 WS-TOT-FICA  PIC 9(9)V99 VALUE 0.
          05 WS-TOT-OASDI PIC 9(9)V99 VALUE 0.
          05 WS-TOT-MEDICARE PIC 9(9)V99 VALUE 0.
          05 WS-TOT-STATE PIC 9(9)V99 VALUE 0.
          05 WS-TOT-SS-TIPS PIC 9(9)V99 VALUE 0.
          05 WS-TOT-UNCOLL PIC 9(9)V99 VALUE 0.
          05 WS-TOT-SDI   PIC 9(9)V99 VALUE 0.
          05 WS-TOT-HSA   PIC 9(9)V99 VALUE 0.
       01 WS-W2-HEAD-LINE.
          05 FILLER PIC X(26)
              VALUE "WAGE AND TAX STATEMENT -  ".
          05 WS-WA-LABEL PIC X(22).
          05 WS-WA-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-WA-STATE PIC X(4).
       01 WS-W2-SEPARATOR PIC X(44) VALUE ALL "=".
       01 WS-SUMMARY-LINE.
          05 FILLER PIC X(18) VALUE "EMPLOYER SUMMARY  ".
           DISPLAY "Enter wage statement year (YYYY): "
           ACCEPT WS-W2-YEAR
           PERFORM LOAD-FICA-BASE
           PERFORM LOAD-SDI-LABELS
           OPEN INPUT YTD-MASTER
           IF WS-FS-YTD-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT YTD-JURIS
           IF WS-FS-YTD-JURIS = "00"
               MOVE "Y" TO WS-JURIS-PRESENT
           ELSE
               IF WS-FS-YTD-JURIS NOT = "35"
                   DISPLAY "WARNING: OPEN INPUT failed for "
                       "ytd-juris.dat, status " WS-FS-YTD-JURIS
                       " - state and local lines taken from "
                       "ytd-master.dat"
               END-IF
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-EMPLOYEE-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "employee-master.idx, status "
                   WS-FS-EMPLOYEE-MASTER
           END-IF
           IF IS-JURIS-PRESENT
               CLOSE YTD-JURIS
           END-IF
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               END-IF
           END-IF.

       LOAD-SDI-LABELS.
           OPEN INPUT SDI-TABLE
           IF WS-FS-SDI-TABLE = "00"
               PERFORM UNTIL WS-SDI-EOF = 1
                   READ SDI-TABLE
                       AT END MOVE 1 TO WS-SDI-EOF
                       NOT AT END
                           IF SDI-EFF-DATE <= WS-YEAR-END-DATE
                               PERFORM STORE-ONE-SDI-LABEL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SDI-TABLE
           END-IF.

       STORE-ONE-SDI-LABEL.
           MOVE 0 TO WS-SDL-SLOT
           PERFORM VARYING WS-SDL-I FROM 1 BY 1
               UNTIL WS-SDL-I > WS-SDL-COUNT
               IF WS-SDL-STATE(WS-SDL-I) = SDI-STATE
                   MOVE WS-SDL-I TO WS-SDL-SLOT
               END-IF
           END-PERFORM
           IF WS-SDL-SLOT = 0 AND WS-SDL-COUNT < 60
               ADD 1 TO WS-SDL-COUNT
               MOVE WS-SDL-COUNT TO WS-SDL-SLOT
               MOVE SDI-STATE TO WS-SDL-STATE(WS-SDL-SLOT)
               MOVE 0 TO WS-SDL-EFF(WS-SDL-SLOT)
           END-IF
           IF WS-SDL-SLOT > 0
               IF SDI-EFF-DATE >= WS-SDL-EFF(WS-SDL-SLOT)
                   MOVE SDI-EFF-DATE TO WS-SDL-EFF(WS-SDL-SLOT)
                   MOVE SDI-BOX14-LABEL TO WS-SDL-LABEL(WS-SDL-SLOT)
               END-IF
           END-IF.

       READ-YTD-MASTER.
           MOVE "N" TO WS-YTD-WANTED
           PERFORM UNTIL WS-YTD-EOF = 1 OR WS-YTD-WANTED = "Y"
           ADD YTD-FED-TAX   TO WS-TOT-FED
           ADD YTD-FICA      TO WS-TOT-FICA
           ADD YTD-STATE-TAX TO WS-TOT-STATE
           ADD YTD-FED-WAGES TO WS-TOT-FED-WAGES
           IF YTD-OASDI-WAGES = 0 AND YTD-OASDI = 0
               MOVE YTD-FICA-WAGES TO WS-FICA-WAGES
           ELSE
               MOVE YTD-OASDI-WAGES TO WS-FICA-WAGES
           END-IF
           IF WS-FICA-WAGES > WS-FICA-WAGE-BASE
               MOVE WS-FICA-WAGE-BASE TO WS-FICA-WAGES
           END-IF
           IF YTD-TIPS > WS-FICA-WAGES
               MOVE WS-FICA-WAGES TO WS-SS-TIPS
               MOVE 0 TO WS-FICA-WAGES
           ELSE
               MOVE YTD-TIPS TO WS-SS-TIPS
               SUBTRACT YTD-TIPS FROM WS-FICA-WAGES
           END-IF
           ADD WS-FICA-WAGES TO WS-TOT-FICA-WAGES
           ADD WS-SS-TIPS TO WS-TOT-SS-TIPS
           ADD YTD-UNCOLL-OASDI YTD-UNCOLL-MEDICARE
               TO WS-TOT-UNCOLL
           ADD YTD-FICA-WAGES TO WS-TOT-MED-WAGES
           ADD YTD-OASDI TO WS-TOT-OASDI
           ADD YTD-MEDICARE TO WS-TOT-MEDICARE
           MOVE WS-W2-YEAR TO WS-WH-YEAR
           MOVE WS-W2-HEAD-LINE TO W2-LINE
           PERFORM WRITE-W2-LINE
           MOVE YTD-GROSS TO WS-WA-AMOUNT
           MOVE WS-W2-AMOUNT-LINE TO W2-LINE
           PERFORM WRITE-W2-LINE
           MOVE "FEDERAL WAGES         " TO WS-WA-LABEL
           MOVE YTD-FED-WAGES TO WS-WA-AMOUNT
           MOVE WS-W2-AMOUNT-LINE TO W2-LINE
           PERFORM WRITE-W2-LINE
           MOVE "FEDERAL TAX WITHHELD  " TO WS-WA-LABEL
           MOVE YTD-FED-TAX TO WS-WA-AMOUNT
           MOVE WS-W2-AMOUNT-LINE TO W2-LINE
           PERFORM WRITE-W2-LINE
           MOVE "SOC SEC WAGES         " TO WS-WA-LABEL
           MOVE WS-FICA-WAGES TO WS-WA-AMOUNT
           MOVE WS-W2-AMOUNT-LINE TO W2-LINE
           PERFORM WRITE-W2-LINE
           MOVE "SOC SEC TAX WITHHELD  " TO WS-WA-LABEL
           MOVE YTD-OASDI TO WS-WA-AMOUNT
           MOVE WS-W2-AMOUNT-LINE TO W2-LINE
           PERFORM WRITE-W2-LINE
           IF WS-SS-TIPS > 0
               MOVE "SOC SEC TIPS          " TO WS-WA-LABEL
               MOVE WS-SS-TIPS TO WS-WA-AMOUNT
               MOVE WS-W2-AMOUNT-LINE TO W2-LINE
               PERFORM WRITE-W2-LINE
           END-IF
           MOVE "MEDICARE WAGES        " TO WS-WA-LABEL
           MOVE YTD-FICA-WAGES TO WS-WA-AMOUNT
           MOVE WS-W2-AMOUNT-LINE TO W2-LINE
           PERFORM WRITE-W2-LINE
           MOVE "MEDICARE TAX WITHHELD " TO WS-WA-LABEL
           MOVE YTD-MEDICARE TO WS-WA-AMOUNT
           MOVE WS-W2-AMOUNT-LINE TO W2-LINE
           PERFORM WRITE-W2-LINE
           IF YTD-UNCOLL-OASDI > 0
               MOVE "A"  TO WS-WA-STATE
               MOVE "UNCOLLECTED SS ON TIPS" TO WS-WA-LABEL
               MOVE YTD-UNCOLL-OASDI TO WS-WA-AMOUNT
               MOVE WS-W2-AMOUNT-LINE TO W2-LINE
               PERFORM WRITE-W2-LINE
           END-IF
           IF YTD-UNCOLL-MEDICARE > 0
               MOVE "B"  TO WS-WA-STATE
               MOVE "UNCOLLECTED MED ON TIP" TO WS-WA-LABEL
               MOVE YTD-UNCOLL-MEDICARE TO WS-WA-AMOUNT
               MOVE WS-W2-AMOUNT-LINE TO W2-LINE
               PERFORM WRITE-W2-LINE
           END-IF
           IF YTD-HSA-EE > 0 OR YTD-HSA-ER > 0
               MOVE "W"  TO WS-WA-STATE
               MOVE "HSA CONTRIBUTIONS     " TO WS-WA-LABEL
               COMPUTE WS-WA-AMOUNT = YTD-HSA-EE + YTD-HSA-ER
               MOVE WS-W2-AMOUNT-LINE TO W2-LINE
               PERFORM WRITE-W2-LINE
               ADD YTD-HSA-EE YTD-HSA-ER TO WS-TOT-HSA
           END-IF
           MOVE SPACES TO WS-WA-STATE
           MOVE "S" TO WS-JX-KIND
           PERFORM WRITE-JURIS-LINES
           IF WS-JX-LINES = 0
               MOVE "STATE WAGES           " TO WS-WA-LABEL
               MOVE YTD-STATE-WAGES TO WS-WA-AMOUNT
               MOVE EMP-ADDR-STATE TO WS-WA-STATE
               MOVE WS-W2-AMOUNT-LINE TO W2-LINE
               PERFORM WRITE-W2-LINE
               MOVE "STATE TAX WITHHELD    " TO WS-WA-LABEL
               MOVE YTD-STATE-TAX TO WS-WA-AMOUNT
               MOVE EMP-ADDR-STATE TO WS-WA-STATE
               MOVE WS-W2-AMOUNT-LINE TO W2-LINE
               PERFORM WRITE-W2-LINE
           END-IF
           IF YTD-FRINGE > 0
               MOVE SPACES TO WS-WA-STATE
               MOVE "IMPUTED FRINGE INCOME " TO WS-WA-LABEL
               MOVE WS-W2-AMOUNT-LINE TO W2-LINE
               PERFORM WRITE-W2-LINE
           END-IF
           IF YTD-SDI-EE > 0
               PERFORM WRITE-BOX-14-SDI
           END-IF
           MOVE "L" TO WS-JX-KIND
           PERFORM WRITE-JURIS-LINES
           IF WS-JX-LINES = 0 AND EMP-LOCALITY NOT = SPACES
               MOVE "LOCAL WAGES           " TO WS-WA-LABEL
               MOVE YTD-LOCAL-WAGES TO WS-WA-AMOUNT
               MOVE EMP-LOCALITY TO WS-WA-STATE
               MOVE WS-W2-AMOUNT-LINE TO W2-LINE
               PERFORM WRITE-W2-LINE
               MOVE "LOCAL TAX WITHHELD    " TO WS-WA-LABEL
               MOVE YTD-LOCAL-TAX TO WS-WA-AMOUNT
               MOVE EMP-LOCALITY TO WS-WA-STATE
               MOVE WS-W2-AMOUNT-LINE TO W2-LINE
               PERFORM WRITE-W2-LINE
           END-IF
           MOVE WS-W2-SEPARATOR TO W2-LINE
           PERFORM WRITE-W2-LINE.

       WRITE-BOX-14-SDI.
           ADD YTD-SDI-EE TO WS-TOT-SDI
           IF EMP-WORK-STATE = SPACES
               MOVE EMP-ADDR-STATE TO WS-SDI-STATE
           ELSE
               MOVE EMP-WORK-STATE TO WS-SDI-STATE
           END-IF
           MOVE "SDI/PFL" TO WS-SDI-LABEL
           PERFORM VARYING WS-SDL-I FROM 1 BY 1
               UNTIL WS-SDL-I > WS-SDL-COUNT
               IF WS-SDL-STATE(WS-SDL-I) = WS-SDI-STATE AND
                   WS-SDL-LABEL(WS-SDL-I) NOT = SPACES
                   MOVE WS-SDL-LABEL(WS-SDL-I) TO WS-SDI-LABEL
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-WA-LABEL
           STRING "BOX 14 " DELIMITED BY SIZE
                  WS-SDI-LABEL DELIMITED BY SIZE
                  INTO WS-WA-LABEL
           END-STRING
           MOVE YTD-SDI-EE TO WS-WA-AMOUNT
           MOVE WS-SDI-STATE TO WS-WA-STATE
           MOVE WS-W2-AMOUNT-LINE TO W2-LINE
           PERFORM WRITE-W2-LINE
           MOVE SPACES TO WS-WA-STATE.

       WRITE-JURIS-LINES.
           MOVE 0 TO WS-JX-LINES
           IF IS-JURIS-PRESENT
               MOVE YTD-ID TO YJ-ID
               MOVE WS-W2-YEAR TO YJ-YEAR
               MOVE WS-JX-KIND TO YJ-KIND
               MOVE LOW-VALUES TO YJ-CODE
               MOVE 0 TO WS-JX-EOF
               START YTD-JURIS KEY >= YJ-KEY
                   INVALID KEY
                       MOVE 1 TO WS-JX-EOF
               END-START
               PERFORM UNTIL WS-JX-EOF = 1
                   READ YTD-JURIS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-JX-EOF
                   END-READ
                   IF WS-JX-EOF = 0
                       IF YJ-ID NOT = YTD-ID OR
                           YJ-YEAR NOT = WS-W2-YEAR OR
                           YJ-KIND NOT = WS-JX-KIND
                           MOVE 1 TO WS-JX-EOF
                       ELSE
                           PERFORM WRITE-ONE-JURIS-PAIR
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-ONE-JURIS-PAIR.
           IF YJ-WAGES > 0 OR YJ-TAX > 0
               ADD 1 TO WS-JX-LINES
               IF YJ-STATE-JURIS
                   MOVE "STATE WAGES           " TO WS-WA-LABEL
               ELSE
                   MOVE "LOCAL WAGES           " TO WS-WA-LABEL
               END-IF
               MOVE YJ-WAGES TO WS-WA-AMOUNT
               MOVE YJ-CODE TO WS-WA-STATE
               MOVE WS-W2-AMOUNT-LINE TO W2-LINE
               PERFORM WRITE-W2-LINE
               IF YJ-STATE-JURIS
                   MOVE "STATE TAX WITHHELD    " TO WS-WA-LABEL
               ELSE
                   MOVE "LOCAL TAX WITHHELD    " TO WS-WA-LABEL
               END-IF
               MOVE YJ-TAX TO WS-WA-AMOUNT
               MOVE WS-W2-AMOUNT-LINE TO W2-LINE
               PERFORM WRITE-W2-LINE
           END-IF.

       WRITE-EMPLOYER-SUMMARY.
           MOVE "STATEMENTS ISSUED     " TO WS-SC-LABEL
           MOVE WS-STATEMENTS-WRITTEN TO WS-SC-COUNT
           MOVE WS-TOT-GROSS TO WS-SU-AMOUNT
           MOVE WS-SUMMARY-LINE TO W2-LINE
           PERFORM WRITE-W2-LINE
           MOVE "TOTAL FEDERAL WAGES   " TO WS-SU-LABEL
           MOVE WS-TOT-FED-WAGES TO WS-SU-AMOUNT
           MOVE WS-SUMMARY-LINE TO W2-LINE
           PERFORM WRITE-W2-LINE
           MOVE "TOTAL SOC SEC WAGES   " TO WS-SU-LABEL
           MOVE WS-TOT-FICA-WAGES TO WS-SU-AMOUNT
           MOVE WS-SUMMARY-LINE TO W2-LINE
           PERFORM WRITE-W2-LINE
           IF WS-TOT-SS-TIPS > 0
               MOVE "TOTAL SOC SEC TIPS    " TO WS-SU-LABEL
               MOVE WS-TOT-SS-TIPS TO WS-SU-AMOUNT
               MOVE WS-SUMMARY-LINE TO W2-LINE
               PERFORM WRITE-W2-LINE
           END-IF
           IF WS-TOT-UNCOLL > 0
               MOVE "TOTAL UNCOLLECTED FICA" TO WS-SU-LABEL
               MOVE WS-TOT-UNCOLL TO WS-SU-AMOUNT
               MOVE WS-SUMMARY-LINE TO W2-LINE
               PERFORM WRITE-W2-LINE
           END-IF
           MOVE "TOTAL MEDICARE WAGES  " TO WS-SU-LABEL
           MOVE WS-TOT-MED-WAGES TO WS-SU-AMOUNT
           MOVE WS-SUMMARY-LINE TO W2-LINE
           PERFORM WRITE-W2-LINE
           MOVE "TOTAL FEDERAL WITHHELD" TO WS-SU-LABEL
           MOVE WS-TOT-FED TO WS-SU-AMOUNT
           MOVE WS-SUMMARY-LINE TO W2-LINE
           PERFORM WRITE-W2-LINE
           MOVE "TOTAL SOC SEC WITHHELD" TO WS-SU-LABEL
           MOVE WS-TOT-OASDI TO WS-SU-AMOUNT
           MOVE WS-SUMMARY-LINE TO W2-LINE
           PERFORM WRITE-W2-LINE
           MOVE "TOTAL MEDICARE WITHHLD" TO WS-SU-LABEL
           MOVE WS-TOT-MEDICARE TO WS-SU-AMOUNT
           MOVE WS-SUMMARY-LINE TO W2-LINE
           PERFORM WRITE-W2-LINE
           MOVE "TOTAL STATE WITHHELD  " TO WS-SU-LABEL
           MOVE WS-TOT-STATE TO WS-SU-AMOUNT
           MOVE WS-SUMMARY-LINE TO W2-LINE
           PERFORM WRITE-W2-LINE
           IF WS-TOT-SDI > 0
               MOVE "TOTAL STATE DI/PFL    " TO WS-SU-LABEL
               MOVE WS-TOT-SDI TO WS-SU-AMOUNT
               MOVE WS-SUMMARY-LINE TO W2-LINE
               PERFORM WRITE-W2-LINE
           END-IF
           IF WS-TOT-HSA > 0
               MOVE "TOTAL HSA (BOX 12 W)  " TO WS-SU-LABEL
               MOVE WS-TOT-HSA TO WS-SU-AMOUNT
               MOVE WS-SUMMARY-LINE TO W2-LINE
               PERFORM WRITE-W2-LINE
           END-IF.

       WRITE-W2-LINE.
           MOVE W2-LINE TO PS-DETAIL-IN
