               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-PERIOD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAY-HISTORY.
           SELECT RATES-MASTER ASSIGN TO "rates-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       01 WS-FED-TAX PIC 9(7)V99 VALUE 0.
       01 WS-FICA PIC 9(7)V99 VALUE 0.
       01 WS-STATE-TAX PIC 9(7)V99 VALUE 0.
       01 WS-TAX-STATE PIC X(2) VALUE SPACES.
       01 WS-BENEFITS PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-DEDUCTIONS PIC 9(7)V99 VALUE 0.
       01 WS-NET PIC 9(7)V99 VALUE 0.
       01 WS-DEDUCTION-RATES.
          05 WS-OASDI-RATE     PIC V9999 VALUE 0.0620.
          05 WS-MEDICARE-RATE  PIC V9999 VALUE 0.0145.
          05 WS-ADDL-MED-RATE  PIC V9999 VALUE 0.0090.
          05 WS-STATE-TAX-RATE PIC V9999 VALUE 0.0400.
          05 WS-BENEFITS-RATE  PIC V9999 VALUE 0.0300.
       01 WS-FICA-WAGE-BASE PIC 9(7)V99 VALUE 0176100.00.
       01 WS-ADDL-MED-THRESHOLD PIC 9(7)V99 VALUE 0200000.00.
       01 WS-RATE-EFF-DATES.
          05 WS-EFF-OASDI     PIC 9(8) VALUE 0.
          05 WS-EFF-MEDICARE  PIC 9(8) VALUE 0.
          05 WS-EFF-ADDL-MED  PIC 9(8) VALUE 0.
          05 WS-EFF-ADDL-MED-THR PIC 9(8) VALUE 0.
          05 WS-EFF-STATE     PIC 9(8) VALUE 0.
          05 WS-EFF-BENEFITS  PIC 9(8) VALUE 0.
          05 WS-EFF-FICA-BASE PIC 9(8) VALUE 0.
       01 WS-PRIOR-YTD-GROSS PIC 9(7)V99 VALUE 0.
       01 WS-FICA-ROOM    PIC 9(7)V99 VALUE 0.
       01 WS-FICA-TAXABLE PIC 9(7)V99 VALUE 0.
       01 WS-PRIOR-YTD-FICA-WAGES PIC 9(7)V99 VALUE 0.
       01 WS-OASDI    PIC 9(7)V99 VALUE 0.
       01 WS-MEDICARE PIC 9(7)V99 VALUE 0.
       01 WS-ADDL-MED-WAGES PIC 9(7)V99 VALUE 0.
       01 WS-ADDL-MEDICARE  PIC 9(7)V99 VALUE 0.
       01 WS-ER-OASDI    PIC 9(7)V99 VALUE 0.
       01 WS-ER-MEDICARE PIC 9(7)V99 VALUE 0.
       01 WS-ER-FICA PIC 9(7)V99 VALUE 0.
       01 WS-NEXT-CHECK-NO PIC 9(8) VALUE 1.
       01 WS-STOCK-FROM-NO PIC 9(8) VALUE 0.
           COPY "stock-svc.cpy".
       01 WS-SAVED-EMP.
          05 WS-SV-RATE PIC 9(3)V99 VALUE 0.
          05 WS-SV-PAY-FREQ PIC 9(1) VALUE 1.
          05 WS-SV-TYPE PIC 9(1) VALUE 1.
          05 WS-SV-COMPANY PIC 9(2) VALUE 1.
          05 WS-SV-NAME PIC X(24) VALUE SPACES.
          05 WS-SV-ADDR-STATE PIC X(2) VALUE SPACES.
          05 WS-SV-WORK-STATE PIC X(2) VALUE SPACES.
       01 WS-SIGNON-FIELDS.
          05 WS-SEC-OPERATOR PIC X(10) VALUE SPACES.
          05 WS-SEC-PASSWORD PIC X(10) VALUE SPACES.
          05 WS-LOG-SEVERITY PIC X(1) VALUE "I".
          05 WS-LOG-EMP-ID PIC 9(7) VALUE 0.
          05 WS-LOG-MESSAGE PIC X(60) VALUE SPACES.
           COPY "juris-svc.cpy".
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
       APPLY-ONE-RATE.
           IF RATE-EFF-DATE <= WS-PAY-PERIOD-END
               EVALUATE RATE-CODE
                   WHEN "OASDI-RATE"
                       IF RATE-EFF-DATE >= WS-EFF-OASDI
                           MOVE RATE-VALUE TO WS-OASDI-RATE
                           MOVE RATE-EFF-DATE TO WS-EFF-OASDI
                       END-IF
                   WHEN "MEDI-RATE "
                       IF RATE-EFF-DATE >= WS-EFF-MEDICARE
                           MOVE RATE-VALUE TO WS-MEDICARE-RATE
                           MOVE RATE-EFF-DATE TO WS-EFF-MEDICARE
                       END-IF
                   WHEN "ADDMED-RT "
                       IF RATE-EFF-DATE >= WS-EFF-ADDL-MED
                           MOVE RATE-VALUE TO WS-ADDL-MED-RATE
                           MOVE RATE-EFF-DATE TO WS-EFF-ADDL-MED
                       END-IF
                   WHEN "ADDMED-THR"
                       IF RATE-EFF-DATE >= WS-EFF-ADDL-MED-THR
                           MOVE RATE-VALUE TO WS-ADDL-MED-THRESHOLD
                           MOVE RATE-EFF-DATE TO WS-EFF-ADDL-MED-THR
                       END-IF
                   WHEN "STATE-TAX "
                       IF RATE-EFF-DATE >= WS-EFF-STATE
                   MOVE EMP-SHIFT TO WS-SV-SHIFT
                   MOVE EMP-TYPE TO WS-SV-TYPE
                   MOVE EMP-COMPANY TO WS-SV-COMPANY
                   MOVE EMP-ADDR-STATE TO WS-SV-ADDR-STATE
                   IF EMP-WORK-STATE = SPACES
                       MOVE EMP-ADDR-STATE TO WS-SV-WORK-STATE
                   ELSE
                       MOVE EMP-WORK-STATE TO WS-SV-WORK-STATE
                   END-IF
                   MOVE SPACES TO WS-SV-NAME
                   STRING EMP-LAST-NAME   DELIMITED BY SPACE
                          ", "            DELIMITED BY SIZE
               MOVE WS-MC-AMOUNT TO WS-GROSS
           END-IF
           PERFORM GET-PRIOR-YTD-GROSS
           IF WS-PRIOR-YTD-FICA-WAGES >= WS-FICA-WAGE-BASE
               MOVE 0 TO WS-FICA-TAXABLE
           ELSE
               COMPUTE WS-FICA-ROOM =
                   WS-FICA-WAGE-BASE - WS-PRIOR-YTD-FICA-WAGES
               IF WS-GROSS > WS-FICA-ROOM
                   MOVE WS-FICA-ROOM TO WS-FICA-TAXABLE
               ELSE
                   MOVE WS-GROSS TO WS-FICA-TAXABLE
               END-IF
           END-IF
           COMPUTE WS-OASDI ROUNDED = WS-FICA-TAXABLE * WS-OASDI-RATE
               ON SIZE ERROR
                   DISPLAY "ERROR: WS-OASDI overflow for employee "
                       WS-MC-EMP-ID
           END-COMPUTE
           COMPUTE WS-MEDICARE ROUNDED = WS-GROSS * WS-MEDICARE-RATE
               ON SIZE ERROR
                   DISPLAY "ERROR: WS-MEDICARE overflow for employee "
                       WS-MC-EMP-ID
           END-COMPUTE
           MOVE WS-OASDI TO WS-ER-OASDI
           MOVE WS-MEDICARE TO WS-ER-MEDICARE
           PERFORM COMPUTE-ADDL-MEDICARE
           ADD WS-ADDL-MEDICARE TO WS-MEDICARE
           COMPUTE WS-FICA = WS-OASDI + WS-MEDICARE
           COMPUTE WS-ER-FICA = WS-ER-OASDI + WS-ER-MEDICARE
           CALL "TAX-CALC" USING WS-GROSS WS-FED-TAX WS-SV-PAY-FREQ
               WS-SV-FILING-STATUS WS-SV-ALLOWANCES
               ON EXCEPTION
                   DISPLAY "ERROR: WS-STATE-TAX overflow for "
                       "employee " WS-MC-EMP-ID
           END-COMPUTE
           PERFORM PICK-WITHHOLDING-STATE
           COMPUTE WS-BENEFITS ROUNDED =
                   WS-GROSS * WS-BENEFITS-RATE
               ON SIZE ERROR
                       WS-MC-EMP-ID
           END-COMPUTE.

       COMPUTE-ADDL-MEDICARE.
           MOVE 0 TO WS-ADDL-MED-WAGES
           MOVE 0 TO WS-ADDL-MEDICARE
           IF WS-PRIOR-YTD-FICA-WAGES >= WS-ADDL-MED-THRESHOLD
               MOVE WS-GROSS TO WS-ADDL-MED-WAGES
           ELSE
               IF WS-PRIOR-YTD-FICA-WAGES + WS-GROSS >
                   WS-ADDL-MED-THRESHOLD
                   COMPUTE WS-ADDL-MED-WAGES =
                       WS-PRIOR-YTD-FICA-WAGES + WS-GROSS
                       - WS-ADDL-MED-THRESHOLD
               END-IF
           END-IF
           IF WS-ADDL-MED-WAGES > 0
               COMPUTE WS-ADDL-MEDICARE ROUNDED =
                       WS-ADDL-MED-WAGES * WS-ADDL-MED-RATE
                   ON SIZE ERROR
                       MOVE 0 TO WS-ADDL-MEDICARE
               END-COMPUTE
           END-IF.

       GET-PRIOR-YTD-GROSS.
           MOVE 0 TO WS-PRIOR-YTD-GROSS
           MOVE 0 TO WS-PRIOR-YTD-FICA-WAGES
           OPEN INPUT YTD-MASTER
           IF WS-FS-YTD-MASTER = "35"
               CONTINUE
                           IF YTD-YEAR = WS-PAY-PERIOD-YEAR
                               MOVE YTD-GROSS
                                   TO WS-PRIOR-YTD-GROSS
                               MOVE YTD-FICA-WAGES
                                   TO WS-PRIOR-YTD-FICA-WAGES
                           END-IF
                   END-READ
                   CLOSE YTD-MASTER
           MOVE ZERO TO CHKR-CLEARED-AMT
           MOVE WS-SV-COMPANY TO CHKR-COMPANY
           MOVE SPACE TO CHKR-POSPAY-STATUS
           MOVE "P" TO CHKR-TYPE
           MOVE SPACES TO CHKR-PAYEE-ID
           WRITE CHKR-REC
               INVALID KEY
                   DISPLAY "ERROR: check number " CHKR-CHECK-NO
                       MOVE CTL-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
               END-READ
               CLOSE CHECK-CONTROL
           END-IF
           MOVE WS-NEXT-CHECK-NO TO WS-STOCK-FROM-NO.

       SAVE-CHECK-CONTROL.
           OPEN OUTPUT CHECK-CONTROL
                       WS-FS-CHECK-CONTROL
               END-IF
               CLOSE CHECK-CONTROL
           END-IF
           PERFORM LOG-CHECK-STOCK-ISSUE.

       LOG-CHECK-STOCK-ISSUE.
           IF WS-NEXT-CHECK-NO > WS-STOCK-FROM-NO
               MOVE "I" TO SS-FUNC
               MOVE WS-STOCK-FROM-NO TO SS-FROM-NO
               COMPUTE SS-THRU-NO = WS-NEXT-CHECK-NO - 1
               MOVE "MANUAL-CHK" TO SS-PROGRAM
               MOVE WS-OPERATOR-ID TO SS-OPERATOR
               CALL "STOCK-SVC" USING SS-CONTROL
                   ON EXCEPTION
                       DISPLAY "ERROR: CALL to STOCK-SVC failed"
               END-CALL
               MOVE WS-NEXT-CHECK-NO TO WS-STOCK-FROM-NO
           END-IF.

       UPDATE-YTD-MASTER.
                       YTD-FICA YTD-FED-TAX YTD-STATE-TAX
                       YTD-LOCAL-TAX YTD-BENEFITS YTD-RETIRE
                       YTD-MATCH YTD-ER-FICA YTD-FUTA YTD-SUTA
                       YTD-FRINGE YTD-FED-WAGES YTD-STATE-WAGES
                       YTD-LOCAL-WAGES YTD-FICA-WAGES
                       YTD-OASDI-WAGES YTD-OASDI YTD-MEDICARE
                       YTD-ADDL-MED-WAGES YTD-ADDL-MEDICARE
                       YTD-ER-OASDI YTD-ER-MEDICARE
                       YTD-TIPS YTD-UNCOLL-OASDI YTD-UNCOLL-MEDICARE
                       YTD-SDI-WAGES YTD-SDI-EE YTD-SDI-ER
                       YTD-HSA-EE YTD-HSA-ER
                   MOVE WS-SV-COMPANY TO YTD-COMPANY
                   PERFORM ADD-MANUAL-TO-YTD
                   WRITE YTD-REC
                           YTD-LOCAL-TAX YTD-BENEFITS
                           YTD-RETIRE YTD-MATCH
                           YTD-ER-FICA YTD-FUTA YTD-SUTA
                           YTD-FRINGE YTD-FED-WAGES
                           YTD-STATE-WAGES YTD-LOCAL-WAGES
                           YTD-FICA-WAGES YTD-OASDI-WAGES
                           YTD-OASDI YTD-MEDICARE
                           YTD-ADDL-MED-WAGES YTD-ADDL-MEDICARE
                           YTD-ER-OASDI YTD-ER-MEDICARE
                           YTD-TIPS YTD-UNCOLL-OASDI YTD-UNCOLL-MEDICARE
                           YTD-SDI-WAGES YTD-SDI-EE YTD-SDI-ER
                           YTD-HSA-EE YTD-HSA-ER
                   END-IF
                   PERFORM ADD-MANUAL-TO-YTD
                   REWRITE YTD-REC
               DISPLAY "ERROR: YTD update failed for employee "
                   WS-MC-EMP-ID ", status " WS-FS-YTD-MASTER
           END-IF
           CLOSE YTD-MASTER
           PERFORM POST-YTD-JURISDICTION.

       PICK-WITHHOLDING-STATE.
           MOVE WS-SV-WORK-STATE TO WS-TAX-STATE
           IF WS-SV-WORK-STATE NOT = WS-SV-ADDR-STATE AND
               WS-SV-ADDR-STATE NOT = SPACES
               MOVE "R" TO JS-FUNC
               MOVE WS-SV-ADDR-STATE TO JS-RES-STATE
               MOVE WS-SV-WORK-STATE TO JS-WORK-STATE
               MOVE WS-PAY-PERIOD-END TO JS-AS-OF-DATE
               CALL "JURIS-SVC" USING JS-CONTROL
                   ON EXCEPTION
                       DISPLAY "ERROR: CALL to JURIS-SVC failed"
               END-CALL
               IF JS-RESULT = "Y" AND JS-RESIDENT-ONLY
                   MOVE WS-SV-ADDR-STATE TO WS-TAX-STATE
               END-IF
           END-IF.

       POST-YTD-JURISDICTION.
           MOVE "P" TO JS-FUNC
           MOVE WS-MC-EMP-ID TO JS-EMP-ID
           MOVE WS-PAY-PERIOD-YEAR TO JS-YEAR
           MOVE WS-SV-COMPANY TO JS-COMPANY
           MOVE "S" TO JS-KIND
           MOVE WS-TAX-STATE TO JS-CODE
           MOVE WS-GROSS TO JS-WAGES
           MOVE WS-STATE-TAX TO JS-TAX
           CALL "JURIS-SVC" USING JS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to JURIS-SVC failed"
           END-CALL
           MOVE "C" TO JS-FUNC
           CALL "JURIS-SVC" USING JS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to JURIS-SVC failed"
           END-CALL.

       ADD-MANUAL-TO-YTD.
           ADD WS-GROSS TO YTD-GROSS
           ADD WS-FED-TAX TO YTD-FED-TAX
           ADD WS-STATE-TAX TO YTD-STATE-TAX
           ADD WS-BENEFITS TO YTD-BENEFITS
           ADD WS-ER-FICA TO YTD-ER-FICA
           ADD WS-GROSS TO YTD-FED-WAGES
           ADD WS-GROSS TO YTD-STATE-WAGES
           ADD WS-GROSS TO YTD-FICA-WAGES
           ADD WS-FICA-TAXABLE TO YTD-OASDI-WAGES
           ADD WS-OASDI TO YTD-OASDI
           ADD WS-MEDICARE TO YTD-MEDICARE
           ADD WS-ADDL-MED-WAGES TO YTD-ADDL-MED-WAGES
           ADD WS-ADDL-MEDICARE TO YTD-ADDL-MEDICARE
           ADD WS-ER-OASDI TO YTD-ER-OASDI
           ADD WS-ER-MEDICARE TO YTD-ER-MEDICARE.

       WRITE-PAY-HISTORY.
           OPEN I-O PAY-HISTORY
           MOVE ZERO TO HIST-FUTA
           MOVE ZERO TO HIST-SUTA
           MOVE ZERO TO HIST-FRINGE
           MOVE WS-GROSS TO HIST-FED-WAGES
           MOVE WS-GROSS TO HIST-STATE-WAGES
           MOVE ZERO TO HIST-LOCAL-WAGES
           MOVE WS-GROSS TO HIST-FICA-WAGES
           MOVE WS-FICA-TAXABLE TO HIST-OASDI-WAGES
           MOVE WS-OASDI TO HIST-OASDI
           MOVE WS-MEDICARE TO HIST-MEDICARE
           MOVE WS-ADDL-MED-WAGES TO HIST-ADDL-MED-WAGES
           MOVE WS-ADDL-MEDICARE TO HIST-ADDL-MEDICARE
           MOVE WS-ER-OASDI TO HIST-ER-OASDI
           MOVE WS-ER-MEDICARE TO HIST-ER-MEDICARE
           MOVE ZERO TO HIST-TIPS HIST-TIP-MAKEUP
               HIST-UNCOLL-OASDI HIST-UNCOLL-MEDICARE
               HIST-SDI-WAGES HIST-SDI-EE HIST-SDI-ER
               HIST-HSA-EE HIST-HSA-ER
           MOVE WS-SV-WORK-STATE TO HIST-WORK-STATE
           MOVE SPACES TO HIST-LOCALITY
           INITIALIZE HIST-JURIS-AREA
           MOVE WS-TAX-STATE TO HIST-JUR-STATE(1)
           MOVE WS-GROSS TO HIST-JUR-WAGES(1)
           MOVE WS-STATE-TAX TO HIST-JUR-TAX(1)
           WRITE HIST-REC
               INVALID KEY
                   DISPLAY "WARNING: pay-history.dat already holds "
