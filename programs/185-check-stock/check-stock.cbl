       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-STOCK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-STOCK ASSIGN TO "check-stock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHECK-STOCK.
           SELECT CHECK-REGISTER ASSIGN TO "check-register.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHKR-CHECK-NO
               FILE STATUS IS WS-FS-CHECK-REGISTER.
           SELECT CHECK-CONTROL ASSIGN TO "check-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHECK-CONTROL.
           SELECT STOCK-REPORT ASSIGN TO "CHECK-STOCK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STOCK-REPORT.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-STOCK.
           COPY "check-stock.cpy".

       FD  CHECK-REGISTER.
           COPY "check-register.cpy".

       FD  CHECK-CONTROL.
       01 CHECK-CONTROL-REC.
          05 CTL-NEXT-CHECK-NO PIC 9(8).

       FD  STOCK-REPORT.
       01 STOCK-REPORT-LINE PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-FS-CHECK-STOCK PIC X(2) VALUE "00".
       01 WS-FS-CHECK-REGISTER PIC X(2) VALUE "00".
       01 WS-FS-CHECK-CONTROL PIC X(2) VALUE "00".
       01 WS-FS-STOCK-REPORT PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-RUN-TIME PIC 9(8) VALUE 0.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-CHOICE PIC 9(1) VALUE 0.
          88 CHOICE-RECEIVE   VALUE 1.
          88 CHOICE-SPOILED   VALUE 2.
          88 CHOICE-ALIGNMENT VALUE 3.
          88 CHOICE-REPORT    VALUE 4.
          88 CHOICE-EXIT      VALUE 5.
       01 WS-CONFIRM PIC X(1) VALUE "N".
          88 IS-CONFIRMED VALUE "Y" "y".
       01 WS-MAINT-FROM-NO PIC 9(8) VALUE 0.
       01 WS-MAINT-THRU-NO PIC 9(8) VALUE 0.
       01 WS-MAINT-REFERENCE PIC X(20) VALUE SPACES.
       01 WS-VOID-TYPE PIC X(1) VALUE SPACE.
       01 WS-NEXT-CHECK-NO PIC 9(8) VALUE 1.
       01 WS-SERIAL PIC 9(8) VALUE 0.
       01 WS-VOIDS-WRITTEN PIC 9(7) VALUE 0.
       01 WS-VOIDS-REJECTED PIC 9(7) VALUE 0.
       01 WS-OVERLAP PIC X(1) VALUE "N".
       01 WS-LOCK-FIELDS.
          05 WS-LOCK-FUNC PIC X(1) VALUE "T".
          05 WS-LOCK-PROGRAM PIC X(10) VALUE "CHECK-STK".
          05 WS-LOCK-RESULT PIC X(1) VALUE "N".
       01 WS-RECEIVED-TBL.
          05 WS-RC-COUNT PIC 9(3) VALUE 0.
          05 WS-RC-ENTRY OCCURS 200 TIMES.
             10 WS-RC-FROM-NO   PIC 9(8).
             10 WS-RC-THRU-NO   PIC 9(8).
             10 WS-RC-DATE      PIC 9(8).
             10 WS-RC-REFERENCE PIC X(20).
       01 WS-RC-I PIC 9(3) VALUE 0.
       01 WS-IN-STOCK PIC X(1) VALUE "N".
       01 WS-SERIAL-STATUS PIC X(8) VALUE SPACES.
       01 WS-RUN-STATUS PIC X(8) VALUE SPACES.
       01 WS-RUN-FROM PIC 9(8) VALUE 0.
       01 WS-RUN-COUNT PIC 9(7) VALUE 0.
       01 WS-INVENTORY-COUNTS.
          05 WS-CNT-RECEIVED PIC 9(7) VALUE 0.
          05 WS-CNT-ISSUED   PIC 9(7) VALUE 0.
          05 WS-CNT-VOIDED   PIC 9(7) VALUE 0.
          05 WS-CNT-ON-HAND  PIC 9(7) VALUE 0.
          05 WS-CNT-MISSING  PIC 9(7) VALUE 0.
          05 WS-CNT-OUTSIDE  PIC 9(7) VALUE 0.
       01 WS-RANGE-HEAD-LINE.
          05 FILLER PIC X(12) VALUE "STOCK RANGE ".
          05 WS-RH-FROM PIC 9(8).
          05 FILLER PIC X(3) VALUE " - ".
          05 WS-RH-THRU PIC 9(8).
          05 FILLER PIC X(10) VALUE " RECEIVED ".
          05 WS-RH-DATE PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RH-REFERENCE PIC X(20).
       01 WS-RUN-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 WS-RL-FROM PIC 9(8).
          05 FILLER PIC X(3) VALUE " - ".
          05 WS-RL-THRU PIC 9(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RL-STATUS PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RL-COUNT PIC ZZZ,ZZ9.
       01 WS-LEDGER-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-LL-DATE PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-LL-TYPE PIC X(9).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-LL-FROM PIC 9(8).
          05 FILLER PIC X(3) VALUE " - ".
          05 WS-LL-THRU PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-LL-PROGRAM PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-LL-OPERATOR PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-LL-REFERENCE PIC X(20).
       01 WS-OUTSIDE-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 WS-OL-CHECK-NO PIC 9(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-OL-STATUS PIC X(1).
          05 FILLER PIC X(36) VALUE
             "  ON REGISTER, NOT IN RECEIVED STOCK".
       01 WS-COUNT-LINE.
          05 WS-CNL-LABEL PIC X(30).
          05 WS-CNL-COUNT PIC ZZZ,ZZ9.
       01 WS-TITLE-LINE PIC X(40) VALUE SPACES.
           COPY "print-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
           COMPUTE WS-TODAY = 20000000 + WS-RUN-DATE
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR-ID
           PERFORM DISPLAY-MENU
           ACCEPT WS-CHOICE
           PERFORM UNTIL CHOICE-EXIT
               EVALUATE TRUE
                   WHEN CHOICE-RECEIVE
                       PERFORM RECEIVE-STOCK
                   WHEN CHOICE-SPOILED
                       MOVE "S" TO WS-VOID-TYPE
                       PERFORM LOG-VOIDED-FORMS
                   WHEN CHOICE-ALIGNMENT
                       MOVE "A" TO WS-VOID-TYPE
                       PERFORM LOG-VOIDED-FORMS
                   WHEN CHOICE-REPORT
                       PERFORM INVENTORY-REPORT
                   WHEN OTHER
                       DISPLAY "ERROR: choice must be 1-5"
               END-EVALUATE
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
           END-PERFORM
           DISPLAY "Done"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       DISPLAY-MENU.
           DISPLAY "1-RECEIVE STOCK  2-SPOILED FORMS  "
               "3-ALIGNMENT FORMS"
           DISPLAY "4-INVENTORY REPORT  5-EXIT"
           DISPLAY "Enter choice: ".

       TAKE-MASTER-LOCK.
           MOVE "T" TO WS-LOCK-FUNC
           CALL "LOCK-SVC" USING WS-LOCK-FUNC WS-LOCK-PROGRAM
               WS-OPERATOR-ID WS-LOCK-RESULT
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to LOCK-SVC failed"
           END-CALL.

       RELEASE-MASTER-LOCK.
           MOVE "R" TO WS-LOCK-FUNC
           CALL "LOCK-SVC" USING WS-LOCK-FUNC WS-LOCK-PROGRAM
               WS-OPERATOR-ID WS-LOCK-RESULT
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to LOCK-SVC failed"
           END-CALL.

       ACCEPT-SERIAL-RANGE.
           DISPLAY "Enter first serial number: "
           ACCEPT WS-MAINT-FROM-NO
           DISPLAY "Enter last serial number: "
           ACCEPT WS-MAINT-THRU-NO.

       RECEIVE-STOCK.
           PERFORM ACCEPT-SERIAL-RANGE
           DISPLAY "Enter box or lot reference: "
           ACCEPT WS-MAINT-REFERENCE
           IF WS-MAINT-FROM-NO = 0 OR
               WS-MAINT-THRU-NO < WS-MAINT-FROM-NO
               DISPLAY "ERROR: serial range is not valid - nothing "
                   "recorded"
           ELSE
               PERFORM LOAD-RECEIVED-RANGES
               MOVE "N" TO WS-OVERLAP
               PERFORM VARYING WS-RC-I FROM 1 BY 1
                   UNTIL WS-RC-I > WS-RC-COUNT
                   IF WS-MAINT-FROM-NO <= WS-RC-THRU-NO(WS-RC-I) AND
                       WS-MAINT-THRU-NO >= WS-RC-FROM-NO(WS-RC-I)
                       MOVE "Y" TO WS-OVERLAP
                       DISPLAY "ERROR: range overlaps stock received "
                           WS-RC-DATE(WS-RC-I) " serials "
                           WS-RC-FROM-NO(WS-RC-I) " - "
                           WS-RC-THRU-NO(WS-RC-I)
                   END-IF
               END-PERFORM
               IF WS-OVERLAP = "N"
                   DISPLAY "RECEIVE serials " WS-MAINT-FROM-NO
                       " - " WS-MAINT-THRU-NO " ref "
                       WS-MAINT-REFERENCE
                   DISPLAY "Confirm (Y/N): "
                   ACCEPT WS-CONFIRM
                   IF IS-CONFIRMED
                       MOVE "R" TO CSL-TXN-TYPE
                       PERFORM APPEND-LEDGER-ENTRY
                       DISPLAY "Stock received"
                   ELSE
                       DISPLAY "Operation cancelled"
                   END-IF
               END-IF
           END-IF.

       LOG-VOIDED-FORMS.
           PERFORM ACCEPT-SERIAL-RANGE
           DISPLAY "Enter reason: "
           ACCEPT WS-MAINT-REFERENCE
           IF WS-MAINT-FROM-NO = 0 OR
               WS-MAINT-THRU-NO < WS-MAINT-FROM-NO
               DISPLAY "ERROR: serial range is not valid - nothing "
                   "recorded"
           ELSE
               IF WS-VOID-TYPE = "S"
                   DISPLAY "SPOILED forms " WS-MAINT-FROM-NO " - "
                       WS-MAINT-THRU-NO " reason "
                       WS-MAINT-REFERENCE
               ELSE
                   DISPLAY "ALIGNMENT forms " WS-MAINT-FROM-NO
                       " - " WS-MAINT-THRU-NO " reason "
                       WS-MAINT-REFERENCE
               END-IF
               DISPLAY "Confirm (Y/N): "
               ACCEPT WS-CONFIRM
               IF IS-CONFIRMED
                   PERFORM TAKE-MASTER-LOCK
                   IF WS-LOCK-RESULT NOT = "Y"
                       DISPLAY "Master files in use - forms not "
                           "logged, try again when the holding job "
                           "finishes"
                   ELSE
                       PERFORM VOID-FORM-RANGE
                       PERFORM RELEASE-MASTER-LOCK
                   END-IF
               ELSE
                   DISPLAY "Operation cancelled"
               END-IF
           END-IF.

       VOID-FORM-RANGE.
           PERFORM LOAD-CHECK-CONTROL
           OPEN I-O CHECK-REGISTER
           IF WS-FS-CHECK-REGISTER = "35"
               OPEN OUTPUT CHECK-REGISTER
               CLOSE CHECK-REGISTER
               OPEN I-O CHECK-REGISTER
           END-IF
           IF WS-FS-CHECK-REGISTER NOT = "00"
               DISPLAY "ERROR: OPEN I-O failed for "
                   "check-register.dat, status "
                   WS-FS-CHECK-REGISTER
           ELSE
               MOVE 0 TO WS-VOIDS-WRITTEN
               MOVE 0 TO WS-VOIDS-REJECTED
               PERFORM VOID-ONE-FORM
                   VARYING WS-SERIAL FROM WS-MAINT-FROM-NO BY 1
                   UNTIL WS-SERIAL > WS-MAINT-THRU-NO
               CLOSE CHECK-REGISTER
               IF WS-MAINT-THRU-NO >= WS-NEXT-CHECK-NO
                   COMPUTE WS-NEXT-CHECK-NO = WS-MAINT-THRU-NO + 1
                   PERFORM SAVE-CHECK-CONTROL
                   DISPLAY "Next check number advanced to "
                       WS-NEXT-CHECK-NO
               END-IF
               IF WS-VOIDS-WRITTEN > 0
                   MOVE WS-VOID-TYPE TO CSL-TXN-TYPE
                   PERFORM APPEND-LEDGER-ENTRY
               END-IF
               DISPLAY "Forms voided on register: " WS-VOIDS-WRITTEN
               IF WS-VOIDS-REJECTED > 0
                   DISPLAY "Serials already on register, not "
                       "voided: " WS-VOIDS-REJECTED
                       " - use CHECK-MAINT to void and reissue"
               END-IF
           END-IF.

       VOID-ONE-FORM.
           MOVE WS-SERIAL TO CHKR-CHECK-NO
           READ CHECK-REGISTER
               INVALID KEY
                   MOVE WS-SERIAL TO CHKR-CHECK-NO
                   MOVE ZERO TO CHKR-EMP-ID
                   MOVE WS-TODAY TO CHKR-DATE
                   MOVE ZERO TO CHKR-PERIOD-YEAR
                   MOVE ZERO TO CHKR-PERIOD-NUM
                   MOVE ZERO TO CHKR-NET
                   MOVE "V" TO CHKR-STATUS
                   MOVE ZERO TO CHKR-REISSUE-OF
                   MOVE ZERO TO CHKR-REPLACED-BY
                   MOVE ZERO TO CHKR-CLEARED-DATE
                   MOVE ZERO TO CHKR-CLEARED-AMT
                   MOVE ZERO TO CHKR-COMPANY
                   MOVE SPACE TO CHKR-POSPAY-STATUS
                   MOVE SPACE TO CHKR-TYPE
                   MOVE SPACES TO CHKR-PAYEE-ID
                   WRITE CHKR-REC
                       INVALID KEY
                           DISPLAY "ERROR: WRITE failed for serial "
                               WS-SERIAL ", status "
                               WS-FS-CHECK-REGISTER
                       NOT INVALID KEY
                           ADD 1 TO WS-VOIDS-WRITTEN
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "ERROR: serial " WS-SERIAL " is already on "
                       "the check register with status "
                       CHKR-STATUS
                   ADD 1 TO WS-VOIDS-REJECTED
           END-READ.

       LOAD-CHECK-CONTROL.
           OPEN INPUT CHECK-CONTROL
           IF WS-FS-CHECK-CONTROL = "35"
               MOVE 1 TO WS-NEXT-CHECK-NO
           ELSE
               READ CHECK-CONTROL
                   AT END
                       MOVE 1 TO WS-NEXT-CHECK-NO
                   NOT AT END
                       MOVE CTL-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
               END-READ
               CLOSE CHECK-CONTROL
           END-IF.

       SAVE-CHECK-CONTROL.
           OPEN OUTPUT CHECK-CONTROL
           IF WS-FS-CHECK-CONTROL NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "check-control.dat, status " WS-FS-CHECK-CONTROL
           ELSE
               MOVE WS-NEXT-CHECK-NO TO CTL-NEXT-CHECK-NO
               WRITE CHECK-CONTROL-REC
               IF WS-FS-CHECK-CONTROL NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "check-control.dat, status "
                       WS-FS-CHECK-CONTROL
               END-IF
               CLOSE CHECK-CONTROL
           END-IF.

       APPEND-LEDGER-ENTRY.
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN EXTEND CHECK-STOCK
           IF WS-FS-CHECK-STOCK = "05" OR WS-FS-CHECK-STOCK = "35"
               OPEN OUTPUT CHECK-STOCK
           END-IF
           IF WS-FS-CHECK-STOCK NOT = "00"
               DISPLAY "ERROR: OPEN failed for check-stock.dat, "
                   "status " WS-FS-CHECK-STOCK
           ELSE
               MOVE WS-MAINT-FROM-NO TO CSL-FROM-NO
               MOVE WS-MAINT-THRU-NO TO CSL-THRU-NO
               MOVE WS-TODAY TO CSL-DATE
               MOVE WS-RUN-TIME(1:6) TO CSL-TIME
               MOVE "CHECK-STK" TO CSL-PROGRAM
               MOVE WS-OPERATOR-ID TO CSL-OPERATOR
               MOVE WS-MAINT-REFERENCE TO CSL-REFERENCE
               WRITE CSL-REC
               IF WS-FS-CHECK-STOCK NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "check-stock.dat, status " WS-FS-CHECK-STOCK
               END-IF
               CLOSE CHECK-STOCK
           END-IF.

       LOAD-RECEIVED-RANGES.
           MOVE 0 TO WS-RC-COUNT
           MOVE 0 TO WS-EOF
           OPEN INPUT CHECK-STOCK
           IF WS-FS-CHECK-STOCK = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ CHECK-STOCK
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CSL-RECEIVED
                               PERFORM STORE-RECEIVED-RANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECK-STOCK
           END-IF
           MOVE 0 TO WS-EOF.

       STORE-RECEIVED-RANGE.
           IF WS-RC-COUNT >= 200
               DISPLAY "ERROR: received stock table full - range "
                   CSL-FROM-NO " - " CSL-THRU-NO " not loaded"
           ELSE
               ADD 1 TO WS-RC-COUNT
               MOVE CSL-FROM-NO TO WS-RC-FROM-NO(WS-RC-COUNT)
               MOVE CSL-THRU-NO TO WS-RC-THRU-NO(WS-RC-COUNT)
               MOVE CSL-DATE TO WS-RC-DATE(WS-RC-COUNT)
               MOVE CSL-REFERENCE TO WS-RC-REFERENCE(WS-RC-COUNT)
           END-IF.

       INVENTORY-REPORT.
           PERFORM LOAD-RECEIVED-RANGES
           PERFORM LOAD-CHECK-CONTROL
           INITIALIZE WS-INVENTORY-COUNTS
           OPEN INPUT CHECK-REGISTER
           IF WS-FS-CHECK-REGISTER = "35"
               OPEN OUTPUT CHECK-REGISTER
               CLOSE CHECK-REGISTER
               OPEN INPUT CHECK-REGISTER
           END-IF
           IF WS-FS-CHECK-REGISTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "check-register.dat, status "
                   WS-FS-CHECK-REGISTER
           ELSE
               OPEN OUTPUT STOCK-REPORT
               IF WS-FS-STOCK-REPORT NOT = "00"
                   DISPLAY "ERROR: OPEN OUTPUT failed for "
                       "CHECK-STOCK.RPT, status " WS-FS-STOCK-REPORT
                   CLOSE CHECK-REGISTER
               ELSE
                   PERFORM WRITE-INVENTORY-REPORT
                   CLOSE STOCK-REPORT
                   CLOSE CHECK-REGISTER
                   DISPLAY "Inventory written to CHECK-STOCK.RPT"
                   DISPLAY "Received " WS-CNT-RECEIVED " issued "
                       WS-CNT-ISSUED " voided " WS-CNT-VOIDED
                       " on hand " WS-CNT-ON-HAND
                   IF WS-CNT-MISSING > 0 OR WS-CNT-OUTSIDE > 0
                       DISPLAY "WARNING: " WS-CNT-MISSING
                           " serials unaccounted for, "
                           WS-CNT-OUTSIDE " checks outside "
                           "received stock - see report"
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       WRITE-INVENTORY-REPORT.
           MOVE "I" TO PS-FUNC
           MOVE "CHECK STOCK INVENTORY" TO PS-REPORT-TITLE
           MOVE WS-OPERATOR-ID TO PS-OPERATOR
           MOVE 0 TO PS-PERIOD-YEAR
           MOVE 0 TO PS-PERIOD-NUM
           MOVE SPACES TO PS-COLUMN-HEADING
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           PERFORM REPORT-ONE-RANGE
               VARYING WS-RC-I FROM 1 BY 1
               UNTIL WS-RC-I > WS-RC-COUNT
           PERFORM REPORT-OUTSIDE-STOCK
           PERFORM REPORT-LEDGER
           MOVE SPACES TO STOCK-REPORT-LINE
           PERFORM WRITE-STOCK-LINE
           MOVE "SERIALS RECEIVED:" TO WS-CNL-LABEL
           MOVE WS-CNT-RECEIVED TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "ISSUED AS CHECKS:" TO WS-CNL-LABEL
           MOVE WS-CNT-ISSUED TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "VOIDED (SPOILED/ALIGN/CHECK):" TO WS-CNL-LABEL
           MOVE WS-CNT-VOIDED TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "ON HAND (UNUSED):" TO WS-CNL-LABEL
           MOVE WS-CNT-ON-HAND TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "MISSING (NOT ACCOUNTED FOR):" TO WS-CNL-LABEL
           MOVE WS-CNT-MISSING TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "CHECKS OUTSIDE RECEIVED STOCK:" TO WS-CNL-LABEL
           MOVE WS-CNT-OUTSIDE TO WS-CNL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       REPORT-ONE-RANGE.
           MOVE SPACES TO STOCK-REPORT-LINE
           PERFORM WRITE-STOCK-LINE
           MOVE WS-RC-FROM-NO(WS-RC-I) TO WS-RH-FROM
           MOVE WS-RC-THRU-NO(WS-RC-I) TO WS-RH-THRU
           MOVE WS-RC-DATE(WS-RC-I) TO WS-RH-DATE
           MOVE WS-RC-REFERENCE(WS-RC-I) TO WS-RH-REFERENCE
           MOVE WS-RANGE-HEAD-LINE TO STOCK-REPORT-LINE
           PERFORM WRITE-STOCK-LINE
           MOVE SPACES TO WS-RUN-STATUS
           MOVE 0 TO WS-RUN-COUNT
           PERFORM CLASSIFY-ONE-SERIAL
               VARYING WS-SERIAL FROM WS-RC-FROM-NO(WS-RC-I) BY 1
               UNTIL WS-SERIAL > WS-RC-THRU-NO(WS-RC-I)
           IF WS-RUN-COUNT > 0
               PERFORM WRITE-SERIAL-RUN
           END-IF.

       CLASSIFY-ONE-SERIAL.
           ADD 1 TO WS-CNT-RECEIVED
           MOVE WS-SERIAL TO CHKR-CHECK-NO
           READ CHECK-REGISTER
               INVALID KEY
                   IF WS-SERIAL >= WS-NEXT-CHECK-NO
                       MOVE "ON HAND " TO WS-SERIAL-STATUS
                       ADD 1 TO WS-CNT-ON-HAND
                   ELSE
                       MOVE "MISSING " TO WS-SERIAL-STATUS
                       ADD 1 TO WS-CNT-MISSING
                   END-IF
               NOT INVALID KEY
                   IF CHKR-VOIDED
                       MOVE "VOIDED  " TO WS-SERIAL-STATUS
                       ADD 1 TO WS-CNT-VOIDED
                   ELSE
                       MOVE "ISSUED  " TO WS-SERIAL-STATUS
                       ADD 1 TO WS-CNT-ISSUED
                   END-IF
           END-READ
           IF WS-SERIAL-STATUS NOT = WS-RUN-STATUS
               IF WS-RUN-COUNT > 0
                   PERFORM WRITE-SERIAL-RUN
               END-IF
               MOVE WS-SERIAL-STATUS TO WS-RUN-STATUS
               MOVE WS-SERIAL TO WS-RUN-FROM
               MOVE 0 TO WS-RUN-COUNT
           END-IF
           ADD 1 TO WS-RUN-COUNT.

       WRITE-SERIAL-RUN.
           MOVE WS-RUN-FROM TO WS-RL-FROM
           COMPUTE WS-RL-THRU = WS-RUN-FROM + WS-RUN-COUNT - 1
           MOVE WS-RUN-STATUS TO WS-RL-STATUS
           MOVE WS-RUN-COUNT TO WS-RL-COUNT
           MOVE WS-RUN-LINE TO STOCK-REPORT-LINE
           PERFORM WRITE-STOCK-LINE.

       REPORT-OUTSIDE-STOCK.
           MOVE SPACES TO STOCK-REPORT-LINE
           PERFORM WRITE-STOCK-LINE
           MOVE "REGISTER ENTRIES OUTSIDE RECEIVED STOCK"
               TO STOCK-REPORT-LINE
           PERFORM WRITE-STOCK-LINE
           MOVE 0 TO CHKR-CHECK-NO
           MOVE 0 TO WS-EOF
           START CHECK-REGISTER KEY IS NOT LESS THAN CHKR-CHECK-NO
               INVALID KEY MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 1
               READ CHECK-REGISTER NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE "N" TO WS-IN-STOCK
                       PERFORM VARYING WS-RC-I FROM 1 BY 1
                           UNTIL WS-RC-I > WS-RC-COUNT
                           IF CHKR-CHECK-NO >=
                               WS-RC-FROM-NO(WS-RC-I) AND
                               CHKR-CHECK-NO <=
                               WS-RC-THRU-NO(WS-RC-I)
                               MOVE "Y" TO WS-IN-STOCK
                           END-IF
                       END-PERFORM
                       IF WS-IN-STOCK = "N"
                           ADD 1 TO WS-CNT-OUTSIDE
                           MOVE CHKR-CHECK-NO TO WS-OL-CHECK-NO
                           MOVE CHKR-STATUS TO WS-OL-STATUS
                           MOVE WS-OUTSIDE-LINE TO STOCK-REPORT-LINE
                           PERFORM WRITE-STOCK-LINE
                       END-IF
               END-READ
           END-PERFORM
           MOVE 0 TO WS-EOF.

       REPORT-LEDGER.
           MOVE SPACES TO STOCK-REPORT-LINE
           PERFORM WRITE-STOCK-LINE
           MOVE "CHECK STOCK LEDGER" TO STOCK-REPORT-LINE
           PERFORM WRITE-STOCK-LINE
           MOVE 0 TO WS-EOF
           OPEN INPUT CHECK-STOCK
           IF WS-FS-CHECK-STOCK = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ CHECK-STOCK
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM WRITE-LEDGER-LINE
                   END-READ
               END-PERFORM
               CLOSE CHECK-STOCK
           END-IF
           MOVE 0 TO WS-EOF.

       WRITE-LEDGER-LINE.
           MOVE CSL-DATE TO WS-LL-DATE
           EVALUATE TRUE
               WHEN CSL-RECEIVED
                   MOVE "RECEIVED " TO WS-LL-TYPE
               WHEN CSL-ISSUED
                   MOVE "ISSUED   " TO WS-LL-TYPE
               WHEN CSL-SPOILED
                   MOVE "SPOILED  " TO WS-LL-TYPE
               WHEN CSL-ALIGNMENT
                   MOVE "ALIGNMENT" TO WS-LL-TYPE
               WHEN OTHER
                   MOVE "UNKNOWN  " TO WS-LL-TYPE
           END-EVALUATE
           MOVE CSL-FROM-NO TO WS-LL-FROM
           MOVE CSL-THRU-NO TO WS-LL-THRU
           MOVE CSL-PROGRAM TO WS-LL-PROGRAM
           MOVE CSL-OPERATOR TO WS-LL-OPERATOR
           MOVE CSL-REFERENCE TO WS-LL-REFERENCE
           MOVE WS-LEDGER-LINE TO STOCK-REPORT-LINE
           PERFORM WRITE-STOCK-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO STOCK-REPORT-LINE
           PERFORM WRITE-STOCK-LINE.

       WRITE-STOCK-LINE.
           MOVE STOCK-REPORT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO STOCK-REPORT-LINE
               WRITE STOCK-REPORT-LINE
               IF WS-FS-STOCK-REPORT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "CHECK-STOCK.RPT, status " WS-FS-STOCK-REPORT
               END-IF
           END-PERFORM.
