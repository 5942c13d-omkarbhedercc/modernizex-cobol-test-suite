       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSE-SVC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-CHECKLIST ASSIGN TO "close-checklist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS WS-FS-CLOSE-CHECKLIST.
       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-CHECKLIST.
           COPY "close-checklist.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-CLOSE-CHECKLIST PIC X(2) VALUE "00".
       01 WS-CL-OPEN PIC X(1) VALUE "N".
          88 IS-CL-OPEN VALUE "Y".
       01 WS-CL-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-RUN-TIME PIC 9(8) VALUE 0.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-S PIC 9(2) VALUE 0.
       01 WS-CYCLE-FOUND PIC X(1) VALUE "N".
          88 IS-CYCLE-FOUND VALUE "Y".
       01 WS-SCAN-FIELDS.
          05 WS-SCAN-YEAR PIC 9(4) VALUE 0.
          05 WS-SCAN-NUM  PIC 9(2) VALUE 0.
          05 WS-SCAN-STEP-DONE PIC X(1) VALUE "N".
          05 WS-OPEN-FOUND PIC X(1) VALUE "N".
          05 WS-OPEN-YEAR PIC 9(4) VALUE 0.
          05 WS-OPEN-NUM  PIC 9(2) VALUE 0.
       01 WS-STEP-DONE PIC X(1) VALUE "N".
          88 IS-STEP-DONE VALUE "Y".
           COPY "close-steps.cpy".
       LINKAGE SECTION.
           COPY "close-svc.cpy".
       PROCEDURE DIVISION USING CK-CONTROL.
           MOVE "E" TO CK-RESULT
           MOVE 0 TO CK-BLOCK-STEP
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           COMPUTE WS-TODAY = 20000000 + WS-RUN-DATE
           IF CK-STEP-NUM < 1 OR CK-STEP-NUM > CLS-STEP-COUNT
               DISPLAY "ERROR: CLOSE-SVC called with unknown step "
                   "[" CK-STEP-NUM "]"
           ELSE
               EVALUATE CK-FUNC
                   WHEN "C"
                       PERFORM CHECK-PREDECESSORS
                   WHEN "M"
                       PERFORM MARK-STEP
                   WHEN OTHER
                       DISPLAY "ERROR: CLOSE-SVC called with "
                           "unknown function code [" CK-FUNC "]"
               END-EVALUATE
           END-IF
           GOBACK.

       OPEN-CHECKLIST.
           MOVE "N" TO WS-CL-OPEN
           OPEN I-O CLOSE-CHECKLIST
           IF WS-FS-CLOSE-CHECKLIST = "35"
               IF CK-FUNC = "M" AND CK-STEP-NUM = 1
                   OPEN OUTPUT CLOSE-CHECKLIST
                   CLOSE CLOSE-CHECKLIST
                   OPEN I-O CLOSE-CHECKLIST
               ELSE
                   DISPLAY "WARNING: close-checklist.dat not found "
                       "- pay cycle checklist not in force, step "
                       CK-STEP-NUM " not gated or recorded"
                   MOVE "M" TO CK-RESULT
               END-IF
           END-IF
           IF CK-RESULT NOT = "M"
               IF WS-FS-CLOSE-CHECKLIST NOT = "00"
                   DISPLAY "ERROR: OPEN I-O failed for "
                       "close-checklist.dat, status "
                       WS-FS-CLOSE-CHECKLIST
               ELSE
                   MOVE "Y" TO WS-CL-OPEN
               END-IF
           END-IF.

       CHECK-PREDECESSORS.
           PERFORM OPEN-CHECKLIST
           IF IS-CL-OPEN
               MOVE "Y" TO WS-CYCLE-FOUND
               IF CK-PERIOD-YEAR = 0
                   PERFORM RESOLVE-CYCLE
               END-IF
               IF IS-CYCLE-FOUND
                   PERFORM TEST-PREDECESSORS
               ELSE
                   IF CK-STEP-NUM > 1
                       MOVE 1 TO CK-BLOCK-STEP
                   END-IF
               END-IF
               IF CK-BLOCK-STEP = 0
                   MOVE "Y" TO CK-RESULT
               ELSE
                   MOVE "B" TO CK-RESULT
                   PERFORM DISPLAY-BLOCKED
               END-IF
               CLOSE CLOSE-CHECKLIST
           END-IF.

       TEST-PREDECESSORS.
           PERFORM VARYING WS-S FROM 1 BY 1
               UNTIL WS-S >= CK-STEP-NUM OR CK-BLOCK-STEP > 0
               IF CLS-STEP-REQUIRED(WS-S) = "Y"
                   PERFORM READ-STEP-ROW
                   IF NOT IS-STEP-DONE
                       MOVE WS-S TO CK-BLOCK-STEP
                   END-IF
               END-IF
           END-PERFORM.

       READ-STEP-ROW.
           MOVE "N" TO WS-STEP-DONE
           MOVE CK-PERIOD-YEAR TO CL-PERIOD-YEAR
           MOVE CK-PERIOD-NUM  TO CL-PERIOD-NUM
           MOVE WS-S TO CL-STEP-NUM
           READ CLOSE-CHECKLIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CL-COMPLETE OR CL-WAIVED
                       MOVE "Y" TO WS-STEP-DONE
                   END-IF
           END-READ.

       DISPLAY-BLOCKED.
           IF IS-CYCLE-FOUND
               DISPLAY "ERROR: pay cycle " CK-PERIOD-YEAR "-"
                   CK-PERIOD-NUM " step " CK-BLOCK-STEP " "
                   FUNCTION TRIM(CLS-STEP-DESC(CK-BLOCK-STEP))
                   " (" FUNCTION TRIM(
                   CLS-STEP-PROGRAM(CK-BLOCK-STEP))
                   ") is not signed off"
           ELSE
               DISPLAY "ERROR: no pay cycle is open on "
                   "close-checklist.dat - step 01 "
                   FUNCTION TRIM(CLS-STEP-DESC(1))
                   " must be signed off first"
           END-IF
           DISPLAY "Step " CK-STEP-NUM " "
               FUNCTION TRIM(CLS-STEP-DESC(CK-STEP-NUM))
               " cannot run until its predecessors are complete".

       RESOLVE-CYCLE.
           MOVE "N" TO WS-CYCLE-FOUND
           MOVE "N" TO WS-OPEN-FOUND
           MOVE 0 TO WS-SCAN-YEAR
           MOVE 0 TO WS-SCAN-NUM
           MOVE "N" TO WS-SCAN-STEP-DONE
           MOVE 0 TO WS-CL-EOF
           MOVE LOW-VALUES TO CL-KEY
           START CLOSE-CHECKLIST KEY >= CL-KEY
               INVALID KEY
                   MOVE 1 TO WS-CL-EOF
           END-START
           PERFORM UNTIL WS-CL-EOF = 1
               READ CLOSE-CHECKLIST NEXT RECORD
                   AT END MOVE 1 TO WS-CL-EOF
               END-READ
               IF WS-CL-EOF = 0 AND WS-FS-CLOSE-CHECKLIST NOT = "00"
                   DISPLAY "ERROR: READ NEXT failed for "
                       "close-checklist.dat, status "
                       WS-FS-CLOSE-CHECKLIST
                   MOVE 1 TO WS-CL-EOF
               END-IF
               IF WS-CL-EOF = 0
                   PERFORM SCAN-ONE-ROW
               END-IF
           END-PERFORM
           IF IS-CYCLE-FOUND
               PERFORM END-SCANNED-CYCLE
               IF WS-OPEN-FOUND = "Y"
                   MOVE WS-OPEN-YEAR TO CK-PERIOD-YEAR
                   MOVE WS-OPEN-NUM  TO CK-PERIOD-NUM
               ELSE
                   MOVE WS-SCAN-YEAR TO CK-PERIOD-YEAR
                   MOVE WS-SCAN-NUM  TO CK-PERIOD-NUM
               END-IF
               DISPLAY "Close checklist: step " CK-STEP-NUM
                   " applies to pay cycle " CK-PERIOD-YEAR "-"
                   CK-PERIOD-NUM
           END-IF.

       SCAN-ONE-ROW.
           IF IS-CYCLE-FOUND AND
               (CL-PERIOD-YEAR NOT = WS-SCAN-YEAR OR
                CL-PERIOD-NUM NOT = WS-SCAN-NUM)
               PERFORM END-SCANNED-CYCLE
               MOVE "N" TO WS-SCAN-STEP-DONE
           END-IF
           MOVE "Y" TO WS-CYCLE-FOUND
           MOVE CL-PERIOD-YEAR TO WS-SCAN-YEAR
           MOVE CL-PERIOD-NUM  TO WS-SCAN-NUM
           IF CL-STEP-NUM = CK-STEP-NUM AND
               (CL-COMPLETE OR CL-WAIVED)
               MOVE "Y" TO WS-SCAN-STEP-DONE
           END-IF.

       END-SCANNED-CYCLE.
           IF WS-SCAN-STEP-DONE = "N" AND WS-OPEN-FOUND = "N"
               MOVE "Y" TO WS-OPEN-FOUND
               MOVE WS-SCAN-YEAR TO WS-OPEN-YEAR
               MOVE WS-SCAN-NUM  TO WS-OPEN-NUM
           END-IF.

       MARK-STEP.
           PERFORM OPEN-CHECKLIST
           IF IS-CL-OPEN
               MOVE "Y" TO WS-CYCLE-FOUND
               IF CK-PERIOD-YEAR = 0
                   PERFORM RESOLVE-CYCLE
               END-IF
               IF NOT IS-CYCLE-FOUND
                   DISPLAY "ERROR: no pay cycle is open on "
                       "close-checklist.dat - step " CK-STEP-NUM
                       " not recorded"
                   MOVE "B" TO CK-RESULT
               ELSE
                   PERFORM WRITE-STEP-ROW
               END-IF
               CLOSE CLOSE-CHECKLIST
           END-IF.

       WRITE-STEP-ROW.
           IF CK-STATUS = SPACE
               MOVE "C" TO CK-STATUS
           END-IF
           MOVE CK-PERIOD-YEAR TO CL-PERIOD-YEAR
           MOVE CK-PERIOD-NUM  TO CL-PERIOD-NUM
           MOVE CK-STEP-NUM TO CL-STEP-NUM
           READ CLOSE-CHECKLIST
               INVALID KEY
                   PERFORM SET-STEP-FIELDS
                   WRITE CL-REC
               NOT INVALID KEY
                   PERFORM SET-STEP-FIELDS
                   REWRITE CL-REC
           END-READ
           IF WS-FS-CLOSE-CHECKLIST NOT = "00"
               DISPLAY "ERROR: WRITE failed for "
                   "close-checklist.dat, status "
                   WS-FS-CLOSE-CHECKLIST
           ELSE
               MOVE "Y" TO CK-RESULT
               EVALUATE CK-STATUS
                   WHEN "C"
                       DISPLAY "Close checklist: pay cycle "
                           CK-PERIOD-YEAR "-" CK-PERIOD-NUM " step "
                           CK-STEP-NUM " "
                           FUNCTION TRIM(CLS-STEP-DESC(CK-STEP-NUM))
                           " signed off by " CK-OPERATOR
                   WHEN "W"
                       DISPLAY "Close checklist: pay cycle "
                           CK-PERIOD-YEAR "-" CK-PERIOD-NUM " step "
                           CK-STEP-NUM " WAIVED by " CK-OPERATOR
                   WHEN OTHER
                       DISPLAY "Close checklist: pay cycle "
                           CK-PERIOD-YEAR "-" CK-PERIOD-NUM " step "
                           CK-STEP-NUM " REOPENED by " CK-OPERATOR
               END-EVALUATE
           END-IF.

       SET-STEP-FIELDS.
           MOVE CK-PROGRAM TO CL-PROGRAM
           MOVE CK-STATUS TO CL-STATUS
           MOVE WS-TODAY TO CL-DATE
           MOVE WS-RUN-TIME(1:6) TO CL-TIME
           MOVE CK-OPERATOR TO CL-OPERATOR
           MOVE CK-CONTROL-COUNT TO CL-CONTROL-COUNT
           MOVE CK-CONTROL-AMOUNT TO CL-CONTROL-AMOUNT
           MOVE CK-NOTE TO CL-NOTE.
