          05 TIME-RATE  PIC 9(3)V99.
          05 TIME-PAY-CODE PIC X(1).
          05 TIME-JOB   PIC 9(6).
          05 TIME-WORK-STATE PIC X(2).
          05 TIME-WORK-DATE PIC 9(8).
           COPY "feed-control.cpy"
               REPLACING ==FEED-HDR-REC== BY ==TIME-HDR-REC==
                         ==FHR-TAG== BY ==TIME-HDR-TAG==
       01 WS-APPROVE-DEPT PIC 9(2) VALUE 0.
       01 WS-MATCH-FOUND PIC X(1) VALUE "N".
          88 IS-MATCH-FOUND VALUE "Y".
       01 WS-APPR-TOTALS.
          05 WS-APPR-YEAR    PIC 9(4) VALUE 0.
          05 WS-APPR-NUM     PIC 9(2) VALUE 0.
          05 WS-APPR-DEPTS   PIC 9(2) VALUE 0.
          05 WS-APPR-PENDING PIC 9(2) VALUE 0.
          05 WS-APPR-HOURS   PIC 9(9)V9 VALUE 0.
       01 WS-SIGNON-FIELDS.
          05 WS-SEC-OPERATOR PIC X(10) VALUE SPACES.
          05 WS-SEC-PASSWORD PIC X(10) VALUE SPACES.
           "  APPROVED BY: ____________________  DATE: ________".
           COPY "print-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
           COPY "close-svc.cpy".
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE

       MARK-DEPT-APPROVED.
           MOVE "N" TO WS-MATCH-FOUND
           MOVE 0 TO WS-APPR-DEPTS
           MOVE 0 TO WS-APPR-PENDING
           MOVE 0 TO WS-APPR-HOURS
           MOVE 0 TO WS-APPR-EOF
           OPEN INPUT TIME-APPROVAL
           IF WS-FS-TIME-APPROVAL NOT = "00"
                           MOVE WS-SEC-OPERATOR TO TAP-SUPERVISOR
                           MOVE WS-TODAY TO TAP-DATE
                       END-IF
                       PERFORM TALLY-APPROVAL-ROW
                       MOVE TAP-REC TO TAPN-REC
                       WRITE TAPN-REC
                       IF WS-FS-APPROVAL-NEW NOT = "00"
               PERFORM PROMOTE-APPROVAL-FILE
               DISPLAY "Department " WS-APPROVE-DEPT " approved "
                   "by " WS-SEC-OPERATOR
               IF WS-APPR-PENDING = 0
                   DISPLAY "All " WS-APPR-DEPTS " departments "
                       "approved for period " WS-APPR-YEAR "-"
                       WS-APPR-NUM
                   PERFORM MARK-CLOSE-STEP
               ELSE
                   DISPLAY WS-APPR-PENDING " departments still "
                       "pending approval"
               END-IF
           END-IF.

       TALLY-APPROVAL-ROW.
           MOVE TAP-PERIOD-YEAR TO WS-APPR-YEAR
           MOVE TAP-PERIOD-NUM  TO WS-APPR-NUM
           ADD 1 TO WS-APPR-DEPTS
           ADD TAP-HOURS TO WS-APPR-HOURS
           IF TAP-PENDING
               ADD 1 TO WS-APPR-PENDING
           END-IF.

       MARK-CLOSE-STEP.
           MOVE "M" TO CK-FUNC
           MOVE 1 TO CK-STEP-NUM
           MOVE WS-APPR-YEAR TO CK-PERIOD-YEAR
           MOVE WS-APPR-NUM  TO CK-PERIOD-NUM
           MOVE "TIME-APPROVE" TO CK-PROGRAM
           MOVE WS-SEC-OPERATOR TO CK-OPERATOR
           MOVE "C" TO CK-STATUS
           MOVE WS-APPR-DEPTS TO CK-CONTROL-COUNT
           MOVE WS-APPR-HOURS TO CK-CONTROL-AMOUNT
           MOVE "DEPARTMENTS APPROVED / HOURS" TO CK-NOTE
           MOVE "E" TO CK-RESULT
           CALL "CLOSE-SVC" USING CK-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to CLOSE-SVC failed"
           END-CALL.

       PROMOTE-APPROVAL-FILE.
           MOVE 0 TO WS-APPR-EOF
           OPEN INPUT APPROVAL-NEW
