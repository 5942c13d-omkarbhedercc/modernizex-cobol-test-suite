          05 TIME-RATE  PIC 9(3)V99.
          05 TIME-PAY-CODE PIC X(1).
          05 TIME-JOB   PIC 9(6).
          05 TIME-WORK-STATE PIC X(2).
          05 TIME-WORK-DATE PIC 9(8).
           COPY "feed-control.cpy"
               REPLACING ==FEED-HDR-REC== BY ==TIME-HDR-REC==
                         ==FHR-TAG== BY ==TIME-HDR-TAG==
          05 TNEW-RATE  PIC 9(3)V99.
          05 TNEW-PAY-CODE PIC X(1).
          05 TNEW-JOB   PIC 9(6).
          05 TNEW-WORK-STATE PIC X(2).
          05 TNEW-WORK-DATE PIC 9(8).
           COPY "feed-control.cpy"
               REPLACING ==FEED-HDR-REC== BY ==TNEW-HDR-REC==
                         ==FHR-TAG== BY ==TNEW-HDR-TAG==
          88 CHOICE-DECIDE  VALUE 2.
          88 CHOICE-RELEASE VALUE 3.
          88 CHOICE-LIST    VALUE 4.
          88 CHOICE-ELECT   VALUE 5.
          88 CHOICE-EXIT    VALUE 6.
       01 WS-CONFIRM PIC X(1) VALUE "N".
          88 IS-CONFIRMED VALUE "Y" "y".
       01 WS-SIGNON-FIELDS.
          05 WS-RL-YEAR PIC 9(4) VALUE 0.
          05 WS-RL-NUM  PIC 9(2) VALUE 0.
       01 WS-AVAIL-BAL PIC S9(5)V99 VALUE 0.
       01 WS-COMP-ELECTION.
          05 WS-CE-EMP-ID PIC 9(7) VALUE 0.
          05 WS-CE-ELECT  PIC X(1) VALUE "N".
       01 WS-PENDING-SAME PIC 9(5)V9 VALUE 0.
       01 WS-MATCH-FOUND PIC X(1) VALUE "N".
          88 IS-MATCH-FOUND VALUE "Y".
          05 WS-FC-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-RELEASE-STATS.
          05 WS-REQUESTS-FED PIC 9(5) VALUE 0.
           COPY "fmla-svc.cpy".
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
                       PERFORM RELEASE-TO-FEED
                   WHEN CHOICE-LIST
                       PERFORM LIST-REQUESTS
                   WHEN CHOICE-ELECT
                       PERFORM SET-COMP-ELECTION
                   WHEN OTHER
                       DISPLAY "ERROR: choice must be 1-6"
               END-EVALUATE
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE

       DISPLAY-MENU.
           DISPLAY "1-ENTER REQUEST  2-APPROVE/DENY  "
               "3-RELEASE TO FEED  4-LIST  5-COMP ELECTION  "
               "6-EXIT"
           DISPLAY "Enter choice: ".

       OPERATOR-SIGN-ON.
       ENTER-REQUEST.
           DISPLAY "Enter employee ID: "
           ACCEPT WS-NR-EMP-ID
           DISPLAY "Enter leave code (V=vacation S=sick "
               "F=FMLA unpaid C=comp time): "
           ACCEPT WS-NR-CODE
           PERFORM UNTIL WS-NR-CODE = "V" OR WS-NR-CODE = "S" OR
               WS-NR-CODE = "F" OR WS-NR-CODE = "C"
               DISPLAY "ERROR: leave code must be V, S, F or C"
               DISPLAY "Enter leave code (V=vacation S=sick "
                   "F=FMLA unpaid C=comp time): "
               ACCEPT WS-NR-CODE
           END-PERFORM
           DISPLAY "Enter hours requested (tenths allowed): "

       CHECK-AVAILABLE-BALANCE.
           MOVE 0 TO WS-AVAIL-BAL
           IF WS-NR-CODE = "F"
               PERFORM CHECK-FMLA-ENTITLEMENT
           ELSE
               PERFORM CHECK-LEAVE-MASTER-BALANCE
           END-IF
           PERFORM SUM-PENDING-REQUESTS
           SUBTRACT WS-PENDING-SAME FROM WS-AVAIL-BAL.

       CHECK-FMLA-ENTITLEMENT.
           MOVE "R" TO FM-FUNC
           MOVE WS-NR-EMP-ID TO FM-EMP-ID
           MOVE WS-TODAY TO FM-AS-OF-DATE
           MOVE "LEAVE-REQ" TO FM-PROGRAM
           CALL "FMLA-SVC" USING FM-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to FMLA-SVC failed"
           END-CALL
           IF FM-OK
               IF FM-REMAIN-HOURS > 0
                   MOVE FM-REMAIN-HOURS TO WS-AVAIL-BAL
               END-IF
           ELSE
               DISPLAY "ERROR: employee " WS-NR-EMP-ID
                   " has no open FMLA case covering today - open "
                   "the case before requesting FMLA hours"
           END-IF.

       CHECK-LEAVE-MASTER-BALANCE.
           OPEN INPUT LEAVE-MASTER
           IF WS-FS-LEAVE-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                       " has no leave-master.dat record - no "
                       "balance to draw on"
               NOT INVALID KEY
                   EVALUATE WS-NR-CODE
                       WHEN "V"
                           MOVE LV-VAC-BAL TO WS-AVAIL-BAL
                       WHEN "C"
                           MOVE LV-COMP-BAL TO WS-AVAIL-BAL
                       WHEN OTHER
                           MOVE LV-SICK-BAL TO WS-AVAIL-BAL
                   END-EVALUATE
           END-READ
           CLOSE LEAVE-MASTER.

       SUM-PENDING-REQUESTS.
           MOVE 0 TO WS-PENDING-SAME
           ELSE
               DISPLAY "Enter employee ID: "
               ACCEPT WS-DK-EMP-ID
               DISPLAY "Enter leave code (V/S/F/C): "
               ACCEPT WS-DK-CODE
               DISPLAY "Enter action (A=approve D=deny): "
               ACCEPT WS-DK-ACTION
               PERFORM MARK-REQUEST
           END-IF.

       SET-COMP-ELECTION.
           IF NOT IS-SUPERVISOR
               DISPLAY "ERROR: comp time election requires "
                   "supervisor role - function denied for operator "
                   WS-SEC-OPERATOR
           ELSE
               DISPLAY "Enter employee ID: "
               ACCEPT WS-CE-EMP-ID
               DISPLAY "Take overtime as comp time (Y/N): "
               ACCEPT WS-CE-ELECT
               PERFORM UNTIL WS-CE-ELECT = "Y" OR WS-CE-ELECT = "N"
                   DISPLAY "ERROR: election must be Y or N"
                   DISPLAY "Take overtime as comp time (Y/N): "
                   ACCEPT WS-CE-ELECT
               END-PERFORM
               PERFORM WRITE-COMP-ELECTION
           END-IF.

       WRITE-COMP-ELECTION.
           OPEN I-O LEAVE-MASTER
           IF WS-FS-LEAVE-MASTER = "35"
               OPEN OUTPUT LEAVE-MASTER
               CLOSE LEAVE-MASTER
               OPEN I-O LEAVE-MASTER
           END-IF
           IF WS-FS-LEAVE-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN I-O failed for "
                   "leave-master.dat, status " WS-FS-LEAVE-MASTER
               GOBACK
           END-IF
           MOVE WS-CE-EMP-ID TO LV-ID
           READ LEAVE-MASTER
               INVALID KEY
                   MOVE WS-CE-EMP-ID TO LV-ID
                   MOVE 0 TO LV-SVC-YEARS
                   MOVE 0 TO LV-VAC-BAL
                   MOVE 0 TO LV-SICK-BAL
                   MOVE 0 TO LV-VAC-TAKEN-YTD
                   MOVE 0 TO LV-SICK-TAKEN-YTD
                   MOVE WS-CE-ELECT TO LV-COMP-ELECT
                   MOVE 0 TO LV-COMP-BAL
                   MOVE 0 TO LV-COMP-EARNED-YTD
                   MOVE 0 TO LV-COMP-TAKEN-YTD
                   WRITE LV-REC
               NOT INVALID KEY
                   MOVE WS-CE-ELECT TO LV-COMP-ELECT
                   REWRITE LV-REC
           END-READ
           IF WS-FS-LEAVE-MASTER NOT = "00"
               DISPLAY "ERROR: update failed for leave-master.dat, "
                   "status " WS-FS-LEAVE-MASTER
           ELSE
               DISPLAY "Employee " WS-CE-EMP-ID " comp time "
                   "election set to " WS-CE-ELECT
               IF WS-CE-ELECT = "N" AND LV-COMP-BAL > 0
                   DISPLAY "NOTE: " LV-COMP-BAL " banked comp "
                       "hours remain available to use"
               END-IF
           END-IF
           CLOSE LEAVE-MASTER.

       MARK-REQUEST.
           MOVE "N" TO WS-MATCH-FOUND
           MOVE 0 TO WS-EOF
           MOVE ZERO TO TNEW-RATE
           MOVE LRQ-CODE TO TNEW-PAY-CODE
           MOVE ZERO TO TNEW-JOB
           MOVE SPACES TO TNEW-WORK-STATE
           MOVE ZERO TO TNEW-WORK-DATE
           WRITE TIME-NEW-REC
           IF WS-FS-TIME-FEED-NEW NOT = "00"
               DISPLAY "ERROR: WRITE failed for "
