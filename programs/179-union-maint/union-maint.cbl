       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNION-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNION-MEMBER ASSIGN TO "union-member.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UNM-EMP-ID
               FILE STATUS IS WS-FS-UNION-MEMBER.
       DATA DIVISION.
       FILE SECTION.
       FD  UNION-MEMBER.
           COPY "union-member.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-UNION-MEMBER PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-CHOICE PIC 9(1) VALUE 0.
          88 CHOICE-ADD    VALUE 1.
          88 CHOICE-CHANGE VALUE 2.
          88 CHOICE-DELETE VALUE 3.
          88 CHOICE-LIST   VALUE 4.
          88 CHOICE-EXIT   VALUE 5.
       01 WS-CONFIRM PIC X(1) VALUE "N".
          88 IS-CONFIRMED VALUE "Y" "y".
       01 WS-MAINT-EMP-ID PIC 9(7) VALUE 0.
       01 WS-MAINT-LOCAL PIC 9(4) VALUE 0.
       01 WS-MAINT-INIT-DATE PIC 9(8) VALUE 0.
       01 WS-MAINT-STATUS PIC X(1) VALUE "A".
          88 MAINT-STATUS-VALID VALUE "A" "W".
       01 WS-MAINT-METHOD PIC X(1) VALUE "F".
          88 MAINT-METHOD-VALID VALUE "F" "P" "H".
          88 MAINT-METHOD-FLAT VALUE "F".
          88 MAINT-METHOD-PCT  VALUE "P".
          88 MAINT-METHOD-HOURLY VALUE "H".
       01 WS-MAINT-AMOUNT PIC 9(5)V99 VALUE 0.
       01 WS-MAINT-PERCENT PIC V9999 VALUE 0.
       01 WS-MAINT-HOUR-RATE PIC 9(2)V9999 VALUE 0.
       01 WS-MAINT-INIT-FEE PIC 9(5)V99 VALUE 0.
       01 WS-MAINT-INSTALL PIC 9(5)V99 VALUE 0.
       01 WS-MAINT-BRIDGED PIC 9(5) VALUE 0.
       01 WS-FIELDS-OK PIC X(1) VALUE "Y".
          88 IS-FIELDS-OK VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
           COMPUTE WS-TODAY = 20000000 + WS-RUN-DATE
           PERFORM OPEN-UNION-MEMBER
           PERFORM DISPLAY-MENU
           ACCEPT WS-CHOICE
           PERFORM UNTIL CHOICE-EXIT
               EVALUATE TRUE
                   WHEN CHOICE-ADD
                       PERFORM ADD-MEMBER
                   WHEN CHOICE-CHANGE
                       PERFORM CHANGE-MEMBER
                   WHEN CHOICE-DELETE
                       PERFORM DELETE-MEMBER
                   WHEN CHOICE-LIST
                       PERFORM LIST-MEMBERS
                   WHEN OTHER
                       DISPLAY "ERROR: choice must be 1-5"
               END-EVALUATE
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
           END-PERFORM
           CLOSE UNION-MEMBER
           IF WS-FS-UNION-MEMBER NOT = "00"
               DISPLAY "ERROR: CLOSE failed for "
                   "union-member.dat, status " WS-FS-UNION-MEMBER
           END-IF
           DISPLAY "Done"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       DISPLAY-MENU.
           DISPLAY "1-ADD  2-CHANGE  3-DELETE  4-LIST  5-EXIT"
           DISPLAY "Enter choice: ".

       OPEN-UNION-MEMBER.
           OPEN I-O UNION-MEMBER
           IF WS-FS-UNION-MEMBER = "35"
               OPEN OUTPUT UNION-MEMBER
               CLOSE UNION-MEMBER
               OPEN I-O UNION-MEMBER
           END-IF
           IF WS-FS-UNION-MEMBER NOT = "00"
               DISPLAY "ERROR: OPEN I-O failed for "
                   "union-member.dat, status " WS-FS-UNION-MEMBER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       ACCEPT-MEMBER-FIELDS.
           MOVE "Y" TO WS-FIELDS-OK
           DISPLAY "Enter union local number: "
           ACCEPT WS-MAINT-LOCAL
           DISPLAY "Enter initiation date (YYYYMMDD, 0 for "
               "today): "
           ACCEPT WS-MAINT-INIT-DATE
           IF WS-MAINT-INIT-DATE = 0
               MOVE WS-TODAY TO WS-MAINT-INIT-DATE
           END-IF
           DISPLAY "Enter status (A=active W=withdrawn): "
           ACCEPT WS-MAINT-STATUS
           DISPLAY "Enter dues method (F=flat P=percent of gross "
               "H=hours times rate): "
           ACCEPT WS-MAINT-METHOD
           MOVE 0 TO WS-MAINT-AMOUNT
           MOVE 0 TO WS-MAINT-PERCENT
           MOVE 0 TO WS-MAINT-HOUR-RATE
           EVALUATE TRUE
               WHEN MAINT-METHOD-FLAT
                   DISPLAY "Enter flat dues per period: "
                   ACCEPT WS-MAINT-AMOUNT
               WHEN MAINT-METHOD-PCT
                   DISPLAY "Enter dues percent of gross with "
                       "decimal point (e.g. .0150): "
                   ACCEPT WS-MAINT-PERCENT
               WHEN MAINT-METHOD-HOURLY
                   DISPLAY "Enter dues per hour worked "
                       "(e.g. 00.2500): "
                   ACCEPT WS-MAINT-HOUR-RATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY "Enter initiation fee (0 if none): "
           ACCEPT WS-MAINT-INIT-FEE
           DISPLAY "Enter initiation fee installment per period "
               "(0 takes it in one period): "
           ACCEPT WS-MAINT-INSTALL
           DISPLAY "Enter bridged prior service in days (0 if "
               "none): "
           ACCEPT WS-MAINT-BRIDGED
           IF WS-MAINT-LOCAL = 0
               DISPLAY "ERROR: local number is required"
               MOVE "N" TO WS-FIELDS-OK
           END-IF
           IF NOT MAINT-STATUS-VALID
               DISPLAY "ERROR: status must be A or W"
               MOVE "N" TO WS-FIELDS-OK
           END-IF
           IF NOT MAINT-METHOD-VALID
               DISPLAY "ERROR: dues method must be F, P or H"
               MOVE "N" TO WS-FIELDS-OK
           END-IF.

       MOVE-MEMBER-FIELDS.
           MOVE WS-MAINT-LOCAL TO UNM-LOCAL
           MOVE WS-MAINT-INIT-DATE TO UNM-INIT-DATE
           MOVE WS-MAINT-STATUS TO UNM-STATUS
           MOVE WS-MAINT-METHOD TO UNM-DUES-METHOD
           MOVE WS-MAINT-AMOUNT TO UNM-DUES-AMOUNT
           MOVE WS-MAINT-PERCENT TO UNM-DUES-PERCENT
           MOVE WS-MAINT-HOUR-RATE TO UNM-DUES-HOUR-RATE
           MOVE WS-MAINT-INIT-FEE TO UNM-INIT-FEE
           MOVE WS-MAINT-INSTALL TO UNM-INIT-INSTALL
           MOVE WS-MAINT-BRIDGED TO UNM-BRIDGED-DAYS.

       ADD-MEMBER.
           DISPLAY "Enter employee ID: "
           ACCEPT WS-MAINT-EMP-ID
           PERFORM ACCEPT-MEMBER-FIELDS
           IF IS-FIELDS-OK
               DISPLAY "ADD member " WS-MAINT-EMP-ID " local "
                   WS-MAINT-LOCAL " method " WS-MAINT-METHOD
                   " initiation fee " WS-MAINT-INIT-FEE
               DISPLAY "Confirm (Y/N): "
               ACCEPT WS-CONFIRM
               IF IS-CONFIRMED
                   MOVE WS-MAINT-EMP-ID TO UNM-EMP-ID
                   PERFORM MOVE-MEMBER-FIELDS
                   MOVE WS-MAINT-INIT-FEE TO UNM-INIT-BALANCE
                   WRITE UNM-REC
                       INVALID KEY
                           DISPLAY "ERROR: employee "
                               WS-MAINT-EMP-ID " already on file - "
                               "use CHANGE"
                   END-WRITE
                   IF WS-FS-UNION-MEMBER = "00"
                       DISPLAY "Member added"
                   END-IF
               ELSE
                   DISPLAY "Operation cancelled"
               END-IF
           END-IF.

       CHANGE-MEMBER.
           DISPLAY "Enter employee ID: "
           ACCEPT WS-MAINT-EMP-ID
           MOVE WS-MAINT-EMP-ID TO UNM-EMP-ID
           READ UNION-MEMBER
               INVALID KEY
                   DISPLAY "ERROR: employee " WS-MAINT-EMP-ID
                       " is not a union member"
               NOT INVALID KEY
                   DISPLAY "Current: local " UNM-LOCAL " status "
                       UNM-STATUS " method " UNM-DUES-METHOD
                       " fee " UNM-INIT-FEE " fee balance "
                       UNM-INIT-BALANCE
                   PERFORM ACCEPT-MEMBER-FIELDS
                   IF IS-FIELDS-OK
                       DISPLAY "Confirm change (Y/N): "
                       ACCEPT WS-CONFIRM
                       IF IS-CONFIRMED
                           PERFORM MOVE-MEMBER-FIELDS
                           IF UNM-INIT-BALANCE > UNM-INIT-FEE
                               MOVE UNM-INIT-FEE TO UNM-INIT-BALANCE
                           END-IF
                           REWRITE UNM-REC
                           IF WS-FS-UNION-MEMBER NOT = "00"
                               DISPLAY "ERROR: REWRITE failed, "
                                   "status " WS-FS-UNION-MEMBER
                           ELSE
                               DISPLAY "Member changed"
                           END-IF
                       ELSE
                           DISPLAY "Operation cancelled"
                       END-IF
                   END-IF
           END-READ.

       DELETE-MEMBER.
           DISPLAY "Enter employee ID: "
           ACCEPT WS-MAINT-EMP-ID
           MOVE WS-MAINT-EMP-ID TO UNM-EMP-ID
           READ UNION-MEMBER
               INVALID KEY
                   DISPLAY "ERROR: employee " WS-MAINT-EMP-ID
                       " is not a union member"
               NOT INVALID KEY
                   DISPLAY "DELETE member " UNM-EMP-ID " local "
                       UNM-LOCAL " fee balance " UNM-INIT-BALANCE
                   DISPLAY "Confirm (Y/N): "
                   ACCEPT WS-CONFIRM
                   IF IS-CONFIRMED
                       DELETE UNION-MEMBER
                           INVALID KEY
                               DISPLAY "ERROR: DELETE failed, "
                                   "status " WS-FS-UNION-MEMBER
                       END-DELETE
                       IF WS-FS-UNION-MEMBER = "00"
                           DISPLAY "Member deleted"
                       END-IF
                   ELSE
                       DISPLAY "Operation cancelled"
                   END-IF
           END-READ.

       LIST-MEMBERS.
           MOVE 0 TO WS-EOF
           MOVE ZERO TO UNM-EMP-ID
           START UNION-MEMBER KEY >= UNM-EMP-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 1
               READ UNION-MEMBER NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
               END-READ
               IF WS-EOF = 0
                   DISPLAY UNM-EMP-ID " local " UNM-LOCAL
                       " status " UNM-STATUS
                       " method " UNM-DUES-METHOD
                       " initiated " UNM-INIT-DATE
                       " fee balance " UNM-INIT-BALANCE
                       " bridged " UNM-BRIDGED-DAYS
               END-IF
           END-PERFORM.
