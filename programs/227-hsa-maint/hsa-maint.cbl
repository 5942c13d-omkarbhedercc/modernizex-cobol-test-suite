       IDENTIFICATION DIVISION.
       PROGRAM-ID. HSA-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HSA-ELECTION ASSIGN TO "hsa-election.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSA-EMP-ID
               FILE STATUS IS WS-FS-HSA-ELECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  HSA-ELECTION.
           COPY "hsa-election.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-HSA-ELECTION PIC X(2) VALUE "00".
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
       01 WS-MAINT-STATUS PIC X(1) VALUE "A".
          88 MAINT-STATUS-VALID VALUE "A" "S".
       01 WS-MAINT-COVERAGE PIC X(1) VALUE "S".
          88 MAINT-COVERAGE-VALID VALUE "S" "F".
       01 WS-MAINT-CATCH-UP PIC X(1) VALUE "N".
          88 MAINT-CATCH-UP-VALID VALUE "Y" "N".
       01 WS-MAINT-EE-AMOUNT PIC 9(5)V99 VALUE 0.
       01 WS-MAINT-ER-METHOD PIC X(1) VALUE "N".
          88 MAINT-ER-METHOD-VALID VALUE "N" "F" "M".
          88 MAINT-ER-FLAT  VALUE "F".
          88 MAINT-ER-MATCH VALUE "M".
       01 WS-MAINT-ER-AMOUNT PIC 9(5)V99 VALUE 0.
       01 WS-MAINT-MATCH-PCT PIC V9999 VALUE 0.
       01 WS-MAINT-ACCOUNT-NO PIC X(17) VALUE SPACES.
       01 WS-MAINT-EFF-DATE PIC 9(8) VALUE 0.
       01 WS-FIELDS-OK PIC X(1) VALUE "Y".
          88 IS-FIELDS-OK VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
           COMPUTE WS-TODAY = 20000000 + WS-RUN-DATE
           PERFORM OPEN-HSA-ELECTION
           PERFORM DISPLAY-MENU
           ACCEPT WS-CHOICE
           PERFORM UNTIL CHOICE-EXIT
               EVALUATE TRUE
                   WHEN CHOICE-ADD
                       PERFORM ADD-ELECTION
                   WHEN CHOICE-CHANGE
                       PERFORM CHANGE-ELECTION
                   WHEN CHOICE-DELETE
                       PERFORM DELETE-ELECTION
                   WHEN CHOICE-LIST
                       PERFORM LIST-ELECTIONS
                   WHEN OTHER
                       DISPLAY "ERROR: choice must be 1-5"
               END-EVALUATE
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
           END-PERFORM
           CLOSE HSA-ELECTION
           IF WS-FS-HSA-ELECTION NOT = "00"
               DISPLAY "ERROR: CLOSE failed for "
                   "hsa-election.dat, status " WS-FS-HSA-ELECTION
           END-IF
           DISPLAY "Done"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       DISPLAY-MENU.
           DISPLAY "1-ADD  2-CHANGE  3-DELETE  4-LIST  5-EXIT"
           DISPLAY "Enter choice: ".

       OPEN-HSA-ELECTION.
           OPEN I-O HSA-ELECTION
           IF WS-FS-HSA-ELECTION = "35"
               OPEN OUTPUT HSA-ELECTION
               CLOSE HSA-ELECTION
               OPEN I-O HSA-ELECTION
           END-IF
           IF WS-FS-HSA-ELECTION NOT = "00"
               DISPLAY "ERROR: OPEN I-O failed for "
                   "hsa-election.dat, status " WS-FS-HSA-ELECTION
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       ACCEPT-ELECTION-FIELDS.
           MOVE "Y" TO WS-FIELDS-OK
           DISPLAY "Enter status (A=active S=stopped): "
           ACCEPT WS-MAINT-STATUS
           DISPLAY "Enter HDHP coverage (S=self-only F=family): "
           ACCEPT WS-MAINT-COVERAGE
           DISPLAY "Age 55 or older catch-up (Y/N): "
           ACCEPT WS-MAINT-CATCH-UP
           DISPLAY "Enter employee contribution per period: "
           ACCEPT WS-MAINT-EE-AMOUNT
           DISPLAY "Enter employer contribution (N=none F=flat "
               "M=match of employee): "
           ACCEPT WS-MAINT-ER-METHOD
           MOVE 0 TO WS-MAINT-ER-AMOUNT
           MOVE 0 TO WS-MAINT-MATCH-PCT
           EVALUATE TRUE
               WHEN MAINT-ER-FLAT
                   DISPLAY "Enter flat employer contribution per "
                       "period: "
                   ACCEPT WS-MAINT-ER-AMOUNT
               WHEN MAINT-ER-MATCH
                   DISPLAY "Enter employer match of employee "
                       "contribution with decimal point "
                       "(e.g. .5000): "
                   ACCEPT WS-MAINT-MATCH-PCT
                   DISPLAY "Enter employer match limit per period "
                       "(0 if none): "
                   ACCEPT WS-MAINT-ER-AMOUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY "Enter HSA custodian account number: "
           ACCEPT WS-MAINT-ACCOUNT-NO
           DISPLAY "Enter effective date (YYYYMMDD, 0 for "
               "today): "
           ACCEPT WS-MAINT-EFF-DATE
           IF WS-MAINT-EFF-DATE = 0
               MOVE WS-TODAY TO WS-MAINT-EFF-DATE
           END-IF
           IF NOT MAINT-STATUS-VALID
               DISPLAY "ERROR: status must be A or S"
               MOVE "N" TO WS-FIELDS-OK
           END-IF
           IF NOT MAINT-COVERAGE-VALID
               DISPLAY "ERROR: coverage must be S or F"
               MOVE "N" TO WS-FIELDS-OK
           END-IF
           IF NOT MAINT-CATCH-UP-VALID
               DISPLAY "ERROR: catch-up must be Y or N"
               MOVE "N" TO WS-FIELDS-OK
           END-IF
           IF NOT MAINT-ER-METHOD-VALID
               DISPLAY "ERROR: employer contribution must be "
                   "N, F or M"
               MOVE "N" TO WS-FIELDS-OK
           END-IF
           IF MAINT-ER-MATCH AND WS-MAINT-MATCH-PCT = 0
               DISPLAY "ERROR: match percent is required for "
                   "method M"
               MOVE "N" TO WS-FIELDS-OK
           END-IF
           IF WS-MAINT-ACCOUNT-NO = SPACES
               DISPLAY "ERROR: custodian account number is "
                   "required"
               MOVE "N" TO WS-FIELDS-OK
           END-IF.

       MOVE-ELECTION-FIELDS.
           MOVE WS-MAINT-STATUS TO HSA-STATUS
           MOVE WS-MAINT-COVERAGE TO HSA-COVERAGE
           MOVE WS-MAINT-CATCH-UP TO HSA-CATCH-UP
           MOVE WS-MAINT-EE-AMOUNT TO HSA-EE-AMOUNT
           MOVE WS-MAINT-ER-METHOD TO HSA-ER-METHOD
           MOVE WS-MAINT-ER-AMOUNT TO HSA-ER-AMOUNT
           MOVE WS-MAINT-MATCH-PCT TO HSA-ER-MATCH-PCT
           MOVE WS-MAINT-ACCOUNT-NO TO HSA-ACCOUNT-NO
           MOVE WS-MAINT-EFF-DATE TO HSA-EFF-DATE.

       ADD-ELECTION.
           DISPLAY "Enter employee ID: "
           ACCEPT WS-MAINT-EMP-ID
           PERFORM ACCEPT-ELECTION-FIELDS
           IF IS-FIELDS-OK
               DISPLAY "ADD HSA election " WS-MAINT-EMP-ID
                   " coverage " WS-MAINT-COVERAGE
                   " employee " WS-MAINT-EE-AMOUNT
                   " employer method " WS-MAINT-ER-METHOD
               DISPLAY "Confirm (Y/N): "
               ACCEPT WS-CONFIRM
               IF IS-CONFIRMED
                   MOVE WS-MAINT-EMP-ID TO HSA-EMP-ID
                   PERFORM MOVE-ELECTION-FIELDS
                   WRITE HSA-REC
                       INVALID KEY
                           DISPLAY "ERROR: employee "
                               WS-MAINT-EMP-ID " already on file - "
                               "use CHANGE"
                   END-WRITE
                   IF WS-FS-HSA-ELECTION = "00"
                       DISPLAY "Election added"
                   END-IF
               ELSE
                   DISPLAY "Operation cancelled"
               END-IF
           END-IF.

       CHANGE-ELECTION.
           DISPLAY "Enter employee ID: "
           ACCEPT WS-MAINT-EMP-ID
           MOVE WS-MAINT-EMP-ID TO HSA-EMP-ID
           READ HSA-ELECTION
               INVALID KEY
                   DISPLAY "ERROR: employee " WS-MAINT-EMP-ID
                       " has no HSA election"
               NOT INVALID KEY
                   DISPLAY "Current: status " HSA-STATUS
                       " coverage " HSA-COVERAGE
                       " catch-up " HSA-CATCH-UP
                       " employee " HSA-EE-AMOUNT
                       " employer method " HSA-ER-METHOD
                       " amount " HSA-ER-AMOUNT
                       " match " HSA-ER-MATCH-PCT
                   PERFORM ACCEPT-ELECTION-FIELDS
                   IF IS-FIELDS-OK
                       DISPLAY "Confirm change (Y/N): "
                       ACCEPT WS-CONFIRM
                       IF IS-CONFIRMED
                           PERFORM MOVE-ELECTION-FIELDS
                           REWRITE HSA-REC
                           IF WS-FS-HSA-ELECTION NOT = "00"
                               DISPLAY "ERROR: REWRITE failed, "
                                   "status " WS-FS-HSA-ELECTION
                           ELSE
                               DISPLAY "Election changed"
                           END-IF
                       ELSE
                           DISPLAY "Operation cancelled"
                       END-IF
                   END-IF
           END-READ.

       DELETE-ELECTION.
           DISPLAY "Enter employee ID: "
           ACCEPT WS-MAINT-EMP-ID
           MOVE WS-MAINT-EMP-ID TO HSA-EMP-ID
           READ HSA-ELECTION
               INVALID KEY
                   DISPLAY "ERROR: employee " WS-MAINT-EMP-ID
                       " has no HSA election"
               NOT INVALID KEY
                   DISPLAY "DELETE HSA election " HSA-EMP-ID
                       " account " HSA-ACCOUNT-NO
                   DISPLAY "Confirm (Y/N): "
                   ACCEPT WS-CONFIRM
                   IF IS-CONFIRMED
                       DELETE HSA-ELECTION
                           INVALID KEY
                               DISPLAY "ERROR: DELETE failed, "
                                   "status " WS-FS-HSA-ELECTION
                       END-DELETE
                       IF WS-FS-HSA-ELECTION = "00"
                           DISPLAY "Election deleted"
                       END-IF
                   ELSE
                       DISPLAY "Operation cancelled"
                   END-IF
           END-READ.

       LIST-ELECTIONS.
           MOVE 0 TO WS-EOF
           MOVE ZERO TO HSA-EMP-ID
           START HSA-ELECTION KEY >= HSA-EMP-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 1
               READ HSA-ELECTION NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
               END-READ
               IF WS-EOF = 0
                   DISPLAY HSA-EMP-ID " status " HSA-STATUS
                       " coverage " HSA-COVERAGE
                       " catch-up " HSA-CATCH-UP
                       " employee " HSA-EE-AMOUNT
                       " employer " HSA-ER-METHOD
                       " " HSA-ER-AMOUNT
                       " match " HSA-ER-MATCH-PCT
                       " account " HSA-ACCOUNT-NO
                       " effective " HSA-EFF-DATE
               END-IF
           END-PERFORM.
