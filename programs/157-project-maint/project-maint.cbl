           SELECT PROJECT-NEW ASSIGN TO "project-master-new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROJECT-NEW.
           SELECT PW-RATES ASSIGN TO "prevailing-wage.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PW-RATES.
           SELECT PW-RATES-NEW ASSIGN TO "prevailing-wage-new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PW-RATES-NEW.
       DATA DIVISION.
       FILE SECTION.
       FD  PROJECT-MASTER.
               REPLACING ==PRJ-REC== BY ==PRJN-REC==
                         LEADING ==PRJ-== BY ==PRJN-==.

       FD  PW-RATES.
           COPY "pw-rate.cpy".

       FD  PW-RATES-NEW.
           COPY "pw-rate.cpy"
               REPLACING ==PWR-REC== BY ==PWRN-REC==
                         LEADING ==PWR-== BY ==PWRN-==.

       WORKING-STORAGE SECTION.
       01 WS-FS-PROJECT-MASTER PIC X(2) VALUE "00".
       01 WS-FS-PROJECT-NEW    PIC X(2) VALUE "00".
       01 WS-FS-PW-RATES       PIC X(2) VALUE "00".
       01 WS-FS-PW-RATES-NEW   PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-PROMOTE-EOF PIC 9(1) VALUE 0.
       01 WS-CHOICE PIC 9(1) VALUE 0.
          88 CHOICE-CHANGE VALUE 2.
          88 CHOICE-CLOSE  VALUE 3.
          88 CHOICE-LIST   VALUE 4.
          88 CHOICE-RATES  VALUE 5.
          88 CHOICE-EXIT   VALUE 6.
       01 WS-CONFIRM PIC X(1) VALUE "N".
          88 IS-CONFIRMED VALUE "Y" "y".
       01 WS-MATCH-FOUND PIC X(1) VALUE "N".
       01 WS-MAINT-NAME PIC X(20) VALUE SPACES.
       01 WS-MAINT-CUSTOMER PIC X(20) VALUE SPACES.
       01 WS-MAINT-BILL-RATE PIC 9(3)V99 VALUE 0.
       01 WS-MAINT-COMPANY PIC 9(2) VALUE 0.
       01 WS-MAINT-PREV-WAGE PIC X(1) VALUE "N".
          88 IS-MAINT-PREV-WAGE VALUE "Y" "y".
       01 WS-MAINT-CRAFT PIC X(6) VALUE SPACES.
       01 WS-MAINT-VALID PIC X(1) VALUE "Y".
          88 IS-MAINT-VALID VALUE "Y".
       01 WS-RATE-ACTION PIC X(1) VALUE SPACE.
          88 RATE-ACTION-ADD  VALUE "A" "a".
          88 RATE-ACTION-LIST VALUE "L" "l".
       01 WS-PW-JOB PIC 9(6) VALUE 0.
       01 WS-PW-CRAFT PIC X(6) VALUE SPACES.
       01 WS-PW-EFF-DATE PIC 9(8) VALUE 0.
       01 WS-PW-BASE-RATE PIC 9(3)V99 VALUE 0.
       01 WS-PW-FRINGE-RATE PIC 9(3)V99 VALUE 0.
       01 WS-PW-DESC PIC X(20) VALUE SPACES.
       01 WS-PW-JOB-FOUND PIC X(1) VALUE "N".
          88 IS-PW-JOB-FOUND VALUE "Y".
       01 WS-PW-JOB-FLAG PIC X(1) VALUE "N".
       01 WS-PW-JOB-CRAFT PIC X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM DISPLAY-MENU
                       PERFORM MAINTAIN-PROJECT
                   WHEN CHOICE-LIST
                       PERFORM LIST-PROJECTS
                   WHEN CHOICE-RATES
                       PERFORM MAINTAIN-WAGE-RATES
                   WHEN OTHER
                       DISPLAY "ERROR: choice must be 1-6"
               END-EVALUATE
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
           GOBACK.

       DISPLAY-MENU.
           DISPLAY "1-ADD  2-CHANGE  3-CLOSE JOB  4-LIST  "
               "5-WAGE RATES  6-EXIT"
           DISPLAY "Enter choice: ".

       MAINTAIN-PROJECT.
           MOVE "Y" TO WS-MAINT-VALID
           MOVE "N" TO WS-MAINT-PREV-WAGE
           MOVE SPACES TO WS-MAINT-CRAFT
           DISPLAY "Enter job number (000001-999999): "
           ACCEPT WS-MAINT-JOB
           IF CHOICE-ADD OR CHOICE-CHANGE
               ACCEPT WS-MAINT-CUSTOMER
               DISPLAY "Enter hourly bill rate: "
               ACCEPT WS-MAINT-BILL-RATE
               DISPLAY "Enter owning company code (00 for 01): "
               ACCEPT WS-MAINT-COMPANY
               IF WS-MAINT-COMPANY = 0
                   MOVE 1 TO WS-MAINT-COMPANY
               END-IF
               DISPLAY "Prevailing wage job (Y/N): "
               ACCEPT WS-MAINT-PREV-WAGE
               IF IS-MAINT-PREV-WAGE
                   MOVE "Y" TO WS-MAINT-PREV-WAGE
                   DISPLAY "Enter craft classification: "
                   ACCEPT WS-MAINT-CRAFT
                   IF WS-MAINT-CRAFT = SPACES
                       DISPLAY "ERROR: a prevailing wage job needs "
                           "a craft classification"
                       MOVE "N" TO WS-MAINT-VALID
                   END-IF
               ELSE
                   MOVE "N" TO WS-MAINT-PREV-WAGE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN CHOICE-ADD
                       WS-MAINT-NAME " customer "
                       WS-MAINT-CUSTOMER " rate "
                       WS-MAINT-BILL-RATE
                       " prevailing wage " WS-MAINT-PREV-WAGE
                       " " WS-MAINT-CRAFT
               WHEN CHOICE-CHANGE
                   DISPLAY "CHANGE job " WS-MAINT-JOB " to: "
                       WS-MAINT-NAME " customer "
                       WS-MAINT-CUSTOMER " rate "
                       WS-MAINT-BILL-RATE
                       " prevailing wage " WS-MAINT-PREV-WAGE
                       " " WS-MAINT-CRAFT
               WHEN CHOICE-CLOSE
                   DISPLAY "CLOSE job " WS-MAINT-JOB
           END-EVALUATE
           IF IS-MAINT-VALID
               DISPLAY "Confirm (Y/N): "
               ACCEPT WS-CONFIRM
               IF IS-CONFIRMED
                   PERFORM PROCESS-PROJECT-MASTER
               ELSE
                   DISPLAY "Operation cancelled"
               END-IF
           ELSE
               DISPLAY "Operation cancelled"
           END-IF.
           MOVE WS-MAINT-CUSTOMER TO PRJN-CUSTOMER
           MOVE WS-MAINT-BILL-RATE TO PRJN-BILL-RATE
           MOVE "A" TO PRJN-STATUS
           MOVE WS-MAINT-COMPANY TO PRJN-COMPANY
           MOVE WS-MAINT-PREV-WAGE TO PRJN-PREV-WAGE
           MOVE WS-MAINT-CRAFT TO PRJN-CRAFT
           WRITE PRJN-REC
           IF WS-FS-PROJECT-NEW NOT = "00"
               DISPLAY "ERROR: WRITE failed for "
                                   " customer " PRJ-CUSTOMER
                                   " rate " PRJ-BILL-RATE
                                   " status " PRJ-STATUS
                                   " co " PRJ-COMPANY
                                   " pw " PRJ-PREV-WAGE
                                   " " PRJ-CRAFT
                       END-READ
                   END-PERFORM
                   CLOSE PROJECT-MASTER
               END-IF
           END-IF.

       MAINTAIN-WAGE-RATES.
           DISPLAY "A-ADD OR REPLACE A RATE  L-LIST RATES: "
           ACCEPT WS-RATE-ACTION
           EVALUATE TRUE
               WHEN RATE-ACTION-ADD
                   PERFORM ADD-WAGE-RATE
               WHEN RATE-ACTION-LIST
                   PERFORM LIST-WAGE-RATES
               WHEN OTHER
                   DISPLAY "ERROR: action must be A or L"
           END-EVALUATE.

       ADD-WAGE-RATE.
           DISPLAY "Enter job number: "
           ACCEPT WS-PW-JOB
           PERFORM FIND-PW-JOB
           IF NOT IS-PW-JOB-FOUND
               DISPLAY "ERROR: job " WS-PW-JOB " not found in "
                   "project-master.dat, no rate added"
           ELSE
               IF WS-PW-JOB-FLAG NOT = "Y"
                   DISPLAY "WARNING: job " WS-PW-JOB " is not "
                       "flagged prevailing wage - PAYROLL will "
                       "not apply this rate until it is"
               END-IF
               DISPLAY "Enter craft (blank = " WS-PW-JOB-CRAFT "): "
               ACCEPT WS-PW-CRAFT
               IF WS-PW-CRAFT = SPACES
                   MOVE WS-PW-JOB-CRAFT TO WS-PW-CRAFT
               END-IF
               DISPLAY "Enter effective date (YYYYMMDD): "
               ACCEPT WS-PW-EFF-DATE
               DISPLAY "Enter prevailing base hourly rate: "
               ACCEPT WS-PW-BASE-RATE
               DISPLAY "Enter fringe benefit hourly rate: "
               ACCEPT WS-PW-FRINGE-RATE
               DISPLAY "Enter wage determination reference: "
               ACCEPT WS-PW-DESC
               EVALUATE TRUE
                   WHEN WS-PW-CRAFT = SPACES
                       DISPLAY "ERROR: craft is required, no rate "
                           "added"
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-PW-EFF-DATE)
                       NOT = 0
                       DISPLAY "ERROR: effective date "
                           WS-PW-EFF-DATE " is not valid, no rate "
                           "added"
                   WHEN WS-PW-BASE-RATE = 0
                       DISPLAY "ERROR: base rate must be greater "
                           "than zero, no rate added"
                   WHEN OTHER
                       DISPLAY "RATE job " WS-PW-JOB " craft "
                           WS-PW-CRAFT " effective " WS-PW-EFF-DATE
                           " base " WS-PW-BASE-RATE " fringe "
                           WS-PW-FRINGE-RATE
                       DISPLAY "Confirm (Y/N): "
                       ACCEPT WS-CONFIRM
                       IF IS-CONFIRMED
                           PERFORM PROCESS-WAGE-RATES
                       ELSE
                           DISPLAY "Operation cancelled"
                       END-IF
               END-EVALUATE
           END-IF.

       FIND-PW-JOB.
           MOVE 0 TO WS-EOF
           MOVE "N" TO WS-PW-JOB-FOUND
           MOVE "N" TO WS-PW-JOB-FLAG
           MOVE SPACES TO WS-PW-JOB-CRAFT
           OPEN INPUT PROJECT-MASTER
           IF WS-FS-PROJECT-MASTER = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ PROJECT-MASTER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PRJ-JOB = WS-PW-JOB
                               MOVE "Y" TO WS-PW-JOB-FOUND
                               MOVE PRJ-PREV-WAGE TO WS-PW-JOB-FLAG
                               MOVE PRJ-CRAFT TO WS-PW-JOB-CRAFT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROJECT-MASTER
           END-IF.

       PROCESS-WAGE-RATES.
           MOVE 0 TO WS-EOF
           MOVE "N" TO WS-MATCH-FOUND
           OPEN INPUT PW-RATES
           IF WS-FS-PW-RATES = "35"
               MOVE 1 TO WS-EOF
           ELSE
               IF WS-FS-PW-RATES NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "prevailing-wage.dat, status "
                       WS-FS-PW-RATES
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN OUTPUT PW-RATES-NEW
           IF WS-FS-PW-RATES-NEW NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "prevailing-wage-new.dat, status "
                   WS-FS-PW-RATES-NEW
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF = 1
               READ PW-RATES
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PWR-JOB = WS-PW-JOB AND
                           PWR-CRAFT = WS-PW-CRAFT AND
                           PWR-EFF-DATE = WS-PW-EFF-DATE
                           MOVE "Y" TO WS-MATCH-FOUND
                           PERFORM WRITE-NEW-WAGE-RATE
                       ELSE
                           MOVE PWR-REC TO PWRN-REC
                           WRITE PWRN-REC
                           IF WS-FS-PW-RATES-NEW NOT = "00"
                               DISPLAY "ERROR: WRITE failed for "
                                   "prevailing-wage-new.dat, "
                                   "status " WS-FS-PW-RATES-NEW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF IS-MATCH-FOUND
               DISPLAY "NOTE: rate for job " WS-PW-JOB " craft "
                   WS-PW-CRAFT " effective " WS-PW-EFF-DATE
                   " was already on file - record replaced"
           ELSE
               PERFORM WRITE-NEW-WAGE-RATE
           END-IF
           CLOSE PW-RATES
           CLOSE PW-RATES-NEW
           PERFORM PROMOTE-WAGE-RATES.

       WRITE-NEW-WAGE-RATE.
           MOVE WS-PW-JOB TO PWRN-JOB
           MOVE WS-PW-CRAFT TO PWRN-CRAFT
           MOVE WS-PW-EFF-DATE TO PWRN-EFF-DATE
           MOVE WS-PW-BASE-RATE TO PWRN-BASE-RATE
           MOVE WS-PW-FRINGE-RATE TO PWRN-FRINGE-RATE
           MOVE WS-PW-DESC TO PWRN-DESC
           WRITE PWRN-REC
           IF WS-FS-PW-RATES-NEW NOT = "00"
               DISPLAY "ERROR: WRITE failed for "
                   "prevailing-wage-new.dat, status "
                   WS-FS-PW-RATES-NEW
           END-IF.

       PROMOTE-WAGE-RATES.
           MOVE 0 TO WS-PROMOTE-EOF
           OPEN INPUT PW-RATES-NEW
           IF WS-FS-PW-RATES-NEW NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "prevailing-wage-new.dat, status "
                   WS-FS-PW-RATES-NEW
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PW-RATES
           IF WS-FS-PW-RATES NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "prevailing-wage.dat, status "
                   WS-FS-PW-RATES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-PROMOTE-EOF = 1
               READ PW-RATES-NEW
                   AT END MOVE 1 TO WS-PROMOTE-EOF
                   NOT AT END
                       MOVE PWRN-REC TO PWR-REC
                       WRITE PWR-REC
                       IF WS-FS-PW-RATES NOT = "00"
                           DISPLAY "ERROR: WRITE failed for "
                               "prevailing-wage.dat, status "
                               WS-FS-PW-RATES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PW-RATES-NEW
           CLOSE PW-RATES
           DISPLAY "prevailing-wage.dat updated".

       LIST-WAGE-RATES.
           MOVE 0 TO WS-EOF
           OPEN INPUT PW-RATES
           IF WS-FS-PW-RATES = "35"
               DISPLAY "prevailing-wage.dat not found - no "
                   "prevailing wage rates on file"
           ELSE
               IF WS-FS-PW-RATES NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "prevailing-wage.dat, status "
                       WS-FS-PW-RATES
               ELSE
                   PERFORM UNTIL WS-EOF = 1
                       READ PW-RATES
                           AT END MOVE 1 TO WS-EOF
                           NOT AT END
                               DISPLAY PWR-JOB " " PWR-CRAFT
                                   " eff " PWR-EFF-DATE
                                   " base " PWR-BASE-RATE
                                   " fringe " PWR-FRINGE-RATE
                                   " " PWR-DESC
                       END-READ
                   END-PERFORM
                   CLOSE PW-RATES
               END-IF
           END-IF.
