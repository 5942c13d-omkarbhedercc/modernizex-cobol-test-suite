       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-MASTER ASSIGN TO "job-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOB-CODE
               FILE STATUS IS WS-FS-JOB-MASTER.
           SELECT PAY-GRADE-TABLE ASSIGN TO "pay-grade-table.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAY-GRADE.
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-MASTER.
           COPY "job-master.cpy".

       FD  PAY-GRADE-TABLE.
           COPY "pay-grade.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-JOB-MASTER PIC X(2) VALUE "00".
       01 WS-FS-PAY-GRADE  PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-CHOICE PIC 9(1) VALUE 0.
          88 CHOICE-ADD        VALUE 1.
          88 CHOICE-CHANGE     VALUE 2.
          88 CHOICE-INACTIVATE VALUE 3.
          88 CHOICE-GRADE      VALUE 4.
          88 CHOICE-LIST       VALUE 5.
          88 CHOICE-EXIT       VALUE 6.
       01 WS-CONFIRM PIC X(1) VALUE "N".
          88 IS-CONFIRMED VALUE "Y" "y".
       01 WS-MAINT-JOB.
          05 WS-MJ-CODE PIC X(6) VALUE SPACES.
          05 WS-MJ-TITLE PIC X(30) VALUE SPACES.
          05 WS-MJ-FLSA-STATUS PIC X(1) VALUE "N".
          05 WS-MJ-PAY-GRADE PIC X(3) VALUE SPACES.
          05 WS-MJ-EEO-CATEGORY PIC 9(2) VALUE 0.
       01 WS-MAINT-GRADE.
          05 WS-MG-GRADE PIC X(3) VALUE SPACES.
          05 WS-MG-EFF-DATE PIC 9(8) VALUE 0.
          05 WS-MG-BASIS PIC X(1) VALUE "H".
          05 WS-MG-MIN PIC 9(7)V99 VALUE 0.
          05 WS-MG-MID PIC 9(7)V99 VALUE 0.
          05 WS-MG-MAX PIC 9(7)V99 VALUE 0.
       01 WS-GRADE-FOUND PIC X(1) VALUE "N".
          88 IS-GRADE-FOUND VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-JOB-MASTER
           PERFORM DISPLAY-MENU
           ACCEPT WS-CHOICE
           PERFORM UNTIL CHOICE-EXIT
               EVALUATE TRUE
                   WHEN CHOICE-ADD
                       PERFORM ADD-JOB
                   WHEN CHOICE-CHANGE
                       PERFORM CHANGE-JOB
                   WHEN CHOICE-INACTIVATE
                       PERFORM INACTIVATE-JOB
                   WHEN CHOICE-GRADE
                       PERFORM ADD-GRADE-RANGE
                   WHEN CHOICE-LIST
                       PERFORM LIST-JOBS
                       PERFORM LIST-GRADES
                   WHEN OTHER
                       DISPLAY "ERROR: choice must be 1-6"
               END-EVALUATE
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
           END-PERFORM
           CLOSE JOB-MASTER
           IF WS-FS-JOB-MASTER NOT = "00"
               DISPLAY "ERROR: CLOSE failed for job-master.dat, "
                   "status " WS-FS-JOB-MASTER
           END-IF
           DISPLAY "Done"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       DISPLAY-MENU.
           DISPLAY "1-ADD JOB  2-CHANGE JOB  3-INACTIVATE JOB  "
               "4-ADD GRADE RANGE  5-LIST  6-EXIT"
           DISPLAY "Enter choice: ".

       OPEN-JOB-MASTER.
           OPEN I-O JOB-MASTER
           IF WS-FS-JOB-MASTER = "35"
               OPEN OUTPUT JOB-MASTER
               CLOSE JOB-MASTER
               OPEN I-O JOB-MASTER
           END-IF
           IF WS-FS-JOB-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN I-O failed for job-master.dat, "
                   "status " WS-FS-JOB-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       ACCEPT-JOB-FIELDS.
           DISPLAY "Enter job title: "
           ACCEPT WS-MJ-TITLE
           DISPLAY "Enter FLSA status (E=exempt N=non-exempt): "
           ACCEPT WS-MJ-FLSA-STATUS
           PERFORM UNTIL WS-MJ-FLSA-STATUS = "E" OR
               WS-MJ-FLSA-STATUS = "N"
               DISPLAY "ERROR: FLSA status must be E or N"
               DISPLAY "Enter FLSA status (E=exempt N=non-exempt): "
               ACCEPT WS-MJ-FLSA-STATUS
           END-PERFORM
           DISPLAY "Enter pay grade: "
           ACCEPT WS-MJ-PAY-GRADE
           PERFORM UNTIL WS-MJ-PAY-GRADE NOT = SPACES
               DISPLAY "ERROR: pay grade is required"
               DISPLAY "Enter pay grade: "
               ACCEPT WS-MJ-PAY-GRADE
           END-PERFORM
           DISPLAY "Enter EEO-1 job category (01=exec/senior "
               "officials 02=first/mid managers 03=professionals "
               "04=technicians 05=sales 06=admin support 07=craft "
               "08=operatives 09=laborers/helpers 10=service): "
           ACCEPT WS-MJ-EEO-CATEGORY
           PERFORM UNTIL WS-MJ-EEO-CATEGORY >= 1 AND
               WS-MJ-EEO-CATEGORY <= 10
               DISPLAY "ERROR: EEO-1 job category must be 01-10"
               DISPLAY "Enter EEO-1 job category (01-10): "
               ACCEPT WS-MJ-EEO-CATEGORY
           END-PERFORM
           MOVE WS-MJ-PAY-GRADE TO WS-MG-GRADE
           PERFORM CHECK-GRADE-ON-FILE
           IF NOT IS-GRADE-FOUND
               DISPLAY "WARNING: grade " WS-MJ-PAY-GRADE " has no "
                   "range on pay-grade-table.dat yet - add one "
                   "with option 4"
           END-IF.

       SET-JOB-FIELDS.
           MOVE WS-MJ-TITLE TO JOB-TITLE
           MOVE WS-MJ-FLSA-STATUS TO JOB-FLSA-STATUS
           MOVE WS-MJ-PAY-GRADE TO JOB-PAY-GRADE
           MOVE WS-MJ-EEO-CATEGORY TO JOB-EEO-CATEGORY.

       ADD-JOB.
           DISPLAY "Enter job code (6 characters): "
           ACCEPT WS-MJ-CODE
           IF WS-MJ-CODE = SPACES
               DISPLAY "ERROR: job code is required"
           ELSE
               PERFORM ACCEPT-JOB-FIELDS
               DISPLAY "ADD job " WS-MJ-CODE ": " WS-MJ-TITLE
                   " FLSA " WS-MJ-FLSA-STATUS " grade "
                   WS-MJ-PAY-GRADE " EEO-1 cat " WS-MJ-EEO-CATEGORY
               DISPLAY "Confirm (Y/N): "
               ACCEPT WS-CONFIRM
               IF IS-CONFIRMED
                   MOVE WS-MJ-CODE TO JOB-CODE
                   PERFORM SET-JOB-FIELDS
                   MOVE "A" TO JOB-STATUS
                   WRITE JOB-REC
                       INVALID KEY
                           DISPLAY "ERROR: job " WS-MJ-CODE
                               " already on file - use CHANGE"
                   END-WRITE
                   IF WS-FS-JOB-MASTER = "00"
                       DISPLAY "Job added"
                   END-IF
               ELSE
                   DISPLAY "Operation cancelled"
               END-IF
           END-IF.

       CHANGE-JOB.
           DISPLAY "Enter job code: "
           ACCEPT WS-MJ-CODE
           MOVE WS-MJ-CODE TO JOB-CODE
           READ JOB-MASTER
               INVALID KEY
                   DISPLAY "ERROR: job " WS-MJ-CODE " not on file"
               NOT INVALID KEY
                   DISPLAY "Current: " JOB-TITLE " FLSA "
                       JOB-FLSA-STATUS " grade " JOB-PAY-GRADE
                       " EEO-1 cat " JOB-EEO-CATEGORY
                       " status " JOB-STATUS
                   PERFORM ACCEPT-JOB-FIELDS
                   DISPLAY "Confirm change (Y/N): "
                   ACCEPT WS-CONFIRM
                   IF IS-CONFIRMED
                       PERFORM SET-JOB-FIELDS
                       MOVE "A" TO JOB-STATUS
                       REWRITE JOB-REC
                       IF WS-FS-JOB-MASTER NOT = "00"
                           DISPLAY "ERROR: REWRITE failed, "
                               "status " WS-FS-JOB-MASTER
                       ELSE
                           DISPLAY "Job changed"
                       END-IF
                   ELSE
                       DISPLAY "Operation cancelled"
                   END-IF
           END-READ.

       INACTIVATE-JOB.
           DISPLAY "Enter job code: "
           ACCEPT WS-MJ-CODE
           MOVE WS-MJ-CODE TO JOB-CODE
           READ JOB-MASTER
               INVALID KEY
                   DISPLAY "ERROR: job " WS-MJ-CODE " not on file"
               NOT INVALID KEY
                   DISPLAY "INACTIVATE job " JOB-CODE " " JOB-TITLE
                       " - record kept for employees still "
                       "assigned to it"
                   DISPLAY "Confirm (Y/N): "
                   ACCEPT WS-CONFIRM
                   IF IS-CONFIRMED
                       MOVE "I" TO JOB-STATUS
                       REWRITE JOB-REC
                       IF WS-FS-JOB-MASTER NOT = "00"
                           DISPLAY "ERROR: REWRITE failed, "
                               "status " WS-FS-JOB-MASTER
                       ELSE
                           DISPLAY "Job inactivated"
                       END-IF
                   ELSE
                       DISPLAY "Operation cancelled"
                   END-IF
           END-READ.

       ADD-GRADE-RANGE.
           DISPLAY "Enter pay grade: "
           ACCEPT WS-MG-GRADE
           DISPLAY "Enter effective date (YYYYMMDD): "
           ACCEPT WS-MG-EFF-DATE
           DISPLAY "Enter range basis (H=hourly rate A=annual "
               "salary): "
           ACCEPT WS-MG-BASIS
           DISPLAY "Enter range minimum: "
           ACCEPT WS-MG-MIN
           DISPLAY "Enter range midpoint: "
           ACCEPT WS-MG-MID
           DISPLAY "Enter range maximum: "
           ACCEPT WS-MG-MAX
           EVALUATE TRUE
               WHEN WS-MG-GRADE = SPACES OR WS-MG-EFF-DATE = 0
                   DISPLAY "ERROR: grade and effective date are "
                       "required"
               WHEN WS-MG-BASIS NOT = "H" AND WS-MG-BASIS NOT = "A"
                   DISPLAY "ERROR: range basis must be H or A"
               WHEN WS-MG-MIN = 0 OR WS-MG-MIN > WS-MG-MID OR
                   WS-MG-MID > WS-MG-MAX
                   DISPLAY "ERROR: range must run minimum <= "
                       "midpoint <= maximum, minimum above zero"
               WHEN OTHER
                   DISPLAY "ADD grade " WS-MG-GRADE " eff "
                       WS-MG-EFF-DATE " basis " WS-MG-BASIS
                       " min " WS-MG-MIN " mid " WS-MG-MID
                       " max " WS-MG-MAX
                   DISPLAY "Confirm (Y/N): "
                   ACCEPT WS-CONFIRM
                   IF IS-CONFIRMED
                       PERFORM WRITE-GRADE-RANGE
                   ELSE
                       DISPLAY "Operation cancelled"
                   END-IF
           END-EVALUATE.

       WRITE-GRADE-RANGE.
           OPEN EXTEND PAY-GRADE-TABLE
           IF WS-FS-PAY-GRADE = "05" OR WS-FS-PAY-GRADE = "35"
               OPEN OUTPUT PAY-GRADE-TABLE
           END-IF
           IF WS-FS-PAY-GRADE NOT = "00"
               DISPLAY "ERROR: OPEN failed for pay-grade-table.dat, "
                   "status " WS-FS-PAY-GRADE
           ELSE
               MOVE WS-MG-GRADE TO GRD-GRADE
               MOVE WS-MG-EFF-DATE TO GRD-EFF-DATE
               MOVE WS-MG-BASIS TO GRD-BASIS
               MOVE WS-MG-MIN TO GRD-MIN
               MOVE WS-MG-MID TO GRD-MID
               MOVE WS-MG-MAX TO GRD-MAX
               WRITE GRD-REC
               IF WS-FS-PAY-GRADE NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "pay-grade-table.dat, status " WS-FS-PAY-GRADE
               ELSE
                   DISPLAY "Grade range added - takes effect on "
                       WS-MG-EFF-DATE " or later"
               END-IF
               CLOSE PAY-GRADE-TABLE
           END-IF.

       CHECK-GRADE-ON-FILE.
           MOVE "N" TO WS-GRADE-FOUND
           MOVE 0 TO WS-EOF
           OPEN INPUT PAY-GRADE-TABLE
           IF WS-FS-PAY-GRADE = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ PAY-GRADE-TABLE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF GRD-GRADE = WS-MG-GRADE
                               MOVE "Y" TO WS-GRADE-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-GRADE-TABLE
           END-IF
           MOVE 0 TO WS-EOF.

       LIST-JOBS.
           MOVE 0 TO WS-EOF
           MOVE LOW-VALUES TO JOB-CODE
           START JOB-MASTER KEY >= JOB-CODE
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 1
               READ JOB-MASTER NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
               END-READ
               IF WS-EOF = 0
                   DISPLAY JOB-CODE " " JOB-TITLE " FLSA "
                       JOB-FLSA-STATUS " grade " JOB-PAY-GRADE
                       " EEO-1 " JOB-EEO-CATEGORY " status "
                       JOB-STATUS
               END-IF
           END-PERFORM.

       LIST-GRADES.
           MOVE 0 TO WS-EOF
           OPEN INPUT PAY-GRADE-TABLE
           IF WS-FS-PAY-GRADE = "35"
               DISPLAY "pay-grade-table.dat not found - no grade "
                   "ranges on file"
           ELSE
               IF WS-FS-PAY-GRADE NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "pay-grade-table.dat, status " WS-FS-PAY-GRADE
               ELSE
                   PERFORM UNTIL WS-EOF = 1
                       READ PAY-GRADE-TABLE
                           AT END MOVE 1 TO WS-EOF
                           NOT AT END
                               DISPLAY "Grade " GRD-GRADE " eff "
                                   GRD-EFF-DATE " " GRD-BASIS
                                   " min " GRD-MIN " mid " GRD-MID
                                   " max " GRD-MAX
                       END-READ
                   END-PERFORM
                   CLOSE PAY-GRADE-TABLE
               END-IF
           END-IF
           MOVE 0 TO WS-EOF.
