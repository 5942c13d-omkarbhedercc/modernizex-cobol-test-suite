       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDAY-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-CALENDAR ASSIGN TO "holiday-calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOLIDAY-CALENDAR.
           SELECT HOLIDAY-NEW ASSIGN TO "holiday-calendar-new.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOLIDAY-NEW.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-CALENDAR.
           COPY "holiday-calendar.cpy".

       FD  HOLIDAY-NEW.
       01 HOLIDAY-NEW-REC PIC X(43).

       WORKING-STORAGE SECTION.
       01 WS-FS-HOLIDAY-CALENDAR PIC X(2) VALUE "00".
       01 WS-FS-HOLIDAY-NEW      PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-PROMOTE-EOF PIC 9(1) VALUE 0.
       01 WS-CHOICE PIC 9(1) VALUE 0.
          88 CHOICE-ADD    VALUE 1.
          88 CHOICE-DELETE VALUE 2.
          88 CHOICE-LIST   VALUE 3.
          88 CHOICE-EXIT   VALUE 4.
       01 WS-CONFIRM PIC X(1) VALUE "N".
          88 IS-CONFIRMED VALUE "Y" "y".
       01 WS-MAINT-COMPANY PIC 9(2) VALUE 0.
       01 WS-MAINT-DATE PIC 9(8) VALUE 0.
       01 WS-MAINT-NAME PIC X(20) VALUE SPACES.
       01 WS-MAINT-HOURS PIC 9(2)V9 VALUE 0.
       01 WS-MAINT-PREMIUM PIC 9V99 VALUE 0.
       01 WS-MAINT-ELIG PIC X(4) VALUE "YNNY".
       01 WS-MAINT-SERVICE PIC 9(3) VALUE 0.
       01 WS-MATCH-FOUND PIC X(1) VALUE "N".
          88 IS-MATCH-FOUND VALUE "Y".
       01 WS-DATE-VALID PIC X(1) VALUE "N".
          88 IS-DATE-VALID VALUE "Y".
       01 WS-ELIG-I PIC 9(1) VALUE 0.
       01 WS-ELIG-BAD PIC X(1) VALUE "N".
       01 WS-LIST-COUNT PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM DISPLAY-MENU
           ACCEPT WS-CHOICE
           PERFORM UNTIL CHOICE-EXIT
               EVALUATE TRUE
                   WHEN CHOICE-ADD
                       PERFORM ADD-HOLIDAY
                   WHEN CHOICE-DELETE
                       PERFORM DELETE-HOLIDAY
                   WHEN CHOICE-LIST
                       PERFORM LIST-HOLIDAYS
                   WHEN OTHER
                       DISPLAY "ERROR: choice must be 1-4"
               END-EVALUATE
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
           END-PERFORM
           DISPLAY "Done"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       DISPLAY-MENU.
           DISPLAY "1-ADD HOLIDAY  2-DELETE HOLIDAY  3-LIST  4-EXIT"
           DISPLAY "Enter choice: ".

       ACCEPT-COMPANY-AND-DATE.
           DISPLAY "Enter company (01-99): "
           ACCEPT WS-MAINT-COMPANY
           PERFORM UNTIL WS-MAINT-COMPANY > 0
               DISPLAY "ERROR: company must be 01-99"
               DISPLAY "Enter company (01-99): "
               ACCEPT WS-MAINT-COMPANY
           END-PERFORM
           MOVE "N" TO WS-DATE-VALID
           PERFORM UNTIL IS-DATE-VALID
               DISPLAY "Enter holiday date (YYYYMMDD): "
               ACCEPT WS-MAINT-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-MAINT-DATE) = 0
                   MOVE "Y" TO WS-DATE-VALID
               ELSE
                   DISPLAY "ERROR: " WS-MAINT-DATE
                       " is not a valid calendar date"
               END-IF
           END-PERFORM.

       FIND-HOLIDAY.
           MOVE "N" TO WS-MATCH-FOUND
           MOVE 0 TO WS-EOF
           OPEN INPUT HOLIDAY-CALENDAR
           IF WS-FS-HOLIDAY-CALENDAR = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ HOLIDAY-CALENDAR
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF HCL-COMPANY = WS-MAINT-COMPANY AND
                               HCL-DATE = WS-MAINT-DATE
                               MOVE "Y" TO WS-MATCH-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-CALENDAR
           END-IF.

       ADD-HOLIDAY.
           PERFORM ACCEPT-COMPANY-AND-DATE
           PERFORM FIND-HOLIDAY
           IF IS-MATCH-FOUND
               DISPLAY "ERROR: company " WS-MAINT-COMPANY
                   " already has a holiday on " WS-MAINT-DATE
                   " - delete it first"
           ELSE
               DISPLAY "Enter holiday name: "
               ACCEPT WS-MAINT-NAME
               DISPLAY "Enter holiday hours credited (e.g. 08.0): "
               ACCEPT WS-MAINT-HOURS
               DISPLAY "Enter premium on hours worked that day "
                   "(e.g. 0.50 for time and a half): "
               ACCEPT WS-MAINT-PREMIUM
               PERFORM ACCEPT-ELIGIBLE-TYPES
               DISPLAY "Enter minimum service days to qualify: "
               ACCEPT WS-MAINT-SERVICE
               DISPLAY "ADD " WS-MAINT-NAME " company "
                   WS-MAINT-COMPANY " on " WS-MAINT-DATE
               DISPLAY "    hours " WS-MAINT-HOURS " premium "
                   WS-MAINT-PREMIUM " types " WS-MAINT-ELIG
                   " service " WS-MAINT-SERVICE
               DISPLAY "Confirm (Y/N): "
               ACCEPT WS-CONFIRM
               IF IS-CONFIRMED
                   PERFORM WRITE-NEW-HOLIDAY
               ELSE
                   DISPLAY "Operation cancelled"
               END-IF
           END-IF.

       ACCEPT-ELIGIBLE-TYPES.
           MOVE "Y" TO WS-ELIG-BAD
           PERFORM UNTIL WS-ELIG-BAD = "N"
               DISPLAY "Enter eligibility Y/N for employee types "
                   "1-4 (hourly salary commission tipped), "
                   "e.g. YNNY: "
               ACCEPT WS-MAINT-ELIG
               MOVE "N" TO WS-ELIG-BAD
               PERFORM VARYING WS-ELIG-I FROM 1 BY 1
                   UNTIL WS-ELIG-I > 4
                   IF WS-MAINT-ELIG(WS-ELIG-I:1) NOT = "Y" AND
                       WS-MAINT-ELIG(WS-ELIG-I:1) NOT = "N"
                       MOVE "Y" TO WS-ELIG-BAD
                   END-IF
               END-PERFORM
               IF WS-ELIG-BAD = "Y"
                   DISPLAY "ERROR: enter four Y or N flags"
               END-IF
           END-PERFORM.

       WRITE-NEW-HOLIDAY.
           OPEN EXTEND HOLIDAY-CALENDAR
           IF WS-FS-HOLIDAY-CALENDAR = "05" OR
               WS-FS-HOLIDAY-CALENDAR = "35"
               OPEN OUTPUT HOLIDAY-CALENDAR
           END-IF
           IF WS-FS-HOLIDAY-CALENDAR NOT = "00"
               DISPLAY "ERROR: OPEN failed for "
                   "holiday-calendar.dat, status "
                   WS-FS-HOLIDAY-CALENDAR
           ELSE
               MOVE WS-MAINT-COMPANY TO HCL-COMPANY
               MOVE WS-MAINT-DATE TO HCL-DATE
               MOVE WS-MAINT-NAME TO HCL-NAME
               MOVE WS-MAINT-HOURS TO HCL-HOURS
               MOVE WS-MAINT-PREMIUM TO HCL-PREMIUM
               MOVE WS-MAINT-ELIG TO HCL-ELIG-TYPES
               MOVE WS-MAINT-SERVICE TO HCL-MIN-SERVICE
               WRITE HCL-REC
               IF WS-FS-HOLIDAY-CALENDAR NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "holiday-calendar.dat, status "
                       WS-FS-HOLIDAY-CALENDAR
               ELSE
                   DISPLAY "Holiday " WS-MAINT-DATE " added for "
                       "company " WS-MAINT-COMPANY
               END-IF
               CLOSE HOLIDAY-CALENDAR
           END-IF.

       DELETE-HOLIDAY.
           PERFORM ACCEPT-COMPANY-AND-DATE
           PERFORM FIND-HOLIDAY
           IF NOT IS-MATCH-FOUND
               DISPLAY "ERROR: company " WS-MAINT-COMPANY
                   " has no holiday on " WS-MAINT-DATE
           ELSE
               DISPLAY "DELETE holiday " WS-MAINT-DATE
                   " for company " WS-MAINT-COMPANY
               DISPLAY "Confirm (Y/N): "
               ACCEPT WS-CONFIRM
               IF IS-CONFIRMED
                   PERFORM APPLY-HOLIDAY-DELETE
               ELSE
                   DISPLAY "Operation cancelled"
               END-IF
           END-IF.

       APPLY-HOLIDAY-DELETE.
           MOVE 0 TO WS-EOF
           OPEN INPUT HOLIDAY-CALENDAR
           IF WS-FS-HOLIDAY-CALENDAR NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "holiday-calendar.dat, status "
                   WS-FS-HOLIDAY-CALENDAR
               GOBACK
           END-IF
           OPEN OUTPUT HOLIDAY-NEW
           IF WS-FS-HOLIDAY-NEW NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "holiday-calendar-new.dat, status "
                   WS-FS-HOLIDAY-NEW
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF = 1
               READ HOLIDAY-CALENDAR
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF HCL-COMPANY NOT = WS-MAINT-COMPANY OR
                           HCL-DATE NOT = WS-MAINT-DATE
                           MOVE HCL-REC TO HOLIDAY-NEW-REC
                           WRITE HOLIDAY-NEW-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-CALENDAR
           CLOSE HOLIDAY-NEW
           PERFORM PROMOTE-HOLIDAYS
           DISPLAY "Holiday " WS-MAINT-DATE " deleted for company "
               WS-MAINT-COMPANY.

       PROMOTE-HOLIDAYS.
           MOVE 0 TO WS-PROMOTE-EOF
           OPEN INPUT HOLIDAY-NEW
           OPEN OUTPUT HOLIDAY-CALENDAR
           PERFORM UNTIL WS-PROMOTE-EOF = 1
               READ HOLIDAY-NEW
                   AT END MOVE 1 TO WS-PROMOTE-EOF
                   NOT AT END
                       MOVE HOLIDAY-NEW-REC TO HCL-REC
                       WRITE HCL-REC
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-NEW
           CLOSE HOLIDAY-CALENDAR.

       LIST-HOLIDAYS.
           MOVE 0 TO WS-EOF
           MOVE 0 TO WS-LIST-COUNT
           OPEN INPUT HOLIDAY-CALENDAR
           IF WS-FS-HOLIDAY-CALENDAR = "35"
               DISPLAY "holiday-calendar.dat not found - no "
                   "holidays on file"
           ELSE
               IF WS-FS-HOLIDAY-CALENDAR NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "holiday-calendar.dat, status "
                       WS-FS-HOLIDAY-CALENDAR
               ELSE
                   PERFORM UNTIL WS-EOF = 1
                       READ HOLIDAY-CALENDAR
                           AT END MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIST-COUNT
                               DISPLAY HCL-COMPANY " " HCL-DATE " "
                                   HCL-NAME " hours " HCL-HOURS
                                   " premium " HCL-PREMIUM
                                   " types " HCL-ELIG-TYPES
                                   " service " HCL-MIN-SERVICE
                       END-READ
                   END-PERFORM
                   CLOSE HOLIDAY-CALENDAR
                   DISPLAY WS-LIST-COUNT " holidays on file"
               END-IF
           END-IF.
