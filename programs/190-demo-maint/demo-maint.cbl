       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMO-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEMOGRAPHICS ASSIGN TO "demographics.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEM-EMP-ID
               FILE STATUS IS WS-FS-DEMOGRAPHICS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "employee-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLOYEE-MASTER.
       DATA DIVISION.
       FILE SECTION.
       FD  DEMOGRAPHICS.
           COPY "demographics.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee-master.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-DEMOGRAPHICS    PIC X(2) VALUE "00".
       01 WS-FS-EMPLOYEE-MASTER PIC X(2) VALUE "00".
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-CHOICE PIC 9(1) VALUE 0.
          88 CHOICE-RECORD  VALUE 1.
          88 CHOICE-INQUIRE VALUE 2.
          88 CHOICE-EXIT    VALUE 3.
       01 WS-CONFIRM PIC X(1) VALUE "N".
          88 IS-CONFIRMED VALUE "Y" "y".
       01 WS-MAINT-ID PIC 9(7) VALUE 0.
       01 WS-MAINT-GENDER PIC X(1) VALUE "N".
       01 WS-MAINT-RACE PIC 9(1) VALUE 0.
       01 WS-MAINT-SOURCE PIC X(1) VALUE "S".
       01 WS-DEM-FOUND PIC X(1) VALUE "N".
          88 IS-DEM-FOUND VALUE "Y".
       01 WS-RACE-TEXT PIC X(32) VALUE SPACES.
       01 WS-CLEARANCE PIC X(8) VALUE "EEODEMO".
       01 WS-CLEAR-RESULT PIC X(1) VALUE "N".
          88 IS-CLEARED VALUE "Y".
          88 IS-CLEARANCE-MISSING VALUE "M".
       01 WS-SIGNON-FIELDS.
          05 WS-SEC-OPERATOR PIC X(10) VALUE SPACES.
          05 WS-SEC-PASSWORD PIC X(10) VALUE SPACES.
          05 WS-SEC-ROLE PIC 9(1) VALUE 0.
             88 IS-SUPERVISOR VALUE 2.
          05 WS-SEC-RESULT PIC X(1) VALUE "N".
             88 IS-SIGNON-VALID VALUE "Y".
             88 IS-SECURITY-MISSING VALUE "M".
       01 WS-RUN-LOG-FIELDS.
          05 WS-LOG-PROGRAM PIC X(10) VALUE "DEMO-MAINT".
          05 WS-LOG-SEVERITY PIC X(1) VALUE "I".
          05 WS-LOG-EMP-ID PIC 9(7) VALUE 0.
          05 WS-LOG-MESSAGE PIC X(60) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
           COMPUTE WS-TODAY = 20000000 + WS-RUN-DATE
           PERFORM OPERATOR-SIGN-ON
           PERFORM CHECK-DEMOGRAPHIC-CLEARANCE
           OPEN I-O DEMOGRAPHICS
           IF WS-FS-DEMOGRAPHICS = "35"
               OPEN OUTPUT DEMOGRAPHICS
               CLOSE DEMOGRAPHICS
               OPEN I-O DEMOGRAPHICS
           END-IF
           IF WS-FS-DEMOGRAPHICS NOT = "00"
               DISPLAY "ERROR: OPEN I-O failed for "
                   "demographics.dat, status " WS-FS-DEMOGRAPHICS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-EMPLOYEE-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "employee-master.idx, status "
                   WS-FS-EMPLOYEE-MASTER
               CLOSE DEMOGRAPHICS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM DISPLAY-MENU
           ACCEPT WS-CHOICE
           PERFORM UNTIL CHOICE-EXIT
               EVALUATE TRUE
                   WHEN CHOICE-RECORD
                       PERFORM RECORD-DEMOGRAPHICS
                   WHEN CHOICE-INQUIRE
                       PERFORM INQUIRE-DEMOGRAPHICS
                   WHEN OTHER
                       DISPLAY "ERROR: choice must be 1-3"
               END-EVALUATE
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
           END-PERFORM
           CLOSE EMPLOYEE-MASTER
           CLOSE DEMOGRAPHICS
           IF WS-FS-DEMOGRAPHICS NOT = "00"
               DISPLAY "ERROR: CLOSE failed for demographics.dat, "
                   "status " WS-FS-DEMOGRAPHICS
           END-IF
           DISPLAY "Done"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       OPERATOR-SIGN-ON.
           DISPLAY "Enter operator ID: "
           ACCEPT WS-SEC-OPERATOR
           DISPLAY "Enter password: "
           ACCEPT WS-SEC-PASSWORD
           CALL "SEC-CHECK" USING WS-SEC-OPERATOR WS-SEC-PASSWORD
               WS-SEC-ROLE WS-SEC-RESULT
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to SEC-CHECK failed"
           END-CALL
           IF IS-SECURITY-MISSING
               DISPLAY "WARNING: operator-master.dat not found - "
                   "security checks bypassed, seed the operator "
                   "file"
               MOVE 2 TO WS-SEC-ROLE
           ELSE
               IF NOT IS-SIGNON-VALID
                   DISPLAY "ERROR: sign-on refused for operator "
                       WS-SEC-OPERATOR
                   MOVE "E" TO WS-LOG-SEVERITY
                   MOVE 0 TO WS-LOG-EMP-ID
                   MOVE "SIGN-ON REFUSED - BAD OPERATOR/PASSWORD"
                       TO WS-LOG-MESSAGE
                   PERFORM WRITE-RUN-LOG
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       CHECK-DEMOGRAPHIC-CLEARANCE.
           CALL "CLEAR-CHECK" USING WS-SEC-ROLE WS-CLEARANCE
               WS-CLEAR-RESULT
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to CLEAR-CHECK failed"
                   MOVE "N" TO WS-CLEAR-RESULT
           END-CALL
           IF IS-CLEARANCE-MISSING
               DISPLAY "WARNING: role-clearance.dat not found - "
                   "demographic data limited to supervisor role"
               IF IS-SUPERVISOR
                   MOVE "Y" TO WS-CLEAR-RESULT
               END-IF
           END-IF
           IF NOT IS-CLEARED
               DISPLAY "ERROR: operator " WS-SEC-OPERATOR " role "
                   WS-SEC-ROLE " is not cleared for EEO demographic "
                   "data - function denied"
               MOVE "E" TO WS-LOG-SEVERITY
               MOVE 0 TO WS-LOG-EMP-ID
               MOVE "EEO DEMOGRAPHICS DENIED - ROLE NOT CLEARED"
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-RUN-LOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       WRITE-RUN-LOG.
           CALL "RUN-LOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-EMP-ID WS-LOG-MESSAGE
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to RUN-LOG failed"
           END-CALL.

       DISPLAY-MENU.
           DISPLAY "1-RECORD SELF-IDENTIFICATION  2-INQUIRE  3-EXIT"
           DISPLAY "Enter choice: ".

       READ-EMPLOYEE-AND-DEMOGRAPHICS.
           MOVE "N" TO WS-DEM-FOUND
           MOVE WS-MAINT-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY "ERROR: employee " WS-MAINT-ID
                       " is not on employee-master.idx"
                   MOVE 0 TO WS-MAINT-ID
               NOT INVALID KEY
                   MOVE WS-MAINT-ID TO DEM-EMP-ID
                   READ DEMOGRAPHICS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-DEM-FOUND
                   END-READ
           END-READ.

       RECORD-DEMOGRAPHICS.
           DISPLAY "Enter employee ID: "
           ACCEPT WS-MAINT-ID
           PERFORM READ-EMPLOYEE-AND-DEMOGRAPHICS
           IF WS-MAINT-ID NOT = 0
               DISPLAY "Employee " EMP-ID " " EMP-LAST-NAME ", "
                   EMP-FIRST-NAME
               IF IS-DEM-FOUND
                   PERFORM DISPLAY-DEMOGRAPHICS
               END-IF
               DISPLAY "Enter gender (M=male F=female N=not "
                   "identified): "
               ACCEPT WS-MAINT-GENDER
               PERFORM UNTIL WS-MAINT-GENDER = "M" OR
                   WS-MAINT-GENDER = "F" OR WS-MAINT-GENDER = "N"
                   DISPLAY "ERROR: gender must be M, F or N"
                   DISPLAY "Enter gender (M/F/N): "
                   ACCEPT WS-MAINT-GENDER
               END-PERFORM
               DISPLAY "Enter race/ethnicity (1=Hispanic or Latino "
                   "2=White 3=Black or African American 4=Native "
                   "Hawaiian or Pacific Islander 5=Asian 6=American "
                   "Indian or Alaska Native 7=Two or more races "
                   "0=not identified): "
               ACCEPT WS-MAINT-RACE
               DISPLAY "Enter source (S=self-identified R=employer "
                   "records when the employee declined): "
               ACCEPT WS-MAINT-SOURCE
               PERFORM UNTIL WS-MAINT-SOURCE = "S" OR
                   WS-MAINT-SOURCE = "R"
                   DISPLAY "ERROR: source must be S or R"
                   DISPLAY "Enter source (S/R): "
                   ACCEPT WS-MAINT-SOURCE
               END-PERFORM
               IF WS-MAINT-RACE > 7
                   DISPLAY "ERROR: race/ethnicity must be 0-7 - "
                       "nothing recorded"
               ELSE
                   DISPLAY "RECORD employee " WS-MAINT-ID " gender "
                       WS-MAINT-GENDER " race/ethnicity "
                       WS-MAINT-RACE " source " WS-MAINT-SOURCE
                   DISPLAY "Confirm (Y/N): "
                   ACCEPT WS-CONFIRM
                   IF IS-CONFIRMED
                       PERFORM WRITE-DEMOGRAPHICS
                   ELSE
                       DISPLAY "Operation cancelled"
                   END-IF
               END-IF
           END-IF.

       WRITE-DEMOGRAPHICS.
           MOVE WS-MAINT-ID TO DEM-EMP-ID
           MOVE WS-MAINT-GENDER TO DEM-GENDER
           MOVE WS-MAINT-RACE TO DEM-RACE
           MOVE WS-MAINT-SOURCE TO DEM-ID-SOURCE
           MOVE WS-TODAY TO DEM-UPDATED-DATE
           MOVE WS-SEC-OPERATOR TO DEM-UPDATED-BY
           IF IS-DEM-FOUND
               REWRITE DEM-REC
                   INVALID KEY
                       DISPLAY "ERROR: REWRITE failed for employee "
                           WS-MAINT-ID ", status "
                           WS-FS-DEMOGRAPHICS
               END-REWRITE
           ELSE
               WRITE DEM-REC
                   INVALID KEY
                       DISPLAY "ERROR: WRITE failed for employee "
                           WS-MAINT-ID ", status "
                           WS-FS-DEMOGRAPHICS
               END-WRITE
           END-IF
           IF WS-FS-DEMOGRAPHICS = "00"
               MOVE "I" TO WS-LOG-SEVERITY
               MOVE WS-MAINT-ID TO WS-LOG-EMP-ID
               MOVE "EEO DEMOGRAPHICS RECORDED"
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-RUN-LOG
               DISPLAY "Demographics recorded"
           END-IF.

       INQUIRE-DEMOGRAPHICS.
           DISPLAY "Enter employee ID: "
           ACCEPT WS-MAINT-ID
           PERFORM READ-EMPLOYEE-AND-DEMOGRAPHICS
           IF WS-MAINT-ID NOT = 0
               DISPLAY "Employee " EMP-ID " " EMP-LAST-NAME ", "
                   EMP-FIRST-NAME
               IF IS-DEM-FOUND
                   PERFORM DISPLAY-DEMOGRAPHICS
                   MOVE "I" TO WS-LOG-SEVERITY
                   MOVE WS-MAINT-ID TO WS-LOG-EMP-ID
                   MOVE "EEO DEMOGRAPHICS VIEWED"
                       TO WS-LOG-MESSAGE
                   PERFORM WRITE-RUN-LOG
               ELSE
                   DISPLAY "No self-identification on file"
               END-IF
           END-IF.

       DISPLAY-DEMOGRAPHICS.
           EVALUATE TRUE
               WHEN DEM-HISPANIC
                   MOVE "HISPANIC OR LATINO" TO WS-RACE-TEXT
               WHEN DEM-WHITE
                   MOVE "WHITE" TO WS-RACE-TEXT
               WHEN DEM-BLACK
                   MOVE "BLACK OR AFRICAN AMERICAN" TO WS-RACE-TEXT
               WHEN DEM-PACIFIC
                   MOVE "NATIVE HAWAIIAN/PACIFIC ISLANDER"
                       TO WS-RACE-TEXT
               WHEN DEM-ASIAN
                   MOVE "ASIAN" TO WS-RACE-TEXT
               WHEN DEM-NATIVE-AMER
                   MOVE "AMERICAN INDIAN/ALASKA NATIVE"
                       TO WS-RACE-TEXT
               WHEN DEM-TWO-OR-MORE
                   MOVE "TWO OR MORE RACES" TO WS-RACE-TEXT
               WHEN OTHER
                   MOVE "NOT IDENTIFIED" TO WS-RACE-TEXT
           END-EVALUATE
           DISPLAY "Gender:     " DEM-GENDER
           DISPLAY "Race/eth:   " DEM-RACE " " WS-RACE-TEXT
           DISPLAY "Source:     " DEM-ID-SOURCE
           DISPLAY "Updated:    " DEM-UPDATED-DATE " by "
               DEM-UPDATED-BY.
