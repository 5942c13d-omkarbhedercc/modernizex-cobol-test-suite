       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEP-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPENDENTS ASSIGN TO "dependents.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-KEY
               FILE STATUS IS WS-FS-DEPENDENTS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "employee-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLOYEE-MASTER.
           SELECT MAINT-AUDIT ASSIGN TO "maint-audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAINT-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  DEPENDENTS.
           COPY "dependent.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee-master.cpy".

       FD  MAINT-AUDIT.
           COPY "maint-audit.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-DEPENDENTS      PIC X(2) VALUE "00".
       01 WS-FS-EMPLOYEE-MASTER PIC X(2) VALUE "00".
       01 WS-FS-MAINT-AUDIT     PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-CHOICE PIC 9(1) VALUE 0.
          88 CHOICE-ADD    VALUE 1.
          88 CHOICE-CHANGE VALUE 2.
          88 CHOICE-DROP   VALUE 3.
          88 CHOICE-LIST   VALUE 4.
          88 CHOICE-EXIT   VALUE 5.
       01 WS-CONFIRM PIC X(1) VALUE "N".
          88 IS-CONFIRMED VALUE "Y" "y".
       01 WS-MAINT-ID PIC 9(7) VALUE 0.
       01 WS-MAINT-SEQ PIC 9(2) VALUE 0.
       01 WS-NEXT-SEQ PIC 9(2) VALUE 0.
       01 WS-MAINT-FIELDS.
          05 WS-MD-FIRST-NAME PIC X(10) VALUE SPACES.
          05 WS-MD-LAST-NAME  PIC X(10) VALUE SPACES.
          05 WS-MD-RELATIONSHIP PIC X(1) VALUE SPACE.
          05 WS-MD-BIRTH-DATE PIC 9(8) VALUE 0.
          05 WS-MD-BIRTH-PARTS REDEFINES WS-MD-BIRTH-DATE.
             10 WS-MD-BIRTH-YEAR  PIC 9(4).
             10 WS-MD-BIRTH-MONTH PIC 9(2).
             10 WS-MD-BIRTH-DAY   PIC 9(2).
          05 WS-MD-SSN        PIC 9(9) VALUE 0.
          05 WS-MD-DISABLED   PIC X(1) VALUE "N".
          05 WS-MD-MED-TIER   PIC X(1) VALUE "N".
          05 WS-MD-DEN-TIER   PIC X(1) VALUE "N".
          05 WS-MD-VIS-TIER   PIC X(1) VALUE "N".
          05 WS-MD-BENEF-TYPE PIC X(1) VALUE "N".
          05 WS-MD-BENEF-PCT  PIC 9(3) VALUE 0.
          05 WS-MD-EFF-DATE   PIC 9(8) VALUE 0.
       01 WS-MD-END-DATE PIC 9(8) VALUE 0.
       01 WS-FIELDS-VALID PIC X(1) VALUE "N".
          88 ARE-FIELDS-VALID VALUE "Y".
       01 WS-EMP-FOUND PIC X(1) VALUE "N".
          88 IS-EMP-FOUND VALUE "Y".
       01 WS-EMP-BENEFITS PIC X(1) VALUE "N".
       01 WS-TIER-CHECK PIC X(1) VALUE "N".
       01 WS-PCT-TOTALS.
          05 WS-PRIMARY-PCT    PIC 9(4) VALUE 0.
          05 WS-CONTINGENT-PCT PIC 9(4) VALUE 0.
       01 WS-DEP-COUNT PIC 9(3) VALUE 0.
       01 WS-AUDIT-FIELDS.
          05 WS-AUD-DATE PIC 9(6) VALUE 0.
          05 WS-AUD-TIME PIC 9(8) VALUE 0.
          05 WS-AUD-ACTION PIC X(1) VALUE SPACE.
          05 WS-AUD-BEFORE PIC X(350) VALUE SPACES.
          05 WS-AUD-AFTER  PIC X(350) VALUE SPACES.
       01 WS-SIGNON-FIELDS.
          05 WS-SEC-OPERATOR PIC X(10) VALUE SPACES.
          05 WS-SEC-PASSWORD PIC X(10) VALUE SPACES.
          05 WS-SEC-ROLE PIC 9(1) VALUE 0.
             88 IS-SUPERVISOR VALUE 2.
          05 WS-SEC-RESULT PIC X(1) VALUE "N".
             88 IS-SIGNON-VALID VALUE "Y".
             88 IS-SECURITY-MISSING VALUE "M".
       01 WS-RUN-LOG-FIELDS.
          05 WS-LOG-PROGRAM PIC X(10) VALUE "DEP-MAINT".
          05 WS-LOG-SEVERITY PIC X(1) VALUE "I".
          05 WS-LOG-EMP-ID PIC 9(7) VALUE 0.
          05 WS-LOG-MESSAGE PIC X(60) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
           COMPUTE WS-TODAY = 20000000 + WS-RUN-DATE
           PERFORM OPERATOR-SIGN-ON
           OPEN I-O DEPENDENTS
           IF WS-FS-DEPENDENTS = "35"
               OPEN OUTPUT DEPENDENTS
               CLOSE DEPENDENTS
               OPEN I-O DEPENDENTS
           END-IF
           IF WS-FS-DEPENDENTS NOT = "00"
               DISPLAY "ERROR: OPEN I-O failed for "
                   "dependents.dat, status " WS-FS-DEPENDENTS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-EMPLOYEE-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "employee-master.idx, status "
                   WS-FS-EMPLOYEE-MASTER
               CLOSE DEPENDENTS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM DISPLAY-MENU
           ACCEPT WS-CHOICE
           PERFORM UNTIL CHOICE-EXIT
               EVALUATE TRUE
                   WHEN CHOICE-ADD
                       PERFORM ADD-DEPENDENT
                   WHEN CHOICE-CHANGE
                       PERFORM CHANGE-DEPENDENT
                   WHEN CHOICE-DROP
                       PERFORM DROP-DEPENDENT
                   WHEN CHOICE-LIST
                       PERFORM LIST-DEPENDENTS
                   WHEN OTHER
                       DISPLAY "ERROR: choice must be 1-5"
               END-EVALUATE
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
           END-PERFORM
           CLOSE EMPLOYEE-MASTER
           CLOSE DEPENDENTS
           IF WS-FS-DEPENDENTS NOT = "00"
               DISPLAY "ERROR: CLOSE failed for dependents.dat, "
                   "status " WS-FS-DEPENDENTS
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

       WRITE-RUN-LOG.
           CALL "RUN-LOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-EMP-ID WS-LOG-MESSAGE
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to RUN-LOG failed"
           END-CALL.

       DISPLAY-MENU.
           DISPLAY "1-ADD DEPENDENT/BENEFICIARY  2-CHANGE  3-DROP  "
               "4-LIST FOR EMPLOYEE  5-EXIT"
           DISPLAY "Enter choice: ".

       READ-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND
           MOVE WS-MAINT-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY "ERROR: employee " WS-MAINT-ID
                       " is not on employee-master.idx"
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND
                   MOVE EMP-BENEFITS-FLAG TO WS-EMP-BENEFITS
                   DISPLAY "Employee " EMP-ID " " EMP-LAST-NAME ", "
                       EMP-FIRST-NAME " benefits eligible: "
                       EMP-BENEFITS-FLAG
           END-READ.

       ADD-DEPENDENT.
           DISPLAY "Enter employee ID: "
           ACCEPT WS-MAINT-ID
           PERFORM READ-EMPLOYEE
           IF IS-EMP-FOUND
               PERFORM FIND-NEXT-SEQ
               INITIALIZE WS-MAINT-FIELDS
               MOVE "N" TO WS-MD-DISABLED
               MOVE "N" TO WS-MD-MED-TIER
               MOVE "N" TO WS-MD-DEN-TIER
               MOVE "N" TO WS-MD-VIS-TIER
               MOVE "N" TO WS-MD-BENEF-TYPE
               MOVE WS-TODAY TO WS-MD-EFF-DATE
               PERFORM ACCEPT-DEPENDENT-FIELDS
               MOVE 0 TO WS-MAINT-SEQ
               PERFORM VALIDATE-DEPENDENT-FIELDS
               IF ARE-FIELDS-VALID
                   DISPLAY "ADD dependent " WS-MAINT-ID "-"
                       WS-NEXT-SEQ " " WS-MD-LAST-NAME ", "
                       WS-MD-FIRST-NAME " rel " WS-MD-RELATIONSHIP
                       " born " WS-MD-BIRTH-DATE
                   DISPLAY "    tiers MED/DEN/VIS " WS-MD-MED-TIER
                       "/" WS-MD-DEN-TIER "/" WS-MD-VIS-TIER
                       " beneficiary " WS-MD-BENEF-TYPE " "
                       WS-MD-BENEF-PCT "%"
                   DISPLAY "Confirm (Y/N): "
                   ACCEPT WS-CONFIRM
                   IF IS-CONFIRMED
                       MOVE WS-NEXT-SEQ TO WS-MAINT-SEQ
                       INITIALIZE DEP-REC
                       MOVE WS-MAINT-ID TO DEP-EMP-ID
                       MOVE WS-MAINT-SEQ TO DEP-SEQ
                       PERFORM SET-DEPENDENT-FIELDS
                       MOVE "A" TO DEP-STATUS
                       MOVE 0 TO DEP-END-DATE
                       WRITE DEP-REC
                           INVALID KEY
                               DISPLAY "ERROR: WRITE failed for "
                                   "dependent " WS-MAINT-ID "-"
                                   WS-MAINT-SEQ ", status "
                                   WS-FS-DEPENDENTS
                       END-WRITE
                       IF WS-FS-DEPENDENTS = "00"
                           MOVE SPACES TO WS-AUD-BEFORE
                           MOVE DEP-REC TO WS-AUD-AFTER
                           MOVE "N" TO WS-AUD-ACTION
                           PERFORM WRITE-MAINT-AUDIT
                           MOVE "I" TO WS-LOG-SEVERITY
                           MOVE WS-MAINT-ID TO WS-LOG-EMP-ID
                           MOVE "DEPENDENT/BENEFICIARY ADDED"
                               TO WS-LOG-MESSAGE
                           PERFORM WRITE-RUN-LOG
                           DISPLAY "Dependent " WS-MAINT-ID "-"
                               WS-MAINT-SEQ " added"
                       END-IF
                   ELSE
                       DISPLAY "Operation cancelled"
                   END-IF
               END-IF
           END-IF.

       FIND-NEXT-SEQ.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE 0 TO WS-EOF
           MOVE WS-MAINT-ID TO DEP-EMP-ID
           MOVE 0 TO DEP-SEQ
           START DEPENDENTS KEY >= DEP-KEY
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 1
               READ DEPENDENTS NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
               END-READ
               IF WS-EOF = 0
                   IF DEP-EMP-ID NOT = WS-MAINT-ID
                       MOVE 1 TO WS-EOF
                   ELSE
                       IF DEP-SEQ >= WS-NEXT-SEQ
                           COMPUTE WS-NEXT-SEQ = DEP-SEQ + 1
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ACCEPT-DEPENDENT-FIELDS.
           DISPLAY "Enter first name: "
           ACCEPT WS-MD-FIRST-NAME
           DISPLAY "Enter last name: "
           ACCEPT WS-MD-LAST-NAME
           DISPLAY "Enter relationship (S=spouse P=domestic "
               "partner C=child O=other beneficiary only): "
           ACCEPT WS-MD-RELATIONSHIP
           DISPLAY "Enter birth date (YYYYMMDD): "
           ACCEPT WS-MD-BIRTH-DATE
           PERFORM ACCEPT-DEPENDENT-SSN
           DISPLAY "Disabled dependent exempt from age limit "
               "(Y/N): "
           ACCEPT WS-MD-DISABLED
           DISPLAY "Coverage tier codes: N=not covered S=employee "
               "plus spouse/partner C=employee plus children "
               "F=family"
           DISPLAY "Enter medical tier: "
           ACCEPT WS-MD-MED-TIER
           DISPLAY "Enter dental tier: "
           ACCEPT WS-MD-DEN-TIER
           DISPLAY "Enter vision tier: "
           ACCEPT WS-MD-VIS-TIER
           DISPLAY "Enter beneficiary type (P=primary C=contingent "
               "N=not a beneficiary): "
           ACCEPT WS-MD-BENEF-TYPE
           IF WS-MD-BENEF-TYPE = "P" OR WS-MD-BENEF-TYPE = "C"
               DISPLAY "Enter beneficiary percentage (1-100): "
               ACCEPT WS-MD-BENEF-PCT
           ELSE
               MOVE 0 TO WS-MD-BENEF-PCT
           END-IF
           DISPLAY "Enter coverage effective date (YYYYMMDD, 0 "
               "for today): "
           ACCEPT WS-MD-EFF-DATE
           IF WS-MD-EFF-DATE = 0
               MOVE WS-TODAY TO WS-MD-EFF-DATE
           END-IF.

       ACCEPT-DEPENDENT-SSN.
           MOVE "N" TO WS-FIELDS-VALID
           PERFORM UNTIL ARE-FIELDS-VALID
               DISPLAY "Enter SSN (9 digits, 0 if not yet issued): "
               ACCEPT WS-MD-SSN
               IF WS-MD-SSN NOT = ZERO AND
                   (WS-MD-SSN(1:3) = "000" OR
                    WS-MD-SSN(1:3) = "666" OR
                    WS-MD-SSN(1:1) = "9" OR
                    WS-MD-SSN(4:2) = "00" OR
                    WS-MD-SSN(6:4) = "0000")
                   DISPLAY "ERROR: SSN is not a valid format - "
                       "re-enter"
               ELSE
                   MOVE "Y" TO WS-FIELDS-VALID
               END-IF
           END-PERFORM.

       VALIDATE-DEPENDENT-FIELDS.
           MOVE "Y" TO WS-FIELDS-VALID
           IF WS-MD-LAST-NAME = SPACES OR WS-MD-FIRST-NAME = SPACES
               DISPLAY "ERROR: dependent name is required"
               MOVE "N" TO WS-FIELDS-VALID
           END-IF
           IF WS-MD-RELATIONSHIP NOT = "S" AND
               WS-MD-RELATIONSHIP NOT = "P" AND
               WS-MD-RELATIONSHIP NOT = "C" AND
               WS-MD-RELATIONSHIP NOT = "O"
               DISPLAY "ERROR: relationship must be S, P, C or O"
               MOVE "N" TO WS-FIELDS-VALID
           END-IF
           IF WS-MD-BIRTH-MONTH < 1 OR WS-MD-BIRTH-MONTH > 12 OR
               WS-MD-BIRTH-DAY < 1 OR WS-MD-BIRTH-DAY > 31 OR
               WS-MD-BIRTH-YEAR < 1900 OR
               WS-MD-BIRTH-DATE > WS-TODAY
               DISPLAY "ERROR: birth date " WS-MD-BIRTH-DATE
                   " is not a valid past date"
               MOVE "N" TO WS-FIELDS-VALID
           END-IF
           IF WS-MD-DISABLED NOT = "Y"
               MOVE "N" TO WS-MD-DISABLED
           END-IF
           MOVE WS-MD-MED-TIER TO WS-TIER-CHECK
           PERFORM VALIDATE-ONE-TIER
           MOVE WS-MD-DEN-TIER TO WS-TIER-CHECK
           PERFORM VALIDATE-ONE-TIER
           MOVE WS-MD-VIS-TIER TO WS-TIER-CHECK
           PERFORM VALIDATE-ONE-TIER
           IF WS-EMP-BENEFITS NOT = "Y" AND
               (WS-MD-MED-TIER NOT = "N" OR
                WS-MD-DEN-TIER NOT = "N" OR
                WS-MD-VIS-TIER NOT = "N")
               DISPLAY "ERROR: employee " WS-MAINT-ID " is not "
                   "benefits eligible - dependent coverage must be N"
               MOVE "N" TO WS-FIELDS-VALID
           END-IF
           EVALUATE WS-MD-BENEF-TYPE
               WHEN "P"
               WHEN "C"
                   IF WS-MD-BENEF-PCT < 1 OR WS-MD-BENEF-PCT > 100
                       DISPLAY "ERROR: beneficiary percentage must "
                           "be 1-100"
                       MOVE "N" TO WS-FIELDS-VALID
                   END-IF
               WHEN "N"
                   MOVE 0 TO WS-MD-BENEF-PCT
               WHEN OTHER
                   DISPLAY "ERROR: beneficiary type must be P, C "
                       "or N"
                   MOVE "N" TO WS-FIELDS-VALID
           END-EVALUATE
           IF WS-MD-RELATIONSHIP = "O" AND WS-MD-BENEF-TYPE = "N"
               DISPLAY "ERROR: an other relationship is kept only "
                   "as a beneficiary - type must be P or C"
               MOVE "N" TO WS-FIELDS-VALID
           END-IF
           IF ARE-FIELDS-VALID
               PERFORM CHECK-BENEFICIARY-TOTALS
           END-IF.

       VALIDATE-ONE-TIER.
           EVALUATE TRUE
               WHEN WS-TIER-CHECK = "N"
                   CONTINUE
               WHEN WS-TIER-CHECK NOT = "S" AND
                   WS-TIER-CHECK NOT = "C" AND
                   WS-TIER-CHECK NOT = "F"
                   DISPLAY "ERROR: coverage tier " WS-TIER-CHECK
                       " must be N, S, C or F"
                   MOVE "N" TO WS-FIELDS-VALID
               WHEN WS-MD-RELATIONSHIP = "O"
                   DISPLAY "ERROR: an other relationship cannot "
                       "carry coverage - tier must be N"
                   MOVE "N" TO WS-FIELDS-VALID
               WHEN WS-MD-RELATIONSHIP = "C" AND
                   WS-TIER-CHECK = "S"
                   DISPLAY "ERROR: a child cannot be covered under "
                       "the employee plus spouse tier"
                   MOVE "N" TO WS-FIELDS-VALID
               WHEN (WS-MD-RELATIONSHIP = "S" OR
                   WS-MD-RELATIONSHIP = "P") AND
                   WS-TIER-CHECK = "C"
                   DISPLAY "ERROR: a spouse/partner cannot be "
                       "covered under the employee plus children "
                       "tier"
                   MOVE "N" TO WS-FIELDS-VALID
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-BENEFICIARY-TOTALS.
           MOVE 0 TO WS-PRIMARY-PCT
           MOVE 0 TO WS-CONTINGENT-PCT
           MOVE 0 TO WS-EOF
           MOVE WS-MAINT-ID TO DEP-EMP-ID
           MOVE 0 TO DEP-SEQ
           START DEPENDENTS KEY >= DEP-KEY
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 1
               READ DEPENDENTS NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
               END-READ
               IF WS-EOF = 0
                   IF DEP-EMP-ID NOT = WS-MAINT-ID
                       MOVE 1 TO WS-EOF
                   ELSE
                       IF DEP-ACTIVE AND DEP-SEQ NOT = WS-MAINT-SEQ
                           IF DEP-PRIMARY-BENEF
                               ADD DEP-BENEF-PCT TO WS-PRIMARY-PCT
                           END-IF
                           IF DEP-CONTINGENT-BENEF
                               ADD DEP-BENEF-PCT
                                   TO WS-CONTINGENT-PCT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MD-BENEF-TYPE = "P"
               ADD WS-MD-BENEF-PCT TO WS-PRIMARY-PCT
           END-IF
           IF WS-MD-BENEF-TYPE = "C"
               ADD WS-MD-BENEF-PCT TO WS-CONTINGENT-PCT
           END-IF
           IF WS-PRIMARY-PCT > 100
               DISPLAY "ERROR: primary beneficiary percentages "
                   "would total " WS-PRIMARY-PCT "% - limit is 100%"
               MOVE "N" TO WS-FIELDS-VALID
           END-IF
           IF WS-CONTINGENT-PCT > 100
               DISPLAY "ERROR: contingent beneficiary percentages "
                   "would total " WS-CONTINGENT-PCT "% - limit is "
                   "100%"
               MOVE "N" TO WS-FIELDS-VALID
           END-IF
           IF ARE-FIELDS-VALID
               IF WS-PRIMARY-PCT > 0 AND WS-PRIMARY-PCT < 100
                   DISPLAY "WARNING: primary beneficiaries total "
                       WS-PRIMARY-PCT "% - designation incomplete"
               END-IF
               IF WS-CONTINGENT-PCT > 0 AND WS-CONTINGENT-PCT < 100
                   DISPLAY "WARNING: contingent beneficiaries total "
                       WS-CONTINGENT-PCT "% - designation "
                       "incomplete"
               END-IF
           END-IF.

       SET-DEPENDENT-FIELDS.
           MOVE WS-MD-FIRST-NAME TO DEP-FIRST-NAME
           MOVE WS-MD-LAST-NAME TO DEP-LAST-NAME
           MOVE WS-MD-RELATIONSHIP TO DEP-RELATIONSHIP
           MOVE WS-MD-BIRTH-DATE TO DEP-BIRTH-DATE
           MOVE WS-MD-SSN TO DEP-SSN
           MOVE WS-MD-DISABLED TO DEP-DISABLED
           MOVE WS-MD-MED-TIER TO DEP-MED-TIER
           MOVE WS-MD-DEN-TIER TO DEP-DEN-TIER
           MOVE WS-MD-VIS-TIER TO DEP-VIS-TIER
           MOVE WS-MD-BENEF-TYPE TO DEP-BENEF-TYPE
           MOVE WS-MD-BENEF-PCT TO DEP-BENEF-PCT
           MOVE WS-MD-EFF-DATE TO DEP-EFF-DATE.

       READ-DEPENDENT.
           MOVE WS-MAINT-ID TO DEP-EMP-ID
           MOVE WS-MAINT-SEQ TO DEP-SEQ
           READ DEPENDENTS
               INVALID KEY
                   DISPLAY "ERROR: dependent " WS-MAINT-ID "-"
                       WS-MAINT-SEQ " not found"
                   MOVE 0 TO WS-MAINT-SEQ
           END-READ.

       CHANGE-DEPENDENT.
           DISPLAY "Enter employee ID: "
           ACCEPT WS-MAINT-ID
           PERFORM READ-EMPLOYEE
           IF IS-EMP-FOUND
               DISPLAY "Enter dependent sequence number: "
               ACCEPT WS-MAINT-SEQ
               PERFORM READ-DEPENDENT
               IF WS-MAINT-SEQ NOT = 0
                   IF DEP-DROPPED
                       DISPLAY "ERROR: dependent " WS-MAINT-ID "-"
                           WS-MAINT-SEQ " was dropped " DEP-END-DATE
                           " - add a new dependent instead"
                   ELSE
                       PERFORM DISPLAY-DEPENDENT
                       MOVE DEP-REC TO WS-AUD-BEFORE
                       PERFORM ACCEPT-DEPENDENT-FIELDS
                       PERFORM VALIDATE-DEPENDENT-FIELDS
                       PERFORM RESTORE-DEPENDENT
                       IF ARE-FIELDS-VALID
                           DISPLAY "Confirm (Y/N): "
                           ACCEPT WS-CONFIRM
                           IF IS-CONFIRMED
                               PERFORM SET-DEPENDENT-FIELDS
                               PERFORM REWRITE-DEPENDENT
                               IF WS-FS-DEPENDENTS = "00"
                                   MOVE "M" TO WS-AUD-ACTION
                                   PERFORM WRITE-MAINT-AUDIT
                                   MOVE "I" TO WS-LOG-SEVERITY
                                   MOVE WS-MAINT-ID TO WS-LOG-EMP-ID
                                   MOVE "DEPENDENT/BENEFICIARY CHANGED"
                                       TO WS-LOG-MESSAGE
                                   PERFORM WRITE-RUN-LOG
                                   DISPLAY "Dependent " WS-MAINT-ID
                                       "-" WS-MAINT-SEQ " changed"
                               END-IF
                           ELSE
                               DISPLAY "Operation cancelled"
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       RESTORE-DEPENDENT.
           MOVE WS-AUD-BEFORE TO DEP-REC.

       REWRITE-DEPENDENT.
           REWRITE DEP-REC
               INVALID KEY
                   DISPLAY "ERROR: REWRITE failed for dependent "
                       WS-MAINT-ID "-" WS-MAINT-SEQ ", status "
                       WS-FS-DEPENDENTS
           END-REWRITE
           IF WS-FS-DEPENDENTS = "00"
               MOVE DEP-REC TO WS-AUD-AFTER
           END-IF.

       DROP-DEPENDENT.
           DISPLAY "Enter employee ID: "
           ACCEPT WS-MAINT-ID
           PERFORM READ-EMPLOYEE
           IF IS-EMP-FOUND
               DISPLAY "Enter dependent sequence number: "
               ACCEPT WS-MAINT-SEQ
               PERFORM READ-DEPENDENT
               IF WS-MAINT-SEQ NOT = 0
                   IF DEP-DROPPED
                       DISPLAY "ERROR: dependent " WS-MAINT-ID "-"
                           WS-MAINT-SEQ " was already dropped "
                           DEP-END-DATE
                   ELSE
                       PERFORM DISPLAY-DEPENDENT
                       DISPLAY "Enter coverage end date (YYYYMMDD, "
                           "0 for today): "
                       ACCEPT WS-MD-END-DATE
                       IF WS-MD-END-DATE = 0
                           MOVE WS-TODAY TO WS-MD-END-DATE
                       END-IF
                       DISPLAY "DROP dependent " WS-MAINT-ID "-"
                           WS-MAINT-SEQ " effective " WS-MD-END-DATE
                       DISPLAY "Confirm (Y/N): "
                       ACCEPT WS-CONFIRM
                       IF IS-CONFIRMED
                           MOVE DEP-REC TO WS-AUD-BEFORE
                           MOVE "D" TO DEP-STATUS
                           MOVE WS-MD-END-DATE TO DEP-END-DATE
                           PERFORM REWRITE-DEPENDENT
                           IF WS-FS-DEPENDENTS = "00"
                               MOVE "X" TO WS-AUD-ACTION
                               PERFORM WRITE-MAINT-AUDIT
                               MOVE "I" TO WS-LOG-SEVERITY
                               MOVE WS-MAINT-ID TO WS-LOG-EMP-ID
                               MOVE "DEPENDENT/BENEFICIARY DROPPED"
                                   TO WS-LOG-MESSAGE
                               PERFORM WRITE-RUN-LOG
                               DISPLAY "Dependent " WS-MAINT-ID "-"
                                   WS-MAINT-SEQ " dropped"
                               IF DEP-PRIMARY-BENEF OR
                                   DEP-CONTINGENT-BENEF
                                   DISPLAY "WARNING: beneficiary "
                                       "percentages for employee "
                                       WS-MAINT-ID " must be "
                                       "redistributed"
                               END-IF
                           END-IF
                       ELSE
                           DISPLAY "Operation cancelled"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LIST-DEPENDENTS.
           DISPLAY "Enter employee ID: "
           ACCEPT WS-MAINT-ID
           PERFORM READ-EMPLOYEE
           IF IS-EMP-FOUND
               MOVE 0 TO WS-DEP-COUNT
               MOVE 0 TO WS-EOF
               MOVE WS-MAINT-ID TO DEP-EMP-ID
               MOVE 0 TO DEP-SEQ
               START DEPENDENTS KEY >= DEP-KEY
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 1
                   READ DEPENDENTS NEXT RECORD
                       AT END MOVE 1 TO WS-EOF
                   END-READ
                   IF WS-EOF = 0
                       IF DEP-EMP-ID NOT = WS-MAINT-ID
                           MOVE 1 TO WS-EOF
                       ELSE
                           ADD 1 TO WS-DEP-COUNT
                           PERFORM DISPLAY-DEPENDENT
                       END-IF
                   END-IF
               END-PERFORM
               DISPLAY WS-DEP-COUNT " dependent/beneficiary "
                   "record(s)"
               MOVE "I" TO WS-LOG-SEVERITY
               MOVE WS-MAINT-ID TO WS-LOG-EMP-ID
               MOVE "DEPENDENT/BENEFICIARY RECORDS VIEWED"
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-RUN-LOG
           END-IF.

       DISPLAY-DEPENDENT.
           DISPLAY DEP-SEQ " " DEP-LAST-NAME ", " DEP-FIRST-NAME
               " rel " DEP-RELATIONSHIP " born " DEP-BIRTH-DATE
               " SSN ***-**-" DEP-SSN(6:4) " status " DEP-STATUS
           DISPLAY "    tiers MED/DEN/VIS " DEP-MED-TIER "/"
               DEP-DEN-TIER "/" DEP-VIS-TIER " disabled "
               DEP-DISABLED " beneficiary " DEP-BENEF-TYPE " "
               DEP-BENEF-PCT "% eff " DEP-EFF-DATE " end "
               DEP-END-DATE.

       WRITE-MAINT-AUDIT.
           ACCEPT WS-AUD-DATE FROM DATE
           ACCEPT WS-AUD-TIME FROM TIME
           OPEN EXTEND MAINT-AUDIT
           IF WS-FS-MAINT-AUDIT = "05" OR WS-FS-MAINT-AUDIT = "35"
               OPEN OUTPUT MAINT-AUDIT
           END-IF
           IF WS-FS-MAINT-AUDIT NOT = "00"
               DISPLAY "ERROR: OPEN failed for "
                   "maint-audit.dat, status " WS-FS-MAINT-AUDIT
           ELSE
               MOVE WS-AUD-DATE TO MAUD-DATE
               MOVE WS-AUD-TIME(1:6) TO MAUD-TIME
               MOVE WS-SEC-OPERATOR TO MAUD-OPERATOR
               MOVE WS-AUD-ACTION TO MAUD-ACTION
               MOVE WS-MAINT-ID TO MAUD-EMP-ID
               MOVE WS-AUD-BEFORE TO MAUD-BEFORE
               MOVE WS-AUD-AFTER  TO MAUD-AFTER
               WRITE MAUD-REC
               IF WS-FS-MAINT-AUDIT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "maint-audit.dat, status " WS-FS-MAINT-AUDIT
               END-IF
               CLOSE MAINT-AUDIT
           END-IF.
