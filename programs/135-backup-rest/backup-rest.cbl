       01 WS-PARM-VALUE PIC X(20) VALUE SPACES.
       01 WS-PARM-FOUND PIC X(1) VALUE "N".
          88 IS-PARM-FOUND VALUE "Y".
       01 WS-SPOT-ID PIC 9(7) VALUE 0.
       01 WS-SPOT-FOUND PIC X(1) VALUE "N".
          88 IS-SPOT-FOUND VALUE "Y".
       01 WS-BANK-I PIC 9(1) VALUE 0.
       01 WS-MASKED-SSN PIC X(11) VALUE "***-**-0000".
       01 WS-UNMASK PIC X(1) VALUE "N".
          88 IS-UNMASK-WANTED VALUE "Y" "y".
       01 WS-SENS-FIELDS.
          05 WS-SENS-FIELD PIC X(4) VALUE SPACES.
          05 WS-SENS-REASON PIC X(2) VALUE "RS".
          05 WS-SENS-RESULT PIC X(1) VALUE "N".
             88 IS-SENS-GRANTED VALUE "Y".
           COPY "employee-master.cpy"
               REPLACING ==01 EMP-MASTER-REC== BY
                         ==01 WS-SPOT-REC==
                         LEADING ==EMP-== BY ==SPT-==.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-UNATTENDED-PARMS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SPOT-CHECK-GENERATION
           MOVE WS-SEC-OPERATOR TO WS-LOCK-OPERATOR
           PERFORM TAKE-MASTER-LOCK
           PERFORM RESTORE-EMPLOYEE-MASTER
               " complete and verified"
           MOVE 0 TO RETURN-CODE.

       SPOT-CHECK-GENERATION.
           PERFORM SET-MASTER-GEN-NAME
           DISPLAY "Spot-check an employee in generation "
               WS-PICK-GEN " (ID, 0 = none): "
           ACCEPT WS-SPOT-ID
           PERFORM UNTIL WS-SPOT-ID = 0
               PERFORM FIND-SPOT-EMPLOYEE
               IF IS-SPOT-FOUND
                   PERFORM SHOW-SPOT-EMPLOYEE
               ELSE
                   DISPLAY "Employee " WS-SPOT-ID " is not in "
                       WS-GEN-FILE-NAME
               END-IF
               DISPLAY "Spot-check another employee (ID, 0 = "
                   "none): "
               ACCEPT WS-SPOT-ID
           END-PERFORM.

       FIND-SPOT-EMPLOYEE.
           MOVE "N" TO WS-SPOT-FOUND
           MOVE 0 TO WS-EOF
           OPEN INPUT GEN-FILE
           IF WS-FS-GEN-FILE NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   WS-GEN-FILE-NAME ", status " WS-FS-GEN-FILE
           ELSE
               PERFORM UNTIL WS-EOF = 1
                   READ GEN-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF GEN-TAG = "EMP" AND
                               GEN-DATA(1:7) = WS-SPOT-ID
                               MOVE GEN-DATA TO WS-SPOT-REC
                               MOVE "Y" TO WS-SPOT-FOUND
                               MOVE 1 TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GEN-FILE
           END-IF.

       SHOW-SPOT-EMPLOYEE.
           MOVE SPT-SSN(6:4) TO WS-MASKED-SSN(8:4)
           DISPLAY "Employee:   " SPT-ID "  " SPT-LAST-NAME ", "
               SPT-FIRST-NAME "  dept " SPT-DEPT "  status "
               SPT-STATUS
           DISPLAY "SSN:        " WS-MASKED-SSN
           DISPLAY "Unmask SSN and bank details (Y/N): "
           ACCEPT WS-UNMASK
           IF IS-UNMASK-WANTED
               MOVE "SSN " TO WS-SENS-FIELD
               PERFORM CHECK-SENSITIVE-ACCESS
               IF IS-SENS-GRANTED
                   DISPLAY "SSN:        " SPT-SSN
                   MOVE "BANK" TO WS-SENS-FIELD
                   PERFORM CHECK-SENSITIVE-ACCESS
               END-IF
               IF IS-SENS-GRANTED
                   PERFORM VARYING WS-BANK-I FROM 1 BY 1
                       UNTIL WS-BANK-I > 3
                       IF SPT-BANK-ROUTING(WS-BANK-I) > 0
                           DISPLAY "Bank " WS-BANK-I ":     routing "
                               SPT-BANK-ROUTING(WS-BANK-I) "  acct "
                               SPT-BANK-ACCOUNT(WS-BANK-I)
                       END-IF
                   END-PERFORM
               END-IF
               MOVE "N" TO WS-UNMASK
           END-IF.

       CHECK-SENSITIVE-ACCESS.
           MOVE "N" TO WS-SENS-RESULT
           CALL "SENS-ACCESS" USING WS-SEC-OPERATOR WS-SEC-ROLE
               WS-LOG-PROGRAM SPT-ID WS-SENS-FIELD WS-SENS-REASON
               WS-SENS-RESULT
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to SENS-ACCESS failed - "
                       "details stay masked"
                   MOVE "N" TO WS-SENS-RESULT
           END-CALL.

       RESTORE-EMPLOYEE-MASTER.
           PERFORM SET-MASTER-GEN-NAME
           OPEN INPUT GEN-FILE
