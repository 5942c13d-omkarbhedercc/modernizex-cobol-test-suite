       01 WS-FS-EMPLOYEE-MASTER PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RECORD-COUNT PIC 9(5) VALUE 0.
       01 WS-BANK-I PIC 9(1) VALUE 0.
       01 WS-MASKED-SSN PIC X(11) VALUE "***-**-0000".
       01 WS-MASKED-ACCT PIC X(17) VALUE SPACES.
       01 WS-ACCT-LEN PIC 9(2) VALUE 0.
       01 WS-UNMASK PIC X(1) VALUE "N".
          88 IS-UNMASK-WANTED VALUE "Y" "y".
       01 WS-SIGNON-FIELDS.
          05 WS-SEC-OPERATOR PIC X(10) VALUE SPACES.
          05 WS-SEC-PASSWORD PIC X(10) VALUE SPACES.
          05 WS-SEC-ROLE PIC 9(1) VALUE 0.
          05 WS-SEC-RESULT PIC X(1) VALUE "N".
             88 IS-SIGNON-VALID VALUE "Y".
             88 IS-SECURITY-MISSING VALUE "M".
       01 WS-SENS-FIELDS.
          05 WS-SENS-PROGRAM PIC X(10) VALUE "DUMP-MSTR".
          05 WS-SENS-FIELD PIC X(4) VALUE SPACES.
          05 WS-SENS-REASON PIC X(2) VALUE "DM".
          05 WS-SENS-RESULT PIC X(1) VALUE "N".
             88 IS-SENS-GRANTED VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Unmask SSN and bank details in the dump (Y/N): "
           ACCEPT WS-UNMASK
           IF IS-UNMASK-WANTED
               PERFORM SIGN-ON-FOR-UNMASK
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-EMPLOYEE-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
           DISPLAY "EMP-RATE:   " EMP-RATE
           DISPLAY "EMP-STATUS: " EMP-STATUS
           DISPLAY "EMP-DEPT:   " EMP-DEPT
           DISPLAY "EMP-SHIFT:  " EMP-SHIFT
           IF IS-UNMASK-WANTED
               MOVE "SSN " TO WS-SENS-FIELD
               PERFORM CHECK-SENSITIVE-ACCESS
           END-IF
           IF IS-UNMASK-WANTED
               DISPLAY "EMP-SSN:    " EMP-SSN
           ELSE
               MOVE EMP-SSN(6:4) TO WS-MASKED-SSN(8:4)
               DISPLAY "EMP-SSN:    " WS-MASKED-SSN
           END-IF
           IF IS-UNMASK-WANTED
               MOVE "BANK" TO WS-SENS-FIELD
               PERFORM CHECK-SENSITIVE-ACCESS
           END-IF
           PERFORM VARYING WS-BANK-I FROM 1 BY 1 UNTIL WS-BANK-I > 3
               IF EMP-BANK-ROUTING(WS-BANK-I) > 0
                   IF IS-UNMASK-WANTED
                       DISPLAY "EMP-BANK-ACCT(" WS-BANK-I "): "
                           EMP-BANK-ROUTING(WS-BANK-I) " "
                           EMP-BANK-ACCOUNT(WS-BANK-I)
                   ELSE
                       MOVE ALL "*" TO WS-MASKED-ACCT
                       COMPUTE WS-ACCT-LEN = FUNCTION LENGTH(
                           FUNCTION TRIM(EMP-BANK-ACCOUNT(WS-BANK-I)))
                       IF WS-ACCT-LEN > 4
                           MOVE EMP-BANK-ACCOUNT(WS-BANK-I)
                               (WS-ACCT-LEN - 3:4)
                               TO WS-MASKED-ACCT(14:4)
                       END-IF
                       DISPLAY "EMP-BANK-ACCT(" WS-BANK-I "): *****"
                           EMP-BANK-ROUTING(WS-BANK-I)(6:4) " "
                           WS-MASKED-ACCT
                   END-IF
               END-IF
           END-PERFORM.

       SIGN-ON-FOR-UNMASK.
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
                       WS-SEC-OPERATOR " - dump stays masked"
                   MOVE "N" TO WS-UNMASK
               END-IF
           END-IF
           IF IS-UNMASK-WANTED
               DISPLAY "Enter reason code (DM=master file dump "
                   "AU=audit): "
               ACCEPT WS-SENS-REASON
           END-IF.

       CHECK-SENSITIVE-ACCESS.
           MOVE "N" TO WS-SENS-RESULT
           CALL "SENS-ACCESS" USING WS-SEC-OPERATOR WS-SEC-ROLE
               WS-SENS-PROGRAM EMP-ID WS-SENS-FIELD WS-SENS-REASON
               WS-SENS-RESULT
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to SENS-ACCESS failed"
                   MOVE "N" TO WS-SENS-RESULT
           END-CALL
           IF NOT IS-SENS-GRANTED
               DISPLAY "Unmasking refused - rest of the dump is "
                   "masked"
               MOVE "N" TO WS-UNMASK
           END-IF.
