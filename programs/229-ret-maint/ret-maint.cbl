       IDENTIFICATION DIVISION.
       PROGRAM-ID. RET-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETIREE-MASTER ASSIGN TO "retiree-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTM-RETIREE-ID
               FILE STATUS IS WS-FS-RETIREE-MASTER.
       DATA DIVISION.
       FILE SECTION.
       FD  RETIREE-MASTER.
           COPY "retiree-master.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-RETIREE-MASTER PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-CHOICE PIC 9(1) VALUE 0.
          88 CHOICE-ADD       VALUE 1.
          88 CHOICE-CHANGE    VALUE 2.
          88 CHOICE-TERMINATE VALUE 3.
          88 CHOICE-LIST      VALUE 4.
          88 CHOICE-EXIT      VALUE 5.
       01 WS-CONFIRM PIC X(1) VALUE "N".
          88 IS-CONFIRMED VALUE "Y" "y".
       01 WS-MAINT-RETIREE.
          05 WS-MR-RETIREE-ID PIC 9(6) VALUE 0.
          05 WS-MR-NAME PIC X(30) VALUE SPACES.
          05 WS-MR-SSN PIC 9(9) VALUE 0.
          05 WS-MR-ADDR-LINE1 PIC X(22) VALUE SPACES.
          05 WS-MR-ADDR-LINE2 PIC X(22) VALUE SPACES.
          05 WS-MR-ADDR-CITY  PIC X(22) VALUE SPACES.
          05 WS-MR-ADDR-STATE PIC X(2) VALUE SPACES.
          05 WS-MR-ADDR-ZIP   PIC X(10) VALUE SPACES.
          05 WS-MR-RECIPIENT PIC X(1) VALUE "R".
          05 WS-MR-BIRTH-DATE PIC 9(8) VALUE 0.
          05 WS-MR-START-DATE PIC 9(8) VALUE 0.
          05 WS-MR-ANNUITY PIC 9(7)V99 VALUE 0.
          05 WS-MR-EXCLUSION PIC 9(5)V99 VALUE 0.
          05 WS-MR-PAY-FORM PIC X(1) VALUE "S".
          05 WS-MR-CERTAIN-END PIC 9(8) VALUE 0.
          05 WS-MR-DIST-CODE PIC X(2) VALUE SPACES.
          05 WS-MR-FED-ELECT PIC X(1) VALUE "W".
          05 WS-MR-FED-FILING PIC 9(1) VALUE 1.
          05 WS-MR-FED-ALLOW PIC 9(2) VALUE 0.
          05 WS-MR-FED-EXTRA PIC 9(5)V99 VALUE 0.
          05 WS-MR-STATE-ELECT PIC X(1) VALUE "T".
          05 WS-MR-STATE-CODE PIC X(2) VALUE SPACES.
          05 WS-MR-STATE-AMOUNT PIC 9(5)V99 VALUE 0.
          05 WS-MR-PAY-METHOD PIC X(1) VALUE "C".
          05 WS-MR-BANK-ROUTING PIC 9(9) VALUE 0.
          05 WS-MR-BANK-ACCOUNT PIC X(17) VALUE SPACES.
          05 WS-MR-BANK-ACCT-TYPE PIC X(1) VALUE SPACE.
          05 WS-MR-STATUS PIC X(1) VALUE "A".
          05 WS-MR-COMPANY PIC 9(2) VALUE 0.
       01 WS-OLD-BANK.
          05 WS-OLD-ROUTING PIC 9(9) VALUE 0.
          05 WS-OLD-ACCOUNT PIC X(17) VALUE SPACES.
          05 WS-OLD-METHOD  PIC X(1) VALUE SPACE.
       01 WS-SUGGESTED-CODE PIC X(2) VALUE SPACES.
       01 WS-AGE-MONTHS PIC S9(5) VALUE 0.
       01 WS-DATE-OK PIC X(1) VALUE "N".
          88 IS-DATE-OK VALUE "Y".
       01 WS-DATE-CHECK PIC 9(8) VALUE 0.
       01 WS-DATE-PARTS REDEFINES WS-DATE-CHECK.
          05 WS-DC-YEAR  PIC 9(4).
          05 WS-DC-MONTH PIC 9(2).
          05 WS-DC-DAY   PIC 9(2).
       01 WS-BIRTH-PARTS.
          05 WS-BP-YEAR  PIC 9(4) VALUE 0.
          05 WS-BP-MONTH PIC 9(2) VALUE 0.
          05 WS-BP-DAY   PIC 9(2) VALUE 0.
       01 WS-SSN-WORK PIC 9(9) VALUE 0.
       01 WS-SSN-SPLIT REDEFINES WS-SSN-WORK.
          05 FILLER PIC X(5).
          05 WS-SSN-LAST4 PIC X(4).
       01 WS-ACCT-LAST4 PIC X(4) VALUE SPACES.
       01 WS-ACCT-LEN PIC 9(2) VALUE 0.
       01 WS-DISP-ANNUITY PIC Z,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-RETIREE-MASTER
           PERFORM DISPLAY-MENU
           ACCEPT WS-CHOICE
           PERFORM UNTIL CHOICE-EXIT
               EVALUATE TRUE
                   WHEN CHOICE-ADD
                       PERFORM ADD-RETIREE
                   WHEN CHOICE-CHANGE
                       PERFORM CHANGE-RETIREE
                   WHEN CHOICE-TERMINATE
                       PERFORM TERMINATE-RETIREE
                   WHEN CHOICE-LIST
                       PERFORM LIST-RETIREES
                   WHEN OTHER
                       DISPLAY "ERROR: choice must be 1-5"
               END-EVALUATE
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
           END-PERFORM
           CLOSE RETIREE-MASTER
           IF WS-FS-RETIREE-MASTER NOT = "00"
               DISPLAY "ERROR: CLOSE failed for "
                   "retiree-master.dat, status "
                   WS-FS-RETIREE-MASTER
           END-IF
           DISPLAY "Done"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       DISPLAY-MENU.
           DISPLAY "1-ADD  2-CHANGE  3-TERMINATE  4-LIST  5-EXIT"
           DISPLAY "Enter choice: ".

       OPEN-RETIREE-MASTER.
           OPEN I-O RETIREE-MASTER
           IF WS-FS-RETIREE-MASTER = "35"
               OPEN OUTPUT RETIREE-MASTER
               CLOSE RETIREE-MASTER
               OPEN I-O RETIREE-MASTER
           END-IF
           IF WS-FS-RETIREE-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN I-O failed for "
                   "retiree-master.dat, status "
                   WS-FS-RETIREE-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       ACCEPT-RETIREE-FIELDS.
           DISPLAY "Enter payee legal name: "
           ACCEPT WS-MR-NAME
           DISPLAY "Enter SSN (9 digits, no dashes): "
           ACCEPT WS-MR-SSN
           PERFORM UNTIL WS-MR-SSN IS NUMERIC AND WS-MR-SSN > 0
               DISPLAY "ERROR: SSN must be 9 digits"
               DISPLAY "Enter SSN (9 digits, no dashes): "
               ACCEPT WS-MR-SSN
           END-PERFORM
           DISPLAY "Enter address line 1: "
           ACCEPT WS-MR-ADDR-LINE1
           DISPLAY "Enter address line 2: "
           ACCEPT WS-MR-ADDR-LINE2
           DISPLAY "Enter city: "
           ACCEPT WS-MR-ADDR-CITY
           DISPLAY "Enter state: "
           ACCEPT WS-MR-ADDR-STATE
           DISPLAY "Enter zip: "
           ACCEPT WS-MR-ADDR-ZIP
           DISPLAY "Payee is (R=retiree B=beneficiary of "
               "deceased retiree): "
           ACCEPT WS-MR-RECIPIENT
           PERFORM UNTIL WS-MR-RECIPIENT = "R" OR
               WS-MR-RECIPIENT = "B"
               DISPLAY "ERROR: payee type must be R or B"
               DISPLAY "Payee is (R=retiree B=beneficiary of "
                   "deceased retiree): "
               ACCEPT WS-MR-RECIPIENT
           END-PERFORM
           MOVE "N" TO WS-DATE-OK
           PERFORM UNTIL IS-DATE-OK
               DISPLAY "Enter payee birth date (YYYYMMDD): "
               ACCEPT WS-MR-BIRTH-DATE
               MOVE WS-MR-BIRTH-DATE TO WS-DATE-CHECK
               PERFORM VALIDATE-DATE
           END-PERFORM
           MOVE "N" TO WS-DATE-OK
           PERFORM UNTIL IS-DATE-OK
               DISPLAY "Enter annuity starting date (YYYYMMDD): "
               ACCEPT WS-MR-START-DATE
               MOVE WS-MR-START-DATE TO WS-DATE-CHECK
               PERFORM VALIDATE-DATE
               IF IS-DATE-OK AND
                   WS-MR-START-DATE <= WS-MR-BIRTH-DATE
                   DISPLAY "ERROR: starting date must be after "
                       "the birth date"
                   MOVE "N" TO WS-DATE-OK
               END-IF
           END-PERFORM
           DISPLAY "Enter monthly annuity amount: "
           ACCEPT WS-MR-ANNUITY
           PERFORM UNTIL WS-MR-ANNUITY IS NUMERIC AND
               WS-MR-ANNUITY > 0
               DISPLAY "ERROR: annuity amount must be greater "
                   "than zero"
               DISPLAY "Enter monthly annuity amount: "
               ACCEPT WS-MR-ANNUITY
           END-PERFORM
           DISPLAY "Enter monthly tax-free recovery of employee "
               "contributions (0 if none): "
           ACCEPT WS-MR-EXCLUSION
           PERFORM UNTIL WS-MR-EXCLUSION IS NUMERIC AND
               WS-MR-EXCLUSION <= WS-MR-ANNUITY
               DISPLAY "ERROR: recovery amount cannot exceed "
                   "the annuity"
               DISPLAY "Enter monthly tax-free recovery of "
                   "employee contributions (0 if none): "
               ACCEPT WS-MR-EXCLUSION
           END-PERFORM
           DISPLAY "Enter payment form (S=single life "
               "J=joint and survivor C=period certain): "
           ACCEPT WS-MR-PAY-FORM
           PERFORM UNTIL WS-MR-PAY-FORM = "S" OR
               WS-MR-PAY-FORM = "J" OR WS-MR-PAY-FORM = "C"
               DISPLAY "ERROR: payment form must be S, J or C"
               DISPLAY "Enter payment form (S=single life "
                   "J=joint and survivor C=period certain): "
               ACCEPT WS-MR-PAY-FORM
           END-PERFORM
           MOVE 0 TO WS-MR-CERTAIN-END
           IF WS-MR-PAY-FORM = "C"
               MOVE "N" TO WS-DATE-OK
               PERFORM UNTIL IS-DATE-OK
                   DISPLAY "Enter last payment date of the "
                       "certain period (YYYYMMDD): "
                   ACCEPT WS-MR-CERTAIN-END
                   MOVE WS-MR-CERTAIN-END TO WS-DATE-CHECK
                   PERFORM VALIDATE-DATE
                   IF IS-DATE-OK AND
                       WS-MR-CERTAIN-END <= WS-MR-START-DATE
                       DISPLAY "ERROR: certain period must end "
                           "after the starting date"
                       MOVE "N" TO WS-DATE-OK
                   END-IF
               END-PERFORM
           END-IF
           PERFORM SUGGEST-DIST-CODE
           DISPLAY "Suggested 1099-R distribution code "
               WS-SUGGESTED-CODE
           DISPLAY "Enter distribution code (1 2 3 4 7, blank "
               "for suggested): "
           ACCEPT WS-MR-DIST-CODE
           IF WS-MR-DIST-CODE = SPACES
               MOVE WS-SUGGESTED-CODE TO WS-MR-DIST-CODE
           END-IF
           PERFORM UNTIL WS-MR-DIST-CODE = "1 " OR
               WS-MR-DIST-CODE = "2 " OR WS-MR-DIST-CODE = "3 " OR
               WS-MR-DIST-CODE = "4 " OR WS-MR-DIST-CODE = "7 "
               DISPLAY "ERROR: distribution code must be 1, 2, 3, "
                   "4 or 7"
               DISPLAY "Enter distribution code (1 2 3 4 7, blank "
                   "for suggested): "
               ACCEPT WS-MR-DIST-CODE
               IF WS-MR-DIST-CODE = SPACES
                   MOVE WS-SUGGESTED-CODE TO WS-MR-DIST-CODE
               END-IF
           END-PERFORM
           DISPLAY "Federal withholding (W=withhold per W-4P "
               "N=elected out): "
           ACCEPT WS-MR-FED-ELECT
           PERFORM UNTIL WS-MR-FED-ELECT = "W" OR
               WS-MR-FED-ELECT = "N"
               DISPLAY "ERROR: federal election must be W or N"
               DISPLAY "Federal withholding (W=withhold per W-4P "
                   "N=elected out): "
               ACCEPT WS-MR-FED-ELECT
           END-PERFORM
           MOVE 1 TO WS-MR-FED-FILING
           MOVE 0 TO WS-MR-FED-ALLOW
           MOVE 0 TO WS-MR-FED-EXTRA
           IF WS-MR-FED-ELECT = "W"
               DISPLAY "Enter W-4P filing status (1=single "
                   "2=married): "
               ACCEPT WS-MR-FED-FILING
               PERFORM UNTIL WS-MR-FED-FILING = 1 OR
                   WS-MR-FED-FILING = 2
                   DISPLAY "ERROR: filing status must be 1 or 2"
                   DISPLAY "Enter W-4P filing status (1=single "
                       "2=married): "
                   ACCEPT WS-MR-FED-FILING
               END-PERFORM
               DISPLAY "Enter W-4P allowances (00-99): "
               ACCEPT WS-MR-FED-ALLOW
               DISPLAY "Enter additional federal withholding "
                   "per month: "
               ACCEPT WS-MR-FED-EXTRA
           END-IF
           DISPLAY "State withholding (T=state table F=flat "
               "monthly amount N=none): "
           ACCEPT WS-MR-STATE-ELECT
           PERFORM UNTIL WS-MR-STATE-ELECT = "T" OR
               WS-MR-STATE-ELECT = "F" OR WS-MR-STATE-ELECT = "N"
               DISPLAY "ERROR: state election must be T, F or N"
               DISPLAY "State withholding (T=state table F=flat "
                   "monthly amount N=none): "
               ACCEPT WS-MR-STATE-ELECT
           END-PERFORM
           MOVE WS-MR-ADDR-STATE TO WS-MR-STATE-CODE
           MOVE 0 TO WS-MR-STATE-AMOUNT
           IF WS-MR-STATE-ELECT NOT = "N"
               DISPLAY "Enter withholding state (blank for "
                   WS-MR-ADDR-STATE "): "
               ACCEPT WS-MR-STATE-CODE
               IF WS-MR-STATE-CODE = SPACES
                   MOVE WS-MR-ADDR-STATE TO WS-MR-STATE-CODE
               END-IF
           END-IF
           IF WS-MR-STATE-ELECT = "F"
               DISPLAY "Enter flat state withholding per month: "
               ACCEPT WS-MR-STATE-AMOUNT
               PERFORM UNTIL WS-MR-STATE-AMOUNT IS NUMERIC AND
                   WS-MR-STATE-AMOUNT > 0
                   DISPLAY "ERROR: flat amount must be greater "
                       "than zero"
                   DISPLAY "Enter flat state withholding per "
                       "month: "
                   ACCEPT WS-MR-STATE-AMOUNT
               END-PERFORM
           END-IF
           DISPLAY "Payment method (C=check E=direct deposit): "
           ACCEPT WS-MR-PAY-METHOD
           PERFORM UNTIL WS-MR-PAY-METHOD = "C" OR
               WS-MR-PAY-METHOD = "E"
               DISPLAY "ERROR: payment method must be C or E"
               DISPLAY "Payment method (C=check E=direct "
                   "deposit): "
               ACCEPT WS-MR-PAY-METHOD
           END-PERFORM
           MOVE 0 TO WS-MR-BANK-ROUTING
           MOVE SPACES TO WS-MR-BANK-ACCOUNT
           MOVE SPACE TO WS-MR-BANK-ACCT-TYPE
           IF WS-MR-PAY-METHOD = "E"
               DISPLAY "Enter bank routing number (9 digits): "
               ACCEPT WS-MR-BANK-ROUTING
               PERFORM UNTIL WS-MR-BANK-ROUTING IS NUMERIC AND
                   WS-MR-BANK-ROUTING > 0
                   DISPLAY "ERROR: routing number must be 9 digits"
                   DISPLAY "Enter bank routing number (9 digits): "
                   ACCEPT WS-MR-BANK-ROUTING
               END-PERFORM
               DISPLAY "Enter bank account number: "
               ACCEPT WS-MR-BANK-ACCOUNT
               PERFORM UNTIL WS-MR-BANK-ACCOUNT NOT = SPACES
                   DISPLAY "ERROR: account number is required"
                   DISPLAY "Enter bank account number: "
                   ACCEPT WS-MR-BANK-ACCOUNT
               END-PERFORM
               DISPLAY "Enter account type (C=checking "
                   "S=savings): "
               ACCEPT WS-MR-BANK-ACCT-TYPE
               PERFORM UNTIL WS-MR-BANK-ACCT-TYPE = "C" OR
                   WS-MR-BANK-ACCT-TYPE = "S"
                   DISPLAY "ERROR: account type must be C or S"
                   DISPLAY "Enter account type (C=checking "
                       "S=savings): "
                   ACCEPT WS-MR-BANK-ACCT-TYPE
               END-PERFORM
           END-IF
           DISPLAY "Enter paying plan company code (01-99): "
           ACCEPT WS-MR-COMPANY
           PERFORM UNTIL WS-MR-COMPANY > 0
               DISPLAY "ERROR: company code must be 01-99"
               DISPLAY "Enter paying plan company code (01-99): "
               ACCEPT WS-MR-COMPANY
           END-PERFORM.

       VALIDATE-DATE.
           MOVE "Y" TO WS-DATE-OK
           IF WS-DATE-CHECK IS NOT NUMERIC
               MOVE "N" TO WS-DATE-OK
           ELSE
               IF WS-DC-YEAR < 1900 OR WS-DC-MONTH < 1 OR
                   WS-DC-MONTH > 12 OR WS-DC-DAY < 1 OR
                   WS-DC-DAY > 31
                   MOVE "N" TO WS-DATE-OK
               END-IF
           END-IF
           IF NOT IS-DATE-OK
               DISPLAY "ERROR: date must be a valid YYYYMMDD"
           END-IF.

       SUGGEST-DIST-CODE.
           MOVE WS-MR-BIRTH-DATE(1:4) TO WS-BP-YEAR
           MOVE WS-MR-BIRTH-DATE(5:2) TO WS-BP-MONTH
           MOVE WS-MR-BIRTH-DATE(7:2) TO WS-BP-DAY
           MOVE WS-MR-START-DATE TO WS-DATE-CHECK
           COMPUTE WS-AGE-MONTHS =
               (WS-DC-YEAR * 12 + WS-DC-MONTH) -
               (WS-BP-YEAR * 12 + WS-BP-MONTH)
           IF WS-DC-DAY < WS-BP-DAY
               SUBTRACT 1 FROM WS-AGE-MONTHS
           END-IF
           EVALUATE TRUE
               WHEN WS-MR-RECIPIENT = "B"
                   MOVE "4 " TO WS-SUGGESTED-CODE
               WHEN WS-AGE-MONTHS >= 714
                   MOVE "7 " TO WS-SUGGESTED-CODE
               WHEN WS-AGE-MONTHS >= 660
                   MOVE "2 " TO WS-SUGGESTED-CODE
               WHEN OTHER
                   MOVE "1 " TO WS-SUGGESTED-CODE
           END-EVALUATE.

       SET-RETIREE-FIELDS.
           MOVE WS-MR-NAME TO RTM-NAME
           MOVE WS-MR-SSN TO RTM-SSN
           MOVE WS-MR-ADDR-LINE1 TO RTM-ADDR-LINE1
           MOVE WS-MR-ADDR-LINE2 TO RTM-ADDR-LINE2
           MOVE WS-MR-ADDR-CITY TO RTM-ADDR-CITY
           MOVE WS-MR-ADDR-STATE TO RTM-ADDR-STATE
           MOVE WS-MR-ADDR-ZIP TO RTM-ADDR-ZIP
           MOVE WS-MR-RECIPIENT TO RTM-RECIPIENT
           MOVE WS-MR-BIRTH-DATE TO RTM-BIRTH-DATE
           MOVE WS-MR-START-DATE TO RTM-START-DATE
           MOVE WS-MR-ANNUITY TO RTM-ANNUITY
           MOVE WS-MR-EXCLUSION TO RTM-EXCLUSION
           MOVE WS-MR-PAY-FORM TO RTM-PAY-FORM
           MOVE WS-MR-CERTAIN-END TO RTM-CERTAIN-END
           MOVE WS-MR-DIST-CODE TO RTM-DIST-CODE
           MOVE WS-MR-FED-ELECT TO RTM-FED-ELECT
           MOVE WS-MR-FED-FILING TO RTM-FED-FILING
           MOVE WS-MR-FED-ALLOW TO RTM-FED-ALLOW
           MOVE WS-MR-FED-EXTRA TO RTM-FED-EXTRA
           MOVE WS-MR-STATE-ELECT TO RTM-STATE-ELECT
           MOVE WS-MR-STATE-CODE TO RTM-STATE-CODE
           MOVE WS-MR-STATE-AMOUNT TO RTM-STATE-AMOUNT
           MOVE WS-MR-PAY-METHOD TO RTM-PAY-METHOD
           MOVE WS-MR-BANK-ROUTING TO RTM-BANK-ROUTING
           MOVE WS-MR-BANK-ACCOUNT TO RTM-BANK-ACCOUNT
           MOVE WS-MR-BANK-ACCT-TYPE TO RTM-BANK-ACCT-TYPE
           MOVE WS-MR-COMPANY TO RTM-COMPANY.

       SET-ACCOUNT-LAST4.
           MOVE SPACES TO WS-ACCT-LAST4
           MOVE 0 TO WS-ACCT-LEN
           INSPECT WS-MR-BANK-ACCOUNT TALLYING WS-ACCT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-ACCT-LEN >= 4
               MOVE WS-MR-BANK-ACCOUNT(WS-ACCT-LEN - 3:4)
                   TO WS-ACCT-LAST4
           END-IF.

       SHOW-PENDING-RETIREE.
           MOVE WS-MR-SSN TO WS-SSN-WORK
           MOVE WS-MR-ANNUITY TO WS-DISP-ANNUITY
           DISPLAY WS-MR-RETIREE-ID ": " WS-MR-NAME " SSN ***"
               WS-SSN-LAST4 " form " WS-MR-PAY-FORM " code "
               WS-MR-DIST-CODE " monthly " WS-DISP-ANNUITY
           DISPLAY "  federal " WS-MR-FED-ELECT " status "
               WS-MR-FED-FILING " allow " WS-MR-FED-ALLOW
               " state " WS-MR-STATE-ELECT " " WS-MR-STATE-CODE
           IF WS-MR-PAY-METHOD = "E"
               PERFORM SET-ACCOUNT-LAST4
               DISPLAY "  deposit to account ****" WS-ACCT-LAST4
                   " type " WS-MR-BANK-ACCT-TYPE
           ELSE
               DISPLAY "  paid by check"
           END-IF.

       ADD-RETIREE.
           DISPLAY "Enter retiree payee ID (6 digits): "
           ACCEPT WS-MR-RETIREE-ID
           IF WS-MR-RETIREE-ID IS NOT NUMERIC OR
               WS-MR-RETIREE-ID = 0
               DISPLAY "ERROR: retiree payee ID must be 6 digits"
           ELSE
               PERFORM ACCEPT-RETIREE-FIELDS
               DISPLAY "ADD retiree"
               PERFORM SHOW-PENDING-RETIREE
               DISPLAY "Confirm (Y/N): "
               ACCEPT WS-CONFIRM
               IF IS-CONFIRMED
                   MOVE WS-MR-RETIREE-ID TO RTM-RETIREE-ID
                   PERFORM SET-RETIREE-FIELDS
                   IF WS-MR-PAY-METHOD = "E"
                       MOVE "Y" TO RTM-PRENOTE
                   ELSE
                       MOVE "N" TO RTM-PRENOTE
                   END-IF
                   MOVE "A" TO RTM-STATUS
                   WRITE RTM-REC
                       INVALID KEY
                           DISPLAY "ERROR: retiree "
                               WS-MR-RETIREE-ID
                               " already on file - use CHANGE"
                   END-WRITE
                   IF WS-FS-RETIREE-MASTER = "00"
                       DISPLAY "Retiree added"
                       IF RTM-PRENOTE-PENDING
                           DISPLAY "NOTE: first payment goes by "
                               "check while the account prenote "
                               "clears"
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "Operation cancelled"
               END-IF
           END-IF.

       CHANGE-RETIREE.
           DISPLAY "Enter retiree payee ID: "
           ACCEPT WS-MR-RETIREE-ID
           MOVE WS-MR-RETIREE-ID TO RTM-RETIREE-ID
           READ RETIREE-MASTER
               INVALID KEY
                   DISPLAY "ERROR: retiree " WS-MR-RETIREE-ID
                       " not on file"
               NOT INVALID KEY
                   PERFORM CHANGE-ONE-RETIREE
           END-READ.

       CHANGE-ONE-RETIREE.
           MOVE RTM-SSN TO WS-SSN-WORK
           MOVE RTM-ANNUITY TO WS-DISP-ANNUITY
           DISPLAY "Current: " RTM-NAME " SSN ***" WS-SSN-LAST4
               " monthly " WS-DISP-ANNUITY " method "
               RTM-PAY-METHOD " status " RTM-STATUS
           MOVE RTM-BANK-ROUTING TO WS-OLD-ROUTING
           MOVE RTM-BANK-ACCOUNT TO WS-OLD-ACCOUNT
           MOVE RTM-PAY-METHOD TO WS-OLD-METHOD
           PERFORM ACCEPT-RETIREE-FIELDS
           DISPLAY "Enter status (A=active S=suspended): "
           ACCEPT WS-MR-STATUS
           PERFORM UNTIL WS-MR-STATUS = "A" OR WS-MR-STATUS = "S"
               DISPLAY "ERROR: status must be A or S - use "
                   "TERMINATE to end payments"
               DISPLAY "Enter status (A=active S=suspended): "
               ACCEPT WS-MR-STATUS
           END-PERFORM
           DISPLAY "CHANGE retiree"
           PERFORM SHOW-PENDING-RETIREE
           DISPLAY "Confirm change (Y/N): "
           ACCEPT WS-CONFIRM
           IF IS-CONFIRMED
               PERFORM SET-RETIREE-FIELDS
               IF WS-MR-PAY-METHOD = "E"
                   IF WS-OLD-METHOD NOT = "E" OR
                       WS-OLD-ROUTING NOT = WS-MR-BANK-ROUTING OR
                       WS-OLD-ACCOUNT NOT = WS-MR-BANK-ACCOUNT
                       MOVE "Y" TO RTM-PRENOTE
                       DISPLAY "NOTE: deposit account changed - "
                           "next payment goes by check while the "
                           "prenote clears"
                   END-IF
               ELSE
                   MOVE "N" TO RTM-PRENOTE
               END-IF
               MOVE WS-MR-STATUS TO RTM-STATUS
               REWRITE RTM-REC
               IF WS-FS-RETIREE-MASTER NOT = "00"
                   DISPLAY "ERROR: REWRITE failed, "
                       "status " WS-FS-RETIREE-MASTER
               ELSE
                   DISPLAY "Retiree changed"
               END-IF
           ELSE
               DISPLAY "Operation cancelled"
           END-IF.

       TERMINATE-RETIREE.
           DISPLAY "Enter retiree payee ID: "
           ACCEPT WS-MR-RETIREE-ID
           MOVE WS-MR-RETIREE-ID TO RTM-RETIREE-ID
           READ RETIREE-MASTER
               INVALID KEY
                   DISPLAY "ERROR: retiree " WS-MR-RETIREE-ID
                       " not on file"
               NOT INVALID KEY
                   DISPLAY "TERMINATE retiree " RTM-RETIREE-ID " "
                       RTM-NAME " - payments stop, record kept "
                       "for year-end 1099-R reporting"
                   IF RTM-JOINT-SURVIVOR AND RTM-IS-RETIREE
                       DISPLAY "NOTE: joint and survivor annuity - "
                           "ADD the surviving beneficiary as a "
                           "new payee"
                   END-IF
                   DISPLAY "Confirm (Y/N): "
                   ACCEPT WS-CONFIRM
                   IF IS-CONFIRMED
                       MOVE "T" TO RTM-STATUS
                       REWRITE RTM-REC
                       IF WS-FS-RETIREE-MASTER NOT = "00"
                           DISPLAY "ERROR: REWRITE failed, "
                               "status " WS-FS-RETIREE-MASTER
                       ELSE
                           DISPLAY "Retiree terminated"
                       END-IF
                   ELSE
                       DISPLAY "Operation cancelled"
                   END-IF
           END-READ.

       LIST-RETIREES.
           MOVE 0 TO WS-EOF
           MOVE 0 TO RTM-RETIREE-ID
           START RETIREE-MASTER KEY >= RTM-RETIREE-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 1
               READ RETIREE-MASTER NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
               END-READ
               IF WS-EOF = 0
                   MOVE RTM-SSN TO WS-SSN-WORK
                   MOVE RTM-ANNUITY TO WS-DISP-ANNUITY
                   DISPLAY RTM-RETIREE-ID " " RTM-NAME " SSN ***"
                       WS-SSN-LAST4 " " RTM-PAY-FORM " code "
                       RTM-DIST-CODE " " WS-DISP-ANNUITY " via "
                       RTM-PAY-METHOD " co " RTM-COMPANY
                       " status " RTM-STATUS
               END-IF
           END-PERFORM.
