       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTR-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACTOR-MASTER ASSIGN TO "contractor-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-PAYEE-ID
               FILE STATUS IS WS-FS-CONTRACTOR-MASTER.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACTOR-MASTER.
           COPY "contractor-master.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-CONTRACTOR-MASTER PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-CHOICE PIC 9(1) VALUE 0.
          88 CHOICE-ADD        VALUE 1.
          88 CHOICE-CHANGE     VALUE 2.
          88 CHOICE-INACTIVATE VALUE 3.
          88 CHOICE-LIST       VALUE 4.
          88 CHOICE-EXIT       VALUE 5.
       01 WS-CONFIRM PIC X(1) VALUE "N".
          88 IS-CONFIRMED VALUE "Y" "y".
       01 WS-MAINT-CONTRACTOR.
          05 WS-MC-PAYEE-ID PIC X(6) VALUE SPACES.
          05 WS-MC-NAME PIC X(30) VALUE SPACES.
          05 WS-MC-TIN-TYPE PIC X(1) VALUE "S".
          05 WS-MC-TIN PIC 9(9) VALUE 0.
          05 WS-MC-ADDR-LINE1 PIC X(22) VALUE SPACES.
          05 WS-MC-ADDR-LINE2 PIC X(22) VALUE SPACES.
          05 WS-MC-ADDR-CITY  PIC X(22) VALUE SPACES.
          05 WS-MC-ADDR-STATE PIC X(2) VALUE SPACES.
          05 WS-MC-ADDR-ZIP   PIC X(10) VALUE SPACES.
          05 WS-MC-BACKUP-WH PIC X(1) VALUE "N".
          05 WS-MC-COMPANY PIC 9(2) VALUE 0.
       01 WS-TIN-WORK PIC 9(9) VALUE 0.
       01 WS-TIN-SPLIT REDEFINES WS-TIN-WORK.
          05 FILLER PIC X(5).
          05 WS-TIN-LAST4 PIC X(4).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-CONTRACTOR-MASTER
           PERFORM DISPLAY-MENU
           ACCEPT WS-CHOICE
           PERFORM UNTIL CHOICE-EXIT
               EVALUATE TRUE
                   WHEN CHOICE-ADD
                       PERFORM ADD-CONTRACTOR
                   WHEN CHOICE-CHANGE
                       PERFORM CHANGE-CONTRACTOR
                   WHEN CHOICE-INACTIVATE
                       PERFORM INACTIVATE-CONTRACTOR
                   WHEN CHOICE-LIST
                       PERFORM LIST-CONTRACTORS
                   WHEN OTHER
                       DISPLAY "ERROR: choice must be 1-5"
               END-EVALUATE
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
           END-PERFORM
           CLOSE CONTRACTOR-MASTER
           IF WS-FS-CONTRACTOR-MASTER NOT = "00"
               DISPLAY "ERROR: CLOSE failed for "
                   "contractor-master.dat, status "
                   WS-FS-CONTRACTOR-MASTER
           END-IF
           DISPLAY "Done"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       DISPLAY-MENU.
           DISPLAY "1-ADD  2-CHANGE  3-INACTIVATE  4-LIST  5-EXIT"
           DISPLAY "Enter choice: ".

       OPEN-CONTRACTOR-MASTER.
           OPEN I-O CONTRACTOR-MASTER
           IF WS-FS-CONTRACTOR-MASTER = "35"
               OPEN OUTPUT CONTRACTOR-MASTER
               CLOSE CONTRACTOR-MASTER
               OPEN I-O CONTRACTOR-MASTER
           END-IF
           IF WS-FS-CONTRACTOR-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN I-O failed for "
                   "contractor-master.dat, status "
                   WS-FS-CONTRACTOR-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       ACCEPT-CONTRACTOR-FIELDS.
           DISPLAY "Enter contractor legal name: "
           ACCEPT WS-MC-NAME
           DISPLAY "Enter TIN type (S=SSN E=EIN): "
           ACCEPT WS-MC-TIN-TYPE
           PERFORM UNTIL WS-MC-TIN-TYPE = "S" OR
               WS-MC-TIN-TYPE = "E"
               DISPLAY "ERROR: TIN type must be S or E"
               DISPLAY "Enter TIN type (S=SSN E=EIN): "
               ACCEPT WS-MC-TIN-TYPE
           END-PERFORM
           DISPLAY "Enter taxpayer ID (9 digits, no dashes): "
           ACCEPT WS-MC-TIN
           PERFORM UNTIL WS-MC-TIN IS NUMERIC AND WS-MC-TIN > 0
               DISPLAY "ERROR: taxpayer ID must be 9 digits"
               DISPLAY "Enter taxpayer ID (9 digits, no dashes): "
               ACCEPT WS-MC-TIN
           END-PERFORM
           DISPLAY "Enter address line 1: "
           ACCEPT WS-MC-ADDR-LINE1
           DISPLAY "Enter address line 2: "
           ACCEPT WS-MC-ADDR-LINE2
           DISPLAY "Enter city: "
           ACCEPT WS-MC-ADDR-CITY
           DISPLAY "Enter state: "
           ACCEPT WS-MC-ADDR-STATE
           DISPLAY "Enter zip: "
           ACCEPT WS-MC-ADDR-ZIP
           DISPLAY "Subject to backup withholding (Y/N): "
           ACCEPT WS-MC-BACKUP-WH
           PERFORM UNTIL WS-MC-BACKUP-WH = "Y" OR
               WS-MC-BACKUP-WH = "N"
               DISPLAY "ERROR: backup withholding must be Y or N"
               DISPLAY "Subject to backup withholding (Y/N): "
               ACCEPT WS-MC-BACKUP-WH
           END-PERFORM
           DISPLAY "Enter paying company code (01-99): "
           ACCEPT WS-MC-COMPANY
           PERFORM UNTIL WS-MC-COMPANY > 0
               DISPLAY "ERROR: company code must be 01-99"
               DISPLAY "Enter paying company code (01-99): "
               ACCEPT WS-MC-COMPANY
           END-PERFORM.

       SET-CONTRACTOR-FIELDS.
           MOVE WS-MC-NAME TO CTR-NAME
           MOVE WS-MC-TIN-TYPE TO CTR-TIN-TYPE
           MOVE WS-MC-TIN TO CTR-TIN
           MOVE WS-MC-ADDR-LINE1 TO CTR-ADDR-LINE1
           MOVE WS-MC-ADDR-LINE2 TO CTR-ADDR-LINE2
           MOVE WS-MC-ADDR-CITY TO CTR-ADDR-CITY
           MOVE WS-MC-ADDR-STATE TO CTR-ADDR-STATE
           MOVE WS-MC-ADDR-ZIP TO CTR-ADDR-ZIP
           MOVE WS-MC-BACKUP-WH TO CTR-BACKUP-WH
           MOVE WS-MC-COMPANY TO CTR-COMPANY.

       ADD-CONTRACTOR.
           DISPLAY "Enter contractor payee ID (6 characters): "
           ACCEPT WS-MC-PAYEE-ID
           PERFORM ACCEPT-CONTRACTOR-FIELDS
           MOVE WS-MC-TIN TO WS-TIN-WORK
           DISPLAY "ADD contractor " WS-MC-PAYEE-ID ": " WS-MC-NAME
               " TIN ***" WS-TIN-LAST4 " backup wh "
               WS-MC-BACKUP-WH
           DISPLAY "Confirm (Y/N): "
           ACCEPT WS-CONFIRM
           IF IS-CONFIRMED
               MOVE WS-MC-PAYEE-ID TO CTR-PAYEE-ID
               PERFORM SET-CONTRACTOR-FIELDS
               MOVE "A" TO CTR-STATUS
               WRITE CTR-REC
                   INVALID KEY
                       DISPLAY "ERROR: contractor " WS-MC-PAYEE-ID
                           " already on file - use CHANGE"
               END-WRITE
               IF WS-FS-CONTRACTOR-MASTER = "00"
                   DISPLAY "Contractor added"
               END-IF
           ELSE
               DISPLAY "Operation cancelled"
           END-IF.

       CHANGE-CONTRACTOR.
           DISPLAY "Enter contractor payee ID: "
           ACCEPT WS-MC-PAYEE-ID
           MOVE WS-MC-PAYEE-ID TO CTR-PAYEE-ID
           READ CONTRACTOR-MASTER
               INVALID KEY
                   DISPLAY "ERROR: contractor " WS-MC-PAYEE-ID
                       " not on file"
               NOT INVALID KEY
                   MOVE CTR-TIN TO WS-TIN-WORK
                   DISPLAY "Current: " CTR-NAME " TIN ***"
                       WS-TIN-LAST4 " backup wh " CTR-BACKUP-WH
                       " status " CTR-STATUS
                   PERFORM ACCEPT-CONTRACTOR-FIELDS
                   DISPLAY "Confirm change (Y/N): "
                   ACCEPT WS-CONFIRM
                   IF IS-CONFIRMED
                       PERFORM SET-CONTRACTOR-FIELDS
                       MOVE "A" TO CTR-STATUS
                       REWRITE CTR-REC
                       IF WS-FS-CONTRACTOR-MASTER NOT = "00"
                           DISPLAY "ERROR: REWRITE failed, "
                               "status " WS-FS-CONTRACTOR-MASTER
                       ELSE
                           DISPLAY "Contractor changed"
                       END-IF
                   ELSE
                       DISPLAY "Operation cancelled"
                   END-IF
           END-READ.

       INACTIVATE-CONTRACTOR.
           DISPLAY "Enter contractor payee ID: "
           ACCEPT WS-MC-PAYEE-ID
           MOVE WS-MC-PAYEE-ID TO CTR-PAYEE-ID
           READ CONTRACTOR-MASTER
               INVALID KEY
                   DISPLAY "ERROR: contractor " WS-MC-PAYEE-ID
                       " not on file"
               NOT INVALID KEY
                   DISPLAY "INACTIVATE contractor " CTR-PAYEE-ID " "
                       CTR-NAME " - record kept for year-end "
                       "1099 reporting"
                   DISPLAY "Confirm (Y/N): "
                   ACCEPT WS-CONFIRM
                   IF IS-CONFIRMED
                       MOVE "I" TO CTR-STATUS
                       REWRITE CTR-REC
                       IF WS-FS-CONTRACTOR-MASTER NOT = "00"
                           DISPLAY "ERROR: REWRITE failed, "
                               "status " WS-FS-CONTRACTOR-MASTER
                       ELSE
                           DISPLAY "Contractor inactivated"
                       END-IF
                   ELSE
                       DISPLAY "Operation cancelled"
                   END-IF
           END-READ.

       LIST-CONTRACTORS.
           MOVE 0 TO WS-EOF
           MOVE LOW-VALUES TO CTR-PAYEE-ID
           START CONTRACTOR-MASTER KEY >= CTR-PAYEE-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 1
               READ CONTRACTOR-MASTER NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
               END-READ
               IF WS-EOF = 0
                   MOVE CTR-TIN TO WS-TIN-WORK
                   DISPLAY CTR-PAYEE-ID " " CTR-NAME " TIN "
                       CTR-TIN-TYPE "-***" WS-TIN-LAST4 " bwh "
                       CTR-BACKUP-WH " co " CTR-COMPANY " status "
                       CTR-STATUS
               END-IF
           END-PERFORM.
