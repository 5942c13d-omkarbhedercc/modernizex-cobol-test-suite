       IDENTIFICATION DIVISION.
       PROGRAM-ID. HSA-REMIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY ASSIGN TO "pay-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-PERIOD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAY-HISTORY.
           SELECT HSA-ELECTION ASSIGN TO "hsa-election.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSA-EMP-ID
               FILE STATUS IS WS-FS-HSA-ELECTION.
           SELECT REMIT-FILE ASSIGN TO "hsa-remit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REMIT-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY.
           COPY "pay-history.cpy".

       FD  HSA-ELECTION.
           COPY "hsa-election.cpy".

       FD  REMIT-FILE.
       01 HSR-REC.
          05 HSR-EMP-ID     PIC 9(7).
          05 HSR-ACCOUNT-NO PIC X(17).
          05 HSR-EE-AMOUNT  PIC 9(7)V99.
          05 HSR-ER-AMOUNT  PIC 9(7)V99.
           COPY "feed-control.cpy"
               REPLACING ==FEED-HDR-REC== BY ==HSR-HDR-REC==
                         ==FHR-TAG== BY ==HSR-HDR-TAG==
                         ==FHR-FEED-NAME== BY ==HSR-HDR-NAME==
                         ==FHR-CREATE-DATE==
                             BY ==HSR-HDR-CREATE-DATE==
                         ==FHR-PERIOD-END==
                             BY ==HSR-HDR-PERIOD-END==
                         ==FEED-TRL-REC== BY ==HSR-TRL-REC==
                         ==FTR-TAG== BY ==HSR-TRL-TAG==
                         ==FTR-RECORD-COUNT== BY ==HSR-TRL-COUNT==
                         ==FTR-ID-HASH== BY ==HSR-TRL-HASH==
                         ==FTR-AMOUNT-TOTAL==
                             BY ==HSR-TRL-AMOUNT==.

       WORKING-STORAGE SECTION.
       01 WS-FS-PAY-HISTORY  PIC X(2) VALUE "00".
       01 WS-FS-HSA-ELECTION PIC X(2) VALUE "00".
       01 WS-FS-REMIT-FILE   PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-RPT-YEAR PIC 9(4) VALUE 0.
       01 WS-RPT-NUM  PIC 9(2) VALUE 0.
       01 WS-HSA-FILE-OPEN PIC X(1) VALUE "N".
          88 IS-HSA-FILE-OPEN VALUE "Y".
       01 WS-FEED-CTL.
          05 WS-FC-COUNT PIC 9(7) VALUE 0.
          05 WS-FC-HASH  PIC 9(9) VALUE 0.
          05 WS-FC-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-REMIT-TOTALS.
          05 WS-TOT-EE PIC 9(11)V99 VALUE 0.
          05 WS-TOT-ER PIC 9(11)V99 VALUE 0.
          05 WS-NO-ACCOUNT-COUNT PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
           DISPLAY "Enter period year (YYYY): "
           ACCEPT WS-RPT-YEAR
           DISPLAY "Enter period number (01-99): "
           ACCEPT WS-RPT-NUM
           OPEN INPUT PAY-HISTORY
           IF WS-FS-PAY-HISTORY NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "pay-history.dat, status " WS-FS-PAY-HISTORY
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT HSA-ELECTION
           IF WS-FS-HSA-ELECTION = "35"
               DISPLAY "WARNING: no hsa-election.dat found - "
                   "custodian account numbers left blank"
           ELSE
               IF WS-FS-HSA-ELECTION NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "hsa-election.dat, status "
                       WS-FS-HSA-ELECTION
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE "Y" TO WS-HSA-FILE-OPEN
           END-IF
           OPEN OUTPUT REMIT-FILE
           IF WS-FS-REMIT-FILE NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "hsa-remit.dat, status " WS-FS-REMIT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-FEED-HEADER
           PERFORM EXTRACT-HISTORY
           PERFORM WRITE-FEED-TRAILER
           CLOSE PAY-HISTORY
           IF WS-FS-PAY-HISTORY NOT = "00"
               DISPLAY "ERROR: CLOSE failed for "
                   "pay-history.dat, status " WS-FS-PAY-HISTORY
           END-IF
           IF IS-HSA-FILE-OPEN
               CLOSE HSA-ELECTION
               IF WS-FS-HSA-ELECTION NOT = "00"
                   DISPLAY "ERROR: CLOSE failed for "
                       "hsa-election.dat, status "
                       WS-FS-HSA-ELECTION
               END-IF
           END-IF
           CLOSE REMIT-FILE
           IF WS-FS-REMIT-FILE NOT = "00"
               DISPLAY "ERROR: CLOSE failed for "
                   "hsa-remit.dat, status " WS-FS-REMIT-FILE
           END-IF
           DISPLAY "Remittance records:  " WS-FC-COUNT
           DISPLAY "Total employee:      " WS-TOT-EE
           DISPLAY "Total employer:      " WS-TOT-ER
           IF WS-NO-ACCOUNT-COUNT > 0
               DISPLAY "WARNING: " WS-NO-ACCOUNT-COUNT
                   " records have no custodian account number"
           END-IF
           DISPLAY "Upload total " WS-FC-AMOUNT " must balance to "
               "the custodian confirmation"
           IF WS-FC-COUNT = 0 OR WS-NO-ACCOUNT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       WRITE-FEED-HEADER.
           MOVE "HDR" TO HSR-HDR-TAG
           MOVE "HSA-REMIT" TO HSR-HDR-NAME
           COMPUTE HSR-HDR-CREATE-DATE = 20000000 + WS-RUN-DATE
           MOVE 0 TO HSR-HDR-PERIOD-END
           WRITE HSR-HDR-REC
           IF WS-FS-REMIT-FILE NOT = "00"
               DISPLAY "ERROR: WRITE failed for "
                   "hsa-remit.dat, status " WS-FS-REMIT-FILE
           END-IF.

       WRITE-FEED-TRAILER.
           MOVE "TRL" TO HSR-TRL-TAG
           MOVE WS-FC-COUNT TO HSR-TRL-COUNT
           MOVE WS-FC-HASH  TO HSR-TRL-HASH
           MOVE WS-FC-AMOUNT TO HSR-TRL-AMOUNT
           WRITE HSR-TRL-REC
           IF WS-FS-REMIT-FILE NOT = "00"
               DISPLAY "ERROR: WRITE failed for "
                   "hsa-remit.dat, status " WS-FS-REMIT-FILE
           END-IF.

       EXTRACT-HISTORY.
           MOVE WS-RPT-YEAR TO HIST-PERIOD-YEAR
           MOVE WS-RPT-NUM TO HIST-PERIOD-NUM
           START PAY-HISTORY KEY >= HIST-PERIOD
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 1
               READ PAY-HISTORY NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
               END-READ
               IF WS-EOF = 0 AND WS-FS-PAY-HISTORY NOT = "00"
                   DISPLAY "ERROR: READ NEXT failed for "
                       "pay-history.dat, status " WS-FS-PAY-HISTORY
                   MOVE 1 TO WS-EOF
               END-IF
               IF WS-EOF = 0 AND
                   (HIST-PERIOD-YEAR NOT = WS-RPT-YEAR OR
                    HIST-PERIOD-NUM NOT = WS-RPT-NUM)
                   MOVE 1 TO WS-EOF
               END-IF
               IF WS-EOF = 0
                   IF HIST-HSA-EE > 0 OR HIST-HSA-ER > 0
                       PERFORM WRITE-ONE-REMIT
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-ONE-REMIT.
           MOVE HIST-ID TO HSR-EMP-ID
           MOVE SPACES TO HSR-ACCOUNT-NO
           IF IS-HSA-FILE-OPEN
               MOVE HIST-ID TO HSA-EMP-ID
               READ HSA-ELECTION
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE HSA-ACCOUNT-NO TO HSR-ACCOUNT-NO
               END-READ
           END-IF
           IF HSR-ACCOUNT-NO = SPACES
               DISPLAY "WARNING: employee " HIST-ID " has no HSA "
                   "custodian account number"
               ADD 1 TO WS-NO-ACCOUNT-COUNT
           END-IF
           MOVE HIST-HSA-EE TO HSR-EE-AMOUNT
           MOVE HIST-HSA-ER TO HSR-ER-AMOUNT
           WRITE HSR-REC
           IF WS-FS-REMIT-FILE NOT = "00"
               DISPLAY "ERROR: WRITE failed for "
                   "hsa-remit.dat, status " WS-FS-REMIT-FILE
           ELSE
               ADD 1 TO WS-FC-COUNT
               COMPUTE WS-FC-HASH =
                   FUNCTION MOD(WS-FC-HASH + HIST-ID, 1000000000)
               COMPUTE WS-FC-AMOUNT = WS-FC-AMOUNT + HIST-HSA-EE
                   + HIST-HSA-ER
               ADD HIST-HSA-EE TO WS-TOT-EE
               ADD HIST-HSA-ER TO WS-TOT-ER
           END-IF.
