       IDENTIFICATION DIVISION.
       PROGRAM-ID. HIST-REKEY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-OLD ASSIGN TO "pay-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OHS-KEY
               FILE STATUS IS WS-FS-HIST-OLD.
           SELECT PAY-HISTORY ASSIGN TO "pay-history-new.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-PERIOD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAY-HISTORY.
       DATA DIVISION.
       FILE SECTION.
       FD  HIST-OLD.
           COPY "pay-history.cpy"
               REPLACING LEADING ==HIST-== BY ==OHS-==.

       FD  PAY-HISTORY.
           COPY "pay-history.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-HIST-OLD    PIC X(2) VALUE "00".
       01 WS-FS-PAY-HISTORY PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-CONFIRM PIC X(1) VALUE "N".
          88 IS-CONFIRMED VALUE "Y" "y".
       01 WS-LOCK-FIELDS.
          05 WS-LOCK-FUNC PIC X(1) VALUE "T".
          05 WS-LOCK-PROGRAM PIC X(10) VALUE "HIST-REKEY".
          05 WS-LOCK-OPERATOR PIC X(10) VALUE "BATCH".
          05 WS-LOCK-RESULT PIC X(1) VALUE "N".
          05 WS-LOCK-HELD PIC X(1) VALUE "N".
       01 WS-REKEY-STATS.
          05 WS-HIST-READ    PIC 9(7) VALUE 0.
          05 WS-HIST-WRITTEN PIC 9(7) VALUE 0.
          05 WS-HIST-DROPPED PIC 9(7) VALUE 0.
          05 WS-HIST-PROVED  PIC 9(7) VALUE 0.
          05 WS-GROSS-READ   PIC 9(11)V99 VALUE 0.
          05 WS-GROSS-PROVED PIC 9(11)V99 VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "HIST-REKEY rebuilds pay-history.dat with "
               "alternate keys on pay period and department"
           DISPLAY "The rebuilt file is written beside the old one "
               "as pay-history-new.dat; swap it in when the "
               "proof totals agree"
           DISPLAY "Proceed (Y/N): "
           ACCEPT WS-CONFIRM
           IF NOT IS-CONFIRMED
               DISPLAY "Rebuild cancelled - nothing written"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM TAKE-MASTER-LOCK
           PERFORM COPY-PAY-HISTORY
           PERFORM PROVE-NEW-FILE
           PERFORM RELEASE-MASTER-LOCK
           DISPLAY "History rows read:     " WS-HIST-READ
           DISPLAY "History rows written:  " WS-HIST-WRITTEN
           DISPLAY "History rows dropped:  " WS-HIST-DROPPED
           DISPLAY "Rows proved by period: " WS-HIST-PROVED
           DISPLAY "Gross read:            " WS-GROSS-READ
           DISPLAY "Gross proved:          " WS-GROSS-PROVED
           IF WS-HIST-DROPPED > 0 OR
               WS-HIST-PROVED NOT = WS-HIST-READ OR
               WS-GROSS-PROVED NOT = WS-GROSS-READ
               DISPLAY "WARNING: proof totals do not agree - keep "
                   "the current pay-history.dat and investigate"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "Proof totals agree - swap "
                   "pay-history-new.dat into place before the "
                   "next run"
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       TAKE-MASTER-LOCK.
           MOVE "T" TO WS-LOCK-FUNC
           CALL "LOCK-SVC" USING WS-LOCK-FUNC WS-LOCK-PROGRAM
               WS-LOCK-OPERATOR WS-LOCK-RESULT
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to LOCK-SVC failed"
           END-CALL
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "Master files in use - rebuild refused, "
                   "try again when the holding job finishes"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "Y" TO WS-LOCK-HELD.

       RELEASE-MASTER-LOCK.
           IF WS-LOCK-HELD = "Y"
               MOVE "R" TO WS-LOCK-FUNC
               CALL "LOCK-SVC" USING WS-LOCK-FUNC WS-LOCK-PROGRAM
                   WS-LOCK-OPERATOR WS-LOCK-RESULT
                   ON EXCEPTION
                       DISPLAY "ERROR: CALL to LOCK-SVC failed"
               END-CALL
               MOVE "N" TO WS-LOCK-HELD
           END-IF.

       COPY-PAY-HISTORY.
           MOVE 0 TO WS-EOF
           OPEN INPUT HIST-OLD
           IF WS-FS-HIST-OLD NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "pay-history.dat, status " WS-FS-HIST-OLD
               PERFORM RELEASE-MASTER-LOCK
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PAY-HISTORY
           IF WS-FS-PAY-HISTORY NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "pay-history-new.dat, status " WS-FS-PAY-HISTORY
               CLOSE HIST-OLD
               PERFORM RELEASE-MASTER-LOCK
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE LOW-VALUES TO OHS-KEY
           START HIST-OLD KEY >= OHS-KEY
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 1
               READ HIST-OLD NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
               END-READ
               IF WS-EOF = 0 AND WS-FS-HIST-OLD NOT = "00"
                   DISPLAY "ERROR: READ NEXT failed for "
                       "pay-history.dat, status " WS-FS-HIST-OLD
                   MOVE 1 TO WS-EOF
               END-IF
               IF WS-EOF = 0
                   PERFORM COPY-ONE-HIST
               END-IF
           END-PERFORM
           CLOSE HIST-OLD
           CLOSE PAY-HISTORY
           IF WS-FS-PAY-HISTORY NOT = "00"
               DISPLAY "ERROR: CLOSE failed for "
                   "pay-history-new.dat, status " WS-FS-PAY-HISTORY
           END-IF.

       COPY-ONE-HIST.
           ADD 1 TO WS-HIST-READ
           ADD OHS-GROSS TO WS-GROSS-READ
           MOVE OHS-REC TO HIST-REC
           WRITE HIST-REC
               INVALID KEY
                   DISPLAY "ERROR: duplicate history row " HIST-ID
                       " period " HIST-PERIOD-YEAR "-"
                       HIST-PERIOD-NUM " on rebuild - dropped"
           END-WRITE
           IF WS-FS-PAY-HISTORY = "00"
               ADD 1 TO WS-HIST-WRITTEN
           ELSE
               ADD 1 TO WS-HIST-DROPPED
           END-IF.

       PROVE-NEW-FILE.
           MOVE 0 TO WS-EOF
           OPEN INPUT PAY-HISTORY
           IF WS-FS-PAY-HISTORY NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "pay-history-new.dat, status " WS-FS-PAY-HISTORY
           ELSE
               MOVE ZERO TO HIST-PERIOD-YEAR
               MOVE ZERO TO HIST-PERIOD-NUM
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
                           "pay-history-new.dat, status "
                           WS-FS-PAY-HISTORY
                       MOVE 1 TO WS-EOF
                   END-IF
                   IF WS-EOF = 0
                       ADD 1 TO WS-HIST-PROVED
                       ADD HIST-GROSS TO WS-GROSS-PROVED
                   END-IF
               END-PERFORM
               CLOSE PAY-HISTORY
           END-IF.
