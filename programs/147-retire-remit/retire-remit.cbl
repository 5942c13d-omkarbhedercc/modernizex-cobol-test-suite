               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-PERIOD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAY-HISTORY.
           SELECT REMIT-FILE ASSIGN TO "retire-remit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REMIT-FILE.
           SELECT VEST-BALANCE ASSIGN TO "vest-balance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VB-EMP-ID
               FILE STATUS IS WS-FS-VEST-BALANCE.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY.
          05 RMT-DEFERRAL PIC 9(7)V99.
          05 RMT-MATCH    PIC 9(7)V99.
          05 RMT-LOAN     PIC 9(7)V99.
          05 RMT-FORFEIT  PIC 9(7)V99.
           COPY "feed-control.cpy"
               REPLACING ==FEED-HDR-REC== BY ==RMT-HDR-REC==
                         ==FHR-TAG== BY ==RMT-HDR-TAG==
                         ==FTR-AMOUNT-TOTAL==
                             BY ==RMT-TRL-AMOUNT==.

       FD  VEST-BALANCE.
           COPY "vest-balance.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-PAY-HISTORY PIC X(2) VALUE "00".
       01 WS-FS-REMIT-FILE  PIC X(2) VALUE "00".
       01 WS-FS-VEST-BALANCE PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-RPT-YEAR PIC 9(4) VALUE 0.
          05 WS-TOT-DEFERRAL PIC 9(11)V99 VALUE 0.
          05 WS-TOT-MATCH    PIC 9(11)V99 VALUE 0.
          05 WS-TOT-LOAN     PIC 9(11)V99 VALUE 0.
          05 WS-TOT-FORFEIT  PIC 9(11)V99 VALUE 0.
          05 WS-FORFEIT-COUNT PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
           END-IF
           PERFORM WRITE-FEED-HEADER
           PERFORM EXTRACT-HISTORY
           PERFORM EXTRACT-FORFEITURES
           PERFORM WRITE-FEED-TRAILER
           CLOSE PAY-HISTORY
           IF WS-FS-PAY-HISTORY NOT = "00"
           DISPLAY "Total deferrals:     " WS-TOT-DEFERRAL
           DISPLAY "Total match:         " WS-TOT-MATCH
           DISPLAY "Total loan payments: " WS-TOT-LOAN
           DISPLAY "Match forfeitures:   " WS-TOT-FORFEIT
               " (" WS-FORFEIT-COUNT " terminated employees)"
           DISPLAY "Upload total " WS-FC-AMOUNT " must balance to "
               "the provider confirmation"
           IF WS-FC-COUNT = 0
           END-IF.

       EXTRACT-HISTORY.
           MOVE WS-RPT-YEAR TO HIST-PERIOD-YEAR
           MOVE WS-RPT-NUM TO HIST-PERIOD-NUM
           START PAY-HISTORY KEY >= HIST-PERIOD
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
                   MOVE 1 TO WS-EOF
               END-IF
               IF WS-EOF = 0 AND
                   (HIST-PERIOD-YEAR NOT = WS-RPT-YEAR OR
                    HIST-PERIOD-NUM NOT = WS-RPT-NUM)
                   MOVE 1 TO WS-EOF
               END-IF
               IF WS-EOF = 0
                   IF HIST-RETIRE > 0 OR HIST-MATCH > 0 OR
                       HIST-401K-LOAN > 0
                       PERFORM WRITE-ONE-REMIT
           MOVE HIST-RETIRE TO RMT-DEFERRAL
           MOVE HIST-MATCH  TO RMT-MATCH
           MOVE HIST-401K-LOAN TO RMT-LOAN
           MOVE 0 TO RMT-FORFEIT
           WRITE REMIT-REC
           IF WS-FS-REMIT-FILE NOT = "00"
               DISPLAY "ERROR: WRITE failed for "
               ADD HIST-MATCH  TO WS-TOT-MATCH
               ADD HIST-401K-LOAN TO WS-TOT-LOAN
           END-IF.

       EXTRACT-FORFEITURES.
           OPEN I-O VEST-BALANCE
           IF WS-FS-VEST-BALANCE = "35"
               CONTINUE
           ELSE
               IF WS-FS-VEST-BALANCE NOT = "00"
                   DISPLAY "ERROR: OPEN I-O failed for "
                       "vest-balance.dat, status " WS-FS-VEST-BALANCE
                       " - match forfeitures not remitted"
               ELSE
                   MOVE 0 TO WS-EOF
                   MOVE LOW-VALUES TO VB-EMP-ID
                   START VEST-BALANCE KEY >= VB-EMP-ID
                       INVALID KEY
                           MOVE 1 TO WS-EOF
                   END-START
                   PERFORM UNTIL WS-EOF = 1
                       READ VEST-BALANCE NEXT RECORD
                           AT END MOVE 1 TO WS-EOF
                       END-READ
                       IF WS-EOF = 0 AND VB-TERMINATED AND
                           VB-FORFEIT-AMOUNT > 0
                           IF VB-FORFEIT-PENDING OR
                               (VB-REMIT-PERIOD-YEAR = WS-RPT-YEAR AND
                                VB-REMIT-PERIOD-NUM = WS-RPT-NUM)
                               PERFORM WRITE-ONE-FORFEIT
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE VEST-BALANCE
               END-IF
           END-IF.

       WRITE-ONE-FORFEIT.
           MOVE VB-EMP-ID TO RMT-EMP-ID
           MOVE 0 TO RMT-DEFERRAL
           MOVE 0 TO RMT-MATCH
           MOVE 0 TO RMT-LOAN
           MOVE VB-FORFEIT-AMOUNT TO RMT-FORFEIT
           WRITE REMIT-REC
           IF WS-FS-REMIT-FILE NOT = "00"
               DISPLAY "ERROR: WRITE failed for "
                   "retire-remit.dat, status " WS-FS-REMIT-FILE
           ELSE
               ADD 1 TO WS-FC-COUNT
               COMPUTE WS-FC-HASH =
                   FUNCTION MOD(WS-FC-HASH + VB-EMP-ID, 1000000000)
               ADD VB-FORFEIT-AMOUNT TO WS-TOT-FORFEIT
               ADD 1 TO WS-FORFEIT-COUNT
               MOVE "Y" TO VB-FORFEIT-REMIT
               MOVE WS-RPT-YEAR TO VB-REMIT-PERIOD-YEAR
               MOVE WS-RPT-NUM TO VB-REMIT-PERIOD-NUM
               REWRITE VB-REC
                   INVALID KEY
                       DISPLAY "ERROR: REWRITE failed for "
                           "vest-balance.dat employee " VB-EMP-ID
                           ", status " WS-FS-VEST-BALANCE
               END-REWRITE
           END-IF.
