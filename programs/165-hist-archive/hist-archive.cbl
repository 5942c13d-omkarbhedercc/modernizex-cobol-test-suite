               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-PERIOD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAY-HISTORY.
           SELECT HIST-ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-ARCHIVE-NAME

       FD  HIST-ARCHIVE-FILE.
       01 HARC-REC.
          05 HARC-IMAGE PIC X(500).

       FD  ARCHIVE-INDEX.
       01 ARCHIVE-INDEX-REC.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-CLOSE-YEAR TO HIST-PERIOD-YEAR
           MOVE ZERO TO HIST-PERIOD-NUM
           START PAY-HISTORY KEY >= HIST-PERIOD
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
                   MOVE 1 TO WS-EOF
               END-IF
               IF WS-EOF = 0 AND
                   HIST-PERIOD-YEAR NOT = WS-CLOSE-YEAR
                   MOVE 1 TO WS-EOF
               END-IF
               IF WS-EOF = 0
                   PERFORM ARCHIVE-ONE-RECORD
               END-IF
           END-PERFORM
