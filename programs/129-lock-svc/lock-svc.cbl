           EVALUATE LS-FUNC
               WHEN "T"
                   PERFORM TAKE-LOCK
               WHEN "S"
                   PERFORM TAKE-SHARED-LOCK
               WHEN "R"
                   PERFORM RELEASE-LOCK
               WHEN OTHER
               PERFORM WRITE-LOCK-RECORD
           END-IF.

       TAKE-SHARED-LOCK.
           MOVE "N" TO WS-LOCK-FREE
           OPEN INPUT LOCK-FILE
           IF WS-FS-LOCK-FILE = "35"
               MOVE "Y" TO WS-LOCK-FREE
           ELSE
               IF WS-FS-LOCK-FILE NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "paylock.dat, status " WS-FS-LOCK-FILE
               ELSE
                   READ LOCK-FILE
                       AT END
                           MOVE "Y" TO WS-LOCK-FREE
                       NOT AT END
                           IF LCK-HOLDER = "FREE"
                               MOVE "Y" TO WS-LOCK-FREE
                           ELSE
                               IF LCK-HOLDER = LS-PROGRAM
                                   MOVE "Y" TO LS-RESULT
                               ELSE
                                   DISPLAY "ERROR: master files "
                                       "are locked by " LCK-HOLDER
                                       " (operator " LCK-OPERATOR
                                       ") since " LCK-DATE " "
                                       LCK-TIME
                                   MOVE "N" TO LS-RESULT
                               END-IF
                           END-IF
                   END-READ
                   CLOSE LOCK-FILE
               END-IF
           END-IF
           IF WS-LOCK-FREE = "Y"
               PERFORM WRITE-LOCK-RECORD
           END-IF.

       WRITE-LOCK-RECORD.
           ACCEPT WS-LOCK-DATE FROM DATE
           ACCEPT WS-LOCK-TIME FROM TIME
