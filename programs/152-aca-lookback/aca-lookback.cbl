               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-PERIOD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAY-HISTORY.
           SELECT EMPLOYEE-MASTER ASSIGN TO "employee-master.idx"
               ORGANIZATION IS INDEXED
          05 WS-NEWLY-ELIGIBLE   PIC 9(5) VALUE 0.
          05 WS-NEWLY-INELIGIBLE PIC 9(5) VALUE 0.
          05 WS-FLAGS-UPDATED    PIC 9(5) VALUE 0.
          05 WS-COBRA-EVENTS     PIC 9(5) VALUE 0.
          05 WS-NO-MASTER        PIC 9(5) VALUE 0.
       01 WS-ACA-DETAIL-LINE.
          05 WS-AD-ID PIC 9(7).
          05 WS-AT-LABEL PIC X(22).
          05 WS-AT-COUNT PIC ZZZZ9.
           COPY "print-svc.cpy".
           COPY "cobra-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Newly eligible:      " WS-NEWLY-ELIGIBLE
           DISPLAY "Newly ineligible:    " WS-NEWLY-INELIGIBLE
           DISPLAY "Flags updated:       " WS-FLAGS-UPDATED
           DISPLAY "COBRA events:        " WS-COBRA-EVENTS
           DISPLAY "No-master records:   " WS-NO-MASTER
           IF WS-NO-MASTER > 0
               MOVE 8 TO RETURN-CODE
                       MOVE EMP-MASTER-REC TO WS-AUD-BEFORE
                       MOVE "N" TO EMP-BENEFITS-FLAG
                       PERFORM UPDATE-BENEFITS-FLAG
                       IF WS-FS-EMPLOYEE-MASTER = "00" AND
                           EMP-STATUS = 1
                           PERFORM RECORD-COBRA-EVENT
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
               PERFORM WRITE-MAINT-AUDIT
           END-IF.

       RECORD-COBRA-EVENT.
           MOVE "Q" TO CB-FUNC
           MOVE EMP-ID TO CB-EMP-ID
           MOVE 0 TO CB-DEP-SEQ
           MOVE "H" TO CB-EVENT-TYPE
           COMPUTE CB-EVENT-DATE = 20000000 + WS-RUN-DATE
           MOVE EMP-FIRST-NAME TO CB-QB-FIRST-NAME
           MOVE EMP-LAST-NAME TO CB-QB-LAST-NAME
           MOVE SPACES TO CB-MED-TIER CB-DEN-TIER CB-VIS-TIER
           MOVE "ACA-LOOKBK" TO CB-PROGRAM
           MOVE WS-OPERATOR-ID TO CB-OPERATOR
           CALL "COBRA-SVC" USING CB-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to COBRA-SVC failed"
           END-CALL
           EVALUATE TRUE
               WHEN CB-RECORDED
                   ADD 1 TO WS-COBRA-EVENTS
               WHEN CB-DUPLICATE
                   CONTINUE
               WHEN CB-NOT-COVERED
                   CONTINUE
               WHEN OTHER
                   DISPLAY "WARNING: COBRA qualifying event NOT "
                       "recorded for employee " EMP-ID
                       " - record it through COBRA-MAINT"
           END-EVALUATE.

       WRITE-MAINT-AUDIT.
           OPEN EXTEND MAINT-AUDIT
           IF WS-FS-MAINT-AUDIT = "05" OR WS-FS-MAINT-AUDIT = "35"
           MOVE "FLAGS UPDATED:        " TO WS-AT-LABEL
           MOVE WS-FLAGS-UPDATED TO WS-AT-COUNT
           MOVE WS-ACA-TOTAL-LINE TO ACA-REPORT-LINE
           PERFORM WRITE-ACA-LINE
           MOVE "COBRA EVENTS RECORDED:" TO WS-AT-LABEL
           MOVE WS-COBRA-EVENTS TO WS-AT-COUNT
           MOVE WS-ACA-TOTAL-LINE TO ACA-REPORT-LINE
           PERFORM WRITE-ACA-LINE.

       WRITE-ACA-LINE.
