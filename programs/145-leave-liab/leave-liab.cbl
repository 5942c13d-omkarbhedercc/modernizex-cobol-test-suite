       01 WS-CO-I PIC 9(2) VALUE 0.
       01 WS-EMP-LIAB PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-LIAB PIC 9(11)V99 VALUE 0.
       01 WS-EMP-COMP-LIAB PIC 9(7)V99 VALUE 0.
       01 WS-COMP-LIAB PIC 9(11)V99 VALUE 0.
       01 WS-COMP-HOURS PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-PRIOR PIC 9(11)V99 VALUE 0.
       01 WS-DELTA PIC S9(9)V99 VALUE 0.
       01 WS-DELTA-ABS PIC 9(9)V99 VALUE 0.
           DISPLAY "Employees priced:     " WS-EMPLOYEES-PRICED
           DISPLAY "No-master records:    " WS-NO-MASTER
           DISPLAY "Total leave liability:" WS-TOTAL-LIAB
           DISPLAY "Comp time liability:  " WS-COMP-LIAB
               " (" WS-COMP-HOURS " hours)"
           DISPLAY "Prior posted amount:  " WS-TOTAL-PRIOR
           IF WS-NO-MASTER > 0
               MOVE 8 TO RETURN-CODE
                               "employee " LV-ID
                           MOVE 0 TO WS-EMP-LIAB
                   END-COMPUTE
                   COMPUTE WS-EMP-COMP-LIAB ROUNDED =
                           LV-COMP-BAL * EMP-RATE
                       ON SIZE ERROR
                           DISPLAY "ERROR: comp time liability "
                               "overflow for employee " LV-ID
                           MOVE 0 TO WS-EMP-COMP-LIAB
                   END-COMPUTE
                   ADD WS-EMP-COMP-LIAB TO WS-EMP-LIAB
                   ADD WS-EMP-COMP-LIAB TO WS-COMP-LIAB
                   ADD LV-COMP-BAL TO WS-COMP-HOURS
                   IF EMP-DEPT >= 1 AND EMP-DEPT <= 10
                       ADD WS-EMP-LIAB TO WS-DL-AMOUNT(EMP-DEPT)
                   END-IF
           MOVE WS-TOTAL-LIAB TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO LIAB-REPORT-LINE
           PERFORM WRITE-LIAB-LINE
           IF WS-COMP-LIAB > 0
               MOVE "INCL COMP TIME:   " TO WS-TL-LABEL
               MOVE WS-COMP-LIAB TO WS-TL-AMOUNT
               MOVE WS-TOTAL-LINE TO LIAB-REPORT-LINE
               PERFORM WRITE-LIAB-LINE
           END-IF
           MOVE "PRIOR POSTED:     " TO WS-TL-LABEL
           MOVE WS-TOTAL-PRIOR TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO LIAB-REPORT-LINE
