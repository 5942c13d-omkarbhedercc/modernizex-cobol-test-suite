          05 MWG-STATE    PIC X(2).
          05 MWG-EFF-DATE PIC 9(8).
          05 MWG-RATE     PIC 9(3)V99.
          05 MWG-TIP-CREDIT PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       01 WS-FS-MIN-WAGE-TABLE PIC X(2) VALUE "00".
             10 WS-MW-STATE PIC X(2).
             10 WS-MW-RATE  PIC 9(3)V99.
             10 WS-MW-EFF   PIC 9(8).
             10 WS-MW-TIP-CREDIT PIC 9(3)V99.
       01 WS-MW-I PIC 9(2) VALUE 0.
       01 WS-MW-SLOT PIC 9(2) VALUE 0.
       01 WS-MW-FLOOR PIC 9(3)V99 VALUE 0.
       01 WS-MW-CASH-FLOOR PIC 9(3)V99 VALUE 0.
       01 WS-MW-STATE-KEY PIC X(2) VALUE SPACES.
       01 WS-VALID-RATE-RANGE.
          05 WS-MIN-RATE PIC 9(3)V99 VALUE 007.25.
          05 WS-MAX-RATE PIC 9(3)V99 VALUE 250.00.
               MOVE "HOURS OUT OF RANGE FOR PAY FREQUENCY"
                   TO LS-EDIT-REASON
           END-IF
           IF (ED-RATE < WS-MIN-RATE AND ED-TYPE NOT = 4 AND
               ED-TYPE NOT = 5) OR
               ED-RATE > WS-MAX-RATE
               MOVE "N" TO LS-EDIT-RESULT
               MOVE "RATE OUTSIDE CONFIGURED MIN/MAX"
                   TO LS-EDIT-REASON
               MOVE "RATE BELOW STATE MINIMUM WAGE"
                   TO LS-EDIT-REASON
           END-IF
           IF ED-TYPE = 4 AND ED-RATE < WS-MW-CASH-FLOOR
               MOVE "N" TO LS-EDIT-RESULT
               MOVE "TIPPED RATE BELOW STATE CASH WAGE"
                   TO LS-EDIT-REASON
           END-IF
           IF ED-DEPT < 1 OR ED-DEPT > 10
               MOVE "N" TO LS-EDIT-RESULT
               MOVE "DEPARTMENT OUTSIDE RANGE (1-10)"
               MOVE "HIRE/TERM DAY INVALID FOR PAY PERIOD"
                   TO LS-EDIT-REASON
           END-IF
           IF ED-TYPE < 1 OR ED-TYPE > 5
               MOVE "N" TO LS-EDIT-RESULT
               MOVE "UNKNOWN EMPLOYEE TYPE" TO LS-EDIT-REASON
           END-IF
               IF WS-MW-SLOT > 0
                   IF MWG-EFF-DATE >= WS-MW-EFF(WS-MW-SLOT)
                       MOVE MWG-RATE TO WS-MW-RATE(WS-MW-SLOT)
                       MOVE MWG-TIP-CREDIT
                           TO WS-MW-TIP-CREDIT(WS-MW-SLOT)
                       MOVE MWG-EFF-DATE
                           TO WS-MW-EFF(WS-MW-SLOT)
                   END-IF

       FIND-STATE-FLOOR.
           MOVE WS-MIN-RATE TO WS-MW-FLOOR
           MOVE WS-MIN-RATE TO WS-MW-CASH-FLOOR
           IF ED-WORK-STATE = SPACES
               MOVE ED-ADDR-STATE TO WS-MW-STATE-KEY
           ELSE
               MOVE ED-WORK-STATE TO WS-MW-STATE-KEY
           END-IF
           PERFORM VARYING WS-MW-I FROM 1 BY 1
               UNTIL WS-MW-I > WS-MW-COUNT
               IF WS-MW-STATE(WS-MW-I) = WS-MW-STATE-KEY
                   MOVE WS-MW-RATE(WS-MW-I) TO WS-MW-FLOOR
                   IF WS-MW-TIP-CREDIT(WS-MW-I) >= WS-MW-FLOOR
                       MOVE 0 TO WS-MW-CASH-FLOOR
                   ELSE
                       COMPUTE WS-MW-CASH-FLOOR = WS-MW-FLOOR
                           - WS-MW-TIP-CREDIT(WS-MW-I)
                   END-IF
               END-IF
           END-PERFORM.
