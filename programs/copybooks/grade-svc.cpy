       01 GS-CONTROL.
          05 GS-FUNC          PIC X(1).
          05 GS-JOB-CODE      PIC X(6).
          05 GS-AS-OF-DATE    PIC 9(8).
          05 GS-EMP-TYPE      PIC 9(1).
          05 GS-RATE          PIC 9(3)V99.
          05 GS-ANNUAL-SALARY PIC 9(7)V99.
          05 GS-JOB-TITLE     PIC X(30).
          05 GS-FLSA-STATUS   PIC X(1).
          05 GS-PAY-GRADE     PIC X(3).
          05 GS-BASIS         PIC X(1).
          05 GS-MIN           PIC 9(7)V99.
          05 GS-MID           PIC 9(7)V99.
          05 GS-MAX           PIC 9(7)V99.
          05 GS-PAY           PIC 9(7)V99.
          05 GS-COMPA-RATIO   PIC 9(1)V999.
          05 GS-POSITION      PIC X(1).
             88 GS-BELOW-MIN VALUE "B".
             88 GS-IN-RANGE  VALUE "W".
             88 GS-ABOVE-MAX VALUE "A".
          05 GS-RESULT        PIC X(1).
             88 GS-FOUND        VALUE "Y".
             88 GS-NO-JOB       VALUE "J".
             88 GS-NO-GRADE     VALUE "G".
