       01 COB-REC.
          05 COB-KEY.
             10 COB-EMP-ID     PIC 9(7).
             10 COB-DEP-SEQ    PIC 9(2).
             10 COB-EVENT-DATE PIC 9(8).
          05 COB-EVENT-TYPE PIC X(1).
             88 COB-TERMINATION     VALUE "T".
             88 COB-HOURS-REDUCTION VALUE "H".
             88 COB-AGE-OUT         VALUE "A".
          05 COB-QB-FIRST-NAME PIC X(10).
          05 COB-QB-LAST-NAME  PIC X(10).
          05 COB-COVERAGE.
             10 COB-MED-TIER PIC X(1).
             10 COB-DEN-TIER PIC X(1).
             10 COB-VIS-TIER PIC X(1).
          05 COB-MONTHLY-PREMIUM PIC 9(5)V99.
          05 COB-MAX-MONTHS      PIC 9(2).
          05 COB-COVERAGE-START  PIC 9(8).
          05 COB-MAX-END-DATE    PIC 9(8).
          05 COB-NOTICE-DUE-DATE PIC 9(8).
          05 COB-NOTICE-DATE     PIC 9(8).
          05 COB-ELECT-DEADLINE  PIC 9(8).
          05 COB-ELECT-DATE      PIC 9(8).
          05 COB-STATUS PIC X(1).
             88 COB-NOTICE-PENDING  VALUE "Q".
             88 COB-NOTICE-SENT     VALUE "N".
             88 COB-ELECTED         VALUE "E".
             88 COB-WAIVED          VALUE "W".
             88 COB-ELECTION-LAPSED VALUE "L".
             88 COB-ENDED-NONPAY    VALUE "P".
             88 COB-ENDED-MAX       VALUE "M".
             88 COB-CLOSED          VALUE "W" "L" "P" "M".
          05 COB-PAID-THRU-DATE  PIC 9(8).
          05 COB-TOTAL-PAID      PIC 9(7)V99.
          05 COB-LAST-PAY-DATE   PIC 9(8).
          05 COB-END-DATE        PIC 9(8).
