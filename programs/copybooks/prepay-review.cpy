       01 PRV-REC.
          05 PRV-KEY.
             10 PRV-EMP-ID      PIC 9(7).
             10 PRV-SOURCE      PIC X(2).
             10 PRV-REF         PIC X(12).
             10 PRV-REASON      PIC X(40).
          05 PRV-DEPT-KEY.
             10 PRV-DEPT        PIC 9(2).
             10 PRV-DEPT-EMP    PIC 9(7).
          05 PRV-SEVERITY PIC X(1).
             88 PRV-BLOCKING VALUE "B".
             88 PRV-WARNING  VALUE "W".
             88 PRV-INFO     VALUE "I".
          05 PRV-STATUS PIC X(1).
             88 PRV-OPEN     VALUE "O".
             88 PRV-RESOLVED VALUE "R".
             88 PRV-ACCEPTED VALUE "A".
          05 PRV-DETAIL PIC X(28).
          05 PRV-OCCURS PIC 9(3).
          05 PRV-PERIOD-YEAR PIC 9(4).
          05 PRV-PERIOD-NUM  PIC 9(2).
          05 PRV-FIRST-DATE PIC 9(8).
          05 PRV-LAST-DATE  PIC 9(8).
          05 PRV-DISP-OPERATOR PIC X(10).
          05 PRV-DISP-DATE PIC 9(8).
          05 PRV-DISP-NOTE PIC X(30).
