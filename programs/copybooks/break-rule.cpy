       01 BRK-REC.
          05 BRK-STATE          PIC X(2).
          05 BRK-EFF-DATE       PIC 9(8).
          05 BRK-MEAL-TRIGGER   PIC 9(2)V9.
          05 BRK-MEAL-LATEST    PIC 9(2)V9.
          05 BRK-MEAL-MINUTES   PIC 9(3).
          05 BRK-SECOND-TRIGGER PIC 9(2)V9.
          05 BRK-PREMIUM-HOURS  PIC 9(1)V9.
