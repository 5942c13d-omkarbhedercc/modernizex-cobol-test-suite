       01 PWR-REC.
          05 PWR-JOB PIC 9(6).
          05 PWR-CRAFT PIC X(6).
          05 PWR-EFF-DATE PIC 9(8).
          05 PWR-BASE-RATE PIC 9(3)V99.
          05 PWR-FRINGE-RATE PIC 9(3)V99.
          05 PWR-DESC PIC X(20).
