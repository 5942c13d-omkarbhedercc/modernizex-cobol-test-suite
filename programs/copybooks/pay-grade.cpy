       01 GRD-REC.
          05 GRD-GRADE    PIC X(3).
          05 GRD-EFF-DATE PIC 9(8).
          05 GRD-BASIS    PIC X(1).
             88 GRD-HOURLY-BASIS VALUE "H".
             88 GRD-ANNUAL-BASIS VALUE "A".
          05 GRD-MIN      PIC 9(7)V99.
          05 GRD-MID      PIC 9(7)V99.
          05 GRD-MAX      PIC 9(7)V99.
