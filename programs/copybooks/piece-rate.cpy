       01 PCR-REC.
          05 PCR-OP-CODE  PIC X(4).
          05 PCR-EFF-DATE PIC 9(8).
          05 PCR-RATE     PIC 9(3)V9999.
          05 PCR-DESC     PIC X(20).
