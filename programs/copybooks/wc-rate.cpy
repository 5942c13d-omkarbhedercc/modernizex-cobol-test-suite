       01 WCR-REC.
          05 WCR-STATE    PIC X(2).
          05 WCR-CLASS    PIC X(4).
          05 WCR-EFF-DATE PIC 9(8).
          05 WCR-RATE     PIC 9(3)V9999.
