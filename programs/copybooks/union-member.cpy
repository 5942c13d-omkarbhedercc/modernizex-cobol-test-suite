       01 UNM-REC.
          05 UNM-EMP-ID         PIC 9(7).
          05 UNM-LOCAL          PIC 9(4).
          05 UNM-INIT-DATE      PIC 9(8).
          05 UNM-STATUS         PIC X(1).
             88 UNM-ACTIVE      VALUE "A".
             88 UNM-WITHDRAWN   VALUE "W".
          05 UNM-DUES-METHOD    PIC X(1).
             88 UNM-DUES-FLAT   VALUE "F".
             88 UNM-DUES-PCT    VALUE "P".
             88 UNM-DUES-HOURLY VALUE "H".
          05 UNM-DUES-AMOUNT    PIC 9(5)V99.
          05 UNM-DUES-PERCENT   PIC V9999.
          05 UNM-DUES-HOUR-RATE PIC 9(2)V9999.
          05 UNM-INIT-FEE       PIC 9(5)V99.
          05 UNM-INIT-INSTALL   PIC 9(5)V99.
          05 UNM-INIT-BALANCE   PIC 9(5)V99.
          05 UNM-BRIDGED-DAYS   PIC 9(5).
