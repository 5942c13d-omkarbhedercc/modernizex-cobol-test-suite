          05 RC-KEY.
             10 RC-PERIOD-YEAR PIC 9(4).
             10 RC-PERIOD-NUM  PIC 9(2).
             10 RC-PARTITION   PIC 9(1).
          05 RC-RUN-TYPE PIC X(1).
          05 RC-OPERATOR PIC X(10).
          05 RC-START-DATE PIC 9(8).
