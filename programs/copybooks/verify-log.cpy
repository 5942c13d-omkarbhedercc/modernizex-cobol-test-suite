       01 VLOG-REC.
          05 VLOG-DATE     PIC 9(8).
          05 VLOG-TIME     PIC 9(6).
          05 VLOG-OPERATOR PIC X(10).
          05 VLOG-EMP-ID   PIC 9(7).
          05 VLOG-PARTY    PIC X(30).
          05 VLOG-PURPOSE  PIC X(20).
          05 VLOG-INCOME   PIC X(1).
          05 VLOG-YEARS    PIC 9(1).
