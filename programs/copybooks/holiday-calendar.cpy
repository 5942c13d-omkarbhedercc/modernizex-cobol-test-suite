       01 HCL-REC.
          05 HCL-COMPANY      PIC 9(2).
          05 HCL-DATE         PIC 9(8).
          05 HCL-NAME         PIC X(20).
          05 HCL-HOURS        PIC 9(2)V9.
          05 HCL-PREMIUM      PIC 9V99.
          05 HCL-ELIG-TYPES.
             10 HCL-ELIG-TYPE PIC X(1) OCCURS 4 TIMES.
          05 HCL-MIN-SERVICE  PIC 9(3).
