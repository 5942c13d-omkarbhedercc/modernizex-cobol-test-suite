       01 UDF-REC.
          05 UDF-LOCAL    PIC 9(4).
          05 UDF-EMP-ID   PIC 9(7).
          05 UDF-EMP-NAME PIC X(24).
          05 UDF-DEPT     PIC 9(2).
          05 UDF-HOURS    PIC 9(3)V9.
          05 UDF-GROSS    PIC 9(7)V99.
          05 UDF-DUES     PIC 9(5)V99.
          05 UDF-INIT-FEE PIC 9(5)V99.
