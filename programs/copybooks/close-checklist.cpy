       01 CL-REC.
          05 CL-KEY.
             10 CL-PERIOD-YEAR PIC 9(4).
             10 CL-PERIOD-NUM  PIC 9(2).
             10 CL-STEP-NUM    PIC 9(2).
          05 CL-PROGRAM PIC X(13).
          05 CL-STATUS PIC X(1).
             88 CL-COMPLETE VALUE "C".
             88 CL-WAIVED   VALUE "W".
             88 CL-REOPENED VALUE "R".
          05 CL-DATE PIC 9(8).
          05 CL-TIME PIC 9(6).
          05 CL-OPERATOR PIC X(10).
          05 CL-CONTROL-COUNT PIC 9(7).
          05 CL-CONTROL-AMOUNT PIC 9(11)V99.
          05 CL-NOTE PIC X(40).
