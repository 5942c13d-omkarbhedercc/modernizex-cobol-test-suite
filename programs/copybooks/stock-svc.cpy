       01 SS-CONTROL.
          05 SS-FUNC     PIC X(1).
          05 SS-FROM-NO  PIC 9(8).
          05 SS-THRU-NO  PIC 9(8).
          05 SS-PROGRAM  PIC X(10).
          05 SS-OPERATOR PIC X(10).
          05 SS-RESULT   PIC X(1).
