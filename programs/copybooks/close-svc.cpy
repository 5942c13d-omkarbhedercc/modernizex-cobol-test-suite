       01 CK-CONTROL.
          05 CK-FUNC           PIC X(1).
          05 CK-STEP-NUM       PIC 9(2).
          05 CK-PERIOD-YEAR    PIC 9(4).
          05 CK-PERIOD-NUM     PIC 9(2).
          05 CK-PROGRAM        PIC X(13).
          05 CK-OPERATOR       PIC X(10).
          05 CK-STATUS         PIC X(1).
          05 CK-CONTROL-COUNT  PIC 9(7).
          05 CK-CONTROL-AMOUNT PIC 9(11)V99.
          05 CK-NOTE           PIC X(40).
          05 CK-BLOCK-STEP     PIC 9(2).
          05 CK-RESULT         PIC X(1).
             88 CK-OK            VALUE "Y".
             88 CK-BLOCKED       VALUE "B".
             88 CK-NOT-IN-USE    VALUE "M".
             88 CK-FAILED        VALUE "E".
