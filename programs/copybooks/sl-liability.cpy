       01 SLL-REC.
          05 SLL-KIND PIC X(1).
             88 SLL-LIABILITY VALUE "L".
             88 SLL-PAYMENT   VALUE "D".
          05 SLL-DATE PIC 9(8).
          05 SLL-PERIOD-YEAR PIC 9(4).
          05 SLL-PERIOD-NUM  PIC 9(2).
          05 SLL-JUR-KIND PIC X(1).
             88 SLL-STATE-JURIS VALUE "S".
             88 SLL-LOCAL-JURIS VALUE "L".
          05 SLL-JUR-CODE PIC X(4).
          05 SLL-WAGES PIC 9(9)V99.
          05 SLL-TAX   PIC 9(9)V99.
          05 SLL-REFERENCE PIC X(12).
