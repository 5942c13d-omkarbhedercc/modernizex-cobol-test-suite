       01 SDI-REC.
          05 SDI-STATE     PIC X(2).
          05 SDI-EFF-DATE  PIC 9(8).
          05 SDI-EE-RATE   PIC V9(5).
          05 SDI-ER-RATE   PIC V9(5).
          05 SDI-EE-BASE   PIC 9(7)V99.
          05 SDI-ER-BASE   PIC 9(7)V99.
          05 SDI-BOX14-LABEL PIC X(10).
