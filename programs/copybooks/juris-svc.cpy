       01 JS-CONTROL.
          05 JS-FUNC       PIC X(1).
          05 JS-RES-STATE  PIC X(2).
          05 JS-WORK-STATE PIC X(2).
          05 JS-AS-OF-DATE PIC 9(8).
          05 JS-RULE       PIC X(1).
             88 JS-RESIDENT-ONLY VALUE "R".
             88 JS-WORK-ONLY     VALUE "W".
             88 JS-BOTH-CREDIT   VALUE "B".
          05 JS-EMP-ID     PIC 9(7).
          05 JS-YEAR       PIC 9(4).
          05 JS-KIND       PIC X(1).
          05 JS-CODE       PIC X(4).
          05 JS-COMPANY    PIC 9(2).
          05 JS-WAGES      PIC S9(7)V99.
          05 JS-TAX        PIC S9(7)V99.
          05 JS-RESULT     PIC X(1).
