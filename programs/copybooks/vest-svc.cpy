       01 VS-CONTROL.
          05 VS-FUNC          PIC X(1).
          05 VS-EMP-ID        PIC 9(7).
          05 VS-AS-OF-DATE    PIC 9(8).
          05 VS-PROGRAM       PIC X(10).
          05 VS-OPERATOR      PIC X(10).
          05 VS-SERVICE-START PIC 9(8).
          05 VS-SERVICE-YEARS PIC 9(2).
          05 VS-YEAR-HOURS    PIC 9(5)V9.
          05 VS-VEST-PCT      PIC 9(3).
          05 VS-MATCH-TOTAL   PIC 9(7)V99.
          05 VS-VESTED        PIC 9(7)V99.
          05 VS-UNVESTED      PIC 9(7)V99.
          05 VS-FORFEIT       PIC 9(7)V99.
          05 VS-RESULT        PIC X(1).
             88 VS-OK            VALUE "Y".
             88 VS-EMP-MISSING   VALUE "M".
             88 VS-ALREADY-DONE  VALUE "D".
             88 VS-FAILED        VALUE "E".
