       01 VSC-REC.
          05 VSC-YEARS PIC 9(2).
          05 VSC-PCT   PIC 9(3).
