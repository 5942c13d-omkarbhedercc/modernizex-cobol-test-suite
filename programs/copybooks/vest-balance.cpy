       01 VB-REC.
          05 VB-EMP-ID PIC 9(7).
          05 VB-STATUS PIC X(1).
             88 VB-ACTIVE     VALUE "A".
             88 VB-TERMINATED VALUE "T".
          05 VB-SERVICE-START  PIC 9(8).
          05 VB-SERVICE-YEARS  PIC 9(2).
          05 VB-YEAR-HOURS     PIC 9(5)V9.
          05 VB-VEST-PCT       PIC 9(3).
          05 VB-MATCH-TOTAL    PIC 9(7)V99.
          05 VB-VESTED         PIC 9(7)V99.
          05 VB-UNVESTED       PIC 9(7)V99.
          05 VB-FORFEIT-AMOUNT PIC 9(7)V99.
          05 VB-FORFEIT-DATE   PIC 9(8).
          05 VB-FORFEIT-REMIT  PIC X(1).
             88 VB-FORFEIT-PENDING  VALUE "N".
             88 VB-FORFEIT-REMITTED VALUE "Y".
          05 VB-REMIT-PERIOD-YEAR PIC 9(4).
          05 VB-REMIT-PERIOD-NUM  PIC 9(2).
          05 VB-PRIOR-FORFEIT      PIC 9(7)V99.
          05 VB-PRIOR-FORFEIT-DATE PIC 9(8).
          05 VB-LAST-CALC-DATE PIC 9(8).
          05 VB-LAST-PROGRAM   PIC X(10).
          05 VB-LAST-OPERATOR  PIC X(10).
