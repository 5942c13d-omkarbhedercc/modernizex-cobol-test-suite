          05 YTD-SUTA      PIC 9(7)V99.
          05 YTD-FRINGE    PIC 9(7)V99.
          05 YTD-COMPANY   PIC 9(2).
          05 YTD-FED-WAGES   PIC 9(7)V99.
          05 YTD-STATE-WAGES PIC 9(7)V99.
          05 YTD-LOCAL-WAGES PIC 9(7)V99.
          05 YTD-FICA-WAGES  PIC 9(7)V99.
          05 YTD-OASDI-WAGES    PIC 9(7)V99.
          05 YTD-OASDI          PIC 9(7)V99.
          05 YTD-MEDICARE       PIC 9(7)V99.
          05 YTD-ADDL-MED-WAGES PIC 9(7)V99.
          05 YTD-ADDL-MEDICARE  PIC 9(7)V99.
          05 YTD-ER-OASDI       PIC 9(7)V99.
          05 YTD-ER-MEDICARE    PIC 9(7)V99.
          05 YTD-TIPS           PIC 9(7)V99.
          05 YTD-UNCOLL-OASDI   PIC 9(7)V99.
          05 YTD-UNCOLL-MEDICARE PIC 9(7)V99.
          05 YTD-SDI-WAGES      PIC 9(7)V99.
          05 YTD-SDI-EE         PIC 9(7)V99.
          05 YTD-SDI-ER         PIC 9(7)V99.
          05 YTD-HSA-EE         PIC 9(7)V99.
          05 YTD-HSA-ER         PIC 9(7)V99.
