       01 HIST-REC.
          05 HIST-KEY.
             10 HIST-ID          PIC 9(7).
             10 HIST-PERIOD.
                15 HIST-PERIOD-YEAR PIC 9(4).
                15 HIST-PERIOD-NUM  PIC 9(2).
          05 HIST-RUN-DATE    PIC 9(6).
          05 HIST-OPERATOR    PIC X(10).
          05 HIST-PERIOD-END  PIC 9(8).
          05 HIST-FUTA        PIC 9(7)V99.
          05 HIST-SUTA        PIC 9(7)V99.
          05 HIST-FRINGE      PIC 9(7)V99.
          05 HIST-FED-WAGES   PIC 9(7)V99.
          05 HIST-STATE-WAGES PIC 9(7)V99.
          05 HIST-LOCAL-WAGES PIC 9(7)V99.
          05 HIST-FICA-WAGES  PIC 9(7)V99.
          05 HIST-OASDI-WAGES    PIC 9(7)V99.
          05 HIST-OASDI          PIC 9(7)V99.
          05 HIST-MEDICARE       PIC 9(7)V99.
          05 HIST-ADDL-MED-WAGES PIC 9(7)V99.
          05 HIST-ADDL-MEDICARE  PIC 9(7)V99.
          05 HIST-ER-OASDI       PIC 9(7)V99.
          05 HIST-ER-MEDICARE    PIC 9(7)V99.
          05 HIST-WORK-STATE     PIC X(2).
          05 HIST-LOCALITY       PIC X(4).
          05 HIST-JURIS-AREA.
             10 HIST-JURIS OCCURS 4 TIMES.
                15 HIST-JUR-STATE PIC X(2).
                15 HIST-JUR-WAGES PIC 9(7)V99.
                15 HIST-JUR-TAX   PIC 9(7)V99.
          05 HIST-TIPS           PIC 9(7)V99.
          05 HIST-TIP-MAKEUP     PIC 9(7)V99.
          05 HIST-UNCOLL-OASDI   PIC 9(7)V99.
          05 HIST-UNCOLL-MEDICARE PIC 9(7)V99.
          05 HIST-SDI-WAGES      PIC 9(7)V99.
          05 HIST-SDI-EE         PIC 9(7)V99.
          05 HIST-SDI-ER         PIC 9(7)V99.
          05 HIST-HSA-EE         PIC 9(7)V99.
          05 HIST-HSA-ER         PIC 9(7)V99.
