       01 FMU-REC.
          05 FMU-KEY.
             10 FMU-EMP-ID      PIC 9(7).
             10 FMU-USE-DATE    PIC 9(8).
             10 FMU-PERIOD-YEAR PIC 9(4).
             10 FMU-PERIOD-NUM  PIC 9(2).
             10 FMU-LINE-SEQ    PIC 9(4).
          05 FMU-CASE-SEQ    PIC 9(2).
          05 FMU-HOURS       PIC 9(3)V9.
          05 FMU-POSTED-DATE PIC 9(8).
          05 FMU-PROGRAM     PIC X(10).
