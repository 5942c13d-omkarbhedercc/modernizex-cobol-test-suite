       01 OTR-REC.
          05 OTR-STATE       PIC X(2).
          05 OTR-EFF-DATE    PIC 9(8).
          05 OTR-DAILY-OT    PIC 9(2)V9.
          05 OTR-DAILY-DT    PIC 9(2)V9.
          05 OTR-WEEKLY-OT   PIC 9(2)V9.
          05 OTR-SEVENTH-DAY PIC X(1).
             88 OTR-SEVENTH-DAY-RULE VALUE "Y".
          05 OTR-SEVENTH-DT  PIC 9(2)V9.
