          05 LV-SICK-BAL PIC 9(3)V99.
          05 LV-VAC-TAKEN-YTD  PIC 9(3)V99.
          05 LV-SICK-TAKEN-YTD PIC 9(3)V99.
          05 LV-COMP-ELECT PIC X(1).
             88 LV-COMP-ELECTED VALUE "Y".
          05 LV-COMP-BAL PIC 9(3)V99.
          05 LV-COMP-EARNED-YTD PIC 9(3)V99.
          05 LV-COMP-TAKEN-YTD  PIC 9(3)V99.
