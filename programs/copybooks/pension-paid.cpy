       01 PNP-REC.
          05 PNP-RETIREE-ID PIC 9(6).
          05 PNP-PAY-YEAR   PIC 9(4).
          05 PNP-PAY-MONTH  PIC 9(2).
          05 PNP-PAY-DATE   PIC 9(8).
          05 PNP-TAX-YEAR   PIC 9(4).
          05 PNP-METHOD     PIC X(1).
             88 PNP-BY-CHECK   VALUE "C".
             88 PNP-BY-DEPOSIT VALUE "E".
          05 PNP-CHECK-NO   PIC 9(8).
          05 PNP-GROSS      PIC 9(7)V99.
          05 PNP-TAXABLE    PIC 9(7)V99.
          05 PNP-FED-WH     PIC 9(7)V99.
          05 PNP-STATE      PIC X(2).
          05 PNP-STATE-WH   PIC 9(7)V99.
          05 PNP-NET        PIC 9(7)V99.
          05 PNP-DIST-CODE  PIC X(2).
          05 PNP-COMPANY    PIC 9(2).
          05 PNP-OPERATOR   PIC X(10).
