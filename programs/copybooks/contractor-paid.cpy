       01 CPH-REC.
          05 CPH-PAYEE-ID  PIC X(6).
          05 CPH-INVOICE   PIC X(15).
          05 CPH-PAY-DATE  PIC 9(8).
          05 CPH-TAX-YEAR  PIC 9(4).
          05 CPH-METHOD    PIC X(1).
             88 CPH-BY-CHECK VALUE "C".
             88 CPH-BY-EFT   VALUE "E".
          05 CPH-CHECK-NO  PIC 9(8).
          05 CPH-GROSS     PIC 9(7)V99.
          05 CPH-BACKUP-WH PIC 9(7)V99.
          05 CPH-NET       PIC 9(7)V99.
          05 CPH-COMPANY   PIC 9(2).
          05 CPH-OPERATOR  PIC X(10).
