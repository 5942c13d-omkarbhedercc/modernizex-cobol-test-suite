       01 EFR-REC.
          05 EFR-TRACE PIC 9(10).
          05 EFR-STATUS PIC X(1).
             88 EFR-SENT     VALUE "S".
             88 EFR-ACKED    VALUE "A".
             88 EFR-REJECTED VALUE "R".
          05 EFR-COMPANY PIC 9(2).
          05 EFR-EIN PIC 9(9).
          05 EFR-TAX-FORM PIC X(4).
          05 EFR-TAX-YEAR PIC 9(4).
          05 EFR-TAX-QTR  PIC 9(1).
          05 EFR-LIAB-DATE PIC 9(8).
          05 EFR-PERIOD-YEAR PIC 9(4).
          05 EFR-PERIOD-NUM  PIC 9(2).
          05 EFR-DUE-DATE    PIC 9(8).
          05 EFR-SETTLE-DATE PIC 9(8).
          05 EFR-FED-TAX  PIC 9(9)V99.
          05 EFR-SOCSEC   PIC 9(9)V99.
          05 EFR-MEDICARE PIC 9(9)V99.
          05 EFR-AMOUNT   PIC 9(9)V99.
          05 EFR-FICA-EE PIC 9(9)V99.
          05 EFR-FICA-ER PIC 9(9)V99.
          05 EFR-OASDI-EE    PIC 9(9)V99.
          05 EFR-MEDICARE-EE PIC 9(9)V99.
          05 EFR-OASDI-ER    PIC 9(9)V99.
          05 EFR-MEDICARE-ER PIC 9(9)V99.
          05 EFR-SENT-DATE PIC 9(8).
          05 EFR-SENT-BY   PIC X(10).
          05 EFR-ACK-DATE  PIC 9(8).
          05 EFR-REFERENCE PIC X(12).
          05 EFR-REASON    PIC X(20).
