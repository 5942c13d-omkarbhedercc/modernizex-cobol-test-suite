       01 HRX-REC.
          05 HRX-ID PIC 9(7).
          05 HRX-EMPLOYEE-NAME.
             10 HRX-FIRST-NAME  PIC X(10).
             10 HRX-MIDDLE-INIT PIC X(1).
             10 HRX-LAST-NAME   PIC X(10).
          05 HRX-ADDR-LINE1 PIC X(20).
          05 HRX-ADDR-LINE2 PIC X(20).
          05 HRX-ADDR-CITY  PIC X(15).
          05 HRX-ADDR-STATE PIC X(2).
          05 HRX-ADDR-ZIP   PIC X(10).
          05 HRX-COST-CENTER PIC X(6).
          05 HRX-STATUS PIC X(1).
             88 HRX-ACTIVE     VALUE "A".
             88 HRX-TERMINATED VALUE "T".
             88 HRX-ON-LEAVE   VALUE "L".
          05 HRX-HIRE-DATE PIC 9(8).
          05 HRX-TERM-DATE PIC 9(8).
          05 HRX-RATE PIC 9(3)V99.
          05 HRX-ANNUAL-SALARY PIC 9(7)V99.
          05 HRX-BANK-ROUTING PIC 9(9).
          05 HRX-BANK-ACCOUNT PIC X(17).
