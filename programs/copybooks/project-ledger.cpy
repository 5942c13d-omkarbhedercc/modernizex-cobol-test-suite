          05 PJL-EMP-ID PIC 9(7).
          05 PJL-HOURS PIC 9(3)V9.
          05 PJL-DOLLARS PIC 9(7)V99.
          05 PJL-WORK-DATE PIC 9(8).
          05 PJL-PAY-CODE PIC X(1).
          05 PJL-CRAFT PIC X(6).
          05 PJL-RATE-PAID PIC 9(3)V99.
          05 PJL-PW-RATE PIC 9(3)V99.
          05 PJL-PW-FRINGE PIC 9(3)V99.
          05 PJL-PW-PAY PIC 9(5)V99.
