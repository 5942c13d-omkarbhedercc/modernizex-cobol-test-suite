          05 PRJ-CUSTOMER PIC X(20).
          05 PRJ-BILL-RATE PIC 9(3)V99.
          05 PRJ-STATUS PIC X(1).
          05 PRJ-COMPANY PIC 9(2).
          05 PRJ-PREV-WAGE PIC X(1).
             88 PRJ-IS-PREV-WAGE VALUE "Y".
          05 PRJ-CRAFT PIC X(6).
