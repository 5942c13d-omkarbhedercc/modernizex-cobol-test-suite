       01 W2CM-REC.
          05 W2CM-KEY.
             10 W2CM-ID   PIC 9(7).
             10 W2CM-YEAR PIC 9(4).
          05 W2CM-COMPANY     PIC 9(2).
          05 W2CM-CORRECTIONS PIC 9(3).
          05 W2CM-LAST-DATE   PIC 9(6).
          05 W2CM-LAST-OPERATOR PIC X(10).
          05 W2CM-ORIGINAL    PIC X(400).
          05 W2CM-CORRECTED   PIC X(400).
