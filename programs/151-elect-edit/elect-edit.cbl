          05 DC-AMOUNT  PIC 9(5)V99.
          05 DC-PERCENT PIC V999.
          05 DC-ARREARS PIC X(1).
          05 DC-PRETAX-FED   PIC X(1).
          05 DC-PRETAX-STATE PIC X(1).
          05 DC-PRETAX-LOCAL PIC X(1).
          05 DC-PRETAX-FICA  PIC X(1).

       FD  EDIT-PROOF.
       01 EDIT-PROOF-LINE PIC X(80).
