             88 EMP-FINAL-PAID VALUE "Y".
          05 EMP-COMPANY PIC 9(2) VALUE 1.
          05 EMP-COMM-PLAN PIC 9(2) VALUE 0.
          05 EMP-WORK-STATE PIC X(2) VALUE SPACES.
          05 EMP-WC-CLASS PIC X(4) VALUE SPACES.
          05 EMP-JOB-CODE PIC X(6) VALUE SPACES.
