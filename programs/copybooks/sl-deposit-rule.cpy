       01 SDR-REC.
          05 SDR-JUR-KIND PIC X(1).
          05 SDR-JUR-CODE PIC X(4).
          05 SDR-DEPOSIT-FREQ PIC X(1).
             88 SDR-DEP-SEMIWEEKLY VALUE "S".
             88 SDR-DEP-MONTHLY    VALUE "M".
             88 SDR-DEP-QUARTERLY  VALUE "Q".
             88 SDR-DEP-ANNUAL     VALUE "A".
          05 SDR-DEPOSIT-DAYS PIC 9(2).
          05 SDR-RETURN-FREQ PIC X(1).
             88 SDR-RET-MONTHLY    VALUE "M".
             88 SDR-RET-QUARTERLY  VALUE "Q".
             88 SDR-RET-ANNUAL     VALUE "A".
          05 SDR-RETURN-DAYS PIC 9(2).
          05 SDR-AGENCY PIC X(30).
          05 SDR-ACCOUNT-NO PIC X(15).
