          05 CHKR-CLEARED-AMT  PIC 9(7)V99.
          05 CHKR-COMPANY PIC 9(2).
          05 CHKR-POSPAY-STATUS PIC X(1).
          05 CHKR-TYPE PIC X(1).
             88 CHKR-PAYROLL-CHECK    VALUE "P" " ".
             88 CHKR-AGENCY-CHECK     VALUE "G".
             88 CHKR-CONTRACTOR-CHECK VALUE "N".
             88 CHKR-PENSION-CHECK    VALUE "R".
          05 CHKR-PAYEE-ID PIC X(6).
