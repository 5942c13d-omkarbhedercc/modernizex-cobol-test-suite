       01 RTM-REC.
          05 RTM-RETIREE-ID PIC 9(6).
          05 RTM-NAME PIC X(30).
          05 RTM-SSN PIC 9(9).
          05 RTM-ADDR-LINE1 PIC X(22).
          05 RTM-ADDR-LINE2 PIC X(22).
          05 RTM-ADDR-CITY  PIC X(22).
          05 RTM-ADDR-STATE PIC X(2).
          05 RTM-ADDR-ZIP   PIC X(10).
          05 RTM-RECIPIENT PIC X(1).
             88 RTM-IS-RETIREE     VALUE "R".
             88 RTM-IS-BENEFICIARY VALUE "B".
          05 RTM-BIRTH-DATE PIC 9(8).
          05 RTM-START-DATE PIC 9(8).
          05 RTM-ANNUITY PIC 9(7)V99.
          05 RTM-EXCLUSION PIC 9(5)V99.
          05 RTM-PAY-FORM PIC X(1).
             88 RTM-SINGLE-LIFE     VALUE "S".
             88 RTM-JOINT-SURVIVOR  VALUE "J".
             88 RTM-PERIOD-CERTAIN  VALUE "C".
          05 RTM-CERTAIN-END PIC 9(8).
          05 RTM-DIST-CODE PIC X(2).
          05 RTM-FED-ELECT PIC X(1).
             88 RTM-FED-WITHHOLD VALUE "W".
             88 RTM-FED-NONE     VALUE "N".
          05 RTM-FED-FILING PIC 9(1).
          05 RTM-FED-ALLOW PIC 9(2).
          05 RTM-FED-EXTRA PIC 9(5)V99.
          05 RTM-STATE-ELECT PIC X(1).
             88 RTM-STATE-TABLE VALUE "T".
             88 RTM-STATE-FLAT  VALUE "F".
             88 RTM-STATE-NONE  VALUE "N".
          05 RTM-STATE-CODE PIC X(2).
          05 RTM-STATE-AMOUNT PIC 9(5)V99.
          05 RTM-PAY-METHOD PIC X(1).
             88 RTM-BY-CHECK   VALUE "C".
             88 RTM-BY-DEPOSIT VALUE "E".
          05 RTM-BANK-ROUTING PIC 9(9).
          05 RTM-BANK-ACCOUNT PIC X(17).
          05 RTM-BANK-ACCT-TYPE PIC X(1).
          05 RTM-PRENOTE PIC X(1).
             88 RTM-PRENOTE-PENDING VALUE "Y".
          05 RTM-STATUS PIC X(1).
             88 RTM-ACTIVE     VALUE "A".
             88 RTM-SUSPENDED  VALUE "S".
             88 RTM-TERMINATED VALUE "T".
          05 RTM-COMPANY PIC 9(2).
