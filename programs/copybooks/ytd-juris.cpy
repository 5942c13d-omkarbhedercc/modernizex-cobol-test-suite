       01 YJ-REC.
          05 YJ-KEY.
             10 YJ-ID    PIC 9(7).
             10 YJ-YEAR  PIC 9(4).
             10 YJ-KIND  PIC X(1).
                88 YJ-STATE-JURIS VALUE "S".
                88 YJ-LOCAL-JURIS VALUE "L".
             10 YJ-CODE  PIC X(4).
          05 YJ-COMPANY  PIC 9(2).
          05 YJ-WAGES    PIC 9(7)V99.
          05 YJ-TAX      PIC 9(7)V99.
