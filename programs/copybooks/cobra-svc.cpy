       01 CB-CONTROL.
          05 CB-FUNC        PIC X(1).
          05 CB-EMP-ID      PIC 9(7).
          05 CB-DEP-SEQ     PIC 9(2).
          05 CB-EVENT-TYPE  PIC X(1).
          05 CB-EVENT-DATE  PIC 9(8).
          05 CB-QB-FIRST-NAME PIC X(10).
          05 CB-QB-LAST-NAME  PIC X(10).
          05 CB-MED-TIER    PIC X(1).
          05 CB-DEN-TIER    PIC X(1).
          05 CB-VIS-TIER    PIC X(1).
          05 CB-PROGRAM     PIC X(10).
          05 CB-OPERATOR    PIC X(10).
          05 CB-NOTICE-DUE  PIC 9(8).
          05 CB-RESULT      PIC X(1).
             88 CB-RECORDED    VALUE "Y".
             88 CB-DUPLICATE   VALUE "D".
             88 CB-NOT-COVERED VALUE "N".
