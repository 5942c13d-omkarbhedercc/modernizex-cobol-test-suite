       01 FM-CONTROL.
          05 FM-FUNC        PIC X(1).
          05 FM-EMP-ID      PIC 9(7).
          05 FM-AS-OF-DATE  PIC 9(8).
          05 FM-PERIOD-YEAR PIC 9(4).
          05 FM-PERIOD-NUM  PIC 9(2).
          05 FM-LINE-SEQ    PIC 9(4).
          05 FM-HOURS       PIC 9(3)V9.
          05 FM-PROGRAM     PIC X(10).
          05 FM-CASE-SEQ    PIC 9(2).
          05 FM-SERVICE-MONTHS PIC 9(4).
          05 FM-ELIG-HOURS  PIC 9(5)V9.
          05 FM-ELIGIBLE    PIC X(1).
          05 FM-ENTITLE-HOURS PIC 9(4)V9.
          05 FM-USED-HOURS  PIC 9(4)V9.
          05 FM-REMAIN-HOURS PIC S9(4)V9.
          05 FM-RESULT      PIC X(1).
             88 FM-OK            VALUE "Y".
             88 FM-NO-CASE       VALUE "N".
             88 FM-EXHAUSTED     VALUE "X".
             88 FM-EMP-MISSING   VALUE "M".
