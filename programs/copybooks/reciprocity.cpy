       01 RCP-REC.
          05 RCP-RES-STATE  PIC X(2).
          05 RCP-WORK-STATE PIC X(2).
          05 RCP-RULE       PIC X(1).
             88 RCP-RESIDENT-ONLY VALUE "R".
             88 RCP-WORK-ONLY     VALUE "W".
             88 RCP-BOTH-CREDIT   VALUE "B".
          05 RCP-EFF-DATE   PIC 9(8).
