       01 PRR-RULE-TABLE.
          05 FILLER PIC X(2)  VALUE "MG".
          05 FILLER PIC X(24) VALUE "ID ON TIME-FEED, MISSING".
          05 FILLER PIC X(1)  VALUE "B".
          05 FILLER PIC X(2)  VALUE "MG".
          05 FILLER PIC X(24) VALUE "ID ON EMPLOYEE-MASTER, M".
          05 FILLER PIC X(1)  VALUE "W".
          05 FILLER PIC X(2)  VALUE "MG".
          05 FILLER PIC X(24) VALUE SPACES.
          05 FILLER PIC X(1)  VALUE "W".
          05 FILLER PIC X(2)  VALUE "TC".
          05 FILLER PIC X(24) VALUE "MISSING OUT-PUNCH".
          05 FILLER PIC X(1)  VALUE "B".
          05 FILLER PIC X(2)  VALUE "TC".
          05 FILLER PIC X(24) VALUE "OUT-PUNCH NOT AFTER IN-P".
          05 FILLER PIC X(1)  VALUE "B".
          05 FILLER PIC X(2)  VALUE "TC".
          05 FILLER PIC X(24) VALUE "OVERLAPPING PUNCH INTERV".
          05 FILLER PIC X(1)  VALUE "B".
          05 FILLER PIC X(2)  VALUE "TC".
          05 FILLER PIC X(24) VALUE "PUNCH FILE OUT OF EMPLOY".
          05 FILLER PIC X(1)  VALUE "B".
          05 FILLER PIC X(2)  VALUE "TC".
          05 FILLER PIC X(24) VALUE "WORK ON UNSCHEDULED DAY ".
          05 FILLER PIC X(1)  VALUE "W".
          05 FILLER PIC X(2)  VALUE "TC".
          05 FILLER PIC X(24) VALUE "SCHEDULED EMPLOYEE - NO ".
          05 FILLER PIC X(1)  VALUE "W".
          05 FILLER PIC X(2)  VALUE "TC".
          05 FILLER PIC X(24) VALUE "SHORT AGAINST SCHEDULE B".
          05 FILLER PIC X(1)  VALUE "I".
          05 FILLER PIC X(2)  VALUE "TC".
          05 FILLER PIC X(24) VALUE SPACES.
          05 FILLER PIC X(1)  VALUE "W".
          05 FILLER PIC X(2)  VALUE "TA".
          05 FILLER PIC X(24) VALUE SPACES.
          05 FILLER PIC X(1)  VALUE "B".
          05 FILLER PIC X(2)  VALUE "SE".
          05 FILLER PIC X(24) VALUE SPACES.
          05 FILLER PIC X(1)  VALUE "W".
          05 FILLER PIC X(2)  VALUE "OT".
          05 FILLER PIC X(24) VALUE SPACES.
          05 FILLER PIC X(1)  VALUE "W".
          05 FILLER PIC X(2)  VALUE "FA".
          05 FILLER PIC X(24) VALUE "YTD DOES NOT EQUAL HISTO".
          05 FILLER PIC X(1)  VALUE "B".
          05 FILLER PIC X(2)  VALUE "FA".
          05 FILLER PIC X(24) VALUE "CHECK NET DOES NOT MATCH".
          05 FILLER PIC X(1)  VALUE "B".
          05 FILLER PIC X(2)  VALUE "FA".
          05 FILLER PIC X(24) VALUE "CHECK WITH NO HISTORY RE".
          05 FILLER PIC X(1)  VALUE "W".
          05 FILLER PIC X(2)  VALUE "FA".
          05 FILLER PIC X(24) VALUE "YTD BALANCES WITH NO HIS".
          05 FILLER PIC X(1)  VALUE "W".
          05 FILLER PIC X(2)  VALUE "FA".
          05 FILLER PIC X(24) VALUE "HISTORY DETAIL WITH NO Y".
          05 FILLER PIC X(1)  VALUE "W".
          05 FILLER PIC X(2)  VALUE "FA".
          05 FILLER PIC X(24) VALUE "GARNISHMENT - NO EMP MST".
          05 FILLER PIC X(1)  VALUE "W".
          05 FILLER PIC X(2)  VALUE "FA".
          05 FILLER PIC X(24) VALUE "LEAVE ROW - NO EMP MASTE".
          05 FILLER PIC X(1)  VALUE "I".
          05 FILLER PIC X(2)  VALUE "FA".
          05 FILLER PIC X(24) VALUE SPACES.
          05 FILLER PIC X(1)  VALUE "I".
       01 PRR-RULES REDEFINES PRR-RULE-TABLE.
          05 PRR-RULE OCCURS 22 TIMES.
             10 PRR-SOURCE   PIC X(2).
             10 PRR-REASON   PIC X(24).
             10 PRR-SEVERITY PIC X(1).
       01 PRR-RULE-COUNT PIC 9(2) VALUE 22.
