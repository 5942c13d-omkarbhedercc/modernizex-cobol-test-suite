       01 PPC-REC.
          05 PPC-PERIOD-YEAR PIC 9(4).
          05 PPC-PERIOD-NUM  PIC 9(2).
          05 PPC-PARTITION   PIC 9(1).
          05 PPC-PERIOD-END  PIC 9(8).
          05 PPC-RUN-TYPE    PIC X(1).
          05 PPC-OPERATOR    PIC X(10).
          05 PPC-BASIS       PIC X(1).
          05 PPC-COMPANY     PIC 9(2).
          05 PPC-LOW-ID      PIC 9(7).
          05 PPC-HIGH-ID     PIC 9(7).
          05 PPC-STATUS      PIC X(1).
             88 PPC-COMPLETED VALUE "C".
             88 PPC-ABORTED   VALUE "A".
          05 PPC-EMPLOYEES   PIC 9(7).
          05 PPC-REJECTED    PIC 9(7).
          05 PPC-TOTAL-GROSS PIC 9(9)V99.
          05 PPC-TOTAL-NET   PIC 9(9)V99.
          05 PPC-HIST-COUNT  PIC 9(7).
          05 PPC-HIST-GROSS  PIC 9(9)V99.
          05 PPC-HIST-NET    PIC 9(9)V99.
          05 PPC-DEP-COUNT   PIC 9(7).
          05 PPC-DEP-HASH    PIC 9(9).
          05 PPC-DEP-AMOUNT  PIC 9(11)V99.
          05 PPC-CHK-COUNT   PIC 9(7).
          05 PPC-CHK-AMOUNT  PIC 9(9)V99.
          05 PPC-FED-TAX     PIC 9(9)V99.
          05 PPC-FICA-EE     PIC 9(9)V99.
          05 PPC-FICA-ER     PIC 9(9)V99.
          05 PPC-OASDI-EE    PIC 9(9)V99.
          05 PPC-MEDICARE-EE PIC 9(9)V99.
          05 PPC-OASDI-ER    PIC 9(9)V99.
          05 PPC-MEDICARE-ER PIC 9(9)V99.
          05 PPC-STATE-TAX   PIC 9(9)V99.
          05 PPC-LOCAL-TAX   PIC 9(9)V99.
          05 PPC-GARN-TOTAL  PIC 9(9)V99.
          05 PPC-CO-ENTRY OCCURS 99 TIMES.
             10 PPC-CO-DEP-NET PIC 9(9)V99.
             10 PPC-CO-CHK-NET PIC 9(9)V99.
