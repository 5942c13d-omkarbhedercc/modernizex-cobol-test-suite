          05 DEPT-COST-CENTER PIC X(6).
          05 DEPT-MANAGER     PIC X(20).
          05 DEPT-AUTH-POSITIONS PIC 9(4).
          05 DEPT-WC-CLASS    PIC X(4).
          05 DEPT-COMPANY     PIC 9(2).
