               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-PERIOD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAY-HISTORY.
           SELECT REORG-REPORT ASSIGN TO "DEPT-REORG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
                15 WS-DT-CC PIC X(6).
                15 WS-DT-MANAGER PIC X(20).
                15 WS-DT-AUTH PIC 9(4).
                15 WS-DT-WC-CLASS PIC X(4).
                15 WS-DT-COMPANY PIC 9(2).
       01 WS-LOCK-FIELDS.
          05 WS-LOCK-FUNC PIC X(1) VALUE "T".
          05 WS-LOCK-PROGRAM PIC X(10) VALUE "DEPT-REORG".
