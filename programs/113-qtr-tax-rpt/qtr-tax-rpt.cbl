               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-PERIOD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAY-HISTORY.
           SELECT QTR-REPORT ASSIGN TO "QTR-TAX-SUMMARY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
