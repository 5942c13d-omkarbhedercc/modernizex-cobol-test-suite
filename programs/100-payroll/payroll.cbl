               ALTERNATE RECORD KEY IS EMP-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLOYEE-MASTER.
           SELECT PAYROLL-REGISTER ASSIGN TO DYNAMIC WS-REGISTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAYROLL-REGISTER.
           SELECT YTD-MASTER ASSIGN TO "ytd-master.dat"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-ID
               FILE STATUS IS WS-FS-YTD-MASTER.
           SELECT PAYROLL-REJECTS ASSIGN TO DYNAMIC WS-REJECTS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAYROLL-REJECTS.
           SELECT SALES-FEED ASSIGN TO "sales-feed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SALES-FEED.
           SELECT SALES-WORK ASSIGN TO DYNAMIC WS-SALES-WORK-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SW-ID
               FILE STATUS IS WS-FS-SALES-WORK.
           SELECT BATCH-RESTART ASSIGN TO DYNAMIC WS-RESTART-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BATCH-RESTART.
           SELECT PAYROLL-CHECKS ASSIGN TO DYNAMIC WS-CHECKS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAYROLL-CHECKS.
           SELECT DEPOSIT-FEED ASSIGN TO DYNAMIC WS-DEPOSIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPOSIT-FEED.
           SELECT CHECK-REGISTER ASSIGN TO "check-register.dat"
           SELECT OT-APPROVAL ASSIGN TO "ot-approval.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OT-APPROVAL.
           SELECT OT-EXCEPTIONS ASSIGN TO DYNAMIC WS-OT-EXCEPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OT-EXCEPTIONS.
           SELECT COMM-PLANS ASSIGN TO "commission-plans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMM-PLANS.
           SELECT COMM-STMT ASSIGN TO DYNAMIC WS-COMM-STMT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMM-STMT.
           SELECT COMPANY-MASTER ASSIGN TO "company-master.dat"
           SELECT GL-ACCOUNT-MAP ASSIGN TO "gl-account-map.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GL-ACCOUNT-MAP.
           SELECT GL-JOURNAL ASSIGN TO DYNAMIC WS-GL-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GL-JOURNAL.
           SELECT ADJ-FEED ASSIGN TO "adj-feed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ADJ-FEED.
           SELECT ADJ-AUDIT ASSIGN TO DYNAMIC WS-ADJ-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ADJ-AUDIT.
           SELECT FRINGE-FEED ASSIGN TO "fringe-feed.dat"
           SELECT BONUS-FEED ASSIGN TO "bonus-feed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BONUS-FEED.
           SELECT TIPS-FEED ASSIGN TO "tips-feed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TIPS-FEED.
           SELECT PRODUCTION-FEED ASSIGN TO "production-feed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRODUCTION-FEED.
           SELECT PIECE-RATES ASSIGN TO "piece-rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PIECE-RATES.
           SELECT PROJECT-MASTER ASSIGN TO "project-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROJECT-MASTER.
           SELECT PW-RATES ASSIGN TO "prevailing-wage.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PW-RATES.
           SELECT HOLIDAY-CALENDAR ASSIGN TO "holiday-calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOLIDAY-CALENDAR.
           SELECT LEAVE-MASTER ASSIGN TO "leave-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADV-EMP-ID
               FILE STATUS IS WS-FS-ADVANCE-MASTER.
           SELECT UNION-MEMBER ASSIGN TO "union-member.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UNM-EMP-ID
               FILE STATUS IS WS-FS-UNION-MEMBER.
           SELECT HSA-ELECTION ASSIGN TO "hsa-election.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSA-EMP-ID
               FILE STATUS IS WS-FS-HSA-ELECTION.
           SELECT UNION-DUES-FEED ASSIGN TO DYNAMIC WS-UNION-DUES-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-UNION-DUES-FEED.
           SELECT DED-ARREARS ASSIGN TO "ded-arrears.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARR-KEY
               FILE STATUS IS WS-FS-DED-ARREARS.
           SELECT DED-RECAP ASSIGN TO DYNAMIC WS-DED-RECAP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DED-RECAP.
           SELECT STATE-TAX-TABLE ASSIGN TO "state-tax-table.dat"
           SELECT MIN-WAGE-TABLE ASSIGN TO "min-wage-table.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MIN-WAGE-TABLE.
           SELECT OT-RULES ASSIGN TO "ot-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OT-RULES.
           SELECT SUTA-TABLE ASSIGN TO "suta-table.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUTA-TABLE.
           SELECT SDI-TABLE ASSIGN TO "sdi-table.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SDI-TABLE.
           SELECT LOCAL-TAX-TABLE ASSIGN TO "local-tax-table.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOCAL-TAX-TABLE.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GARN-KEY
               FILE STATUS IS WS-FS-GARNISH-MASTER.
           SELECT GARNISH-REMIT ASSIGN TO DYNAMIC WS-GARN-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GARNISH-REMIT.
           SELECT TAX-LIABILITY ASSIGN TO "tax-liability.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAX-LIABILITY.
           SELECT SL-LIABILITY ASSIGN TO "sl-liability.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SL-LIABILITY.
           SELECT UNATTENDED-PARMS
               ASSIGN TO "unattended-parms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-UNATTENDED.
           SELECT GARN-REMIT-FEED ASSIGN TO DYNAMIC WS-GARN-REMIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GARN-REMIT-FEED.
           SELECT SEVERANCE-FILE ASSIGN TO "severance.dat"
           SELECT DEPT-TRANSFER ASSIGN TO "dept-transfer.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPT-TRANSFER.
           SELECT LABOR-SPLIT ASSIGN TO DYNAMIC WS-LABOR-SPLIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LABOR-SPLIT.
           SELECT PROJECT-LEDGER
               ASSIGN TO DYNAMIC WS-PROJECT-LEDGER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROJECT-LEDGER.
           SELECT SIDE-FILE-WORK ASSIGN TO "side-file-work.dat"
           SELECT FUNDING-CONFIRM ASSIGN TO "funding-confirm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FUNDING-CONFIRM.
           SELECT HIST-SEGMENT ASSIGN TO DYNAMIC WS-HIST-SEG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST-SEGMENT.
           SELECT CHKR-SEGMENT ASSIGN TO DYNAMIC WS-CHKR-SEG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHKR-SEGMENT.
           SELECT PART-CONTROL ASSIGN TO DYNAMIC WS-PART-CTL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PART-CONTROL.
           SELECT PAY-HISTORY ASSIGN TO "pay-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-PERIOD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAY-HISTORY.
       DATA DIVISION.
       FILE SECTION.
                         ==FTR-AMOUNT-TOTAL==
                             BY ==BON-TRL-AMOUNT==.

       FD  TIPS-FEED.
       01 TIPS-FEED-REC.
          05 TIP-ID      PIC 9(7).
          05 TIP-CASH    PIC 9(5)V99.
          05 TIP-CHARGED PIC 9(5)V99.
           COPY "feed-control.cpy"
               REPLACING ==FEED-HDR-REC== BY ==TIP-HDR-REC==
                         ==FHR-TAG== BY ==TIP-HDR-TAG==
                         ==FHR-FEED-NAME== BY ==TIP-HDR-NAME==
                         ==FHR-CREATE-DATE==
                             BY ==TIP-HDR-CREATE-DATE==
                         ==FHR-PERIOD-END==
                             BY ==TIP-HDR-PERIOD-END==
                         ==FEED-TRL-REC== BY ==TIP-TRL-REC==
                         ==FTR-TAG== BY ==TIP-TRL-TAG==
                         ==FTR-RECORD-COUNT== BY ==TIP-TRL-COUNT==
                         ==FTR-ID-HASH== BY ==TIP-TRL-HASH==
                         ==FTR-AMOUNT-TOTAL==
                             BY ==TIP-TRL-AMOUNT==.

       FD  PRODUCTION-FEED.
       01 PRODUCTION-FEED-REC.
          05 PROD-ID        PIC 9(7).
          05 PROD-OP-CODE   PIC X(4).
          05 PROD-WORK-DATE PIC 9(8).
          05 PROD-UNITS     PIC 9(5).
           COPY "feed-control.cpy"
               REPLACING ==FEED-HDR-REC== BY ==PROD-HDR-REC==
                         ==FHR-TAG== BY ==PROD-HDR-TAG==
                         ==FHR-FEED-NAME== BY ==PROD-HDR-NAME==
                         ==FHR-CREATE-DATE==
                             BY ==PROD-HDR-CREATE-DATE==
                         ==FHR-PERIOD-END==
                             BY ==PROD-HDR-PERIOD-END==
                         ==FEED-TRL-REC== BY ==PROD-TRL-REC==
                         ==FTR-TAG== BY ==PROD-TRL-TAG==
                         ==FTR-RECORD-COUNT== BY ==PROD-TRL-COUNT==
                         ==FTR-ID-HASH== BY ==PROD-TRL-HASH==
                         ==FTR-AMOUNT-TOTAL==
                             BY ==PROD-TRL-AMOUNT==.

       FD  PIECE-RATES.
           COPY "piece-rate.cpy".

       FD  PROJECT-MASTER.
           COPY "project-master.cpy".

       FD  PW-RATES.
           COPY "pw-rate.cpy".

       FD  HOLIDAY-CALENDAR.
           COPY "holiday-calendar.cpy".

       FD  LEAVE-MASTER.
           COPY "leave-master.cpy".

          05 DC-AMOUNT  PIC 9(5)V99.
          05 DC-PERCENT PIC V999.
          05 DC-ARREARS PIC X(1).
          05 DC-PRETAX-FED   PIC X(1).
          05 DC-PRETAX-STATE PIC X(1).
          05 DC-PRETAX-LOCAL PIC X(1).
          05 DC-PRETAX-FICA  PIC X(1).

       FD  DED-ELECTIONS.
       01 DED-ELECT-REC.
       FD  ADVANCE-MASTER.
           COPY "advance-master.cpy".

       FD  UNION-MEMBER.
           COPY "union-member.cpy".

       FD  HSA-ELECTION.
           COPY "hsa-election.cpy".

       FD  UNION-DUES-FEED.
           COPY "union-dues-feed.cpy".
           COPY "feed-control.cpy"
               REPLACING ==FEED-HDR-REC== BY ==UDF-HDR-REC==
                         ==FHR-TAG== BY ==UDF-HDR-TAG==
                         ==FHR-FEED-NAME== BY ==UDF-HDR-NAME==
                         ==FHR-CREATE-DATE==
                             BY ==UDF-HDR-CREATE-DATE==
                         ==FHR-PERIOD-END==
                             BY ==UDF-HDR-PERIOD-END==
                         ==FEED-TRL-REC== BY ==UDF-TRL-REC==
                         ==FTR-TAG== BY ==UDF-TRL-TAG==
                         ==FTR-RECORD-COUNT== BY ==UDF-TRL-COUNT==
                         ==FTR-ID-HASH== BY ==UDF-TRL-HASH==
                         ==FTR-AMOUNT-TOTAL==
                             BY ==UDF-TRL-AMOUNT==.

       FD  DED-ARREARS.
           COPY "ded-arrears.cpy".

          05 MWG-STATE    PIC X(2).
          05 MWG-EFF-DATE PIC 9(8).
          05 MWG-RATE     PIC 9(3)V99.
          05 MWG-TIP-CREDIT PIC 9(3)V99.

       FD  OT-RULES.
           COPY "ot-rule.cpy".

       FD  SUTA-TABLE.
       01 SUTA-REC.
          05 SUTA-RATE     PIC V9999.
          05 SUTA-BASE     PIC 9(7)V99.

       FD  SDI-TABLE.
           COPY "sdi-table.cpy".

       FD  TIME-FEED.
       01 TIME-FEED-REC.
          05 TIME-ID    PIC 9(7).
          05 TIME-RATE  PIC 9(3)V99.
          05 TIME-PAY-CODE PIC X(1).
          05 TIME-JOB   PIC 9(6).
          05 TIME-WORK-STATE PIC X(2).
          05 TIME-WORK-DATE PIC 9(8).
           COPY "feed-control.cpy"
               REPLACING ==FEED-HDR-REC== BY ==TIME-HDR-REC==
                         ==FHR-TAG== BY ==TIME-HDR-TAG==
       FD  TAX-LIABILITY.
           COPY "tax-liability.cpy".

       FD  SL-LIABILITY.
           COPY "sl-liability.cpy".

       FD  PAY-HISTORY.
           COPY "pay-history.cpy".

       FD  HIST-SEGMENT.
           COPY "pay-history.cpy"
               REPLACING LEADING ==HIST-== BY ==HSG-==.

       FD  CHKR-SEGMENT.
           COPY "check-register.cpy"
               REPLACING LEADING ==CHKR-== BY ==CSG-==.

       FD  PART-CONTROL.
           COPY "payroll-part.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-EMPLOYEE-MASTER  PIC X(2) VALUE "00".
       01 WS-FS-PAYROLL-REGISTER PIC X(2) VALUE "00".
       01 WS-FS-RATES-MASTER     PIC X(2) VALUE "00".
       01 WS-FS-STATE-TAX-TABLE  PIC X(2) VALUE "00".
       01 WS-FS-SUTA-TABLE       PIC X(2) VALUE "00".
       01 WS-FS-SDI-TABLE        PIC X(2) VALUE "00".
       01 WS-FS-MIN-WAGE-TABLE   PIC X(2) VALUE "00".
       01 WS-FS-OT-RULES         PIC X(2) VALUE "00".
       01 WS-FS-TAX-LIABILITY    PIC X(2) VALUE "00".
       01 WS-FS-SL-LIABILITY     PIC X(2) VALUE "00".
       01 WS-FS-FUNDING-NOTICE   PIC X(2) VALUE "00".
       01 WS-FS-ACCT-CALENDAR    PIC X(2) VALUE "00".
       01 WS-FS-PROJECT-LEDGER   PIC X(2) VALUE "00".
       01 WS-FS-ADJ-FEED         PIC X(2) VALUE "00".
       01 WS-FS-ADJ-AUDIT        PIC X(2) VALUE "00".
       01 WS-FS-BONUS-FEED       PIC X(2) VALUE "00".
       01 WS-FS-TIPS-FEED        PIC X(2) VALUE "00".
       01 WS-FS-PRODUCTION-FEED  PIC X(2) VALUE "00".
       01 WS-FS-PIECE-RATES      PIC X(2) VALUE "00".
       01 WS-FS-PROJECT-MASTER   PIC X(2) VALUE "00".
       01 WS-FS-PW-RATES         PIC X(2) VALUE "00".
       01 WS-FS-HOLIDAY-CALENDAR PIC X(2) VALUE "00".
       01 WS-FS-FRINGE-FEED      PIC X(2) VALUE "00".
       01 WS-FS-LEAVE-MASTER     PIC X(2) VALUE "00".
       01 WS-FS-LEAVE-RULES      PIC X(2) VALUE "00".
       01 WS-FS-DED-RECAP        PIC X(2) VALUE "00".
       01 WS-FS-DED-ARREARS      PIC X(2) VALUE "00".
       01 WS-FS-ADVANCE-MASTER   PIC X(2) VALUE "00".
       01 WS-FS-UNION-MEMBER     PIC X(2) VALUE "00".
       01 WS-FS-HSA-ELECTION     PIC X(2) VALUE "00".
       01 WS-FS-UNION-DUES-FEED  PIC X(2) VALUE "00".
       01 WS-FS-RETIRE-LOANS     PIC X(2) VALUE "00".
       01 WS-FS-GARNISH-REMIT    PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
          05 WS-RUN-FED-TAX PIC 9(9)V99 VALUE 0.
          05 WS-RUN-FICA-EE PIC 9(9)V99 VALUE 0.
          05 WS-RUN-FICA-ER PIC 9(9)V99 VALUE 0.
          05 WS-RUN-OASDI-EE    PIC 9(9)V99 VALUE 0.
          05 WS-RUN-MEDICARE-EE PIC 9(9)V99 VALUE 0.
          05 WS-RUN-OASDI-ER    PIC 9(9)V99 VALUE 0.
          05 WS-RUN-MEDICARE-ER PIC 9(9)V99 VALUE 0.
          05 WS-RUN-STATE-TAX PIC 9(9)V99 VALUE 0.
          05 WS-RUN-LOCAL-TAX PIC 9(9)V99 VALUE 0.
       01 WS-RUN-SL-LIAB.
          05 WS-SLR-COUNT PIC 9(3) VALUE 0.
          05 WS-SLR-ENTRY OCCURS 200 TIMES.
             10 WS-SLR-KIND  PIC X(1).
             10 WS-SLR-CODE  PIC X(4).
             10 WS-SLR-WAGES PIC 9(9)V99.
             10 WS-SLR-TAX   PIC 9(9)V99.
       01 WS-SLR-I PIC 9(3) VALUE 0.
       01 WS-SLR-SLOT PIC 9(3) VALUE 0.
       01 WS-SLR-FIND-KIND PIC X(1) VALUE SPACE.
       01 WS-SLR-FIND-CODE PIC X(4) VALUE SPACES.
       01 WS-SLR-POSTED PIC 9(3) VALUE 0.
       01 WS-CO-FUNDING.
          05 WS-CF-ENTRY OCCURS 99 TIMES.
             10 WS-CF-DEP-NET PIC 9(9)V99.
          05 WS-DEPOSITS-WRITTEN    PIC 9(5) VALUE 0.
          05 WS-CHECKS-ISSUED       PIC 9(5) VALUE 0.
       01 WS-NEXT-CHECK-NO PIC 9(8) VALUE 1.
       01 WS-STOCK-FROM-NO PIC 9(8) VALUE 0.
           COPY "stock-svc.cpy".
           COPY "fmla-svc.cpy".
       01 WS-FMLA-STATS.
          05 WS-FMLA-LINES-POSTED PIC 9(5) VALUE 0.
          05 WS-FMLA-NO-CASE      PIC 9(5) VALUE 0.
          05 WS-FMLA-EXHAUSTED    PIC 9(5) VALUE 0.
       01 WS-STUB-YTD.
          05 WS-SY-GROSS     PIC 9(7)V99 VALUE 0.
          05 WS-SY-OT-PAY    PIC 9(7)V99 VALUE 0.
          05 WS-SY-BENEFITS  PIC 9(7)V99 VALUE 0.
          05 WS-SY-RETIRE    PIC 9(7)V99 VALUE 0.
          05 WS-SY-NET       PIC 9(7)V99 VALUE 0.
          05 WS-SY-FED-WAGES PIC 9(7)V99 VALUE 0.
          05 WS-SY-OASDI     PIC 9(7)V99 VALUE 0.
          05 WS-SY-MEDICARE  PIC 9(7)V99 VALUE 0.
          05 WS-SY-TIPS      PIC 9(7)V99 VALUE 0.
          05 WS-SY-SDI-EE    PIC 9(7)V99 VALUE 0.
          05 WS-SY-HSA-EE    PIC 9(7)V99 VALUE 0.
          05 WS-SY-HSA-ER    PIC 9(7)V99 VALUE 0.
       01 WS-STUB-HEAD-LINE.
          05 FILLER PIC X(13) VALUE "STUB  PERIOD ".
          05 WS-STB-YEAR PIC 9(4).
             88 IS-HOURLY-EMP     VALUE 1.
             88 IS-SALARY-EMP     VALUE 2.
             88 IS-COMMISSION-EMP VALUE 3.
             88 IS-TIPPED-EMP     VALUE 4.
             88 IS-PIECE-EMP      VALUE 5.
          05 WS-HOLD-CODE PIC 9(1).
             88 WS-PAY-HOLD VALUE 1.
          05 WS-ADDR-LINE1 PIC X(20).
          05 WS-ADDR-CITY  PIC X(15).
          05 WS-ADDR-STATE PIC X(2).
          05 WS-ADDR-ZIP   PIC X(10).
          05 WS-WORK-STATE PIC X(2).
          05 WS-WORK-DAY PIC 9(1).
          05 WS-OT-HOURS PIC 9(3)V9.
          05 WS-OT-PAY   PIC 9(7)V99.
          05 WS-RETIRE-DED PIC 9(7)V99.
          05 WS-MATCH-AMT  PIC 9(7)V99.
          05 WS-FED-TAXABLE PIC 9(7)V99.
          05 WS-STATE-TAXABLE PIC 9(7)V99.
          05 WS-LOCAL-TAXABLE PIC 9(7)V99.
          05 WS-FICA-WAGES    PIC 9(7)V99.
          05 WS-OASDI         PIC 9(7)V99.
          05 WS-MEDICARE      PIC 9(7)V99.
          05 WS-ADDL-MED-WAGES PIC 9(7)V99.
          05 WS-ADDL-MEDICARE PIC 9(7)V99.
          05 WS-LOCALITY PIC X(4).
          05 WS-LOCAL-TAX PIC 9(7)V99.
          05 WS-ANNUAL-SALARY PIC 9(7)V99.
       01 WS-SHIFT-DIFF-RATE PIC V99 VALUE .15.

       01 WS-DEDUCTION-RATES.
          05 WS-OASDI-RATE      PIC V9999 VALUE 0.0620.
          05 WS-MEDICARE-RATE   PIC V9999 VALUE 0.0145.
          05 WS-ADDL-MED-RATE   PIC V9999 VALUE 0.0090.
          05 WS-STATE-TAX-RATE  PIC V9999 VALUE 0.0400.
          05 WS-BENEFITS-RATE   PIC V9999 VALUE 0.0300.

       01 WS-FICA-WAGE-BASE PIC 9(7)V99 VALUE 0176100.00.
       01 WS-ADDL-MED-THRESHOLD PIC 9(7)V99 VALUE 0200000.00.
       01 WS-RATE-EFF-DATES.
          05 WS-EFF-OASDI     PIC 9(8) VALUE 0.
          05 WS-EFF-MEDICARE  PIC 9(8) VALUE 0.
          05 WS-EFF-ADDL-MED  PIC 9(8) VALUE 0.
          05 WS-EFF-ADDL-MED-THR PIC 9(8) VALUE 0.
          05 WS-EFF-STATE     PIC 9(8) VALUE 0.
          05 WS-EFF-BENEFITS  PIC 9(8) VALUE 0.
          05 WS-EFF-FICA-BASE PIC 9(8) VALUE 0.
          05 WS-CTL-TAX PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(6) VALUE " NET: ".
          05 WS-CTL-NET PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PART-FILE-NAMES.
          05 WS-REGISTER-NAME PIC X(40)
              VALUE "PAYROLL-REGISTER.RPT".
          05 WS-REJECTS-NAME PIC X(40)
              VALUE "PAYROLL-REJECTS.DAT".
          05 WS-SALES-WORK-NAME PIC X(40)
              VALUE "sales-work.idx".
          05 WS-RESTART-NAME PIC X(40)
              VALUE "payroll-restart.marker".
          05 WS-CHECKS-NAME PIC X(40)
              VALUE "PAYROLL-CHECKS.RPT".
          05 WS-DEPOSIT-NAME PIC X(40)
              VALUE "deposit-feed.dat".
          05 WS-OT-EXCEPT-NAME PIC X(40)
              VALUE "UNAPPROVED-OT.RPT".
          05 WS-COMM-STMT-NAME PIC X(40)
              VALUE "COMM-STMT.RPT".
          05 WS-GL-JOURNAL-NAME PIC X(40)
              VALUE "gl-journal.dat".
          05 WS-ADJ-AUDIT-NAME PIC X(40)
              VALUE "ADJUSTMENTS-AUDIT.RPT".
          05 WS-UNION-DUES-NAME PIC X(40)
              VALUE "union-dues.dat".
          05 WS-DED-RECAP-NAME PIC X(40)
              VALUE "DEDUCTIONS-RECAP.RPT".
          05 WS-GARN-RPT-NAME PIC X(40)
              VALUE "GARNISH-REMIT.RPT".
          05 WS-GARN-REMIT-NAME PIC X(40)
              VALUE "garn-remit.dat".
          05 WS-LABOR-SPLIT-NAME PIC X(40)
              VALUE "labor-split.dat".
          05 WS-PROJECT-LEDGER-NAME PIC X(40)
              VALUE "project-ledger.dat".
          05 WS-HIST-SEG-NAME PIC X(40)
              VALUE "pay-history-P0.dat".
          05 WS-CHKR-SEG-NAME PIC X(40)
              VALUE "check-register-P0.dat".
          05 WS-PART-CTL-NAME PIC X(40)
              VALUE "payroll-part-P0.ctl".
       01 WS-FS-HIST-SEGMENT     PIC X(2) VALUE "00".
       01 WS-FS-CHKR-SEGMENT     PIC X(2) VALUE "00".
       01 WS-FS-PART-CONTROL     PIC X(2) VALUE "00".
       01 WS-PART-NUM PIC 9(1) VALUE 0.
          88 IS-PARTITION-RUN VALUE 1 THRU 9.
       01 WS-PART-BASIS PIC X(1) VALUE "C".
          88 IS-PART-BY-COMPANY VALUE "C".
          88 IS-PART-BY-ID-RANGE VALUE "I".
       01 WS-PART-COMPANY PIC 9(2) VALUE 0.
       01 WS-PART-LOW-ID  PIC 9(7) VALUE 0.
       01 WS-PART-HIGH-ID PIC 9(7) VALUE 9999999.
       01 WS-PART-SKIPPED PIC 9(7) VALUE 0.
       01 WS-PART-HIST-COUNT PIC 9(7) VALUE 0.
       01 WS-PART-HIST-GROSS PIC 9(9)V99 VALUE 0.
       01 WS-PART-HIST-NET   PIC 9(9)V99 VALUE 0.
       01 WS-PART-CHK-AMOUNT PIC 9(9)V99 VALUE 0.
       01 WS-PART-P PIC 9(1) VALUE 0.
       01 WS-IN-PARTITION PIC X(1) VALUE "Y".
          88 IS-IN-PARTITION VALUE "Y".
       01 WS-PART-BUSY PIC X(1) VALUE "N".
          88 IS-PART-BUSY VALUE "Y".
       01 WS-LOCK-FIELDS.
          05 WS-LOCK-FUNC PIC X(1) VALUE "T".
          05 WS-LOCK-PROGRAM PIC X(10) VALUE "PAYROLL".
          05 WS-GLL-NET      PIC 9(9)V99 VALUE 0.
          05 WS-GLL-ADVANCE  PIC 9(9)V99 VALUE 0.
          05 WS-GLL-401K-LOAN PIC 9(9)V99 VALUE 0.
          05 WS-GLL-HSA      PIC 9(9)V99 VALUE 0.
          05 WS-GLL-FRINGE   PIC 9(9)V99 VALUE 0.
          05 WS-GLL-ER-FICA  PIC 9(9)V99 VALUE 0.
          05 WS-GLL-FUTA     PIC 9(9)V99 VALUE 0.
          05 WS-GLL-SUTA     PIC 9(9)V99 VALUE 0.
          05 WS-GLL-UNION    PIC 9(9)V99 VALUE 0.
          05 WS-GLL-SDI-EE   PIC 9(9)V99 VALUE 0.
          05 WS-GLL-SDI-ER   PIC 9(9)V99 VALUE 0.
       01 WS-GLL-ADJUST PIC S9(9)V99 VALUE 0.
       01 WS-GL-ADJ-ABS PIC 9(9)V99 VALUE 0.
       01 WS-GL-D PIC 9(2) VALUE 0.
             10 WS-BON-TBL-ID  PIC 9(7).
             10 WS-BON-TBL-AMT PIC 9(7)V99.
             10 WS-BON-TBL-GROSS-UP PIC X(1).
       01 WS-PCR-TBL.
          05 WS-PCR-COUNT PIC 9(3) VALUE 0.
          05 WS-PCR-ENTRY OCCURS 300 TIMES.
             10 WS-PCR-OP   PIC X(4).
             10 WS-PCR-EFF  PIC 9(8).
             10 WS-PCR-RATE PIC 9(3)V9999.
       01 WS-PCR-I PIC 9(3) VALUE 0.
       01 WS-PCR-SLOT PIC 9(3) VALUE 0.
       01 WS-PCR-EOF PIC 9(1) VALUE 0.
       01 WS-PCR-AS-OF PIC 9(8) VALUE 0.
       01 WS-PWJ-TBL.
          05 WS-PWJ-COUNT PIC 9(3) VALUE 0.
          05 WS-PWJ-ENTRY OCCURS 200 TIMES.
             10 WS-PWJ-JOB   PIC 9(6).
             10 WS-PWJ-CRAFT PIC X(6).
       01 WS-PWR-TBL.
          05 WS-PWR-COUNT PIC 9(3) VALUE 0.
          05 WS-PWR-ENTRY OCCURS 300 TIMES.
             10 WS-PWR-JOB    PIC 9(6).
             10 WS-PWR-CRAFT  PIC X(6).
             10 WS-PWR-EFF    PIC 9(8).
             10 WS-PWR-BASE   PIC 9(3)V99.
             10 WS-PWR-FRINGE PIC 9(3)V99.
       01 WS-PWJ-I PIC 9(3) VALUE 0.
       01 WS-PWJ-SLOT PIC 9(3) VALUE 0.
       01 WS-PWR-I PIC 9(3) VALUE 0.
       01 WS-PWR-SLOT PIC 9(3) VALUE 0.
       01 WS-PW-EOF PIC 9(1) VALUE 0.
       01 WS-PW-AS-OF PIC 9(8) VALUE 0.
       01 WS-PW-LINE-CRAFT PIC X(6) VALUE SPACES.
       01 WS-PW-LINE-RATE PIC 9(3)V99 VALUE 0.
       01 WS-PW-LINE-FRINGE PIC 9(3)V99 VALUE 0.
       01 WS-PW-LINE-SHORT PIC 9(5)V99 VALUE 0.
       01 WS-PW-LINE-FRINGE-PAY PIC 9(5)V99 VALUE 0.
       01 WS-PW-LINE-PAY PIC 9(5)V99 VALUE 0.
       01 WS-PW-SHORTFALL-PAY PIC 9(7)V99 VALUE 0.
       01 WS-PW-FRINGE-PAY PIC 9(7)V99 VALUE 0.
       01 WS-PW-PW-HOURS PIC 9(4)V9 VALUE 0.
       01 WS-PW-REG-HOURS PIC 9(4)V9 VALUE 0.
       01 WS-PW-REG-DIFF PIC 9(7)V99 VALUE 0.
       01 WS-PW-REG-OT PIC 9(4)V9 VALUE 0.
       01 WS-PW-PREM-OT PIC 9(4)V9 VALUE 0.
       01 WS-PW-PREM-DT PIC 9(4)V9 VALUE 0.
       01 WS-PW-PREM-PAY PIC 9(7)V99 VALUE 0.
       01 WS-PW-RUN-SHORTFALL PIC 9(9)V99 VALUE 0.
       01 WS-PW-RUN-FRINGE PIC 9(9)V99 VALUE 0.
       01 WS-PW-NO-RATE PIC 9(5) VALUE 0.
       01 WS-PW-REG-LINE.
          05 WS-PWL-ID PIC 9(7).
          05 FILLER PIC X(16) VALUE " PREV WAGE HRS  ".
          05 WS-PWL-HOURS PIC ZZZ9.9.
          05 FILLER PIC X(13) VALUE "  SHORTFALL  ".
          05 WS-PWL-SHORTFALL PIC Z,ZZZ,ZZ9.99.
          05 FILLER PIC X(10) VALUE "  FRINGE  ".
          05 WS-PWL-FRINGE PIC Z,ZZZ,ZZ9.99.
       01 WS-PRD-TBL.
          05 WS-PRD-COUNT PIC 9(4) VALUE 0.
          05 WS-PRD-ENTRY OCCURS 5000 TIMES.
             10 WS-PRD-ID    PIC 9(7).
             10 WS-PRD-OP    PIC X(4).
             10 WS-PRD-DATE  PIC 9(8).
             10 WS-PRD-UNITS PIC 9(5).
       01 WS-PRD-I PIC 9(4) VALUE 0.
       01 WS-PRD-EOF PIC 9(1) VALUE 0.
       01 WS-PIECE-UNITS PIC 9(7) VALUE 0.
       01 WS-PIECE-LINE-PAY PIC 9(7)V99 VALUE 0.
       01 WS-PIECE-EARN PIC 9(7)V99 VALUE 0.
       01 WS-PIECE-MAKEUP PIC 9(7)V99 VALUE 0.
       01 WS-PIECE-FLOOR-PAY PIC 9(7)V99 VALUE 0.
       01 WS-PIECE-REG-RATE PIC 9(5)V9999 VALUE 0.
       01 WS-PIECE-NO-RATE PIC 9(5) VALUE 0.
       01 WS-PIECE-RUN-EARN PIC 9(9)V99 VALUE 0.
       01 WS-PIECE-RUN-MAKEUP PIC 9(9)V99 VALUE 0.
       01 WS-PIECE-REG-LINE.
          05 WS-PC-ID PIC 9(7).
          05 FILLER PIC X(7) VALUE " UNITS ".
          05 WS-PC-UNITS PIC ZZZ,ZZ9.
          05 FILLER PIC X(7) VALUE " PIECE ".
          05 WS-PC-EARN PIC Z,ZZZ,ZZ9.99.
          05 FILLER PIC X(9) VALUE "  MAKE-UP".
          05 WS-PC-MAKEUP PIC Z,ZZZ,ZZ9.99.
          05 FILLER PIC X(6) VALUE "  REG ".
          05 WS-PC-REG-RATE PIC ZZ,ZZ9.99.
       01 WS-TIP-TABLE.
          05 WS-TIP-COUNT PIC 9(3) VALUE 0.
          05 WS-TIP-ENTRY OCCURS 500 TIMES.
             10 WS-TIP-TBL-ID      PIC 9(7).
             10 WS-TIP-TBL-CASH    PIC 9(5)V99.
             10 WS-TIP-TBL-CHARGED PIC 9(5)V99.
       01 WS-TIP-I PIC 9(3) VALUE 0.
       01 WS-TIP-EOF PIC 9(1) VALUE 0.
       01 WS-TIPS PIC 9(7)V99 VALUE 0.
       01 WS-TIP-MAKEUP PIC 9(7)V99 VALUE 0.
       01 WS-TIP-FLOOR-PAY PIC 9(7)V99 VALUE 0.
       01 WS-TIP-SHORT PIC 9(7)V99 VALUE 0.
       01 WS-UNCOLL-OASDI PIC 9(7)V99 VALUE 0.
       01 WS-UNCOLL-MEDICARE PIC 9(7)V99 VALUE 0.
       01 WS-ER-WAGES PIC 9(7)V99 VALUE 0.
       01 WS-TIP-RUN-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-TIP-MAKEUP-RUN-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-UNCOLL-RUN-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-TIP-REG-LINE.
          05 WS-TP-ID PIC 9(7).
          05 FILLER PIC X(16) VALUE " TIPS REPORTED  ".
          05 WS-TP-TIPS PIC Z,ZZZ,ZZ9.99.
          05 FILLER PIC X(13) VALUE "  TIP MAKE-UP".
          05 WS-TP-MAKEUP PIC Z,ZZZ,ZZ9.99.
       01 WS-UNCOLL-REG-LINE.
          05 WS-UC-ID PIC 9(7).
          05 FILLER PIC X(22) VALUE " UNCOLLECTED OASDI    ".
          05 WS-UC-OASDI PIC Z,ZZZ,ZZ9.99.
          05 FILLER PIC X(10) VALUE "  MEDICARE".
          05 WS-UC-MEDICARE PIC Z,ZZZ,ZZ9.99.
       01 WS-HOL-PRESENT PIC X(1) VALUE "N".
          88 IS-HOL-PRESENT VALUE "Y".
       01 WS-HOL-TABLE.
          05 WS-HOL-COUNT PIC 9(3) VALUE 0.
          05 WS-HOL-ENTRY OCCURS 200 TIMES.
             10 WS-HOL-TBL-COMPANY PIC 9(2).
             10 WS-HOL-TBL-DATE    PIC 9(8).
             10 WS-HOL-TBL-HOURS   PIC 9(2)V9.
             10 WS-HOL-TBL-PREMIUM PIC 9V99.
             10 WS-HOL-TBL-ELIG    PIC X(4).
             10 WS-HOL-TBL-SERVICE PIC 9(3).
       01 WS-HOL-I PIC 9(3) VALUE 0.
       01 WS-HOL-EOF PIC 9(1) VALUE 0.
       01 WS-HOL-SERVICE-DAYS PIC S9(7) VALUE 0.
       01 WS-HOL-CREDIT-HOURS PIC 9(3)V9 VALUE 0.
       01 WS-HOL-WORK-HOURS PIC 9(4)V9 VALUE 0.
       01 WS-HOL-PREMIUM-PAY PIC 9(7)V99 VALUE 0.
       01 WS-HOL-LINE-PREMIUM PIC 9(7)V99 VALUE 0.
       01 WS-HOL-RUN-HOURS PIC 9(7)V9 VALUE 0.
       01 WS-HOL-RUN-PREMIUM PIC 9(9)V99 VALUE 0.
       01 WS-HOL-REG-LINE.
          05 WS-HR-ID PIC 9(7).
          05 FILLER PIC X(16) VALUE " HOLIDAY HOURS  ".
          05 WS-HR-HOURS PIC ZZ9.9.
          05 FILLER PIC X(16) VALUE "  WORKED HOURS  ".
          05 WS-HR-WORKED PIC ZZZ9.9.
          05 FILLER PIC X(10) VALUE "  PREMIUM ".
          05 WS-HR-PREMIUM PIC Z,ZZZ,ZZ9.99.
       01 WS-BONUS-AMT PIC 9(7)V99 VALUE 0.
       01 WS-BONUS-GROSS-UP PIC X(1) VALUE "N".
          88 IS-GROSS-UP-BONUS VALUE "Y".
       01 WS-LV-ACCRUE-AMT PIC 9(3)V99 VALUE 0.
       01 WS-STUB-VAC-BAL  PIC 9(3)V99 VALUE 0.
       01 WS-STUB-SICK-BAL PIC 9(3)V99 VALUE 0.
       01 WS-STUB-COMP-BAL PIC 9(3)V99 VALUE 0.
       01 WS-STUB-COMP-FLAG PIC X(1) VALUE "N".
          88 IS-STUB-COMP VALUE "Y".
       01 WS-LV-FROM-COMP PIC 9(3)V99 VALUE 0.
       01 WS-COMP-CAP PIC 9(3)V99 VALUE 240.
       01 WS-COMP-ROOM PIC 9(3)V99 VALUE 0.
       01 WS-COMP-OT-HOURS PIC 9(3)V9 VALUE 0.
       01 WS-COMP-EARNED PIC 9(3)V99 VALUE 0.
       01 WS-COMP-OT-VALUE PIC 9(7)V99 VALUE 0.
       01 WS-COMP-RUN-EARNED PIC 9(7)V99 VALUE 0.
       01 WS-COMP-RUN-USED PIC 9(7)V99 VALUE 0.
       01 WS-COMP-RUN-CAPPED PIC 9(5) VALUE 0.
       01 WS-VOL-DED-PRESENT PIC X(1) VALUE "N".
          88 IS-VOL-DED-PRESENT VALUE "Y".
       01 WS-DED-CODE-TABLE.
             10 WS-DC-AMOUNT PIC 9(5)V99.
             10 WS-DC-PERCENT PIC V999.
             10 WS-DC-ARREARS PIC X(1).
             10 WS-DC-PRETAX-FED   PIC X(1).
             10 WS-DC-PRETAX-STATE PIC X(1).
             10 WS-DC-PRETAX-LOCAL PIC X(1).
             10 WS-DC-PRETAX-FICA  PIC X(1).
             10 WS-DC-EMP-COUNT PIC 9(5).
             10 WS-DC-RUN-TOTAL PIC 9(9)V99.
       01 WS-DED-ELECT-TABLE.
       01 WS-VOL-DED-TOTAL PIC 9(7)V99 VALUE 0.
       01 WS-VOL-DED-AMT   PIC 9(7)V99 VALUE 0.
       01 WS-DED-SO-FAR    PIC 9(8)V99 VALUE 0.
       01 WS-DED-PASS PIC X(1) VALUE "T".
          88 IS-PRETAX-PASS  VALUE "P".
          88 IS-POSTTAX-PASS VALUE "T".
       01 WS-DC-PRETAX-FLAG PIC X(1) VALUE "N".
          88 IS-PRETAX-CODE VALUE "Y".
       01 WS-PRETAX-TOTALS.
          05 WS-PRETAX-FED   PIC 9(7)V99 VALUE 0.
          05 WS-PRETAX-STATE PIC 9(7)V99 VALUE 0.
          05 WS-PRETAX-LOCAL PIC 9(7)V99 VALUE 0.
          05 WS-PRETAX-FICA  PIC 9(7)V99 VALUE 0.
       01 WS-PRETAX-REDUCTION PIC 9(8)V99 VALUE 0.
       01 WS-401K-DC-SLOT PIC 9(2) VALUE 0.
       01 WS-401K-TAXABILITY.
          05 WS-401K-PRETAX-FED   PIC X(1) VALUE "Y".
          05 WS-401K-PRETAX-STATE PIC X(1) VALUE "Y".
          05 WS-401K-PRETAX-LOCAL PIC X(1) VALUE "Y".
          05 WS-401K-PRETAX-FICA  PIC X(1) VALUE "N".
       01 WS-HSA-DC-SLOT PIC 9(2) VALUE 0.
       01 WS-HSA-TAXABILITY.
          05 WS-HSA-PRETAX-FED   PIC X(1) VALUE "Y".
          05 WS-HSA-PRETAX-STATE PIC X(1) VALUE "Y".
          05 WS-HSA-PRETAX-LOCAL PIC X(1) VALUE "Y".
          05 WS-HSA-PRETAX-FICA  PIC X(1) VALUE "Y".
       01 WS-EMP-STUB-DEDS.
          05 WS-ESD-COUNT PIC 9(2) VALUE 0.
          05 WS-ESD-ENTRY OCCURS 10 TIMES.
       01 WS-ADVANCE-DED PIC 9(7)V99 VALUE 0.
       01 WS-ADV-ROOM PIC S9(7)V99 VALUE 0.
       01 WS-ADV-RUN-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-UNION-FILE-OPEN PIC X(1) VALUE "N".
          88 IS-UNION-FILE-OPEN VALUE "Y".
       01 WS-UNION-LOCAL PIC 9(4) VALUE 0.
       01 WS-UNION-DUES PIC 9(5)V99 VALUE 0.
       01 WS-UNION-INIT PIC 9(5)V99 VALUE 0.
       01 WS-UNION-DED PIC 9(7)V99 VALUE 0.
       01 WS-UNION-ROOM PIC S9(7)V99 VALUE 0.
       01 WS-UNION-RUN-TOTALS.
          05 WS-UNION-MEMBERS-RUN PIC 9(5) VALUE 0.
          05 WS-UNION-DUES-RUN PIC 9(9)V99 VALUE 0.
          05 WS-UNION-INIT-RUN PIC 9(9)V99 VALUE 0.
       01 WS-HSA-FILE-OPEN PIC X(1) VALUE "N".
          88 IS-HSA-FILE-OPEN VALUE "Y".
       01 WS-HSA-EE PIC 9(7)V99 VALUE 0.
       01 WS-HSA-ER PIC 9(7)V99 VALUE 0.
       01 WS-HSA-CAP PIC 9(7)V99 VALUE 0.
       01 WS-HSA-ROOM PIC S9(7)V99 VALUE 0.
       01 WS-PRIOR-YTD-HSA PIC 9(7)V99 VALUE 0.
       01 WS-HSA-RUN-TOTALS.
          05 WS-HSA-MEMBERS-RUN PIC 9(5) VALUE 0.
          05 WS-HSA-EE-RUN PIC 9(9)V99 VALUE 0.
          05 WS-HSA-ER-RUN PIC 9(9)V99 VALUE 0.
       01 WS-UDF-OPEN PIC X(1) VALUE "N".
          88 IS-UDF-OPEN VALUE "Y".
       01 WS-UDF-CTL.
          05 WS-UDF-COUNT PIC 9(7) VALUE 0.
          05 WS-UDF-HASH  PIC 9(9) VALUE 0.
          05 WS-UDF-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-ADV-REG-LINE.
          05 WS-AV-ID PIC 9(7).
          05 FILLER PIC X(19) VALUE " ADVANCE RECOVERED ".
       01 WS-PRIOR-YTD-RETIRE PIC 9(7)V99 VALUE 0.
       01 WS-401K-ROOM PIC 9(7)V99 VALUE 0.
       01 WS-MATCH-CAP-AMT PIC 9(7)V99 VALUE 0.
       01 WS-HSA-SINGLE-CAP PIC 9(7)V99 VALUE 0004400.00.
       01 WS-EFF-HSA-SINGLE PIC 9(8) VALUE 0.
       01 WS-HSA-FAMILY-CAP PIC 9(7)V99 VALUE 0008750.00.
       01 WS-EFF-HSA-FAMILY PIC 9(8) VALUE 0.
       01 WS-HSA-CATCH-UP PIC 9(7)V99 VALUE 0001000.00.
       01 WS-EFF-HSA-CATCH PIC 9(8) VALUE 0.
       01 WS-DISPOSABLE PIC S9(7)V99 VALUE 0.
       01 WS-GARN-MAX   PIC 9(7)V99 VALUE 0.
       01 WS-GARN-ROOM  PIC 9(7)V99 VALUE 0.
          05 FILLER PIC X(21)
              VALUE "] - DEFAULT RATE USED".
       01 WS-PRIOR-YTD-GROSS PIC 9(7)V99 VALUE 0.
       01 WS-PRIOR-YTD-FICA-WAGES PIC 9(7)V99 VALUE 0.
       01 WS-FICA-ROOM    PIC 9(7)V99 VALUE 0.
       01 WS-FICA-TAXABLE PIC 9(7)V99 VALUE 0.
       01 WS-EMPLOYER-TAXES.
          05 WS-ER-FICA PIC 9(5)V99 VALUE 0.
          05 WS-ER-OASDI    PIC 9(5)V99 VALUE 0.
          05 WS-ER-MEDICARE PIC 9(5)V99 VALUE 0.
          05 WS-FUTA    PIC 9(5)V99 VALUE 0.
          05 WS-SUTA    PIC 9(5)V99 VALUE 0.
          05 WS-SDI-ER  PIC 9(5)V99 VALUE 0.
       01 WS-FUTA-RATE PIC V9999 VALUE 0.0060.
       01 WS-FUTA-WAGE-BASE PIC 9(7)V99 VALUE 0007000.00.
       01 WS-EFF-FUTA-RATE PIC 9(8) VALUE 0.
          88 IS-TIME-FEED-PRESENT VALUE "Y".
       01 WS-TIME-FEED-TBL.
          05 WS-TF-COUNT PIC 9(4) VALUE 0.
          05 WS-TF-ENTRY OCCURS 6000 TIMES.
             10 WS-TF-ID PIC 9(7).
             10 WS-TF-HOURS PIC 9(3)V9.
             10 WS-TF-DEPT PIC 9(2).
             10 WS-TF-RATE PIC 9(3)V99.
             10 WS-TF-CODE PIC X(1).
             10 WS-TF-JOB PIC 9(6).
             10 WS-TF-STATE PIC X(2).
             10 WS-TF-DATE PIC 9(8).
       01 WS-TF-I PIC 9(4) VALUE 0.
       01 WS-TF-EOF PIC 9(1) VALUE 0.
       01 WS-TAP-EOF PIC 9(1) VALUE 0.
       01 WS-TAP-PENDING-DEPTS PIC 9(2) VALUE 0.
       01 WS-TAP-RECORDS PIC 9(3) VALUE 0.
       01 WS-FEED-LINE-RATE PIC 9(3)V99 VALUE 0.
       01 WS-WORK-SPLIT.
          05 WS-WSP-COUNT PIC 9(1) VALUE 0.
          05 WS-WSP-ENTRY OCCURS 4 TIMES.
             10 WS-WSP-STATE   PIC X(2).
             10 WS-WSP-DOLLARS PIC 9(7)V99.
       01 WS-WSP-I PIC 9(1) VALUE 0.
       01 WS-WSP-SLOT PIC 9(1) VALUE 0.
       01 WS-WSP-KEY PIC X(2) VALUE SPACES.
       01 WS-WSP-TOTAL PIC 9(8)V99 VALUE 0.
       01 WS-WSP-LEFT PIC 9(7)V99 VALUE 0.
       01 WS-WSP-PORTION PIC 9(7)V99 VALUE 0.
       01 WS-JURIS-TBL.
          05 WS-JUR-COUNT PIC 9(1) VALUE 0.
          05 WS-JUR-ENTRY OCCURS 4 TIMES.
             10 WS-JUR-STATE PIC X(2).
             10 WS-JUR-WAGES PIC 9(7)V99.
             10 WS-JUR-TAX   PIC 9(7)V99.
       01 WS-JUR-I PIC 9(1) VALUE 0.
       01 WS-JUR-SLOT PIC 9(1) VALUE 0.
       01 WS-JW-WORK-STATE PIC X(2) VALUE SPACES.
       01 WS-JW-RULE PIC X(1) VALUE "W".
       01 WS-JW-WORK-TAX PIC 9(7)V99 VALUE 0.
       01 WS-CALC-STATE PIC X(2) VALUE SPACES.
       01 WS-CALC-TAX PIC 9(7)V99 VALUE 0.
       01 WS-CODED-HOURS.
          05 WS-CODE-REG-HOURS  PIC 9(4)V9 VALUE 0.
          05 WS-CODE-OT-HOURS   PIC 9(4)V9 VALUE 0.
          05 WS-CODE-VAC-HOURS  PIC 9(4)V9 VALUE 0.
          05 WS-CODE-SICK-HOURS PIC 9(4)V9 VALUE 0.
          05 WS-CODE-HOL-HOURS  PIC 9(4)V9 VALUE 0.
          05 WS-CODE-BRK-HOURS  PIC 9(4)V9 VALUE 0.
          05 WS-CODE-COMP-HOURS PIC 9(4)V9 VALUE 0.
       01 WS-SEVERANCE-FILE-OPEN PIC X(1) VALUE "N".
          88 IS-SEVERANCE-FILE-OPEN VALUE "Y".
       01 WS-SEV-RUN-TOTAL PIC 9(9)V99 VALUE 0.
             10 WS-MW-STATE PIC X(2).
             10 WS-MW-RATE  PIC 9(3)V99.
             10 WS-MW-EFF   PIC 9(8).
             10 WS-MW-TIP-CREDIT PIC 9(3)V99.
       01 WS-MW-I PIC 9(2) VALUE 0.
       01 WS-MW-SLOT PIC 9(2) VALUE 0.
       01 WS-MW-EOF PIC 9(1) VALUE 0.
       01 WS-MW-FLOOR PIC 9(3)V99 VALUE 0.
       01 WS-OTR-TBL.
          05 WS-OTR-COUNT PIC 9(2) VALUE 0.
          05 WS-OTR-ENTRY OCCURS 60 TIMES.
             10 WS-OTR-STATE      PIC X(2).
             10 WS-OTR-EFF        PIC 9(8).
             10 WS-OTR-DAILY-OT   PIC 9(2)V9.
             10 WS-OTR-DAILY-DT   PIC 9(2)V9.
             10 WS-OTR-WEEKLY-OT  PIC 9(2)V9.
             10 WS-OTR-SEVENTH    PIC X(1).
             10 WS-OTR-SEVENTH-DT PIC 9(2)V9.
       01 WS-OTR-I PIC 9(2) VALUE 0.
       01 WS-OTR-SLOT PIC 9(2) VALUE 0.
       01 WS-OTR-EOF PIC 9(1) VALUE 0.
       01 WS-DAILY-OT-FLAG PIC X(1) VALUE "N".
          88 IS-DAILY-OT VALUE "Y".
       01 WS-DY-TBL.
          05 WS-DY-COUNT PIC 9(2) VALUE 0.
          05 WS-DY-ENTRY OCCURS 31 TIMES.
             10 WS-DY-DATE   PIC 9(8).
             10 WS-DY-HOURS  PIC 9(3)V9.
             10 WS-DY-WEEK   PIC 9(1).
             10 WS-DY-OFFSET PIC 9(1).
       01 WS-DY-I PIC 9(2) VALUE 0.
       01 WS-DY-SLOT PIC 9(2) VALUE 0.
       01 WS-WK-TBL.
          05 WS-WK-ENTRY OCCURS 5 TIMES.
             10 WS-WK-REG  PIC 9(4)V9.
             10 WS-WK-DAYS PIC 9(2).
       01 WS-WK-I PIC 9(1) VALUE 0.
       01 WS-WK-LAST PIC 9(1) VALUE 0.
       01 WS-DY-START-INT PIC 9(8) VALUE 0.
       01 WS-DY-DATE-INT PIC 9(8) VALUE 0.
       01 WS-DY-GAP PIC S9(5) VALUE 0.
       01 WS-DY-QUOT PIC 9(5) VALUE 0.
       01 WS-DY-REM PIC 9(1) VALUE 0.
       01 WS-DY-OT-LIMIT PIC 9(2)V9 VALUE 0.
       01 WS-DY-DT-LIMIT PIC 9(2)V9 VALUE 0.
       01 WS-DY-7TH-LIMIT PIC 9(2)V9 VALUE 0.
       01 WS-DY-WEEK-LIMIT PIC 9(2)V9 VALUE 0.
       01 WS-DY-OT PIC 9(3)V9 VALUE 0.
       01 WS-DY-DT PIC 9(3)V9 VALUE 0.
       01 WS-DY-DATED PIC 9(4)V9 VALUE 0.
       01 WS-DY-UNDATED PIC 9(4)V9 VALUE 0.
       01 WS-STRAIGHT-HOURS PIC S9(4)V9 VALUE 0.
       01 WS-OT-BREAKDOWN.
          05 WS-OTB-DAILY-OT   PIC 9(4)V9 VALUE 0.
          05 WS-OTB-WEEKLY-OT  PIC 9(4)V9 VALUE 0.
          05 WS-OTB-7TH-OT     PIC 9(4)V9 VALUE 0.
          05 WS-OTB-DAILY-DT   PIC 9(4)V9 VALUE 0.
          05 WS-OTB-7TH-DT     PIC 9(4)V9 VALUE 0.
          05 WS-OTB-PERIOD-OT  PIC 9(4)V9 VALUE 0.
          05 WS-OTB-PERIOD-DT  PIC 9(4)V9 VALUE 0.
          05 WS-OTB-EARNED     PIC 9(4)V9 VALUE 0.
          05 WS-OTB-UNAPPROVED PIC 9(4)V9 VALUE 0.
       01 WS-MW-TIP-CREDIT-IN-USE PIC 9(3)V99 VALUE 0.
       01 WS-MW-CASH-FLOOR PIC 9(3)V99 VALUE 0.
       01 WS-SUTA-TBL.
          05 WS-SUTA-COUNT PIC 9(2) VALUE 0.
          05 WS-SUTA-ENTRY OCCURS 60 TIMES.
       01 WS-SUTA-EOF PIC 9(1) VALUE 0.
       01 WS-SUTA-RATE-IN-USE PIC V9999 VALUE 0.
       01 WS-SUTA-BASE-IN-USE PIC 9(7)V99 VALUE 0.
       01 WS-SDI-TBL.
          05 WS-SDI-COUNT PIC 9(2) VALUE 0.
          05 WS-SDI-ENTRY OCCURS 60 TIMES.
             10 WS-SDI-TBL-STATE   PIC X(2).
             10 WS-SDI-TBL-EE-RATE PIC V9(5).
             10 WS-SDI-TBL-ER-RATE PIC V9(5).
             10 WS-SDI-TBL-EE-BASE PIC 9(7)V99.
             10 WS-SDI-TBL-ER-BASE PIC 9(7)V99.
             10 WS-SDI-TBL-EFF     PIC 9(8).
       01 WS-SDI-I PIC 9(2) VALUE 0.
       01 WS-SDI-SLOT PIC 9(2) VALUE 0.
       01 WS-SDI-EOF PIC 9(1) VALUE 0.
       01 WS-SDI-EE PIC 9(5)V99 VALUE 0.
       01 WS-SDI-WAGES PIC 9(7)V99 VALUE 0.
       01 WS-SDI-SUBJECT PIC 9(7)V99 VALUE 0.
       01 WS-SDI-ER-TAXABLE PIC 9(7)V99 VALUE 0.
       01 WS-ER-TAX-ROOM PIC 9(7)V99 VALUE 0.
       01 WS-ER-TAXABLE  PIC 9(7)V99 VALUE 0.

               REPLACING LEADING ==PS-== BY ==OX-==.
           COPY "print-svc.cpy"
               REPLACING LEADING ==PS-== BY ==FN-==.
           COPY "juris-svc.cpy".
           COPY "close-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
               READ EMPLOYEE-MASTER
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM IN-PARTITION-CHECK
                       IF NOT IS-IN-PARTITION
                           ADD 1 TO WS-PART-SKIPPED
                       ELSE
                       ADD 1 TO WS-EMPLOYEES-PROCESSED
                       IF WS-EMPLOYEES-PROCESSED > WS-MAX-BATCH-SIZE
                           SUBTRACT 1 FROM WS-EMPLOYEES-PROCESSED
                                   "may be corrupt"
                           END-IF
                       END-IF
                       END-IF
               END-READ
               IF WS-FS-EMPLOYEE-MASTER NOT = "00" AND
                   WS-FS-EMPLOYEE-MASTER NOT = "10"
               END-IF
           END-PERFORM
           PERFORM END-PARA-1 THRU END-PARA-3
           PERFORM MARK-CLOSE-STEP
           PERFORM SET-FINAL-RETURN-CODE
           GOBACK.

       INITIALIZATION.
           PERFORM ACCEPT-RUN-PARAMETERS
           IF NOT IS-TRIAL-RUN AND NOT IS-SUPPLEMENTAL-RUN
               PERFORM CHECK-CLOSE-STEP
           END-IF
           IF NOT IS-TRIAL-RUN
               PERFORM CHECK-RUN-CONTROL
           END-IF
               INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM WRITE-RUN-LOG
           IF NOT IS-TRIAL-RUN AND NOT IS-PARTITION-RUN
               PERFORM PURGE-PERIOD-SIDE-FILES
           END-IF
           PERFORM LOAD-RATES-FILE
           PERFORM LOAD-STATE-TAX-TABLE
           PERFORM LOAD-SUTA-TABLE
           PERFORM LOAD-SDI-TABLE
           PERFORM LOAD-MIN-WAGE-TABLE
           PERFORM LOAD-OT-RULES
           PERFORM LOAD-LOCAL-TAX-TABLE
           PERFORM LOAD-TIME-FEED
           PERFORM LOAD-ACCT-CALENDAR
           PERFORM LOAD-DEPT-TRANSFERS
           PERFORM CHECK-TIME-APPROVALS
           IF NOT IS-TRIAL-RUN AND NOT IS-SUPPLEMENTAL-RUN
               PERFORM POST-FMLA-USAGE
           END-IF
           PERFORM LOAD-DEDUCTION-TABLES
           PERFORM LOAD-LEAVE-RULES
           PERFORM DISPLAY-RUN-BANNER
           END-IF
           PERFORM LOAD-ADJ-FEED
           PERFORM LOAD-FRINGE-FEED
           IF NOT IS-SUPPLEMENTAL-RUN
               PERFORM LOAD-TIPS-FEED
               PERFORM LOAD-PIECE-RATES
               PERFORM LOAD-PRODUCTION-FEED
               PERFORM LOAD-HOLIDAY-CALENDAR
               PERFORM LOAD-PREVAILING-WAGE
           END-IF
           PERFORM LOAD-GL-MAP
           PERFORM LOAD-DEPT-MASTER
           PERFORM LOAD-OT-APPROVALS

       PURGE-PERIOD-SIDE-FILES.
           PERFORM PURGE-TAX-LIABILITY-ROWS
           PERFORM PURGE-SL-LIABILITY-ROWS
           PERFORM PURGE-LABOR-SPLIT-ROWS
           PERFORM PURGE-PROJECT-LEDGER-ROWS.

               CLOSE SIDE-FILE-WORK
           END-IF.

       PURGE-SL-LIABILITY-ROWS.
           MOVE 0 TO WS-PURGE-EOF
           MOVE 0 TO WS-PURGE-KEPT
           MOVE 0 TO WS-PURGE-DROPPED
           OPEN INPUT SL-LIABILITY
           IF WS-FS-SL-LIABILITY = "35"
               CONTINUE
           ELSE
               IF WS-FS-SL-LIABILITY NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "sl-liability.dat, status "
                       WS-FS-SL-LIABILITY
               ELSE
                   OPEN OUTPUT SIDE-FILE-WORK
                   IF WS-FS-SIDE-FILE-WORK NOT = "00"
                       DISPLAY "ERROR: OPEN OUTPUT failed for "
                           "side-file-work.dat, status "
                           WS-FS-SIDE-FILE-WORK
                       CLOSE SL-LIABILITY
                   ELSE
                       PERFORM UNTIL WS-PURGE-EOF = 1
                           READ SL-LIABILITY
                               AT END MOVE 1 TO WS-PURGE-EOF
                               NOT AT END
                                   IF SLL-LIABILITY AND
                                       SLL-PERIOD-YEAR =
                                           WS-PAY-PERIOD-YEAR AND
                                       SLL-PERIOD-NUM =
                                           WS-PAY-PERIOD-NUM
                                       ADD 1 TO WS-PURGE-DROPPED
                                   ELSE
                                       MOVE SPACES TO SIDE-WORK-REC
                                       MOVE SLL-REC
                                           TO SIDE-WORK-REC
                                       WRITE SIDE-WORK-REC
                                       ADD 1 TO WS-PURGE-KEPT
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE SL-LIABILITY
                       CLOSE SIDE-FILE-WORK
                       IF WS-PURGE-DROPPED > 0
                           PERFORM REWRITE-SL-LIABILITY-FILE
                           DISPLAY "NOTE: " WS-PURGE-DROPPED
                               " sl-liability.dat rows for "
                               "period " WS-PAY-PERIOD-YEAR "-"
                               WS-PAY-PERIOD-NUM
                               " purged before this rerun"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REWRITE-SL-LIABILITY-FILE.
           MOVE 0 TO WS-PURGE-EOF
           OPEN INPUT SIDE-FILE-WORK
           IF WS-FS-SIDE-FILE-WORK NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "side-file-work.dat, status "
                   WS-FS-SIDE-FILE-WORK
           ELSE
               OPEN OUTPUT SL-LIABILITY
               IF WS-FS-SL-LIABILITY NOT = "00"
                   DISPLAY "ERROR: OPEN OUTPUT failed rewriting "
                       "sl-liability.dat, status "
                       WS-FS-SL-LIABILITY
               ELSE
                   PERFORM UNTIL WS-PURGE-EOF = 1
                       READ SIDE-FILE-WORK
                           AT END MOVE 1 TO WS-PURGE-EOF
                           NOT AT END
                               MOVE SIDE-WORK-REC TO SLL-REC
                               WRITE SLL-REC
                               IF WS-FS-SL-LIABILITY NOT = "00"
                                   DISPLAY "ERROR: WRITE failed "
                                       "rewriting "
                                       "sl-liability.dat, status "
                                       WS-FS-SL-LIABILITY
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SL-LIABILITY
               END-IF
               CLOSE SIDE-FILE-WORK
           END-IF.

       PURGE-LABOR-SPLIT-ROWS.
           MOVE 0 TO WS-PURGE-EOF
           MOVE 0 TO WS-PURGE-KEPT
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       CHECK-CLOSE-STEP.
           MOVE "C" TO CK-FUNC
           MOVE 4 TO CK-STEP-NUM
           MOVE WS-PAY-PERIOD-YEAR TO CK-PERIOD-YEAR
           MOVE WS-PAY-PERIOD-NUM  TO CK-PERIOD-NUM
           MOVE "PAYROLL" TO CK-PROGRAM
           MOVE WS-OPERATOR-ID TO CK-OPERATOR
           MOVE "E" TO CK-RESULT
           CALL "CLOSE-SVC" USING CK-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to CLOSE-SVC failed"
           END-CALL
           IF NOT CK-OK AND NOT CK-NOT-IN-USE
               MOVE "E" TO WS-LOG-SEVERITY
               MOVE 0 TO WS-LOG-EMP-ID
               MOVE "CLOSE CHECKLIST PREDECESSOR OPEN - REFUSED"
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-RUN-LOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       MARK-CLOSE-STEP.
           IF NOT IS-TRIAL-RUN AND NOT IS-SUPPLEMENTAL-RUN AND
               NOT IS-PARTITION-RUN AND CK-OK
               IF IS-REJECT-LIMIT-HIT OR IS-BATCH-LIMIT-HIT OR
                   WS-EMPLOYEES-REJECTED > 0
                   DISPLAY "Close checklist step left open - clear "
                       "the rejects and sign off in CLOSE-CHECK"
               ELSE
                   MOVE "M" TO CK-FUNC
                   MOVE "C" TO CK-STATUS
                   MOVE WS-EMPLOYEES-PROCESSED TO CK-CONTROL-COUNT
                   MOVE WS-TOTAL-GROSS TO CK-CONTROL-AMOUNT
                   MOVE "EMPLOYEES PAID / TOTAL GROSS" TO CK-NOTE
                   MOVE "E" TO CK-RESULT
                   CALL "CLOSE-SVC" USING CK-CONTROL
                       ON EXCEPTION
                           DISPLAY "ERROR: CALL to CLOSE-SVC failed"
                   END-CALL
               END-IF
           END-IF.

       WRITE-RUN-LOG.
           CALL "RUN-LOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-EMP-ID WS-LOG-MESSAGE
           PERFORM OPEN-GARNISH-MASTER
           PERFORM OPEN-ADVANCE-MASTER
           PERFORM OPEN-RETIRE-LOANS
           PERFORM OPEN-UNION-MEMBER
           PERFORM OPEN-HSA-ELECTION
           PERFORM OPEN-SEVERANCE-FILE
           PERFORM LOAD-CHECK-CONTROL.

               MOVE "Y" TO WS-ADVANCE-FILE-OPEN
           END-IF.

       OPEN-UNION-MEMBER.
           OPEN I-O UNION-MEMBER
           IF WS-FS-UNION-MEMBER = "35"
               MOVE "N" TO WS-UNION-FILE-OPEN
               DISPLAY "No union-member.dat found - no union dues "
                   "this run"
           ELSE
               IF WS-FS-UNION-MEMBER NOT = "00"
                   DISPLAY "ERROR: OPEN I-O failed for "
                       "union-member.dat, status "
                       WS-FS-UNION-MEMBER
                   PERFORM RELEASE-MASTER-LOCK
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE "Y" TO WS-UNION-FILE-OPEN
           END-IF.

       OPEN-HSA-ELECTION.
           OPEN INPUT HSA-ELECTION
           IF WS-FS-HSA-ELECTION = "35"
               MOVE "N" TO WS-HSA-FILE-OPEN
               DISPLAY "No hsa-election.dat found - no HSA "
                   "contributions this run"
           ELSE
               IF WS-FS-HSA-ELECTION NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "hsa-election.dat, status "
                       WS-FS-HSA-ELECTION
                   PERFORM RELEASE-MASTER-LOCK
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE "Y" TO WS-HSA-FILE-OPEN
           END-IF.

       ACCEPT-RUN-PARAMETERS.
           ACCEPT WS-RUN-DATE FROM DATE
           MOVE WS-RUN-DATE(1:2) TO WS-RD-YY
                       "T=trial): "
                   ACCEPT WS-RUN-DISPOSITION
               END-PERFORM
           END-IF
           PERFORM ACCEPT-PARTITION-PARMS.

       ACCEPT-PARTITION-PARMS.
           DISPLAY "Enter partition number (1-9, 0=whole run): "
           IF IS-UNATTENDED
               MOVE "PARTITION   " TO WS-PARM-KEY
               PERFORM GET-PARM
               IF IS-PARM-FOUND
                   MOVE WS-PARM-VALUE(1:1) TO WS-PART-NUM
               ELSE
                   MOVE 0 TO WS-PART-NUM
               END-IF
           ELSE
               ACCEPT WS-PART-NUM
           END-IF
           IF NOT IS-PARTITION-RUN
               MOVE 0 TO WS-PART-NUM
           ELSE
               DISPLAY "Enter partition basis (C=company "
                   "I=employee ID range): "
               IF IS-UNATTENDED
                   MOVE "PART-BASIS  " TO WS-PARM-KEY
                   PERFORM GET-PARM
                   IF IS-PARM-FOUND
                       MOVE WS-PARM-VALUE(1:1) TO WS-PART-BASIS
                   ELSE
                       MOVE "C" TO WS-PART-BASIS
                   END-IF
               ELSE
                   ACCEPT WS-PART-BASIS
               END-IF
               IF IS-PART-BY-COMPANY
                   IF WS-RUN-COMPANY = 0
                       DISPLAY "ERROR: a company partition needs a "
                           "company number (01-99) - run refused"
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE WS-RUN-COMPANY TO WS-PART-COMPANY
               ELSE
                   IF NOT IS-PART-BY-ID-RANGE
                       DISPLAY "ERROR: partition basis must be C "
                           "or I - run refused"
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
                   DISPLAY "Enter low employee ID of partition: "
                   IF IS-UNATTENDED
                       MOVE "PART-LOW-ID " TO WS-PARM-KEY
                       PERFORM GET-PARM
                       IF IS-PARM-FOUND
                           MOVE WS-PARM-VALUE(1:7)
                               TO WS-PART-LOW-ID
                       END-IF
                   ELSE
                       ACCEPT WS-PART-LOW-ID
                   END-IF
                   DISPLAY "Enter high employee ID of partition: "
                   IF IS-UNATTENDED
                       MOVE "PART-HIGH-ID" TO WS-PARM-KEY
                       PERFORM GET-PARM
                       IF IS-PARM-FOUND
                           MOVE WS-PARM-VALUE(1:7)
                               TO WS-PART-HIGH-ID
                       END-IF
                   ELSE
                       ACCEPT WS-PART-HIGH-ID
                   END-IF
                   IF WS-PART-LOW-ID > WS-PART-HIGH-ID
                       DISPLAY "ERROR: partition low ID is above "
                           "the high ID - run refused"
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF
               MOVE "S" TO WS-LOCK-FUNC
               MOVE "PAYROLL-PT" TO WS-LOCK-PROGRAM
               PERFORM SET-PARTITION-FILE-NAMES
               DISPLAY "Partition " WS-PART-NUM " - outputs go to "
                   "partition segments, run PAY-MERGE after the "
                   "last partition completes"
           END-IF.

       SET-PARTITION-FILE-NAMES.
           MOVE SPACES TO WS-PART-FILE-NAMES
           STRING "PAYROLL-REGISTER-P" WS-PART-NUM ".RPT"
               DELIMITED BY SIZE INTO WS-REGISTER-NAME
           STRING "PAYROLL-REJECTS-P" WS-PART-NUM ".DAT"
               DELIMITED BY SIZE INTO WS-REJECTS-NAME
           STRING "sales-work-P" WS-PART-NUM ".idx"
               DELIMITED BY SIZE INTO WS-SALES-WORK-NAME
           STRING "payroll-restart-P" WS-PART-NUM ".marker"
               DELIMITED BY SIZE INTO WS-RESTART-NAME
           STRING "PAYROLL-CHECKS-P" WS-PART-NUM ".RPT"
               DELIMITED BY SIZE INTO WS-CHECKS-NAME
           STRING "deposit-feed-P" WS-PART-NUM ".dat"
               DELIMITED BY SIZE INTO WS-DEPOSIT-NAME
           STRING "UNAPPROVED-OT-P" WS-PART-NUM ".RPT"
               DELIMITED BY SIZE INTO WS-OT-EXCEPT-NAME
           STRING "COMM-STMT-P" WS-PART-NUM ".RPT"
               DELIMITED BY SIZE INTO WS-COMM-STMT-NAME
           STRING "gl-journal-P" WS-PART-NUM ".dat"
               DELIMITED BY SIZE INTO WS-GL-JOURNAL-NAME
           STRING "ADJUSTMENTS-AUDIT-P" WS-PART-NUM ".RPT"
               DELIMITED BY SIZE INTO WS-ADJ-AUDIT-NAME
           STRING "union-dues-P" WS-PART-NUM ".dat"
               DELIMITED BY SIZE INTO WS-UNION-DUES-NAME
           STRING "DEDUCTIONS-RECAP-P" WS-PART-NUM ".RPT"
               DELIMITED BY SIZE INTO WS-DED-RECAP-NAME
           STRING "GARNISH-REMIT-P" WS-PART-NUM ".RPT"
               DELIMITED BY SIZE INTO WS-GARN-RPT-NAME
           STRING "garn-remit-P" WS-PART-NUM ".dat"
               DELIMITED BY SIZE INTO WS-GARN-REMIT-NAME
           STRING "labor-split-P" WS-PART-NUM ".dat"
               DELIMITED BY SIZE INTO WS-LABOR-SPLIT-NAME
           STRING "project-ledger-P" WS-PART-NUM ".dat"
               DELIMITED BY SIZE INTO WS-PROJECT-LEDGER-NAME
           STRING "pay-history-P" WS-PART-NUM ".dat"
               DELIMITED BY SIZE INTO WS-HIST-SEG-NAME
           STRING "check-register-P" WS-PART-NUM ".dat"
               DELIMITED BY SIZE INTO WS-CHKR-SEG-NAME
           STRING "payroll-part-P" WS-PART-NUM ".ctl"
               DELIMITED BY SIZE INTO WS-PART-CTL-NAME.

       IN-PARTITION-CHECK.
           MOVE "Y" TO WS-IN-PARTITION
           IF IS-PARTITION-RUN
               IF IS-PART-BY-COMPANY
                   IF EMP-COMPANY NOT = WS-PART-COMPANY
                       MOVE "N" TO WS-IN-PARTITION
                   END-IF
               ELSE
                   IF EMP-ID < WS-PART-LOW-ID OR
                       EMP-ID > WS-PART-HIGH-ID
                       MOVE "N" TO WS-IN-PARTITION
                   END-IF
               END-IF
           END-IF.

       DISPLAY-RUN-BANNER.
                   " eff " WS-EFF-SUPP-RATE
           END-IF
           DISPLAY "Rates in force (verify before releasing):"
           DISPLAY "  OASDI rate     " WS-OASDI-RATE
               " eff " WS-EFF-OASDI
           DISPLAY "  Medicare rate  " WS-MEDICARE-RATE
               " eff " WS-EFF-MEDICARE
           DISPLAY "  Addl Medicare  " WS-ADDL-MED-RATE
               " eff " WS-EFF-ADDL-MED
               " over " WS-ADDL-MED-THRESHOLD
           DISPLAY "  State tax rate " WS-STATE-TAX-RATE
               " eff " WS-EFF-STATE
           DISPLAY "  Benefits rate  " WS-BENEFITS-RATE
           MOVE "Y" TO WS-LOCK-HELD.

       RELEASE-MASTER-LOCK.
           IF WS-LOCK-HELD = "Y" AND NOT IS-PARTITION-RUN
               MOVE "R" TO WS-LOCK-FUNC
               CALL "LOCK-SVC" USING WS-LOCK-FUNC WS-LOCK-PROGRAM
                   WS-OPERATOR-ID WS-LOCK-RESULT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF IS-PARTITION-RUN
               PERFORM CHECK-MERGED-RUN
           END-IF
           MOVE WS-PAY-PERIOD-YEAR TO RC-PERIOD-YEAR
           MOVE WS-PAY-PERIOD-NUM  TO RC-PERIOD-NUM
           MOVE WS-PART-NUM TO RC-PARTITION
           READ RUN-CONTROL
               INVALID KEY
                   IF NOT IS-PARTITION-RUN
                       PERFORM CHECK-PARTITION-RUNS
                   END-IF
                   PERFORM WRITE-RUN-STARTED
               NOT INVALID KEY
                   PERFORM EXAMINE-PRIOR-RUN
           END-READ.

       CHECK-MERGED-RUN.
           MOVE WS-PAY-PERIOD-YEAR TO RC-PERIOD-YEAR
           MOVE WS-PAY-PERIOD-NUM  TO RC-PERIOD-NUM
           MOVE 0 TO RC-PARTITION
           READ RUN-CONTROL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RC-COMPLETED
                       DISPLAY "ERROR: period " WS-PAY-PERIOD-YEAR
                           "-" WS-PAY-PERIOD-NUM " was already "
                           "COMPLETED by operator " RC-OPERATOR
                           " on " RC-END-DATE " - a partition "
                           "cannot rerun a completed period"
                       DISPLAY "Run refused"
                       CLOSE RUN-CONTROL
                       PERFORM RELEASE-MASTER-LOCK
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
           END-READ.

       CHECK-PARTITION-RUNS.
           MOVE "N" TO WS-PART-BUSY
           PERFORM VARYING WS-PART-P FROM 1 BY 1
               UNTIL WS-PART-P > 9
               MOVE WS-PAY-PERIOD-YEAR TO RC-PERIOD-YEAR
               MOVE WS-PAY-PERIOD-NUM  TO RC-PERIOD-NUM
               MOVE WS-PART-P TO RC-PARTITION
               READ RUN-CONTROL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RC-STARTED OR RC-COMPLETED
                           MOVE "Y" TO WS-PART-BUSY
                           DISPLAY "ERROR: partition " WS-PART-P
                               " of period " WS-PAY-PERIOD-YEAR "-"
                               WS-PAY-PERIOD-NUM " is on file in "
                               "status " RC-STATUS " by operator "
                               RC-OPERATOR
                       END-IF
               END-READ
           END-PERFORM
           IF IS-PART-BUSY
               DISPLAY "Period is being run in partitions - finish "
                   "the partitions and run PAY-MERGE, whole run "
                   "refused"
               CLOSE RUN-CONTROL
               PERFORM RELEASE-MASTER-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       EXAMINE-PRIOR-RUN.
           EVALUATE TRUE
               WHEN RC-COMPLETED
       SET-RUN-STARTED-FIELDS.
           MOVE WS-PAY-PERIOD-YEAR TO RC-PERIOD-YEAR
           MOVE WS-PAY-PERIOD-NUM  TO RC-PERIOD-NUM
           MOVE WS-PART-NUM TO RC-PARTITION
           MOVE WS-RUN-TYPE TO RC-RUN-TYPE
           MOVE WS-OPERATOR-ID TO RC-OPERATOR
           MOVE WS-TODAY-DATE TO RC-START-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-PAY-PERIOD-YEAR TO RC-PERIOD-YEAR
           MOVE WS-PAY-PERIOD-NUM  TO RC-PERIOD-NUM
           MOVE WS-PART-NUM TO RC-PARTITION
           READ RUN-CONTROL
               INVALID KEY
                   DISPLAY "ERROR: run-control.dat entry for this "
                   "run-control.dat, status " WS-FS-RUN-CONTROL
           END-IF.

       WRITE-PART-CONTROL.
           OPEN OUTPUT PART-CONTROL
           IF WS-FS-PART-CONTROL NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   WS-PART-CTL-NAME ", status " WS-FS-PART-CONTROL
           ELSE
               MOVE WS-PAY-PERIOD-YEAR TO PPC-PERIOD-YEAR
               MOVE WS-PAY-PERIOD-NUM  TO PPC-PERIOD-NUM
               MOVE WS-PART-NUM TO PPC-PARTITION
               MOVE WS-PAY-PERIOD-END TO PPC-PERIOD-END
               MOVE WS-RUN-TYPE TO PPC-RUN-TYPE
               MOVE WS-OPERATOR-ID TO PPC-OPERATOR
               MOVE WS-PART-BASIS TO PPC-BASIS
               MOVE WS-PART-COMPANY TO PPC-COMPANY
               MOVE WS-PART-LOW-ID TO PPC-LOW-ID
               MOVE WS-PART-HIGH-ID TO PPC-HIGH-ID
               IF IS-REJECT-LIMIT-HIT OR IS-BATCH-LIMIT-HIT
                   MOVE "A" TO PPC-STATUS
               ELSE
                   MOVE "C" TO PPC-STATUS
               END-IF
               MOVE WS-EMPLOYEES-PROCESSED TO PPC-EMPLOYEES
               MOVE WS-EMPLOYEES-REJECTED TO PPC-REJECTED
               MOVE WS-TOTAL-GROSS TO PPC-TOTAL-GROSS
               MOVE WS-TOTAL-NET TO PPC-TOTAL-NET
               MOVE WS-PART-HIST-COUNT TO PPC-HIST-COUNT
               MOVE WS-PART-HIST-GROSS TO PPC-HIST-GROSS
               MOVE WS-PART-HIST-NET TO PPC-HIST-NET
               MOVE WS-DEP-CTL-COUNT TO PPC-DEP-COUNT
               MOVE WS-DEP-CTL-HASH TO PPC-DEP-HASH
               MOVE WS-DEP-CTL-AMOUNT TO PPC-DEP-AMOUNT
               MOVE WS-CHECKS-ISSUED TO PPC-CHK-COUNT
               MOVE WS-PART-CHK-AMOUNT TO PPC-CHK-AMOUNT
               MOVE WS-RUN-FED-TAX TO PPC-FED-TAX
               MOVE WS-RUN-FICA-EE TO PPC-FICA-EE
               MOVE WS-RUN-FICA-ER TO PPC-FICA-ER
               MOVE WS-RUN-OASDI-EE TO PPC-OASDI-EE
               MOVE WS-RUN-MEDICARE-EE TO PPC-MEDICARE-EE
               MOVE WS-RUN-OASDI-ER TO PPC-OASDI-ER
               MOVE WS-RUN-MEDICARE-ER TO PPC-MEDICARE-ER
               MOVE WS-RUN-STATE-TAX TO PPC-STATE-TAX
               MOVE WS-RUN-LOCAL-TAX TO PPC-LOCAL-TAX
               MOVE WS-GARN-RUN-TOTAL TO PPC-GARN-TOTAL
               PERFORM VARYING WS-CO-I FROM 1 BY 1
                   UNTIL WS-CO-I > 98
                   MOVE WS-CF-DEP-NET(WS-CO-I)
                       TO PPC-CO-DEP-NET(WS-CO-I)
                   MOVE WS-CF-CHK-NET(WS-CO-I)
                       TO PPC-CO-CHK-NET(WS-CO-I)
               END-PERFORM
               MOVE WS-CF-DEP-NET(99) TO PPC-CO-DEP-NET(99)
               MOVE WS-CF-CHK-NET(99) TO PPC-CO-CHK-NET(99)
               WRITE PPC-REC
               IF WS-FS-PART-CONTROL NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       WS-PART-CTL-NAME ", status "
                       WS-FS-PART-CONTROL
               END-IF
               CLOSE PART-CONTROL
               DISPLAY "Partition " WS-PART-NUM " control totals "
                   "written to " WS-PART-CTL-NAME
           END-IF.

       LOAD-RATES-FILE.
           OPEN INPUT RATES-MASTER
           IF WS-FS-RATES-MASTER = "35"
                                   WS-DC-PERCENT(WS-DC-COUNT)
                               MOVE DC-ARREARS TO
                                   WS-DC-ARREARS(WS-DC-COUNT)
                               MOVE DC-PRETAX-FED TO
                                   WS-DC-PRETAX-FED(WS-DC-COUNT)
                               MOVE DC-PRETAX-STATE TO
                                   WS-DC-PRETAX-STATE(WS-DC-COUNT)
                               MOVE DC-PRETAX-LOCAL TO
                                   WS-DC-PRETAX-LOCAL(WS-DC-COUNT)
                               MOVE DC-PRETAX-FICA TO
                                   WS-DC-PRETAX-FICA(WS-DC-COUNT)
                               IF DC-CODE = "401K"
                                   MOVE WS-DC-COUNT TO WS-401K-DC-SLOT
                                   MOVE DC-PRETAX-FED
                                       TO WS-401K-PRETAX-FED
                                   MOVE DC-PRETAX-STATE
                                       TO WS-401K-PRETAX-STATE
                                   MOVE DC-PRETAX-LOCAL
                                       TO WS-401K-PRETAX-LOCAL
                                   MOVE DC-PRETAX-FICA
                                       TO WS-401K-PRETAX-FICA
                               END-IF
                               IF DC-CODE = "HSA "
                                   MOVE WS-DC-COUNT TO WS-HSA-DC-SLOT
                                   MOVE DC-PRETAX-FED
                                       TO WS-HSA-PRETAX-FED
                                   MOVE DC-PRETAX-STATE
                                       TO WS-HSA-PRETAX-STATE
                                   MOVE DC-PRETAX-LOCAL
                                       TO WS-HSA-PRETAX-LOCAL
                                   MOVE DC-PRETAX-FICA
                                       TO WS-HSA-PRETAX-FICA
                               END-IF
                               MOVE 0 TO
                                   WS-DC-EMP-COUNT(WS-DC-COUNT)
                               MOVE 0 TO
               END-IF
           END-IF.

       COMPUTE-PRETAX-DEDUCTIONS.
           MOVE 0 TO WS-ESD-COUNT
           MOVE 0 TO WS-VOL-DED-TOTAL
           MOVE 0 TO WS-PRETAX-FED
           MOVE 0 TO WS-PRETAX-STATE
           MOVE 0 TO WS-PRETAX-LOCAL
           MOVE 0 TO WS-PRETAX-FICA
           IF IS-VOL-DED-PRESENT
               MOVE "P" TO WS-DED-PASS
               PERFORM APPLY-ONE-ELECTION
                   VARYING WS-DE-I FROM 1 BY 1
                   UNTIL WS-DE-I > WS-DE-COUNT
               MOVE "T" TO WS-DED-PASS
           END-IF
           PERFORM SET-TAXABLE-WAGES.

       SET-TAXABLE-WAGES.
           MOVE WS-PRETAX-FED TO WS-PRETAX-REDUCTION
           IF WS-401K-PRETAX-FED = "Y"
               ADD WS-RETIRE-DED TO WS-PRETAX-REDUCTION
           END-IF
           IF WS-HSA-PRETAX-FED = "Y"
               ADD WS-HSA-EE TO WS-PRETAX-REDUCTION
           END-IF
           IF WS-PRETAX-REDUCTION >= WS-GROSS
               MOVE 0 TO WS-FED-TAXABLE
           ELSE
               COMPUTE WS-FED-TAXABLE =
                   WS-GROSS - WS-PRETAX-REDUCTION
           END-IF
           MOVE WS-PRETAX-STATE TO WS-PRETAX-REDUCTION
           IF WS-401K-PRETAX-STATE = "Y"
               ADD WS-RETIRE-DED TO WS-PRETAX-REDUCTION
           END-IF
           IF WS-HSA-PRETAX-STATE = "Y"
               ADD WS-HSA-EE TO WS-PRETAX-REDUCTION
           END-IF
           IF WS-PRETAX-REDUCTION >= WS-GROSS
               MOVE 0 TO WS-STATE-TAXABLE
           ELSE
               COMPUTE WS-STATE-TAXABLE =
                   WS-GROSS - WS-PRETAX-REDUCTION
           END-IF
           MOVE WS-PRETAX-LOCAL TO WS-PRETAX-REDUCTION
           IF WS-401K-PRETAX-LOCAL = "Y"
               ADD WS-RETIRE-DED TO WS-PRETAX-REDUCTION
           END-IF
           IF WS-HSA-PRETAX-LOCAL = "Y"
               ADD WS-HSA-EE TO WS-PRETAX-REDUCTION
           END-IF
           IF WS-PRETAX-REDUCTION >= WS-GROSS
               MOVE 0 TO WS-LOCAL-TAXABLE
           ELSE
               COMPUTE WS-LOCAL-TAXABLE =
                   WS-GROSS - WS-PRETAX-REDUCTION
           END-IF
           MOVE WS-PRETAX-FICA TO WS-PRETAX-REDUCTION
           IF WS-401K-PRETAX-FICA = "Y"
               ADD WS-RETIRE-DED TO WS-PRETAX-REDUCTION
           END-IF
           IF WS-HSA-PRETAX-FICA = "Y"
               ADD WS-HSA-EE TO WS-PRETAX-REDUCTION
           END-IF
           IF WS-PRETAX-REDUCTION >= WS-GROSS
               MOVE 0 TO WS-FICA-WAGES
           ELSE
               COMPUTE WS-FICA-WAGES =
                   WS-GROSS - WS-PRETAX-REDUCTION
           END-IF
           IF WS-TIPS > 0
               ADD WS-TIPS TO WS-FED-TAXABLE WS-STATE-TAXABLE
                   WS-LOCAL-TAXABLE WS-FICA-WAGES
           END-IF.

       COMPUTE-VOLUNTARY-DEDUCTIONS.
           IF NOT IS-VOL-DED-PRESENT
               COMPUTE WS-BENEFITS ROUNDED =
                       WS-GROSS * WS-BENEFITS-RATE
                           WS-ID
               END-COMPUTE
           ELSE
               MOVE "T" TO WS-DED-PASS
               PERFORM APPLY-ONE-ELECTION
                   VARYING WS-DE-I FROM 1 BY 1
                   UNTIL WS-DE-I > WS-DE-COUNT
               PERFORM RECOVER-ARREARS
               MOVE WS-VOL-DED-TOTAL TO WS-BENEFITS
           END-IF
           IF IS-UNION-FILE-OPEN AND NOT IS-SUPPLEMENTAL-RUN
               PERFORM TAKE-UNION-DUES
           END-IF.

       TAKE-UNION-DUES.
           MOVE WS-ID TO UNM-EMP-ID
           READ UNION-MEMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF UNM-ACTIVE
                       PERFORM COMPUTE-UNION-DUES
                   END-IF
           END-READ.

       COMPUTE-UNION-DUES.
           MOVE UNM-LOCAL TO WS-UNION-LOCAL
           EVALUATE TRUE
               WHEN UNM-DUES-FLAT
                   MOVE UNM-DUES-AMOUNT TO WS-UNION-DUES
               WHEN UNM-DUES-PCT
                   COMPUTE WS-UNION-DUES ROUNDED =
                           WS-GROSS * UNM-DUES-PERCENT
                       ON SIZE ERROR
                           MOVE 0 TO WS-UNION-DUES
                   END-COMPUTE
               WHEN UNM-DUES-HOURLY
                   COMPUTE WS-UNION-DUES ROUNDED =
                           WS-HOURS * UNM-DUES-HOUR-RATE
                       ON SIZE ERROR
                           MOVE 0 TO WS-UNION-DUES
                   END-COMPUTE
               WHEN OTHER
                   DISPLAY "WARNING: employee " WS-ID " union dues "
                       "method [" UNM-DUES-METHOD "] unknown - no "
                       "dues taken"
                   MOVE 0 TO WS-UNION-DUES
           END-EVALUATE
           MOVE 0 TO WS-UNION-INIT
           IF UNM-INIT-BALANCE > 0
               IF UNM-INIT-INSTALL > 0 AND
                   UNM-INIT-INSTALL < UNM-INIT-BALANCE
                   MOVE UNM-INIT-INSTALL TO WS-UNION-INIT
               ELSE
                   MOVE UNM-INIT-BALANCE TO WS-UNION-INIT
               END-IF
           END-IF
           COMPUTE WS-UNION-ROOM = WS-GROSS - WS-FICA - WS-FED-TAX
               - WS-STATE-TAX - WS-LOCAL-TAX - WS-SDI-EE
               - WS-RETIRE-DED - WS-HSA-EE
               - WS-BENEFITS - WS-FRINGE-AMT
           IF WS-UNION-DUES > WS-UNION-ROOM
               DISPLAY "NOTE: employee " WS-ID " union dues of "
                   WS-UNION-DUES " not taken - insufficient pay"
               MOVE 0 TO WS-UNION-DUES
           ELSE
               SUBTRACT WS-UNION-DUES FROM WS-UNION-ROOM
           END-IF
           IF WS-UNION-INIT > WS-UNION-ROOM
               DISPLAY "NOTE: employee " WS-ID " union initiation "
                   "fee installment not taken - insufficient pay"
               MOVE 0 TO WS-UNION-INIT
           END-IF
           COMPUTE WS-UNION-DED = WS-UNION-DUES + WS-UNION-INIT
           ADD WS-UNION-DED TO WS-BENEFITS
           IF WS-UNION-DUES > 0 AND WS-ESD-COUNT < 10
               ADD 1 TO WS-ESD-COUNT
               MOVE "UNION DUES" TO WS-ESD-DESC(WS-ESD-COUNT)
               MOVE WS-UNION-DUES TO WS-ESD-AMT(WS-ESD-COUNT)
           END-IF
           IF WS-UNION-INIT > 0 AND WS-ESD-COUNT < 10
               ADD 1 TO WS-ESD-COUNT
               MOVE "UNION INIT FEE" TO WS-ESD-DESC(WS-ESD-COUNT)
               MOVE WS-UNION-INIT TO WS-ESD-AMT(WS-ESD-COUNT)
           END-IF.

       RECOVER-ARREARS.
           IF IS-ARREARS-FILE-OPEN
               MOVE 0 TO WS-ARR-EOF
               MOVE WS-ID TO ARR-EMP-ID
               MOVE LOW-VALUES TO ARR-CODE
               START DED-ARREARS KEY >= ARR-KEY
                   INVALID KEY
                       MOVE 1 TO WS-ARR-EOF
               END-START
               PERFORM UNTIL WS-ARR-EOF = 1
                   READ DED-ARREARS NEXT RECORD
                       AT END MOVE 1 TO WS-ARR-EOF
                   END-READ
                   IF WS-ARR-EOF = 0 AND
                       WS-FS-DED-ARREARS NOT = "00"
                       DISPLAY "ERROR: READ NEXT failed for "
                           "ded-arrears.dat, status "

       RECOVER-ONE-ARREARS.
           COMPUTE WS-DED-SO-FAR = WS-FICA + WS-FED-TAX
               + WS-STATE-TAX + WS-LOCAL-TAX + WS-SDI-EE
               + WS-RETIRE-DED + WS-HSA-EE
               + WS-VOL-DED-TOTAL + WS-FRINGE-AMT
           COMPUTE WS-ARR-ROOM = WS-GROSS - WS-DED-SO-FAR
           IF WS-ARR-ROOM <= 0 OR WS-ARR-TAKE-COUNT >= 20
                   END-IF
               END-PERFORM
               IF WS-DC-SLOT = 0
                   IF IS-POSTTAX-PASS
                       DISPLAY "WARNING: employee " WS-ID " elects "
                           "unknown deduction code "
                           WS-DE-TBL-CODE(WS-DE-I) " - skipped"
                   END-IF
               ELSE
               IF WS-DC-SLOT = WS-401K-DC-SLOT
                   IF IS-POSTTAX-PASS
                       DISPLAY "WARNING: employee " WS-ID " elects "
                           "code 401K - the deferral is taken from "
                           "the employee master, election skipped"
                   END-IF
               ELSE
               IF WS-DC-SLOT = WS-HSA-DC-SLOT
                   IF IS-POSTTAX-PASS
                       DISPLAY "WARNING: employee " WS-ID " elects "
                           "code HSA - the contribution is taken "
                           "from hsa-election.dat, election skipped"
                   END-IF
               ELSE
                   PERFORM SET-DC-PRETAX-FLAG
                   IF (IS-PRETAX-PASS AND IS-PRETAX-CODE) OR
                       (IS-POSTTAX-PASS AND NOT IS-PRETAX-CODE)
                       PERFORM TAKE-ONE-DEDUCTION
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       SET-DC-PRETAX-FLAG.
           IF WS-DC-PRETAX-FED(WS-DC-SLOT) = "Y" OR
               WS-DC-PRETAX-STATE(WS-DC-SLOT) = "Y" OR
               WS-DC-PRETAX-LOCAL(WS-DC-SLOT) = "Y" OR
               WS-DC-PRETAX-FICA(WS-DC-SLOT) = "Y"
               MOVE "Y" TO WS-DC-PRETAX-FLAG
           ELSE
               MOVE "N" TO WS-DC-PRETAX-FLAG
           END-IF.

       ADD-PRETAX-REDUCTIONS.
           IF WS-DC-PRETAX-FED(WS-DC-SLOT) = "Y"
               ADD WS-VOL-DED-AMT TO WS-PRETAX-FED
           END-IF
           IF WS-DC-PRETAX-STATE(WS-DC-SLOT) = "Y"
               ADD WS-VOL-DED-AMT TO WS-PRETAX-STATE
           END-IF
           IF WS-DC-PRETAX-LOCAL(WS-DC-SLOT) = "Y"
               ADD WS-VOL-DED-AMT TO WS-PRETAX-LOCAL
           END-IF
           IF WS-DC-PRETAX-FICA(WS-DC-SLOT) = "Y"
               ADD WS-VOL-DED-AMT TO WS-PRETAX-FICA
           END-IF.

       TAKE-ONE-DEDUCTION.
               END-IF
           END-IF
           COMPUTE WS-DED-SO-FAR = WS-FICA + WS-FED-TAX
               + WS-STATE-TAX + WS-LOCAL-TAX + WS-SDI-EE
               + WS-RETIRE-DED + WS-HSA-EE
               + WS-VOL-DED-TOTAL + WS-FRINGE-AMT
           IF WS-DED-SO-FAR + WS-VOL-DED-AMT > WS-GROSS
               IF WS-DC-ARREARS(WS-DC-SLOT) = "Y"
               END-IF
           ELSE
               IF WS-VOL-DED-AMT > 0
                   IF IS-PRETAX-PASS
                       PERFORM ADD-PRETAX-REDUCTIONS
                   END-IF
                   ADD WS-VOL-DED-AMT TO WS-VOL-DED-TOTAL
                   ADD WS-VOL-DED-AMT TO WS-VOL-RUN-TOTAL
                   ADD WS-VOL-DED-AMT
           END-IF.

       COMPUTE-STATE-TAX.
           MOVE 0 TO WS-STATE-TAX
           MOVE 0 TO WS-JUR-COUNT
           IF WS-WSP-COUNT = 0
               MOVE WS-STATE-TAXABLE TO WS-WSP-PORTION
               MOVE WS-WORK-STATE TO WS-JW-WORK-STATE
               PERFORM TAX-WORK-STATE-PORTION
           ELSE
               MOVE 0 TO WS-WSP-TOTAL
               PERFORM VARYING WS-WSP-I FROM 1 BY 1
                   UNTIL WS-WSP-I > WS-WSP-COUNT
                   ADD WS-WSP-DOLLARS(WS-WSP-I) TO WS-WSP-TOTAL
               END-PERFORM
               MOVE WS-STATE-TAXABLE TO WS-WSP-LEFT
               PERFORM SPLIT-ONE-WORK-STATE
                   VARYING WS-WSP-I FROM 1 BY 1
                   UNTIL WS-WSP-I > WS-WSP-COUNT
           END-IF
           IF WS-STATE-TAXABLE > 0
               COMPUTE WS-STATE-RATE-IN-USE ROUNDED =
                       WS-STATE-TAX / WS-STATE-TAXABLE
                   ON SIZE ERROR
                       MOVE WS-STATE-TAX-RATE TO WS-STATE-RATE-IN-USE
               END-COMPUTE
           END-IF.

       SPLIT-ONE-WORK-STATE.
           IF WS-WSP-I = WS-WSP-COUNT OR WS-WSP-TOTAL = 0
               MOVE WS-WSP-LEFT TO WS-WSP-PORTION
           ELSE
               COMPUTE WS-WSP-PORTION ROUNDED =
                       WS-STATE-TAXABLE * WS-WSP-DOLLARS(WS-WSP-I)
                       / WS-WSP-TOTAL
                   ON SIZE ERROR
                       MOVE WS-WSP-LEFT TO WS-WSP-PORTION
               END-COMPUTE
               IF WS-WSP-PORTION > WS-WSP-LEFT
                   MOVE WS-WSP-LEFT TO WS-WSP-PORTION
               END-IF
           END-IF
           SUBTRACT WS-WSP-PORTION FROM WS-WSP-LEFT
           MOVE WS-WSP-STATE(WS-WSP-I) TO WS-JW-WORK-STATE
           PERFORM TAX-WORK-STATE-PORTION.

       TAX-WORK-STATE-PORTION.
           MOVE "W" TO WS-JW-RULE
           IF WS-JW-WORK-STATE NOT = WS-ADDR-STATE AND
               WS-ADDR-STATE NOT = SPACES
               MOVE "R" TO JS-FUNC
               MOVE WS-ADDR-STATE TO JS-RES-STATE
               MOVE WS-JW-WORK-STATE TO JS-WORK-STATE
               MOVE WS-PAY-PERIOD-END TO JS-AS-OF-DATE
               CALL "JURIS-SVC" USING JS-CONTROL
                   ON EXCEPTION
                       DISPLAY "ERROR: CALL to JURIS-SVC failed"
               END-CALL
               IF JS-RESULT = "Y"
                   MOVE JS-RULE TO WS-JW-RULE
               END-IF
           END-IF
           EVALUATE WS-JW-RULE
               WHEN "R"
                   MOVE WS-ADDR-STATE TO WS-CALC-STATE
                   PERFORM TAX-ONE-STATE-PORTION
                   PERFORM ADD-JURIS-AMOUNT
               WHEN "B"
                   MOVE WS-JW-WORK-STATE TO WS-CALC-STATE
                   PERFORM TAX-ONE-STATE-PORTION
                   PERFORM ADD-JURIS-AMOUNT
                   MOVE WS-CALC-TAX TO WS-JW-WORK-TAX
                   MOVE WS-ADDR-STATE TO WS-CALC-STATE
                   PERFORM TAX-ONE-STATE-PORTION
                   IF WS-CALC-TAX > WS-JW-WORK-TAX
                       SUBTRACT WS-JW-WORK-TAX FROM WS-CALC-TAX
                   ELSE
                       MOVE 0 TO WS-CALC-TAX
                   END-IF
                   PERFORM ADD-JURIS-AMOUNT
               WHEN OTHER
                   MOVE WS-JW-WORK-STATE TO WS-CALC-STATE
                   PERFORM TAX-ONE-STATE-PORTION
                   PERFORM ADD-JURIS-AMOUNT
           END-EVALUATE.

       TAX-ONE-STATE-PORTION.
           MOVE "N" TO WS-STATE-RATE-FOUND
           MOVE WS-STATE-TAX-RATE TO WS-STATE-RATE-IN-USE
           PERFORM VARYING WS-STX-I FROM 1 BY 1
               UNTIL WS-STX-I > WS-STX-COUNT
               IF WS-STX-TBL-STATE(WS-STX-I) = WS-CALC-STATE
                   MOVE "Y" TO WS-STATE-RATE-FOUND
                   PERFORM PICK-STATE-BRACKET-RATE
               END-IF
           IF WS-STX-COUNT > 0 AND NOT IS-STATE-RATE-FOUND
               ADD 1 TO WS-STATE-EXC-COUNT
               MOVE WS-ID TO WS-SXL-ID
               MOVE WS-CALC-STATE TO WS-SXL-STATE
               MOVE WS-STATE-EXC-LINE TO REGISTER-LINE
               PERFORM WRITE-REGISTER-LINE
           END-IF
           COMPUTE WS-CALC-TAX ROUNDED =
                   WS-WSP-PORTION * WS-STATE-RATE-IN-USE
               ON SIZE ERROR
                   DISPLAY
                   "ERROR: WS-STATE-TAX overflow for employee " WS-ID
                   MOVE 0 TO WS-CALC-TAX
           END-COMPUTE.

       ADD-JURIS-AMOUNT.
           ADD WS-CALC-TAX TO WS-STATE-TAX
           MOVE 0 TO WS-JUR-SLOT
           PERFORM VARYING WS-JUR-I FROM 1 BY 1
               UNTIL WS-JUR-I > WS-JUR-COUNT
               IF WS-JUR-STATE(WS-JUR-I) = WS-CALC-STATE
                   MOVE WS-JUR-I TO WS-JUR-SLOT
               END-IF
           END-PERFORM
           IF WS-JUR-SLOT = 0
               IF WS-JUR-COUNT < 4
                   ADD 1 TO WS-JUR-COUNT
                   MOVE WS-JUR-COUNT TO WS-JUR-SLOT
                   MOVE WS-CALC-STATE TO WS-JUR-STATE(WS-JUR-SLOT)
                   MOVE 0 TO WS-JUR-WAGES(WS-JUR-SLOT)
                   MOVE 0 TO WS-JUR-TAX(WS-JUR-SLOT)
               ELSE
                   DISPLAY "WARNING: employee " WS-ID " taxed in "
                       "more than 4 states - " WS-CALC-STATE
                       " reported under " WS-JUR-STATE(1)
                   MOVE 1 TO WS-JUR-SLOT
               END-IF
           END-IF
           ADD WS-WSP-PORTION TO WS-JUR-WAGES(WS-JUR-SLOT)
           ADD WS-CALC-TAX TO WS-JUR-TAX(WS-JUR-SLOT).

       PICK-STATE-BRACKET-RATE.
           MOVE 0 TO WS-STATE-RATE-IN-USE
           MOVE "N" TO WS-STX-PICKED
                   WS-STX-PICKED = "N"
                   MOVE WS-STX-TBL-RATE(WS-STX-I, WS-STX-J)
                       TO WS-STATE-RATE-IN-USE
                   IF WS-STATE-TAXABLE <=
                       WS-STX-TBL-CEILING(WS-STX-I, WS-STX-J)
                       MOVE "Y" TO WS-STX-PICKED
                   END-IF
       APPLY-ONE-RATE.
           IF RATE-EFF-DATE <= WS-PAY-PERIOD-END
               EVALUATE RATE-CODE
                   WHEN "OASDI-RATE"
                       IF RATE-EFF-DATE >= WS-EFF-OASDI
                           MOVE RATE-VALUE TO WS-OASDI-RATE
                           MOVE RATE-EFF-DATE TO WS-EFF-OASDI
                           ADD 1 TO WS-RATES-LOADED
                       END-IF
                   WHEN "MEDI-RATE "
                       IF RATE-EFF-DATE >= WS-EFF-MEDICARE
                           MOVE RATE-VALUE TO WS-MEDICARE-RATE
                           MOVE RATE-EFF-DATE TO WS-EFF-MEDICARE
                           ADD 1 TO WS-RATES-LOADED
                       END-IF
                   WHEN "ADDMED-RT "
                       IF RATE-EFF-DATE >= WS-EFF-ADDL-MED
                           MOVE RATE-VALUE TO WS-ADDL-MED-RATE
                           MOVE RATE-EFF-DATE TO WS-EFF-ADDL-MED
                           ADD 1 TO WS-RATES-LOADED
                       END-IF
                   WHEN "ADDMED-THR"
                       IF RATE-EFF-DATE >= WS-EFF-ADDL-MED-THR
                           MOVE RATE-VALUE TO WS-ADDL-MED-THRESHOLD
                           MOVE RATE-EFF-DATE TO WS-EFF-ADDL-MED-THR
                           ADD 1 TO WS-RATES-LOADED
                       END-IF
                   WHEN "FICA-RATE "
                       DISPLAY "WARNING: rates-master.dat FICA-RATE "
                           "entry ignored - Social Security and "
                           "Medicare are set by OASDI-RATE and "
                           "MEDI-RATE"
                   WHEN "STATE-TAX "
                       IF RATE-EFF-DATE >= WS-EFF-STATE
                           MOVE RATE-VALUE TO WS-STATE-TAX-RATE
                           MOVE RATE-EFF-DATE TO WS-EFF-MATCH-CAP
                           ADD 1 TO WS-RATES-LOADED
                       END-IF
                   WHEN "HSA-SINGLE"
                       IF RATE-EFF-DATE >= WS-EFF-HSA-SINGLE
                           MOVE RATE-VALUE TO WS-HSA-SINGLE-CAP
                           MOVE RATE-EFF-DATE TO WS-EFF-HSA-SINGLE
                           ADD 1 TO WS-RATES-LOADED
                       END-IF
                   WHEN "HSA-FAMILY"
                       IF RATE-EFF-DATE >= WS-EFF-HSA-FAMILY
                           MOVE RATE-VALUE TO WS-HSA-FAMILY-CAP
                           MOVE RATE-EFF-DATE TO WS-EFF-HSA-FAMILY
                           ADD 1 TO WS-RATES-LOADED
                       END-IF
                   WHEN "HSA-CATCH "
                       IF RATE-EFF-DATE >= WS-EFF-HSA-CATCH
                           MOVE RATE-VALUE TO WS-HSA-CATCH-UP
                           MOVE RATE-EFF-DATE TO WS-EFF-HSA-CATCH
                           ADD 1 TO WS-RATES-LOADED
                       END-IF
                   WHEN "SUPP-RATE "
                       IF RATE-EFF-DATE >= WS-EFF-SUPP-RATE
                           MOVE RATE-VALUE TO WS-SUPP-TAX-RATE
               PERFORM WRITE-REGISTER-LINE
           END-IF.

       LOAD-TIPS-FEED.
           OPEN INPUT TIPS-FEED
           IF WS-FS-TIPS-FEED = "35"
               CONTINUE
           ELSE
               IF WS-FS-TIPS-FEED NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "tips-feed.dat, status "
                       WS-FS-TIPS-FEED
                   PERFORM RELEASE-MASTER-LOCK
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM RESET-FEED-VERIFY
               PERFORM UNTIL WS-TIP-EOF = 1
                   READ TIPS-FEED
                       AT END MOVE 1 TO WS-TIP-EOF
                       NOT AT END
                           PERFORM STORE-ONE-TIPS-RECORD
                   END-READ
               END-PERFORM
               CLOSE TIPS-FEED
               PERFORM VERIFY-FEED-CONTROLS
               IF WS-TIP-COUNT > 0 AND WS-FV-TRL-SEEN NOT = "Y"
                   DISPLAY "ERROR: tips-feed.dat has no trailer "
                       "control record - feed may be truncated, "
                       "run refused"
                   PERFORM RELEASE-MASTER-LOCK
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WS-TIP-COUNT > 0
                   DISPLAY "Reported tip records loaded: "
                       WS-TIP-COUNT
               END-IF
           END-IF.

       STORE-ONE-TIPS-RECORD.
           EVALUATE TIP-HDR-TAG
               WHEN "HDR"
                   MOVE "Y" TO WS-FV-HDR-SEEN
               WHEN "TRL"
                   MOVE "Y" TO WS-FV-TRL-SEEN
                   MOVE TIP-TRL-COUNT  TO WS-FV-TRL-COUNT
                   MOVE TIP-TRL-HASH   TO WS-FV-TRL-HASH
                   MOVE TIP-TRL-AMOUNT TO WS-FV-TRL-AMOUNT
               WHEN OTHER
                   ADD 1 TO WS-FV-COUNT
                   COMPUTE WS-FV-HASH =
                       FUNCTION MOD(WS-FV-HASH + TIP-ID,
                           1000000000)
                   ADD TIP-CASH TIP-CHARGED TO WS-FV-AMOUNT
                   IF WS-TIP-COUNT >= 500
                       DISPLAY "ERROR: tips table full - record "
                           "for employee " TIP-ID " dropped"
                   ELSE
                       ADD 1 TO WS-TIP-COUNT
                       MOVE TIP-ID
                           TO WS-TIP-TBL-ID(WS-TIP-COUNT)
                       MOVE TIP-CASH
                           TO WS-TIP-TBL-CASH(WS-TIP-COUNT)
                       MOVE TIP-CHARGED
                           TO WS-TIP-TBL-CHARGED(WS-TIP-COUNT)
                   END-IF
           END-EVALUATE.

       LOAD-PIECE-RATES.
           OPEN INPUT PIECE-RATES
           IF WS-FS-PIECE-RATES = "35"
               CONTINUE
           ELSE
               IF WS-FS-PIECE-RATES NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "piece-rates.dat, status " WS-FS-PIECE-RATES
                   PERFORM RELEASE-MASTER-LOCK
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-PCR-EOF = 1
                   READ PIECE-RATES
                       AT END MOVE 1 TO WS-PCR-EOF
                       NOT AT END
                           PERFORM STORE-ONE-PIECE-RATE
                   END-READ
               END-PERFORM
               CLOSE PIECE-RATES
               IF WS-PCR-COUNT > 0
                   DISPLAY "Piece rates loaded: " WS-PCR-COUNT
               END-IF
           END-IF.

       LOAD-PREVAILING-WAGE.
           OPEN INPUT PROJECT-MASTER
           IF WS-FS-PROJECT-MASTER = "35"
               CONTINUE
           ELSE
               IF WS-FS-PROJECT-MASTER NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "project-master.dat, status "
                       WS-FS-PROJECT-MASTER
                   PERFORM RELEASE-MASTER-LOCK
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 0 TO WS-PW-EOF
               PERFORM UNTIL WS-PW-EOF = 1
                   READ PROJECT-MASTER
                       AT END MOVE 1 TO WS-PW-EOF
                       NOT AT END
                           PERFORM STORE-ONE-PW-JOB
                   END-READ
               END-PERFORM
               CLOSE PROJECT-MASTER
           END-IF
           IF WS-PWJ-COUNT > 0
               OPEN INPUT PW-RATES
               IF WS-FS-PW-RATES = "35"
                   DISPLAY "WARNING: prevailing-wage.dat not found - "
                       "no prevailing wage rates for "
                       WS-PWJ-COUNT " prevailing wage jobs"
               ELSE
                   IF WS-FS-PW-RATES NOT = "00"
                       DISPLAY "ERROR: OPEN INPUT failed for "
                           "prevailing-wage.dat, status "
                           WS-FS-PW-RATES
                       PERFORM RELEASE-MASTER-LOCK
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE 0 TO WS-PW-EOF
                   PERFORM UNTIL WS-PW-EOF = 1
                       READ PW-RATES
                           AT END MOVE 1 TO WS-PW-EOF
                           NOT AT END
                               PERFORM STORE-ONE-PW-RATE
                       END-READ
                   END-PERFORM
                   CLOSE PW-RATES
               END-IF
               DISPLAY "Prevailing wage jobs: " WS-PWJ-COUNT
                   " rates loaded: " WS-PWR-COUNT
           END-IF.

       STORE-ONE-PW-JOB.
           IF PRJ-IS-PREV-WAGE
               IF WS-PWJ-COUNT >= 200
                   DISPLAY "ERROR: prevailing wage job table full - "
                       "job " PRJ-JOB " paid at employee rates"
               ELSE
                   ADD 1 TO WS-PWJ-COUNT
                   MOVE PRJ-JOB TO WS-PWJ-JOB(WS-PWJ-COUNT)
                   MOVE PRJ-CRAFT TO WS-PWJ-CRAFT(WS-PWJ-COUNT)
               END-IF
           END-IF.

       STORE-ONE-PW-RATE.
           IF PWR-EFF-DATE <= WS-PAY-PERIOD-END
               IF WS-PWR-COUNT >= 300
                   DISPLAY "ERROR: prevailing wage rate table full - "
                       "rate for job " PWR-JOB " craft " PWR-CRAFT
                       " dropped"
               ELSE
                   ADD 1 TO WS-PWR-COUNT
                   MOVE PWR-JOB TO WS-PWR-JOB(WS-PWR-COUNT)
                   MOVE PWR-CRAFT TO WS-PWR-CRAFT(WS-PWR-COUNT)
                   MOVE PWR-EFF-DATE TO WS-PWR-EFF(WS-PWR-COUNT)
                   MOVE PWR-BASE-RATE TO WS-PWR-BASE(WS-PWR-COUNT)
                   MOVE PWR-FRINGE-RATE
                       TO WS-PWR-FRINGE(WS-PWR-COUNT)
               END-IF
           END-IF.

       STORE-ONE-PIECE-RATE.
           IF PCR-EFF-DATE <= WS-PAY-PERIOD-END
               IF WS-PCR-COUNT >= 300
                   DISPLAY "ERROR: piece rate table full - rate "
                       "for operation " PCR-OP-CODE " dropped"
               ELSE
                   ADD 1 TO WS-PCR-COUNT
                   MOVE PCR-OP-CODE TO WS-PCR-OP(WS-PCR-COUNT)
                   MOVE PCR-EFF-DATE TO WS-PCR-EFF(WS-PCR-COUNT)
                   MOVE PCR-RATE TO WS-PCR-RATE(WS-PCR-COUNT)
               END-IF
           END-IF.

       LOAD-PRODUCTION-FEED.
           OPEN INPUT PRODUCTION-FEED
           IF WS-FS-PRODUCTION-FEED = "35"
               CONTINUE
           ELSE
               IF WS-FS-PRODUCTION-FEED NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "production-feed.dat, status "
                       WS-FS-PRODUCTION-FEED
                   PERFORM RELEASE-MASTER-LOCK
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM RESET-FEED-VERIFY
               PERFORM UNTIL WS-PRD-EOF = 1
                   READ PRODUCTION-FEED
                       AT END MOVE 1 TO WS-PRD-EOF
                       NOT AT END
                           PERFORM STORE-ONE-PRODUCTION-RECORD
                   END-READ
               END-PERFORM
               CLOSE PRODUCTION-FEED
               PERFORM VERIFY-FEED-CONTROLS
               IF WS-PRD-COUNT > 0 AND WS-FV-TRL-SEEN NOT = "Y"
                   DISPLAY "ERROR: production-feed.dat has no "
                       "trailer control record - feed may be "
                       "truncated, run refused"
                   PERFORM RELEASE-MASTER-LOCK
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WS-PRD-COUNT > 0
                   DISPLAY "Production records loaded: "
                       WS-PRD-COUNT
                   IF WS-PCR-COUNT = 0
                       DISPLAY "WARNING: no piece-rates.dat in "
                           "effect - piece units will not be paid"
                   END-IF
               END-IF
           END-IF.

       STORE-ONE-PRODUCTION-RECORD.
           EVALUATE PROD-HDR-TAG
               WHEN "HDR"
                   MOVE "Y" TO WS-FV-HDR-SEEN
               WHEN "TRL"
                   MOVE "Y" TO WS-FV-TRL-SEEN
                   MOVE PROD-TRL-COUNT  TO WS-FV-TRL-COUNT
                   MOVE PROD-TRL-HASH   TO WS-FV-TRL-HASH
                   MOVE PROD-TRL-AMOUNT TO WS-FV-TRL-AMOUNT
               WHEN OTHER
                   ADD 1 TO WS-FV-COUNT
                   COMPUTE WS-FV-HASH =
                       FUNCTION MOD(WS-FV-HASH + PROD-ID,
                           1000000000)
                   ADD PROD-UNITS TO WS-FV-AMOUNT
                   IF WS-PRD-COUNT >= 5000
                       DISPLAY "ERROR: production table full - "
                           "record for employee " PROD-ID
                           " dropped"
                   ELSE
                       ADD 1 TO WS-PRD-COUNT
                       MOVE PROD-ID TO WS-PRD-ID(WS-PRD-COUNT)
                       MOVE PROD-OP-CODE TO WS-PRD-OP(WS-PRD-COUNT)
                       MOVE PROD-WORK-DATE
                           TO WS-PRD-DATE(WS-PRD-COUNT)
                       MOVE PROD-UNITS TO WS-PRD-UNITS(WS-PRD-COUNT)
                   END-IF
           END-EVALUATE.

       LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT HOLIDAY-CALENDAR
           IF WS-FS-HOLIDAY-CALENDAR = "35"
               CONTINUE
           ELSE
               IF WS-FS-HOLIDAY-CALENDAR NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "holiday-calendar.dat, status "
                       WS-FS-HOLIDAY-CALENDAR
                   PERFORM RELEASE-MASTER-LOCK
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-HOL-EOF = 1
                   READ HOLIDAY-CALENDAR
                       AT END MOVE 1 TO WS-HOL-EOF
                       NOT AT END
                           PERFORM STORE-ONE-HOLIDAY
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-CALENDAR
               IF WS-HOL-COUNT > 0
                   IF WS-PAY-PERIOD-START = 0
                       DISPLAY "WARNING: pay period start date "
                           "unknown - company holidays not credited "
                           "this run"
                   ELSE
                       MOVE "Y" TO WS-HOL-PRESENT
                       DISPLAY "Company holidays in period: "
                           WS-HOL-COUNT
                   END-IF
               END-IF
           END-IF.

       STORE-ONE-HOLIDAY.
           IF HCL-DATE >= WS-PAY-PERIOD-START AND
               HCL-DATE <= WS-PAY-PERIOD-END
               IF WS-HOL-COUNT >= 200
                   DISPLAY "ERROR: holiday table full - holiday "
                       HCL-DATE " for company " HCL-COMPANY
                       " dropped"
               ELSE
                   ADD 1 TO WS-HOL-COUNT
                   MOVE HCL-COMPANY
                       TO WS-HOL-TBL-COMPANY(WS-HOL-COUNT)
                   MOVE HCL-DATE TO WS-HOL-TBL-DATE(WS-HOL-COUNT)
                   MOVE HCL-HOURS TO WS-HOL-TBL-HOURS(WS-HOL-COUNT)
                   MOVE HCL-PREMIUM
                       TO WS-HOL-TBL-PREMIUM(WS-HOL-COUNT)
                   MOVE HCL-ELIG-TYPES
                       TO WS-HOL-TBL-ELIG(WS-HOL-COUNT)
                   MOVE HCL-MIN-SERVICE
                       TO WS-HOL-TBL-SERVICE(WS-HOL-COUNT)
               END-IF
           END-IF.

       APPLY-HOLIDAY-CALENDAR.
           MOVE 0 TO WS-HOL-CREDIT-HOURS
           MOVE 0 TO WS-HOL-WORK-HOURS
           MOVE 0 TO WS-HOL-PREMIUM-PAY
           IF IS-HOL-PRESENT AND WS-TYPE >= 1 AND WS-TYPE <= 4
               PERFORM CHECK-ONE-HOLIDAY
                   VARYING WS-HOL-I FROM 1 BY 1
                   UNTIL WS-HOL-I > WS-HOL-COUNT
               IF WS-HOL-CREDIT-HOURS > 0
                   IF WS-CODE-HOL-HOURS > 0
                       DISPLAY "NOTE: employee " WS-ID " has "
                           "holiday hours keyed in time-feed.dat - "
                           "calendar holiday credit not added"
                       MOVE 0 TO WS-HOL-CREDIT-HOURS
                   ELSE
                       MOVE WS-HOL-CREDIT-HOURS TO WS-CODE-HOL-HOURS
                   END-IF
               END-IF
               IF WS-HOL-CREDIT-HOURS > 0 OR WS-HOL-PREMIUM-PAY > 0
                   ADD WS-HOL-CREDIT-HOURS TO WS-HOL-RUN-HOURS
                   ADD WS-HOL-PREMIUM-PAY TO WS-HOL-RUN-PREMIUM
                   MOVE WS-ID TO WS-HR-ID
                   MOVE WS-HOL-CREDIT-HOURS TO WS-HR-HOURS
                   MOVE WS-HOL-WORK-HOURS TO WS-HR-WORKED
                   MOVE WS-HOL-PREMIUM-PAY TO WS-HR-PREMIUM
                   MOVE WS-HOL-REG-LINE TO REGISTER-LINE
                   PERFORM WRITE-REGISTER-LINE
               END-IF
           END-IF.

       CHECK-ONE-HOLIDAY.
           IF WS-HOL-TBL-COMPANY(WS-HOL-I) = WS-COMPANY AND
               WS-HOL-TBL-ELIG(WS-HOL-I)(WS-TYPE:1) = "Y" AND
               WS-HIRE-DATE <= WS-HOL-TBL-DATE(WS-HOL-I) AND
               (WS-TERM-DATE = 0 OR
                WS-TERM-DATE >= WS-HOL-TBL-DATE(WS-HOL-I))
               MOVE 0 TO WS-HOL-SERVICE-DAYS
               IF WS-HIRE-DATE > 0
                   COMPUTE WS-HOL-SERVICE-DAYS =
                       FUNCTION INTEGER-OF-DATE
                           (WS-HOL-TBL-DATE(WS-HOL-I))
                       - FUNCTION INTEGER-OF-DATE(WS-HIRE-DATE)
                       ON SIZE ERROR
                           MOVE 0 TO WS-HOL-SERVICE-DAYS
                   END-COMPUTE
               END-IF
               IF WS-HOL-SERVICE-DAYS >= WS-HOL-TBL-SERVICE(WS-HOL-I)
                   OR WS-HIRE-DATE = 0
                   ADD WS-HOL-TBL-HOURS(WS-HOL-I)
                       TO WS-HOL-CREDIT-HOURS
                   IF IS-TIME-FEED-PRESENT AND
                       WS-HOL-TBL-PREMIUM(WS-HOL-I) > 0
                       PERFORM SUM-HOLIDAY-WORK-LINE
                           VARYING WS-TF-I FROM 1 BY 1
                           UNTIL WS-TF-I > WS-TF-COUNT
                   END-IF
               END-IF
           END-IF.

       SUM-HOLIDAY-WORK-LINE.
           IF WS-TF-ID(WS-TF-I) = WS-ID AND
               WS-TF-DATE(WS-TF-I) = WS-HOL-TBL-DATE(WS-HOL-I) AND
               (WS-TF-CODE(WS-TF-I) = "R" OR
                WS-TF-CODE(WS-TF-I) = "O")
               ADD WS-TF-HOURS(WS-TF-I) TO WS-HOL-WORK-HOURS
               COMPUTE WS-HOL-LINE-PREMIUM ROUNDED =
                       WS-TF-HOURS(WS-TF-I) * WS-RATE
                       * WS-HOL-TBL-PREMIUM(WS-HOL-I)
                   ON SIZE ERROR
                       DISPLAY "ERROR: holiday premium overflow "
                           "for employee " WS-ID
                       MOVE 0 TO WS-HOL-LINE-PREMIUM
               END-COMPUTE
               ADD WS-HOL-LINE-PREMIUM TO WS-HOL-PREMIUM-PAY
           END-IF.

       ADD-PREVAILING-WAGE-PAY.
           PERFORM ADD-PREVAILING-WAGE-PREMIUM
           IF WS-PW-SHORTFALL-PAY > 0 OR WS-PW-FRINGE-PAY > 0
               ADD WS-PW-SHORTFALL-PAY WS-PW-FRINGE-PAY TO WS-GROSS
                   ON SIZE ERROR
                       DISPLAY "ERROR: WS-GROSS overflow for "
                           "employee " WS-ID
               END-ADD
               ADD WS-PW-SHORTFALL-PAY TO WS-PW-RUN-SHORTFALL
               ADD WS-PW-FRINGE-PAY TO WS-PW-RUN-FRINGE
               MOVE WS-ID TO WS-PWL-ID
               MOVE WS-PW-PW-HOURS TO WS-PWL-HOURS
               MOVE WS-PW-SHORTFALL-PAY TO WS-PWL-SHORTFALL
               MOVE WS-PW-FRINGE-PAY TO WS-PWL-FRINGE
               MOVE WS-PW-REG-LINE TO REGISTER-LINE
               PERFORM WRITE-REGISTER-LINE
           END-IF.

       ADD-PREVAILING-WAGE-PREMIUM.
           MOVE 0 TO WS-PW-PREM-PAY
           IF WS-PW-REG-DIFF > 0 AND WS-PW-REG-HOURS > 0 AND
               (WS-OT-HOURS > 0 OR WS-DT-HOURS > 0)
               IF WS-OT-HOURS > WS-CODE-OT-HOURS
                   COMPUTE WS-PW-REG-OT =
                       WS-OT-HOURS - WS-CODE-OT-HOURS
               ELSE
                   MOVE 0 TO WS-PW-REG-OT
               END-IF
               IF WS-DT-HOURS > WS-PW-REG-HOURS
                   MOVE WS-PW-REG-HOURS TO WS-PW-PREM-DT
               ELSE
                   MOVE WS-DT-HOURS TO WS-PW-PREM-DT
               END-IF
               IF WS-PW-REG-OT > WS-PW-REG-HOURS - WS-PW-PREM-DT
                   COMPUTE WS-PW-PREM-OT =
                       WS-PW-REG-HOURS - WS-PW-PREM-DT
               ELSE
                   MOVE WS-PW-REG-OT TO WS-PW-PREM-OT
               END-IF
               COMPUTE WS-PW-PREM-PAY ROUNDED =
                       WS-PW-REG-DIFF / WS-PW-REG-HOURS *
                       ((WS-PW-PREM-OT * 0.5) + WS-PW-PREM-DT)
                   ON SIZE ERROR
                       DISPLAY "ERROR: prevailing wage premium "
                           "overflow for employee " WS-ID
                       MOVE 0 TO WS-PW-PREM-PAY
               END-COMPUTE
               ADD WS-PW-PREM-PAY TO WS-PW-SHORTFALL-PAY
           END-IF.

       ADD-HOLIDAY-PREMIUM-PAY.
           IF WS-HOL-PREMIUM-PAY > 0
               ADD WS-HOL-PREMIUM-PAY TO WS-GROSS
                   ON SIZE ERROR
                       DISPLAY "ERROR: WS-GROSS overflow for "
                           "employee " WS-ID
               END-ADD
           END-IF.

       APPLY-REPORTED-TIPS.
           MOVE 0 TO WS-TIPS
           MOVE 0 TO WS-TIP-MAKEUP
           PERFORM VARYING WS-TIP-I FROM 1 BY 1
               UNTIL WS-TIP-I > WS-TIP-COUNT
               IF WS-TIP-TBL-ID(WS-TIP-I) = WS-ID
                   ADD WS-TIP-TBL-CASH(WS-TIP-I)
                       WS-TIP-TBL-CHARGED(WS-TIP-I) TO WS-TIPS
               END-IF
           END-PERFORM
           IF IS-TIPPED-EMP
               COMPUTE WS-TIP-FLOOR-PAY ROUNDED =
                       WS-HOURS * WS-MW-FLOOR
                   ON SIZE ERROR
                       MOVE 0 TO WS-TIP-FLOOR-PAY
               END-COMPUTE
               IF WS-TIP-FLOOR-PAY > WS-GROSS + WS-TIPS
                   COMPUTE WS-TIP-MAKEUP =
                       WS-TIP-FLOOR-PAY - WS-GROSS - WS-TIPS
                   ADD WS-TIP-MAKEUP TO WS-GROSS
                       ON SIZE ERROR
                           DISPLAY "ERROR: WS-GROSS overflow "
                               "applying tip make-up for employee "
                               WS-ID
                           MOVE 0 TO WS-TIP-MAKEUP
                   END-ADD
               END-IF
           END-IF
           IF WS-TIPS > 0 OR WS-TIP-MAKEUP > 0
               ADD WS-TIPS TO WS-TIP-RUN-TOTAL
               ADD WS-TIP-MAKEUP TO WS-TIP-MAKEUP-RUN-TOTAL
               MOVE WS-ID TO WS-TP-ID
               MOVE WS-TIPS TO WS-TP-TIPS
               MOVE WS-TIP-MAKEUP TO WS-TP-MAKEUP
               MOVE WS-TIP-REG-LINE TO REGISTER-LINE
               PERFORM WRITE-REGISTER-LINE
           END-IF.

       LOAD-BONUS-FEED.
           OPEN INPUT BONUS-FEED
           IF WS-FS-BONUS-FEED NOT = "00"
               DISPLAY "ERROR: supplemental run requires "
                   "bonus-feed.dat, OPEN status " WS-FS-BONUS-FEED
               PERFORM RELEASE-MASTER-LOCK
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM RESET-FEED-VERIFY
           PERFORM UNTIL WS-BONUS-EOF = 1
               READ BONUS-FEED
                   AT END MOVE 1 TO WS-BONUS-EOF
                   NOT AT END
                       PERFORM STORE-ONE-BONUS-RECORD
               END-READ
           END-PERFORM
           CLOSE BONUS-FEED
           PERFORM VERIFY-FEED-CONTROLS
           IF WS-FV-TRL-SEEN NOT = "Y"
               DISPLAY "ERROR: bonus-feed.dat has no trailer "
                   "control record - feed may be truncated, "
                   "run refused"
               PERFORM RELEASE-MASTER-LOCK
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-BON-COUNT = 0
               DISPLAY "WARNING: bonus-feed.dat contains no "
                   "records - supplemental run will pay no one"
           END-IF.

       STORE-ONE-BONUS-RECORD.
           EVALUATE BON-HDR-TAG
               WHEN "HDR"
                   MOVE "Y" TO WS-FV-HDR-SEEN
               WHEN "TRL"
                   MOVE "Y" TO WS-FV-TRL-SEEN
                   MOVE BON-TRL-COUNT  TO WS-FV-TRL-COUNT
                   MOVE BON-TRL-HASH   TO WS-FV-TRL-HASH
                   MOVE BON-TRL-AMOUNT TO WS-FV-TRL-AMOUNT
               WHEN OTHER
                   ADD 1 TO WS-FV-COUNT
                   COMPUTE WS-FV-HASH =
                       FUNCTION MOD(WS-FV-HASH + BON-ID,
                           1000000000)
                   ADD BON-AMT TO WS-FV-AMOUNT
                   EVALUATE TRUE
                       WHEN WS-BON-COUNT >= 500
                           DISPLAY "ERROR: bonus table full - "
                               "employee " BON-ID " dropped from "
                               "supplemental run"
                       WHEN OTHER
                           ADD 1 TO WS-BON-COUNT
                           MOVE BON-ID TO
                               WS-BON-TBL-ID(WS-BON-COUNT)
                           MOVE BON-AMT TO
                               WS-BON-TBL-AMT(WS-BON-COUNT)
                           MOVE BON-GROSS-UP TO
                               WS-BON-TBL-GROSS-UP(WS-BON-COUNT)
                           IF BON-GROSS-UP = "Y" AND
                               NOT IS-ADJ-AUDIT-OPEN
                               PERFORM OPEN-ADJ-AUDIT
                           END-IF
                   END-EVALUATE
           END-EVALUATE.

       LOOKUP-BONUS-AMOUNT.
           MOVE 0 TO WS-BONUS-AMT
           MOVE "N" TO WS-BONUS-FOUND
           MOVE "N" TO WS-BONUS-GROSS-UP
           IF WS-BON-COUNT > 0
               SET WS-BON-IDX TO 1
               SEARCH WS-BON-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BON-TBL-ID(WS-BON-IDX) = WS-ID
                       MOVE WS-BON-TBL-AMT(WS-BON-IDX)
                           TO WS-BONUS-AMT
                       MOVE WS-BON-TBL-GROSS-UP(WS-BON-IDX)
                           TO WS-BONUS-GROSS-UP
                       MOVE "Y" TO WS-BONUS-FOUND
               END-SEARCH
           END-IF.

       SET-SUPPLEMENTAL-GROSS.
           MOVE 0 TO WS-OT-HOURS
           MOVE 0 TO WS-OT-PAY
           MOVE 0 TO WS-DT-HOURS
           MOVE 0 TO WS-DT-PAY
           MOVE 0 TO WS-SHIFT-DIFF-PAY
           IF IS-GROSS-UP-BONUS
               PERFORM GROSS-UP-BONUS
           ELSE
               MOVE WS-BONUS-AMT TO WS-GROSS
           END-IF.

       GROSS-UP-BONUS.
           MOVE WS-BONUS-AMT TO WS-TARGET-NET
           PERFORM GET-PRIOR-YTD-GROSS
           IF WS-TARGET-NET > 9999999.98
               DISPLAY "ERROR: gross-up target net " WS-TARGET-NET
                   " for employee " WS-ID " exceeds the pay "
                   "field - paid as a flat gross instead"
               MOVE WS-BONUS-AMT TO WS-GROSS
           ELSE
               MOVE WS-TARGET-NET TO WS-GROSS
               MOVE WS-GROSS TO WS-STATE-TAXABLE
               MOVE WS-GROSS TO WS-LOCAL-TAXABLE
               PERFORM COMPUTE-STATE-TAX
               PERFORM COMPUTE-LOCAL-TAX
               MOVE 0 TO WS-GU-I
               MOVE "N" TO WS-GU-DONE
               PERFORM COMPUTE-ONE-GROSSUP-PASS
                   UNTIL WS-GU-DONE = "Y" OR WS-GU-I >= 20
               MOVE WS-ID TO WS-GU-ID
               MOVE WS-TARGET-NET TO WS-GU-NET-O
               MOVE WS-GROSS TO WS-GU-GROSS-O
               MOVE WS-GU-TAXES TO WS-GU-TAXES-O
               MOVE WS-GU-I TO WS-GU-ITER-O
               MOVE WS-GROSSUP-AUDIT-LINE TO ADJ-AUDIT-LINE
               PERFORM WRITE-AJ-REPORT-LINE
               MOVE WS-GROSSUP-AUDIT-LINE TO REGISTER-LINE
               PERFORM WRITE-REGISTER-LINE
           END-IF.

       COMPUTE-ONE-GROSSUP-PASS.
           ADD 1 TO WS-GU-I
           IF WS-PRIOR-YTD-FICA-WAGES >= WS-FICA-WAGE-BASE
               MOVE 0 TO WS-GU-FICA-TAXABLE
           ELSE
               COMPUTE WS-GU-FICA-TAXABLE =
                   WS-FICA-WAGE-BASE - WS-PRIOR-YTD-FICA-WAGES
               IF WS-GROSS < WS-GU-FICA-TAXABLE
                   MOVE WS-GROSS TO WS-GU-FICA-TAXABLE
               END-IF
           END-IF
           COMPUTE WS-GU-TAXES ROUNDED =
                   (WS-GROSS * WS-SUPP-TAX-RATE)
                   + (WS-GU-FICA-TAXABLE * WS-OASDI-RATE)
                   + (WS-GROSS * WS-MEDICARE-RATE)
                   + (WS-GROSS * WS-STATE-RATE-IN-USE)
                   + (WS-GROSS * WS-LOCAL-RATE-IN-USE)
               ON SIZE ERROR
           END-IF.

       LIMIT-PREMIUM-TO-APPROVAL.
           COMPUTE WS-STRAIGHT-HOURS =
               WS-HOURS - WS-OT-HOURS - WS-DT-HOURS
           IF WS-STRAIGHT-HOURS < 0
               MOVE 0 TO WS-STRAIGHT-HOURS
           END-IF
           IF WS-OT-HOURS > WS-APPROVED-HOURS
               MOVE WS-APPROVED-HOURS TO WS-APPROVED-OT
           ELSE
           MOVE WS-APPROVED-OT TO WS-OT-HOURS
           MOVE WS-APPROVED-DT TO WS-DT-HOURS
           COMPUTE WS-GROSS ROUNDED =
                   (WS-STRAIGHT-HOURS * WS-RATE)
                   + WS-OT-PAY + WS-DT-PAY + WS-EXCESS-PAY
               ON SIZE ERROR
                   DISPLAY "ERROR: WS-GROSS overflow for employee "
           OPEN OUTPUT BATCH-RESTART
           IF WS-FS-BATCH-RESTART NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   WS-RESTART-NAME ", status "
                   WS-FS-BATCH-RESTART
           ELSE
               MOVE WS-RESTART-MARKER-LINE TO RESTART-MARKER-LINE
               WRITE RESTART-MARKER-LINE
               IF WS-FS-BATCH-RESTART NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       WS-RESTART-NAME ", status "
                       WS-FS-BATCH-RESTART
               END-IF
               CLOSE BATCH-RESTART
           DISPLAY "ALERT: employee-master.dat exceeds the "
               "configured batch ceiling of " WS-MAX-BATCH-SIZE
               " records - run stopped, see "
               WS-RESTART-NAME.

       END-PARA-1.
           PERFORM WRITE-GL-JOURNAL
           IF NOT IS-PARTITION-RUN
               PERFORM WRITE-TAX-LIABILITY
               PERFORM WRITE-SL-LIABILITY
               PERFORM WRITE-FUNDING-NOTICE
           END-IF
           PERFORM WRITE-ADJ-AUDIT-TOTALS
           PERFORM WRITE-DEDUCTIONS-RECAP
           PERFORM WRITE-REMIT-TOTALS
               DISPLAY "  Other-company skips: "
                   WS-OTHER-COMPANY-SKIPPED
           END-IF
           IF IS-PARTITION-RUN
               DISPLAY "  Partition:           " WS-PART-NUM
               DISPLAY "  Outside partition:   " WS-PART-SKIPPED
           END-IF
           DISPLAY "  Total gross paid:    " WS-TOTAL-GROSS
           DISPLAY "  Total net paid:      " WS-TOTAL-NET
           IF IS-BATCH-LIMIT-HIT
                   "exceeded " WS-REJECT-THRESHOLD
           END-IF.

       END-PARA-2.
           CLOSE EMPLOYEE-MASTER
           IF WS-FS-EMPLOYEE-MASTER NOT = "00"
               DISPLAY "ERROR: CLOSE failed for "
                   "ytd-master.dat, status " WS-FS-YTD-MASTER
           END-IF
           MOVE "C" TO JS-FUNC
           CALL "JURIS-SVC" USING JS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to JURIS-SVC failed"
           END-CALL
           CLOSE PAYROLL-REJECTS
           IF WS-FS-PAYROLL-REJECTS NOT = "00"
               DISPLAY "ERROR: CLOSE failed for "
                       "sales-work.idx, status " WS-FS-SALES-WORK
               END-IF
           END-IF
           IF IS-PARTITION-RUN
               IF NOT IS-TRIAL-RUN
                   CLOSE CHKR-SEGMENT
                   CLOSE HIST-SEGMENT
               END-IF
           ELSE
           CLOSE CHECK-REGISTER
           IF WS-FS-CHECK-REGISTER NOT = "00"
               DISPLAY "ERROR: CLOSE failed for "
               DISPLAY "ERROR: CLOSE failed for "
                   "pay-history.dat, status " WS-FS-PAY-HISTORY
           END-IF
           END-IF
           IF IS-LEAVE-ACTIVE
               CLOSE LEAVE-MASTER
               IF WS-FS-LEAVE-MASTER NOT = "00"
                   WS-GRF-COUNT " orders, " WS-GRF-AMOUNT
                   " - run GARN-PAY to pay the agencies"
           END-IF
           IF IS-UNION-FILE-OPEN
               CLOSE UNION-MEMBER
               IF WS-FS-UNION-MEMBER NOT = "00"
                   DISPLAY "ERROR: CLOSE failed for "
                       "union-member.dat, status "
                       WS-FS-UNION-MEMBER
               END-IF
               IF WS-UNION-MEMBERS-RUN > 0
                   DISPLAY "Union members charged: "
                       WS-UNION-MEMBERS-RUN " dues "
                       WS-UNION-DUES-RUN " initiation fees "
                       WS-UNION-INIT-RUN
               END-IF
           END-IF
           IF IS-HSA-FILE-OPEN
               CLOSE HSA-ELECTION
               IF WS-FS-HSA-ELECTION NOT = "00"
                   DISPLAY "ERROR: CLOSE failed for "
                       "hsa-election.dat, status "
                       WS-FS-HSA-ELECTION
               END-IF
               IF WS-HSA-MEMBERS-RUN > 0
                   DISPLAY "HSA contributions: "
                       WS-HSA-MEMBERS-RUN " employees, employee "
                       WS-HSA-EE-RUN " employer " WS-HSA-ER-RUN
                       " - run HSA-REMIT for the custodian"
               END-IF
           END-IF
           IF IS-UDF-OPEN
               MOVE "TRL" TO UDF-TRL-TAG
               MOVE WS-UDF-COUNT TO UDF-TRL-COUNT
               MOVE WS-UDF-HASH  TO UDF-TRL-HASH
               MOVE WS-UDF-AMOUNT TO UDF-TRL-AMOUNT
               WRITE UDF-TRL-REC
               IF WS-FS-UNION-DUES-FEED NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "union-dues.dat, status "
                       WS-FS-UNION-DUES-FEED
               END-IF
               CLOSE UNION-DUES-FEED
               IF WS-FS-UNION-DUES-FEED NOT = "00"
                   DISPLAY "ERROR: CLOSE failed for "
                       "union-dues.dat, status "
                       WS-FS-UNION-DUES-FEED
               END-IF
               DISPLAY "Union dues feed written: "
                   WS-UDF-COUNT " members, " WS-UDF-AMOUNT
                   " - run UNION-REMIT to remit to the locals"
           END-IF
           IF IS-SEVERANCE-FILE-OPEN
               CLOSE SEVERANCE-FILE
               IF WS-FS-SEVERANCE NOT = "00"
                       WS-SEV-PAID " totaling " WS-SEV-RUN-TOTAL
               END-IF
           END-IF
           IF WS-HOL-RUN-HOURS > 0 OR WS-HOL-RUN-PREMIUM > 0
               DISPLAY "Calendar holiday hours credited: "
                   WS-HOL-RUN-HOURS " holiday work premium: "
                   WS-HOL-RUN-PREMIUM
           END-IF
           IF WS-PW-RUN-SHORTFALL > 0 OR WS-PW-RUN-FRINGE > 0
               DISPLAY "Prevailing wage shortfall paid: "
                   WS-PW-RUN-SHORTFALL " cash fringe paid: "
                   WS-PW-RUN-FRINGE
           END-IF
           IF WS-PW-NO-RATE > 0
               DISPLAY "WARNING: " WS-PW-NO-RATE " prevailing wage "
                   "time lines had no rate on file"
           END-IF
           IF WS-PIECE-RUN-EARN > 0 OR WS-PIECE-RUN-MAKEUP > 0
               DISPLAY "Piece earnings: " WS-PIECE-RUN-EARN
                   " minimum wage make-up: " WS-PIECE-RUN-MAKEUP
           END-IF
           IF WS-PIECE-NO-RATE > 0
               DISPLAY "WARNING: " WS-PIECE-NO-RATE " production "
                   "lines had no piece rate and were not paid"
           END-IF
           IF WS-COMP-RUN-EARNED > 0 OR WS-COMP-RUN-USED > 0
               DISPLAY "Comp time hours banked: " WS-COMP-RUN-EARNED
                   " used: " WS-COMP-RUN-USED
                   " employees at cap: " WS-COMP-RUN-CAPPED
           END-IF
           IF WS-TIP-RUN-TOTAL > 0 OR WS-TIP-MAKEUP-RUN-TOTAL > 0
               DISPLAY "Reported tips: " WS-TIP-RUN-TOTAL
                   " tip credit make-up: " WS-TIP-MAKEUP-RUN-TOTAL
                   " uncollected FICA: " WS-UNCOLL-RUN-TOTAL
           END-IF
           IF IS-ARREARS-FILE-OPEN
               CLOSE DED-ARREARS
               IF WS-FS-DED-ARREARS NOT = "00"
                       WS-FS-DED-ARREARS
               END-IF
           END-IF
           IF NOT IS-TRIAL-RUN AND IS-PARTITION-RUN
               PERFORM WRITE-PART-CONTROL
               PERFORM CLOSE-RUN-CONTROL
           END-IF
           IF NOT IS-TRIAL-RUN AND NOT IS-PARTITION-RUN
               PERFORM SAVE-CHECK-CONTROL
               PERFORM CLOSE-RUN-CONTROL
           END-IF
           END-IF
           PERFORM RELEASE-MASTER-LOCK.

       WRITE-FUNDING-NOTICE.
           IF IS-TRIAL-RUN
               CONTINUE
           ELSE
               OPEN OUTPUT FUNDING-NOTICE
               IF WS-FS-FUNDING-NOTICE NOT = "00"
                   DISPLAY "ERROR: OPEN OUTPUT failed for "
                       "FUNDING-NOTICE.RPT, status "
                       WS-FS-FUNDING-NOTICE
               ELSE
                   PERFORM BUILD-FUNDING-NOTICE
                   CLOSE FUNDING-NOTICE
                   IF WS-FS-FUNDING-NOTICE NOT = "00"
                       DISPLAY "ERROR: CLOSE failed for "
                           "FUNDING-NOTICE.RPT, status "
                           WS-FS-FUNDING-NOTICE
                   END-IF
                   PERFORM WRITE-FUNDING-CONFIRM
               END-IF
           END-IF.

       BUILD-FUNDING-NOTICE.
           MOVE "I" TO FN-FUNC
           MOVE "PAYROLL FUNDING REQUIREMENT" TO FN-REPORT-TITLE
           MOVE WS-OPERATOR-ID TO FN-OPERATOR
           MOVE WS-PAY-PERIOD-YEAR TO FN-PERIOD-YEAR
           MOVE WS-PAY-PERIOD-NUM TO FN-PERIOD-NUM
           MOVE SPACES TO FN-COLUMN-HEADING
           MOVE 55 TO FN-LINES-PER-PAGE
           CALL "PRINT-SVC" USING FN-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-FN-SVC-LINES
           PERFORM WRITE-ONE-FUNDING-CO
               VARYING WS-CO-I FROM 1 BY 1
               UNTIL WS-CO-I > 99
           MOVE "NET DEPOSITS:         " TO WS-FN-LABEL
           MOVE WS-DEP-CTL-AMOUNT TO WS-FN-AMOUNT
           MOVE WS-FN-TOTAL-LINE TO FUNDING-NOTICE-LINE
           PERFORM WRITE-FN-REPORT-LINE
           COMPUTE WS-FUNDING-REQUIRED =
               WS-TOTAL-NET - WS-DEP-CTL-AMOUNT
           MOVE "NET CHECKS:           " TO WS-FN-LABEL
           MOVE WS-FUNDING-REQUIRED TO WS-FN-AMOUNT
           MOVE WS-FN-TOTAL-LINE TO FUNDING-NOTICE-LINE
           PERFORM WRITE-FN-REPORT-LINE
           COMPUTE WS-FUNDING-REQUIRED =
               WS-RUN-FED-TAX + WS-RUN-FICA-EE + WS-RUN-FICA-ER
               + WS-RUN-STATE-TAX + WS-RUN-LOCAL-TAX
           MOVE "TAX WITHHOLDING:      " TO WS-FN-LABEL
           MOVE WS-FUNDING-REQUIRED TO WS-FN-AMOUNT
           MOVE WS-FN-TOTAL-LINE TO FUNDING-NOTICE-LINE
           PERFORM WRITE-FN-REPORT-LINE
           MOVE "GARNISHMENT REMITS:   " TO WS-FN-LABEL
           MOVE WS-GARN-RUN-TOTAL TO WS-FN-AMOUNT
           MOVE WS-FN-TOTAL-LINE TO FUNDING-NOTICE-LINE
           PERFORM WRITE-FN-REPORT-LINE
           COMPUTE WS-FUNDING-REQUIRED =
               WS-TOTAL-NET + WS-RUN-FED-TAX + WS-RUN-FICA-EE
               + WS-RUN-FICA-ER + WS-RUN-STATE-TAX
               + WS-RUN-LOCAL-TAX + WS-GARN-RUN-TOTAL
           MOVE "TOTAL FUNDING NEEDED: " TO WS-FN-LABEL
           MOVE WS-FUNDING-REQUIRED TO WS-FN-AMOUNT
           MOVE WS-FN-TOTAL-LINE TO FUNDING-NOTICE-LINE
           PERFORM WRITE-FN-REPORT-LINE
           MOVE SPACES TO FN-DETAIL-IN
           MOVE "E" TO FN-FUNC
           CALL "PRINT-SVC" USING FN-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-FN-SVC-LINES
           DISPLAY "Funding requirement: " WS-FUNDING-REQUIRED
               " - see FUNDING-NOTICE.RPT, treasury must confirm "
               "before ACH-DEPOSIT releases the live file".

       WRITE-ONE-FUNDING-CO.
           IF WS-CF-DEP-NET(WS-CO-I) > 0 OR
               WS-CF-CHK-NET(WS-CO-I) > 0
               MOVE WS-CO-I TO WS-FN-CO
               MOVE WS-CB-BANK-NAME(WS-CO-I) TO WS-FN-BANK
               MOVE WS-CB-BANK-ACCOUNT(WS-CO-I) TO WS-FN-ACCOUNT
               MOVE WS-CF-DEP-NET(WS-CO-I) TO WS-FN-DEP
               MOVE WS-CF-CHK-NET(WS-CO-I) TO WS-FN-CHK
               MOVE WS-FN-CO-LINE TO FUNDING-NOTICE-LINE
               PERFORM WRITE-FN-REPORT-LINE
           END-IF.

       WRITE-FUNDING-CONFIRM.
           OPEN EXTEND FUNDING-CONFIRM
           IF WS-FS-FUNDING-CONFIRM = "05" OR
               WS-FS-FUNDING-CONFIRM = "35"
               OPEN OUTPUT FUNDING-CONFIRM
           END-IF
           IF WS-FS-FUNDING-CONFIRM NOT = "00"
               DISPLAY "ERROR: OPEN failed for "
                   "funding-confirm.dat, status "
                   WS-FS-FUNDING-CONFIRM
           ELSE
               MOVE WS-PAY-PERIOD-END TO FND-PERIOD-END
               MOVE WS-PAY-PERIOD-YEAR TO FND-PERIOD-YEAR
               MOVE WS-PAY-PERIOD-NUM TO FND-PERIOD-NUM
               MOVE WS-FUNDING-REQUIRED TO FND-AMOUNT
               MOVE "P" TO FND-STATUS
               MOVE SPACES TO FND-CONFIRMED-BY
               MOVE ZERO TO FND-CONFIRM-DATE
               WRITE FND-REC
               IF WS-FS-FUNDING-CONFIRM NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "funding-confirm.dat, status "
                       WS-FS-FUNDING-CONFIRM
               END-IF
               CLOSE FUNDING-CONFIRM
           END-IF.

       WRITE-FN-REPORT-LINE.
           MOVE FUNDING-NOTICE-LINE TO FN-DETAIL-IN
           MOVE "D" TO FN-FUNC
           CALL "PRINT-SVC" USING FN-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-FN-SVC-LINES.

       WRITE-FN-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > FN-OUT-COUNT
               MOVE FN-OUT-LINE(WS-PS-I) TO FUNDING-NOTICE-LINE
               WRITE FUNDING-NOTICE-LINE
               IF WS-FS-FUNDING-NOTICE NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "FUNDING-NOTICE.RPT, status "
                       WS-FS-FUNDING-NOTICE
               END-IF
           END-PERFORM.

       WRITE-TAX-LIABILITY.
           IF (WS-RUN-FED-TAX > 0 OR WS-RUN-FICA-EE > 0 OR
               WS-RUN-FICA-ER > 0) AND NOT IS-TRIAL-RUN
               OPEN EXTEND TAX-LIABILITY
               IF WS-FS-TAX-LIABILITY = "05" OR
                   WS-FS-TAX-LIABILITY = "35"
                   OPEN OUTPUT TAX-LIABILITY
               END-IF
               IF WS-FS-TAX-LIABILITY NOT = "00"
                   DISPLAY "ERROR: OPEN failed for "
                       "tax-liability.dat, status "
                       WS-FS-TAX-LIABILITY
               ELSE
                   MOVE "L" TO TAXL-KIND
                   MOVE WS-PAY-PERIOD-END TO TAXL-DATE
                   MOVE WS-PAY-PERIOD-YEAR TO TAXL-PERIOD-YEAR
                   MOVE WS-PAY-PERIOD-NUM  TO TAXL-PERIOD-NUM
                   MOVE WS-RUN-FED-TAX TO TAXL-FED-TAX
                   MOVE WS-RUN-FICA-EE TO TAXL-FICA-EE
                   MOVE WS-RUN-FICA-ER TO TAXL-FICA-ER
                   MOVE WS-RUN-OASDI-EE TO TAXL-OASDI-EE
                   MOVE WS-RUN-MEDICARE-EE TO TAXL-MEDICARE-EE
                   MOVE WS-RUN-OASDI-ER TO TAXL-OASDI-ER
                   MOVE WS-RUN-MEDICARE-ER TO TAXL-MEDICARE-ER
                   COMPUTE TAXL-TOTAL = WS-RUN-FED-TAX
                       + WS-RUN-FICA-EE + WS-RUN-FICA-ER
                   MOVE SPACES TO TAXL-REFERENCE
                   WRITE TAXL-REC
                   IF WS-FS-TAX-LIABILITY NOT = "00"
                       DISPLAY "ERROR: WRITE failed for "
                           "tax-liability.dat, status "
                           WS-FS-TAX-LIABILITY
                   ELSE
                       DISPLAY "Tax deposit liability posted: "
                           TAXL-TOTAL " for period "
                           WS-PAY-PERIOD-YEAR "-" WS-PAY-PERIOD-NUM
                   END-IF
                   CLOSE TAX-LIABILITY
               END-IF
           END-IF.

       WRITE-SL-LIABILITY.
           IF WS-SLR-COUNT > 0 AND NOT IS-TRIAL-RUN
               OPEN EXTEND SL-LIABILITY
               IF WS-FS-SL-LIABILITY = "05" OR
                   WS-FS-SL-LIABILITY = "35"
                   OPEN OUTPUT SL-LIABILITY
               END-IF
               IF WS-FS-SL-LIABILITY NOT = "00"
                   DISPLAY "ERROR: OPEN failed for "
                       "sl-liability.dat, status "
                       WS-FS-SL-LIABILITY
               ELSE
                   MOVE 0 TO WS-SLR-POSTED
                   PERFORM VARYING WS-SLR-I FROM 1 BY 1
                       UNTIL WS-SLR-I > WS-SLR-COUNT
                       MOVE "L" TO SLL-KIND
                       MOVE WS-PAY-PERIOD-END TO SLL-DATE
                       MOVE WS-PAY-PERIOD-YEAR TO SLL-PERIOD-YEAR
                       MOVE WS-PAY-PERIOD-NUM  TO SLL-PERIOD-NUM
                       MOVE WS-SLR-KIND(WS-SLR-I) TO SLL-JUR-KIND
                       MOVE WS-SLR-CODE(WS-SLR-I) TO SLL-JUR-CODE
                       MOVE WS-SLR-WAGES(WS-SLR-I) TO SLL-WAGES
                       MOVE WS-SLR-TAX(WS-SLR-I) TO SLL-TAX
                       MOVE SPACES TO SLL-REFERENCE
                       WRITE SLL-REC
                       IF WS-FS-SL-LIABILITY NOT = "00"
                           DISPLAY "ERROR: WRITE failed for "
                               "sl-liability.dat, status "
                               WS-FS-SL-LIABILITY
                       ELSE
                           ADD 1 TO WS-SLR-POSTED
                       END-IF
                   END-PERFORM
                   CLOSE SL-LIABILITY
                   DISPLAY "State/local liability posted: "
                       WS-SLR-POSTED " jurisdictions for period "
                       WS-PAY-PERIOD-YEAR "-" WS-PAY-PERIOD-NUM
               END-IF
           END-IF.

       WRITE-OX-REPORT-LINE.
           MOVE OT-EXCEPTION-LINE TO OX-DETAIL-IN
           MOVE "D" TO OX-FUNC
           END-IF.

       OPEN-CHECK-REGISTER.
           IF IS-PARTITION-RUN
               PERFORM OPEN-CHECK-SEGMENT
           ELSE
               PERFORM OPEN-CHECK-REGISTER-FILE
           END-IF.

       OPEN-CHECK-SEGMENT.
           IF NOT IS-TRIAL-RUN
               OPEN OUTPUT CHKR-SEGMENT
               IF WS-FS-CHKR-SEGMENT NOT = "00"
                   DISPLAY "ERROR: OPEN OUTPUT failed for "
                       WS-CHKR-SEG-NAME ", status "
                       WS-FS-CHKR-SEGMENT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       OPEN-CHECK-REGISTER-FILE.
           OPEN I-O CHECK-REGISTER
           IF WS-FS-CHECK-REGISTER = "35"
               OPEN OUTPUT CHECK-REGISTER
           END-IF.

       OPEN-PAY-HISTORY.
           IF IS-PARTITION-RUN
               PERFORM OPEN-HISTORY-SEGMENT
           ELSE
               PERFORM OPEN-PAY-HISTORY-FILE
           END-IF.

       OPEN-HISTORY-SEGMENT.
           IF NOT IS-TRIAL-RUN
               OPEN OUTPUT HIST-SEGMENT
               IF WS-FS-HIST-SEGMENT NOT = "00"
                   DISPLAY "ERROR: OPEN OUTPUT failed for "
                       WS-HIST-SEG-NAME ", status "
                       WS-FS-HIST-SEGMENT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       OPEN-PAY-HISTORY-FILE.
           OPEN I-O PAY-HISTORY
           IF WS-FS-PAY-HISTORY = "35"
               OPEN OUTPUT PAY-HISTORY

       LOAD-CHECK-CONTROL.
           OPEN INPUT CHECK-CONTROL
           IF WS-FS-CHECK-CONTROL = "35" OR IS-PARTITION-RUN
               MOVE 1 TO WS-NEXT-CHECK-NO
           ELSE
               IF WS-FS-CHECK-CONTROL NOT = "00"
                       "check-control.dat, status "
                       WS-FS-CHECK-CONTROL
               END-IF
           END-IF
           MOVE WS-NEXT-CHECK-NO TO WS-STOCK-FROM-NO.

       SAVE-CHECK-CONTROL.
           OPEN OUTPUT CHECK-CONTROL
                       "check-control.dat, status "
                       WS-FS-CHECK-CONTROL
               END-IF
           END-IF
           PERFORM LOG-CHECK-STOCK-ISSUE.

       LOG-CHECK-STOCK-ISSUE.
           IF WS-NEXT-CHECK-NO > WS-STOCK-FROM-NO
               MOVE "I" TO SS-FUNC
               MOVE WS-STOCK-FROM-NO TO SS-FROM-NO
               COMPUTE SS-THRU-NO = WS-NEXT-CHECK-NO - 1
               MOVE "PAYROLL" TO SS-PROGRAM
               MOVE WS-OPERATOR-ID TO SS-OPERATOR
               CALL "STOCK-SVC" USING SS-CONTROL
                   ON EXCEPTION
                       DISPLAY "ERROR: CALL to STOCK-SVC failed"
               END-CALL
               MOVE WS-NEXT-CHECK-NO TO WS-STOCK-FROM-NO
           END-IF.

       INITIALIZE-EMP-FIELDS.
           MOVE ZERO   TO WS-FED-TAX
           MOVE ZERO   TO WS-FICA
           MOVE ZERO   TO WS-STATE-TAX
           MOVE ZERO   TO WS-JUR-COUNT
           MOVE ZERO   TO WS-BENEFITS
           MOVE ZERO   TO WS-TOTAL-DEDUCTIONS
           MOVE ZERO   TO WS-NET
           MOVE ZERO   TO WS-LEAVE-HOURS
           MOVE ZERO   TO WS-RETIRE-DED
           MOVE ZERO   TO WS-MATCH-AMT
           MOVE ZERO   TO WS-HSA-EE
           MOVE ZERO   TO WS-HSA-ER
           MOVE ZERO   TO WS-FED-TAXABLE
           MOVE ZERO   TO WS-STATE-TAXABLE
           MOVE ZERO   TO WS-LOCAL-TAXABLE
           MOVE ZERO   TO WS-FICA-WAGES
           MOVE ZERO   TO WS-OASDI
           MOVE ZERO   TO WS-MEDICARE
           MOVE ZERO   TO WS-ADDL-MED-WAGES
           MOVE ZERO   TO WS-ADDL-MEDICARE
           MOVE ZERO   TO WS-ER-OASDI
           MOVE ZERO   TO WS-ER-MEDICARE
           MOVE ZERO   TO WS-PRETAX-FED
           MOVE ZERO   TO WS-PRETAX-STATE
           MOVE ZERO   TO WS-PRETAX-LOCAL
           MOVE ZERO   TO WS-PRETAX-FICA
           MOVE ZERO   TO WS-EMP-SALES-AMT
           MOVE ZERO   TO WS-STUB-VAC-BAL
           MOVE ZERO   TO WS-STUB-SICK-BAL
           MOVE ZERO   TO WS-STUB-COMP-BAL
           MOVE "N"    TO WS-STUB-COMP-FLAG
           MOVE ZERO   TO WS-ER-FICA
           MOVE ZERO   TO WS-FUTA
           MOVE ZERO   TO WS-SUTA
           MOVE ZERO   TO WS-SDI-EE
           MOVE ZERO   TO WS-SDI-ER
           MOVE ZERO   TO WS-SDI-WAGES
           MOVE SPACES TO WS-LOCALITY
           MOVE ZERO   TO WS-LOCAL-TAX
           MOVE ZERO   TO WS-ADVANCE-DED
           MOVE ZERO   TO WS-LOAN-DED
           MOVE ZERO   TO WS-UNION-DED
           MOVE ZERO   TO WS-UNION-DUES
           MOVE ZERO   TO WS-UNION-INIT
           MOVE ZERO   TO WS-ARR-TAKE-COUNT
           MOVE ZERO   TO WS-ARR-POST-COUNT
           MOVE ZERO   TO WS-FRINGE-AMT
           MOVE ZERO   TO WS-CODE-VAC-HOURS
           MOVE ZERO   TO WS-CODE-SICK-HOURS
           MOVE ZERO   TO WS-CODE-HOL-HOURS
           MOVE ZERO   TO WS-CODE-BRK-HOURS
           MOVE ZERO   TO WS-CODE-COMP-HOURS
           MOVE ZERO   TO WS-COMP-OT-HOURS
           MOVE ZERO   TO WS-COMP-EARNED
           MOVE ZERO   TO WS-COMP-OT-VALUE
           MOVE "N"    TO WS-CODED-FEED-FLAG
           MOVE ZERO   TO WS-GARNISH-TOTAL
           MOVE ZERO   TO WS-ADJ-EMP-EARN
           MOVE ZERO   TO WS-ADJ-EMP-DED
           MOVE ZERO   TO WS-ADJ-EMP-REIMB
           MOVE "N"    TO WS-XFR-ACTIVE
           MOVE SPACES TO WS-WORK-STATE
           MOVE ZERO   TO WS-WSP-COUNT
           MOVE ZERO   TO WS-JUR-COUNT
           MOVE ZERO   TO WS-TIPS
           MOVE ZERO   TO WS-TIP-MAKEUP
           MOVE ZERO   TO WS-PIECE-UNITS
           MOVE ZERO   TO WS-PIECE-EARN
           MOVE ZERO   TO WS-PIECE-MAKEUP
           MOVE ZERO   TO WS-PIECE-REG-RATE
           MOVE ZERO   TO WS-UNCOLL-OASDI
           MOVE ZERO   TO WS-UNCOLL-MEDICARE
           MOVE ZERO   TO WS-HOL-PREMIUM-PAY
           MOVE ZERO   TO WS-PW-SHORTFALL-PAY
           MOVE ZERO   TO WS-PW-FRINGE-PAY
           MOVE ZERO   TO WS-PW-PW-HOURS
           MOVE ZERO   TO WS-PW-REG-HOURS
           MOVE ZERO   TO WS-PW-REG-DIFF
           MOVE "N"    TO WS-DAILY-OT-FLAG
           INITIALIZE WS-OT-BREAKDOWN.

       FORMAT-EMPLOYEE-NAME.
           MOVE SPACES TO WS-FORMATTED-NAME
           MOVE EMP-ADDR-STATE TO WS-ADDR-STATE
           MOVE EMP-ADDR-ZIP   TO WS-ADDR-ZIP
           MOVE EMP-LOCALITY   TO WS-LOCALITY
           IF EMP-WORK-STATE = SPACES
               MOVE EMP-ADDR-STATE TO WS-WORK-STATE
           ELSE
               MOVE EMP-WORK-STATE TO WS-WORK-STATE
           END-IF
           MOVE EMP-ANNUAL-SALARY TO WS-ANNUAL-SALARY
           MOVE EMP-HIRE-DATE TO WS-HIRE-DATE
           MOVE EMP-TERM-DATE TO WS-TERM-DATE
                           PERFORM COMPUTE-GROSS-PAY
                           PERFORM DETERMINE-DAYS-WORKED
                           PERFORM PRORATE-GROSS-PAY
                           PERFORM APPLY-REPORTED-TIPS
                           PERFORM APPLY-FRINGE-BENEFITS
                           PERFORM COMPUTE-RETIREMENT
                           PERFORM COMPUTE-HSA-CONTRIBUTION
                       END-IF
                       PERFORM COMPUTE-PRETAX-DEDUCTIONS
                       PERFORM CALL-TAX-CALC
                       PERFORM COMPUTE-DEDUCTIONS
                       PERFORM COMPUTE-EMPLOYER-TAXES
           ELSE
               MOVE SEV-BALANCE TO WS-GROSS
           END-IF
           PERFORM GET-PRIOR-YTD-GROSS
           PERFORM COMPUTE-PRETAX-DEDUCTIONS
           PERFORM CALL-TAX-CALC
           PERFORM COMPUTE-DEDUCTIONS
           PERFORM COMPUTE-EMPLOYER-TAXES

       COMPUTE-DEDUCTIONS.
           PERFORM SET-FICA-TAXABLE
           COMPUTE WS-OASDI ROUNDED = WS-FICA-TAXABLE * WS-OASDI-RATE
               ON SIZE ERROR
                   DISPLAY
                   "ERROR: WS-OASDI overflow for employee " WS-ID
           END-COMPUTE
           COMPUTE WS-MEDICARE ROUNDED =
                   WS-FICA-WAGES * WS-MEDICARE-RATE
               ON SIZE ERROR
                   DISPLAY
                   "ERROR: WS-MEDICARE overflow for employee " WS-ID
           END-COMPUTE
           PERFORM COMPUTE-ADDL-MEDICARE
           ADD WS-ADDL-MEDICARE TO WS-MEDICARE
           COMPUTE WS-FICA = WS-OASDI + WS-MEDICARE
           PERFORM COMPUTE-STATE-TAX
           PERFORM COMPUTE-LOCAL-TAX
           PERFORM COMPUTE-STATE-DISABILITY
           PERFORM COMPUTE-VOLUNTARY-DEDUCTIONS
           PERFORM TAKE-LOAN-REPAYMENT
           PERFORM RECOVER-ADVANCE
           COMPUTE WS-TOTAL-DEDUCTIONS ROUNDED =
                   WS-FICA + WS-FED-TAX + WS-STATE-TAX
                   + WS-LOCAL-TAX + WS-SDI-EE + WS-BENEFITS
                   + WS-RETIRE-DED + WS-HSA-EE + WS-LOAN-DED
                   + WS-ADVANCE-DED + WS-FRINGE-AMT
               ON SIZE ERROR
                   DISPLAY
                   "ERROR: WS-TOTAL-DEDUCTIONS overflow for employee "
                       WS-ID
           END-COMPUTE
           IF WS-TIPS > 0 AND WS-TOTAL-DEDUCTIONS > WS-GROSS
               PERFORM LIMIT-TAX-ON-TIPS
           END-IF.

       LIMIT-TAX-ON-TIPS.
           COMPUTE WS-TIP-SHORT = WS-TOTAL-DEDUCTIONS - WS-GROSS
           IF WS-TIP-SHORT > WS-FED-TAX
               SUBTRACT WS-FED-TAX FROM WS-TIP-SHORT
               MOVE 0 TO WS-FED-TAX
           ELSE
               SUBTRACT WS-TIP-SHORT FROM WS-FED-TAX
               MOVE 0 TO WS-TIP-SHORT
           END-IF
           IF WS-TIP-SHORT > WS-OASDI
               MOVE WS-OASDI TO WS-UNCOLL-OASDI
               SUBTRACT WS-OASDI FROM WS-TIP-SHORT
               MOVE 0 TO WS-OASDI
           ELSE
               MOVE WS-TIP-SHORT TO WS-UNCOLL-OASDI
               SUBTRACT WS-TIP-SHORT FROM WS-OASDI
               MOVE 0 TO WS-TIP-SHORT
           END-IF
           IF WS-TIP-SHORT > WS-MEDICARE
               MOVE WS-MEDICARE TO WS-UNCOLL-MEDICARE
               SUBTRACT WS-MEDICARE FROM WS-TIP-SHORT
               MOVE 0 TO WS-MEDICARE
           ELSE
               MOVE WS-TIP-SHORT TO WS-UNCOLL-MEDICARE
               SUBTRACT WS-TIP-SHORT FROM WS-MEDICARE
               MOVE 0 TO WS-TIP-SHORT
           END-IF
           COMPUTE WS-FICA = WS-OASDI + WS-MEDICARE
           COMPUTE WS-TOTAL-DEDUCTIONS ROUNDED =
                   WS-FICA + WS-FED-TAX + WS-STATE-TAX
                   + WS-LOCAL-TAX + WS-SDI-EE + WS-BENEFITS
                   + WS-RETIRE-DED + WS-HSA-EE + WS-LOAN-DED
                   + WS-ADVANCE-DED + WS-FRINGE-AMT
           END-COMPUTE
           DISPLAY "NOTE: employee " WS-ID " wages too small to "
               "cover tax on reported tips - uncollected OASDI "
               WS-UNCOLL-OASDI " Medicare " WS-UNCOLL-MEDICARE
           IF WS-UNCOLL-OASDI > 0 OR WS-UNCOLL-MEDICARE > 0
               MOVE WS-ID TO WS-UC-ID
               MOVE WS-UNCOLL-OASDI TO WS-UC-OASDI
               MOVE WS-UNCOLL-MEDICARE TO WS-UC-MEDICARE
               MOVE WS-UNCOLL-REG-LINE TO REGISTER-LINE
               PERFORM WRITE-REGISTER-LINE
               ADD WS-UNCOLL-OASDI WS-UNCOLL-MEDICARE
                   TO WS-UNCOLL-RUN-TOTAL
           END-IF.

       TAKE-LOAN-REPAYMENT.
           MOVE 0 TO WS-LOAN-DED

       TAKE-ONE-LOAN-PAYMENT.
           COMPUTE WS-LOAN-ROOM = WS-GROSS - WS-FICA - WS-FED-TAX
               - WS-STATE-TAX - WS-LOCAL-TAX - WS-SDI-EE
               - WS-RETIRE-DED - WS-HSA-EE
               - WS-BENEFITS - WS-FRINGE-AMT
           IF WS-LOAN-ROOM <= 0
               DISPLAY "NOTE: employee " WS-ID " plan loan "

       TAKE-ADVANCE-RECOVERY.
           COMPUTE WS-ADV-ROOM = WS-GROSS - WS-FICA - WS-FED-TAX
               - WS-STATE-TAX - WS-LOCAL-TAX - WS-SDI-EE
               - WS-RETIRE-DED - WS-HSA-EE
               - WS-BENEFITS - WS-LOAN-DED - WS-FRINGE-AMT
           IF WS-ADV-ROOM <= 0
               DISPLAY "NOTE: employee " WS-ID " advance not "
           IF WS-ADVANCE-DED > 0
               PERFORM POST-ADVANCE-DRAW
           END-IF
           IF WS-UNION-DED > 0
               PERFORM POST-UNION-DRAW
           END-IF
           PERFORM POST-ONE-ARREARS-DRAW
               VARYING WS-ARR-TAKE-I FROM 1 BY 1
               UNTIL WS-ARR-TAKE-I > WS-ARR-TAKE-COUNT
               END-READ
           END-IF.

       POST-UNION-DRAW.
           IF IS-UNION-FILE-OPEN
               MOVE WS-ID TO UNM-EMP-ID
               READ UNION-MEMBER
                   INVALID KEY
                       DISPLAY "ERROR: union-member.dat record "
                           "missing posting dues for employee "
                           WS-ID
                   NOT INVALID KEY
                       IF WS-UNION-INIT > 0
                           SUBTRACT WS-UNION-INIT
                               FROM UNM-INIT-BALANCE
                           IF NOT IS-TRIAL-RUN
                               REWRITE UNM-REC
                           END-IF
                       END-IF
                       IF WS-FS-UNION-MEMBER NOT = "00"
                           DISPLAY "ERROR: REWRITE failed for "
                               "union-member.dat, status "
                               WS-FS-UNION-MEMBER
                       ELSE
                           ADD 1 TO WS-UNION-MEMBERS-RUN
                           ADD WS-UNION-DUES TO WS-UNION-DUES-RUN
                           ADD WS-UNION-INIT TO WS-UNION-INIT-RUN
                           IF NOT IS-TRIAL-RUN
                               PERFORM WRITE-UNION-DUES-FEED
                           END-IF
                           IF WS-UNION-INIT > 0 AND
                               UNM-INIT-BALANCE = 0
                               DISPLAY "NOTE: employee " WS-ID
                                   " union initiation fee paid "
                                   "in full"
                           END-IF
                       END-IF
               END-READ
           END-IF.

       WRITE-UNION-DUES-FEED.
           IF NOT IS-UDF-OPEN
               OPEN OUTPUT UNION-DUES-FEED
               IF WS-FS-UNION-DUES-FEED NOT = "00"
                   DISPLAY "ERROR: OPEN OUTPUT failed for "
                       "union-dues.dat, status "
                       WS-FS-UNION-DUES-FEED
               ELSE
                   MOVE "Y" TO WS-UDF-OPEN
                   MOVE "HDR" TO UDF-HDR-TAG
                   MOVE "UNION-DUES  " TO UDF-HDR-NAME
                   COMPUTE UDF-HDR-CREATE-DATE =
                       20000000 + WS-RUN-DATE
                   MOVE WS-PAY-PERIOD-END TO UDF-HDR-PERIOD-END
                   WRITE UDF-HDR-REC
               END-IF
           END-IF
           IF IS-UDF-OPEN
               MOVE WS-UNION-LOCAL TO UDF-LOCAL
               MOVE WS-ID TO UDF-EMP-ID
               MOVE WS-FORMATTED-NAME TO UDF-EMP-NAME
               MOVE WS-DEPT TO UDF-DEPT
               MOVE WS-HOURS TO UDF-HOURS
               MOVE WS-GROSS TO UDF-GROSS
               MOVE WS-UNION-DUES TO UDF-DUES
               MOVE WS-UNION-INIT TO UDF-INIT-FEE
               WRITE UDF-REC
               IF WS-FS-UNION-DUES-FEED NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "union-dues.dat, status "
                       WS-FS-UNION-DUES-FEED
               ELSE
                   ADD 1 TO WS-UDF-COUNT
                   COMPUTE WS-UDF-HASH =
                       FUNCTION MOD(WS-UDF-HASH + UDF-EMP-ID,
                           1000000000)
                   ADD WS-UNION-DED TO WS-UDF-AMOUNT
               END-IF
           END-IF.

       POST-ONE-ARREARS-DRAW.
           IF IS-ARREARS-FILE-OPEN
               MOVE WS-ID TO ARR-EMP-ID
                       MOVE WS-MATCH-CAP-AMT TO WS-MATCH-AMT
                   END-IF
               END-IF
           END-IF.

       COMPUTE-HSA-CONTRIBUTION.
           MOVE 0 TO WS-HSA-EE
           MOVE 0 TO WS-HSA-ER
           IF IS-HSA-FILE-OPEN AND WS-GROSS > 0
               MOVE WS-ID TO HSA-EMP-ID
               READ HSA-ELECTION
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HSA-ACTIVE AND
                           HSA-EFF-DATE <= WS-PAY-PERIOD-END
                           PERFORM TAKE-HSA-CONTRIBUTION
                       END-IF
               END-READ
           END-IF.

       TAKE-HSA-CONTRIBUTION.
           IF HSA-FAMILY
               MOVE WS-HSA-FAMILY-CAP TO WS-HSA-CAP
           ELSE
               MOVE WS-HSA-SINGLE-CAP TO WS-HSA-CAP
           END-IF
           IF HSA-IS-CATCH-UP
               ADD WS-HSA-CATCH-UP TO WS-HSA-CAP
           END-IF
           COMPUTE WS-HSA-ROOM = WS-HSA-CAP - WS-PRIOR-YTD-HSA
           IF WS-HSA-ROOM < 0
               MOVE 0 TO WS-HSA-ROOM
           END-IF
           MOVE HSA-EE-AMOUNT TO WS-HSA-EE
           IF WS-HSA-EE > WS-HSA-ROOM
               MOVE WS-HSA-ROOM TO WS-HSA-EE
               DISPLAY "NOTE: employee " WS-ID " reached the "
                   "annual HSA contribution limit - employee "
                   "contribution limited to " WS-HSA-EE
           END-IF
           IF WS-HSA-EE > WS-GROSS - WS-RETIRE-DED
               COMPUTE WS-HSA-EE = WS-GROSS - WS-RETIRE-DED
           END-IF
           EVALUATE TRUE
               WHEN HSA-ER-FLAT
                   MOVE HSA-ER-AMOUNT TO WS-HSA-ER
               WHEN HSA-ER-MATCH
                   COMPUTE WS-HSA-ER ROUNDED =
                           WS-HSA-EE * HSA-ER-MATCH-PCT
                       ON SIZE ERROR
                           MOVE 0 TO WS-HSA-ER
                   END-COMPUTE
                   IF HSA-ER-AMOUNT > 0 AND
                       WS-HSA-ER > HSA-ER-AMOUNT
                       MOVE HSA-ER-AMOUNT TO WS-HSA-ER
                   END-IF
               WHEN OTHER
                   MOVE 0 TO WS-HSA-ER
           END-EVALUATE
           SUBTRACT WS-HSA-EE FROM WS-HSA-ROOM
           IF WS-HSA-ER > WS-HSA-ROOM
               MOVE WS-HSA-ROOM TO WS-HSA-ER
               DISPLAY "NOTE: employee " WS-ID " reached the "
                   "annual HSA contribution limit - employer "
                   "contribution limited to " WS-HSA-ER
           END-IF.

       LOAD-LOCAL-TAX-TABLE.
                       FUNCTION MOD(WS-FV-HASH + TIME-ID,
                           1000000000)
                   ADD TIME-HOURS TO WS-FV-AMOUNT
                   IF WS-TF-COUNT >= 6000
                       DISPLAY "ERROR: time feed table full - "
                           "record for employee " TIME-ID
                           " dropped"
                               TO WS-TF-CODE(WS-TF-COUNT)
                       END-IF
                       MOVE TIME-JOB TO WS-TF-JOB(WS-TF-COUNT)
                       MOVE TIME-WORK-STATE
                           TO WS-TF-STATE(WS-TF-COUNT)
                       MOVE TIME-WORK-DATE
                           TO WS-TF-DATE(WS-TF-COUNT)
                   END-IF
           END-EVALUATE.


       WRITE-LABOR-SPLIT.
           IF NOT IS-SPLIT-OPEN
               IF IS-PARTITION-RUN
                   OPEN OUTPUT LABOR-SPLIT
               ELSE
               OPEN EXTEND LABOR-SPLIT
               IF WS-FS-LABOR-SPLIT = "05" OR
                   WS-FS-LABOR-SPLIT = "35"
                   OPEN OUTPUT LABOR-SPLIT
               END-IF
               END-IF
               IF WS-FS-LABOR-SPLIT NOT = "00"
                   DISPLAY "ERROR: OPEN failed for "
                       "labor-split.dat, status "
                   WS-TAP-RECORDS " departments"
           END-IF.

       POST-FMLA-USAGE.
           IF IS-TIME-FEED-PRESENT
               PERFORM VARYING WS-TF-I FROM 1 BY 1
                   UNTIL WS-TF-I > WS-TF-COUNT
                   IF WS-TF-CODE(WS-TF-I) = "F"
                       PERFORM POST-ONE-FMLA-LINE
                   END-IF
               END-PERFORM
               IF WS-FMLA-LINES-POSTED > 0
                   DISPLAY "FMLA hours posted from time feed: "
                       WS-FMLA-LINES-POSTED " lines, "
                       WS-FMLA-NO-CASE " without an open case, "
                       WS-FMLA-EXHAUSTED " past entitlement"
               END-IF
           END-IF.

       POST-ONE-FMLA-LINE.
           MOVE "U" TO FM-FUNC
           MOVE WS-TF-ID(WS-TF-I) TO FM-EMP-ID
           IF WS-TF-DATE(WS-TF-I) > 0
               MOVE WS-TF-DATE(WS-TF-I) TO FM-AS-OF-DATE
           ELSE
               MOVE WS-PAY-PERIOD-END TO FM-AS-OF-DATE
           END-IF
           MOVE WS-PAY-PERIOD-YEAR TO FM-PERIOD-YEAR
           MOVE WS-PAY-PERIOD-NUM TO FM-PERIOD-NUM
           MOVE WS-TF-I TO FM-LINE-SEQ
           MOVE WS-TF-HOURS(WS-TF-I) TO FM-HOURS
           MOVE "PAYROLL" TO FM-PROGRAM
           CALL "FMLA-SVC" USING FM-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to FMLA-SVC failed"
           END-CALL
           EVALUATE TRUE
               WHEN FM-OK
                   ADD 1 TO WS-FMLA-LINES-POSTED
               WHEN FM-NO-CASE
                   ADD 1 TO WS-FMLA-LINES-POSTED
                   ADD 1 TO WS-FMLA-NO-CASE
                   DISPLAY "WARNING: employee " FM-EMP-ID " FMLA "
                       "hours on " FM-AS-OF-DATE " have no open "
                       "FMLA case - open or extend the case"
                   MOVE "W" TO WS-LOG-SEVERITY
                   MOVE FM-EMP-ID TO WS-LOG-EMP-ID
                   MOVE "FMLA HOURS POSTED WITHOUT AN OPEN FMLA CASE"
                       TO WS-LOG-MESSAGE
                   PERFORM WRITE-RUN-LOG
               WHEN FM-EXHAUSTED
                   ADD 1 TO WS-FMLA-LINES-POSTED
                   ADD 1 TO WS-FMLA-EXHAUSTED
                   DISPLAY "WARNING: employee " FM-EMP-ID " FMLA "
                       "usage " FM-USED-HOURS " exceeds entitlement "
                       FM-ENTITLE-HOURS " in the rolling 12 months"
                   MOVE "W" TO WS-LOG-SEVERITY
                   MOVE FM-EMP-ID TO WS-LOG-EMP-ID
                   MOVE "FMLA ENTITLEMENT EXHAUSTED"
                       TO WS-LOG-MESSAGE
                   PERFORM WRITE-RUN-LOG
               WHEN OTHER
                   DISPLAY "ERROR: FMLA hours for employee "
                       FM-EMP-ID " not posted"
           END-EVALUATE.

       APPLY-TIME-FEED-BLEND.
           MOVE 0 TO WS-PW-SHORTFALL-PAY
           MOVE 0 TO WS-PW-FRINGE-PAY
           MOVE 0 TO WS-PW-PW-HOURS
           MOVE 0 TO WS-PW-REG-HOURS
           MOVE 0 TO WS-PW-REG-DIFF
           IF IS-TIME-FEED-PRESENT
               MOVE 0 TO WS-EMP-FEED-LINES
               MOVE 0 TO WS-EMP-FEED-HOURS
                       MOVE WS-CODE-REG-HOURS TO WS-HOURS
                   END-IF
                   IF WS-CODE-VAC-HOURS > 0 OR
                       WS-CODE-SICK-HOURS > 0 OR
                       WS-CODE-COMP-HOURS > 0
                       MOVE "Y" TO WS-CODED-FEED-FLAG
                       COMPUTE WS-LEAVE-HOURS =
                           WS-CODE-VAC-HOURS + WS-CODE-SICK-HOURS
                           + WS-CODE-COMP-HOURS
                   END-IF
               END-IF
               IF WS-EMP-FEED-HOURS > 0
                   WHEN "S"
                       ADD WS-TF-HOURS(WS-TF-I)
                           TO WS-CODE-SICK-HOURS
                   WHEN "F"
                       CONTINUE
                   WHEN "B"
                       ADD WS-TF-HOURS(WS-TF-I)
                           TO WS-CODE-BRK-HOURS
                   WHEN "C"
                       ADD WS-TF-HOURS(WS-TF-I)
                           TO WS-CODE-COMP-HOURS
                   WHEN OTHER
                       DISPLAY "WARNING: employee " WS-ID
                           " time feed pay code ["
                   DISPLAY "ERROR: time feed dollars overflow "
                       "for employee " WS-ID
           END-COMPUTE
           PERFORM ADD-WORK-STATE-SHARE
           MOVE SPACES TO WS-PW-LINE-CRAFT
           MOVE 0 TO WS-PW-LINE-RATE
           MOVE 0 TO WS-PW-LINE-FRINGE
           MOVE 0 TO WS-PW-LINE-PAY
           IF WS-TF-JOB(WS-TF-I) > 0 AND WS-PWJ-COUNT > 0
               PERFORM APPLY-PREVAILING-WAGE
           END-IF
           IF WS-TF-JOB(WS-TF-I) > 0 AND NOT IS-TRIAL-RUN
               PERFORM WRITE-PROJECT-LEDGER
           END-IF.

       APPLY-PREVAILING-WAGE.
           MOVE 0 TO WS-PWJ-SLOT
           PERFORM VARYING WS-PWJ-I FROM 1 BY 1
               UNTIL WS-PWJ-I > WS-PWJ-COUNT
               IF WS-PWJ-JOB(WS-PWJ-I) = WS-TF-JOB(WS-TF-I)
                   MOVE WS-PWJ-I TO WS-PWJ-SLOT
               END-IF
           END-PERFORM
           IF WS-PWJ-SLOT > 0
               MOVE WS-PWJ-CRAFT(WS-PWJ-SLOT) TO WS-PW-LINE-CRAFT
               IF WS-TF-DATE(WS-TF-I) > 0
                   MOVE WS-TF-DATE(WS-TF-I) TO WS-PW-AS-OF
               ELSE
                   MOVE WS-PAY-PERIOD-END TO WS-PW-AS-OF
               END-IF
               MOVE 0 TO WS-PWR-SLOT
               PERFORM VARYING WS-PWR-I FROM 1 BY 1
                   UNTIL WS-PWR-I > WS-PWR-COUNT
                   IF WS-PWR-JOB(WS-PWR-I) = WS-TF-JOB(WS-TF-I) AND
                       WS-PWR-CRAFT(WS-PWR-I) = WS-PW-LINE-CRAFT AND
                       WS-PWR-EFF(WS-PWR-I) <= WS-PW-AS-OF
                       IF WS-PWR-SLOT = 0
                           MOVE WS-PWR-I TO WS-PWR-SLOT
                       ELSE
                           IF WS-PWR-EFF(WS-PWR-I) >=
                               WS-PWR-EFF(WS-PWR-SLOT)
                               MOVE WS-PWR-I TO WS-PWR-SLOT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               ADD WS-TF-HOURS(WS-TF-I) TO WS-PW-PW-HOURS
               IF WS-PWR-SLOT = 0
                   ADD 1 TO WS-PW-NO-RATE
                   DISPLAY "WARNING: employee " WS-ID " job "
                       WS-TF-JOB(WS-TF-I) " craft " WS-PW-LINE-CRAFT
                       " has no prevailing wage rate in effect "
                       WS-PW-AS-OF " - paid at employee rate"
               ELSE
                   MOVE WS-PWR-BASE(WS-PWR-SLOT) TO WS-PW-LINE-RATE
                   MOVE WS-PWR-FRINGE(WS-PWR-SLOT)
                       TO WS-PW-LINE-FRINGE
                   MOVE 0 TO WS-PW-LINE-SHORT
                   IF WS-FEED-LINE-RATE < WS-PW-LINE-RATE
                       IF WS-TF-CODE(WS-TF-I) = "O"
                           COMPUTE WS-PW-LINE-SHORT ROUNDED =
                               WS-TF-HOURS(WS-TF-I) * 1.5 *
                               (WS-PW-LINE-RATE - WS-FEED-LINE-RATE)
                               ON SIZE ERROR
                                   MOVE 0 TO WS-PW-LINE-SHORT
                           END-COMPUTE
                       ELSE
                           COMPUTE WS-PW-LINE-SHORT ROUNDED =
                               WS-TF-HOURS(WS-TF-I) *
                               (WS-PW-LINE-RATE - WS-FEED-LINE-RATE)
                               ON SIZE ERROR
                                   MOVE 0 TO WS-PW-LINE-SHORT
                           END-COMPUTE
                       END-IF
                   END-IF
                   COMPUTE WS-PW-LINE-FRINGE-PAY ROUNDED =
                       WS-TF-HOURS(WS-TF-I) * WS-PW-LINE-FRINGE
                       ON SIZE ERROR
                           MOVE 0 TO WS-PW-LINE-FRINGE-PAY
                   END-COMPUTE
                   COMPUTE WS-PW-LINE-PAY =
                       WS-PW-LINE-SHORT + WS-PW-LINE-FRINGE-PAY
                   ADD WS-PW-LINE-SHORT TO WS-PW-SHORTFALL-PAY
                   ADD WS-PW-LINE-FRINGE-PAY TO WS-PW-FRINGE-PAY
                   IF WS-TF-CODE(WS-TF-I) NOT = "O" AND
                       WS-TF-CODE(WS-TF-I) NOT = "H"
                       ADD WS-TF-HOURS(WS-TF-I) TO WS-PW-REG-HOURS
                       ADD WS-PW-LINE-SHORT TO WS-PW-REG-DIFF
                   END-IF
               END-IF
           END-IF.

       ADD-WORK-STATE-SHARE.
           IF WS-TF-STATE(WS-TF-I) = SPACES
               MOVE WS-WORK-STATE TO WS-WSP-KEY
           ELSE
               MOVE WS-TF-STATE(WS-TF-I) TO WS-WSP-KEY
           END-IF
           MOVE 0 TO WS-WSP-SLOT
           PERFORM VARYING WS-WSP-I FROM 1 BY 1
               UNTIL WS-WSP-I > WS-WSP-COUNT
               IF WS-WSP-STATE(WS-WSP-I) = WS-WSP-KEY
                   MOVE WS-WSP-I TO WS-WSP-SLOT
               END-IF
           END-PERFORM
           IF WS-WSP-SLOT = 0
               IF WS-WSP-COUNT < 4
                   ADD 1 TO WS-WSP-COUNT
                   MOVE WS-WSP-COUNT TO WS-WSP-SLOT
                   MOVE WS-WSP-KEY TO WS-WSP-STATE(WS-WSP-SLOT)
                   MOVE 0 TO WS-WSP-DOLLARS(WS-WSP-SLOT)
               ELSE
                   DISPLAY "WARNING: employee " WS-ID " time feed "
                       "names more than 4 work states - "
                       WS-WSP-KEY " hours taxed as "
                       WS-WSP-STATE(1)
                   MOVE 1 TO WS-WSP-SLOT
               END-IF
           END-IF
           COMPUTE WS-WSP-DOLLARS(WS-WSP-SLOT) ROUNDED =
                   WS-WSP-DOLLARS(WS-WSP-SLOT) +
                   (WS-TF-HOURS(WS-TF-I) * WS-FEED-LINE-RATE)
               ON SIZE ERROR
                   DISPLAY "ERROR: work state dollars overflow "
                       "for employee " WS-ID
           END-COMPUTE.

       WRITE-PROJECT-LEDGER.
           IF NOT IS-PJL-OPEN
               IF IS-PARTITION-RUN
                   OPEN OUTPUT PROJECT-LEDGER
               ELSE
               OPEN EXTEND PROJECT-LEDGER
               IF WS-FS-PROJECT-LEDGER = "05" OR
                   WS-FS-PROJECT-LEDGER = "35"
                   OPEN OUTPUT PROJECT-LEDGER
               END-IF
               END-IF
               IF WS-FS-PROJECT-LEDGER NOT = "00"
                   DISPLAY "ERROR: OPEN failed for "
                       "project-ledger.dat, status "
               MOVE WS-PAY-PERIOD-NUM  TO PJL-PERIOD-NUM
               MOVE WS-ID TO PJL-EMP-ID
               MOVE WS-TF-HOURS(WS-TF-I) TO PJL-HOURS
               MOVE WS-TF-DATE(WS-TF-I) TO PJL-WORK-DATE
               MOVE WS-TF-CODE(WS-TF-I) TO PJL-PAY-CODE
               MOVE WS-PW-LINE-CRAFT TO PJL-CRAFT
               MOVE WS-FEED-LINE-RATE TO PJL-RATE-PAID
               MOVE WS-PW-LINE-RATE TO PJL-PW-RATE
               MOVE WS-PW-LINE-FRINGE TO PJL-PW-FRINGE
               MOVE WS-PW-LINE-PAY TO PJL-PW-PAY
               COMPUTE PJL-DOLLARS ROUNDED =
                       ((WS-TF-HOURS(WS-TF-I) * WS-FEED-LINE-RATE)
                       + WS-PW-LINE-PAY) * (1 + WS-BURDEN-PCT)
                   ON SIZE ERROR
                       DISPLAY "ERROR: project dollars overflow "
                           "for job " PJL-JOB " employee " WS-ID
           END-IF
           COMPUTE WS-CODED-PAY ROUNDED =
                   (WS-CODE-VAC-HOURS + WS-CODE-SICK-HOURS
                   + WS-CODE-HOL-HOURS + WS-CODE-COMP-HOURS)
                   * WS-RATE
               ON SIZE ERROR
                   DISPLAY "ERROR: coded leave pay overflow for "
                       "employee " WS-ID
               END-ADD
               COMPUTE WS-HOURS = WS-HOURS + WS-CODE-VAC-HOURS
                   + WS-CODE-SICK-HOURS + WS-CODE-HOL-HOURS
                   + WS-CODE-COMP-HOURS
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-HOURS
               END-COMPUTE
           END-IF
           IF WS-CODE-BRK-HOURS > 0
               COMPUTE WS-CODED-PAY ROUNDED =
                       WS-CODE-BRK-HOURS * WS-RATE
                   ON SIZE ERROR
                       DISPLAY "ERROR: break premium overflow for "
                           "employee " WS-ID
                       MOVE 0 TO WS-CODED-PAY
               END-COMPUTE
               ADD WS-CODED-PAY TO WS-GROSS
                   ON SIZE ERROR
                       DISPLAY "ERROR: WS-GROSS overflow for "
                           "employee " WS-ID
               END-ADD
           END-IF.

       COMPUTE-LOCAL-TAX.
                   MOVE WS-LTX-TBL-RATE(WS-LTX-SLOT)
                       TO WS-LOCAL-RATE-IN-USE
                   COMPUTE WS-LOCAL-TAX ROUNDED =
                           WS-LOCAL-TAXABLE
                           * WS-LTX-TBL-RATE(WS-LTX-SLOT)
                       ON SIZE ERROR
                           DISPLAY "ERROR: WS-LOCAL-TAX overflow "
                               "for employee " WS-ID
                   WS-MW-COUNT " states"
           END-IF.

       LOAD-OT-RULES.
           OPEN INPUT OT-RULES
           IF WS-FS-OT-RULES = "35"
               DISPLAY "No ot-rules.dat found - overtime on period "
                   "hours only"
           ELSE
               IF WS-FS-OT-RULES NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "ot-rules.dat, status " WS-FS-OT-RULES
                   PERFORM RELEASE-MASTER-LOCK
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-OTR-EOF = 1
                   READ OT-RULES
                       AT END MOVE 1 TO WS-OTR-EOF
                       NOT AT END
                           PERFORM STORE-ONE-OT-RULE
                   END-READ
               END-PERFORM
               CLOSE OT-RULES
               DISPLAY "Daily overtime rules loaded for "
                   WS-OTR-COUNT " states"
           END-IF.

       STORE-ONE-OT-RULE.
           IF OTR-EFF-DATE > WS-PAY-PERIOD-END
               CONTINUE
           ELSE
               MOVE 0 TO WS-OTR-SLOT
               PERFORM VARYING WS-OTR-I FROM 1 BY 1
                   UNTIL WS-OTR-I > WS-OTR-COUNT
                   IF WS-OTR-STATE(WS-OTR-I) = OTR-STATE
                       MOVE WS-OTR-I TO WS-OTR-SLOT
                   END-IF
               END-PERFORM
               IF WS-OTR-SLOT = 0
                   IF WS-OTR-COUNT >= 60
                       DISPLAY "ERROR: overtime rule table full - "
                           "entry for state " OTR-STATE " dropped"
                   ELSE
                       ADD 1 TO WS-OTR-COUNT
                       MOVE WS-OTR-COUNT TO WS-OTR-SLOT
                       MOVE OTR-STATE TO WS-OTR-STATE(WS-OTR-SLOT)
                       MOVE 0 TO WS-OTR-EFF(WS-OTR-SLOT)
                   END-IF
               END-IF
               IF WS-OTR-SLOT > 0
                   IF OTR-EFF-DATE >= WS-OTR-EFF(WS-OTR-SLOT)
                       MOVE OTR-EFF-DATE TO WS-OTR-EFF(WS-OTR-SLOT)
                       MOVE OTR-DAILY-OT
                           TO WS-OTR-DAILY-OT(WS-OTR-SLOT)
                       MOVE OTR-DAILY-DT
                           TO WS-OTR-DAILY-DT(WS-OTR-SLOT)
                       MOVE OTR-WEEKLY-OT
                           TO WS-OTR-WEEKLY-OT(WS-OTR-SLOT)
                       MOVE OTR-SEVENTH-DAY
                           TO WS-OTR-SEVENTH(WS-OTR-SLOT)
                       MOVE OTR-SEVENTH-DT
                           TO WS-OTR-SEVENTH-DT(WS-OTR-SLOT)
                   END-IF
               END-IF
           END-IF.

       STORE-ONE-MIN-WAGE.
           IF MWG-EFF-DATE > WS-PAY-PERIOD-END
               CONTINUE
               IF WS-MW-SLOT > 0
                   IF MWG-EFF-DATE >= WS-MW-EFF(WS-MW-SLOT)
                       MOVE MWG-RATE TO WS-MW-RATE(WS-MW-SLOT)
                       MOVE MWG-TIP-CREDIT
                           TO WS-MW-TIP-CREDIT(WS-MW-SLOT)
                       MOVE MWG-EFF-DATE
                           TO WS-MW-EFF(WS-MW-SLOT)
                   END-IF

       FIND-STATE-FLOOR.
           MOVE WS-MIN-RATE TO WS-MW-FLOOR
           MOVE 0 TO WS-MW-TIP-CREDIT-IN-USE
           PERFORM VARYING WS-MW-I FROM 1 BY 1
               UNTIL WS-MW-I > WS-MW-COUNT
               IF WS-MW-STATE(WS-MW-I) = WS-WORK-STATE
                   MOVE WS-MW-RATE(WS-MW-I) TO WS-MW-FLOOR
                   MOVE WS-MW-TIP-CREDIT(WS-MW-I)
                       TO WS-MW-TIP-CREDIT-IN-USE
               END-IF
           END-PERFORM
           IF WS-MW-TIP-CREDIT-IN-USE >= WS-MW-FLOOR
               MOVE 0 TO WS-MW-CASH-FLOOR
           ELSE
               COMPUTE WS-MW-CASH-FLOOR =
                   WS-MW-FLOOR - WS-MW-TIP-CREDIT-IN-USE
           END-IF.

       LOAD-SUTA-TABLE.
           OPEN INPUT SUTA-TABLE
           END-IF.

       COMPUTE-EMPLOYER-TAXES.
           MOVE WS-FICA-WAGES TO WS-ER-WAGES
           COMPUTE WS-ER-OASDI ROUNDED =
                   WS-FICA-TAXABLE * WS-OASDI-RATE
               ON SIZE ERROR
                   DISPLAY "ERROR: WS-ER-OASDI overflow for "
                       "employee " WS-ID
                   MOVE 0 TO WS-ER-OASDI
           END-COMPUTE
           COMPUTE WS-ER-MEDICARE ROUNDED =
                   WS-FICA-WAGES * WS-MEDICARE-RATE
               ON SIZE ERROR
                   DISPLAY "ERROR: WS-ER-MEDICARE overflow for "
                       "employee " WS-ID
                   MOVE 0 TO WS-ER-MEDICARE
           END-COMPUTE
           COMPUTE WS-ER-FICA = WS-ER-OASDI + WS-ER-MEDICARE
               ON SIZE ERROR
                   DISPLAY "ERROR: WS-ER-FICA overflow for "
                       "employee " WS-ID
                   MOVE 0 TO WS-ER-FICA
           END-COMPUTE
           IF WS-PRIOR-YTD-FICA-WAGES >= WS-FUTA-WAGE-BASE
               MOVE 0 TO WS-FUTA
           ELSE
               COMPUTE WS-ER-TAX-ROOM =
                   WS-FUTA-WAGE-BASE - WS-PRIOR-YTD-FICA-WAGES
               IF WS-ER-WAGES > WS-ER-TAX-ROOM
                   MOVE WS-ER-TAX-ROOM TO WS-ER-TAXABLE
               ELSE
                   MOVE WS-ER-WAGES TO WS-ER-TAXABLE
               END-IF
               COMPUTE WS-FUTA ROUNDED =
                       WS-ER-TAXABLE * WS-FUTA-RATE
                   ON SIZE ERROR
                       DISPLAY "ERROR: WS-FUTA overflow for "
                           "employee " WS-ID
                       MOVE 0 TO WS-FUTA
               END-COMPUTE
           END-IF
           PERFORM PICK-SUTA-RATE
           IF WS-PRIOR-YTD-FICA-WAGES >= WS-SUTA-BASE-IN-USE
               MOVE 0 TO WS-SUTA
           ELSE
               COMPUTE WS-ER-TAX-ROOM =
                   WS-SUTA-BASE-IN-USE - WS-PRIOR-YTD-FICA-WAGES
               IF WS-ER-WAGES > WS-ER-TAX-ROOM
                   MOVE WS-ER-TAX-ROOM TO WS-ER-TAXABLE
               ELSE
                   MOVE WS-ER-WAGES TO WS-ER-TAXABLE
               END-IF
               COMPUTE WS-SUTA ROUNDED =
                       WS-ER-TAXABLE * WS-SUTA-RATE-IN-USE
                   ON SIZE ERROR
                       DISPLAY "ERROR: WS-SUTA overflow for "
                           "employee " WS-ID
                       MOVE 0 TO WS-SUTA
               END-COMPUTE
           END-IF.

       PICK-SUTA-RATE.
           MOVE WS-SUTA-RATE TO WS-SUTA-RATE-IN-USE
           MOVE WS-SUTA-WAGE-BASE TO WS-SUTA-BASE-IN-USE
           PERFORM VARYING WS-SUTA-I FROM 1 BY 1
               UNTIL WS-SUTA-I > WS-SUTA-COUNT
               IF WS-SUTA-TBL-STATE(WS-SUTA-I) = WS-WORK-STATE
                   MOVE WS-SUTA-TBL-RATE(WS-SUTA-I)
                       TO WS-SUTA-RATE-IN-USE
                   MOVE WS-SUTA-TBL-BASE(WS-SUTA-I)
                       TO WS-SUTA-BASE-IN-USE
               END-IF
           END-PERFORM.

       LOAD-SDI-TABLE.
           OPEN INPUT SDI-TABLE
           IF WS-FS-SDI-TABLE = "35"
               DISPLAY "WARNING: sdi-table.dat not found - no state "
                   "disability or family leave contributions taken"
           ELSE
               IF WS-FS-SDI-TABLE NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "sdi-table.dat, status " WS-FS-SDI-TABLE
                   PERFORM RELEASE-MASTER-LOCK
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-SDI-EOF = 1
                   READ SDI-TABLE
                       AT END MOVE 1 TO WS-SDI-EOF
                       NOT AT END
                           PERFORM STORE-ONE-SDI-RATE
                   END-READ
               END-PERFORM
               CLOSE SDI-TABLE
               DISPLAY "SDI/PFML rates loaded for " WS-SDI-COUNT
                   " states"
           END-IF.

       STORE-ONE-SDI-RATE.
           IF SDI-EFF-DATE > WS-PAY-PERIOD-END
               CONTINUE
           ELSE
               MOVE 0 TO WS-SDI-SLOT
               PERFORM VARYING WS-SDI-I FROM 1 BY 1
                   UNTIL WS-SDI-I > WS-SDI-COUNT
                   IF WS-SDI-TBL-STATE(WS-SDI-I) = SDI-STATE
                       MOVE WS-SDI-I TO WS-SDI-SLOT
                   END-IF
               END-PERFORM
               IF WS-SDI-SLOT = 0
                   IF WS-SDI-COUNT >= 60
                       DISPLAY "ERROR: SDI table full - entry "
                           "for state " SDI-STATE " dropped"
                   ELSE
                       ADD 1 TO WS-SDI-COUNT
                       MOVE WS-SDI-COUNT TO WS-SDI-SLOT
                       MOVE SDI-STATE
                           TO WS-SDI-TBL-STATE(WS-SDI-SLOT)
                       MOVE 0 TO WS-SDI-TBL-EFF(WS-SDI-SLOT)
                   END-IF
               END-IF
               IF WS-SDI-SLOT > 0
                   IF SDI-EFF-DATE >= WS-SDI-TBL-EFF(WS-SDI-SLOT)
                       MOVE SDI-EE-RATE
                           TO WS-SDI-TBL-EE-RATE(WS-SDI-SLOT)
                       MOVE SDI-ER-RATE
                           TO WS-SDI-TBL-ER-RATE(WS-SDI-SLOT)
                       MOVE SDI-EE-BASE
                           TO WS-SDI-TBL-EE-BASE(WS-SDI-SLOT)
                       MOVE SDI-ER-BASE
                           TO WS-SDI-TBL-ER-BASE(WS-SDI-SLOT)
                       MOVE SDI-EFF-DATE
                           TO WS-SDI-TBL-EFF(WS-SDI-SLOT)
                   END-IF
               END-IF
           END-IF.

       COMPUTE-STATE-DISABILITY.
           MOVE 0 TO WS-SDI-EE
           MOVE 0 TO WS-SDI-ER
           MOVE 0 TO WS-SDI-WAGES
           MOVE 0 TO WS-SDI-SLOT
           PERFORM VARYING WS-SDI-I FROM 1 BY 1
               UNTIL WS-SDI-I > WS-SDI-COUNT
               IF WS-SDI-TBL-STATE(WS-SDI-I) = WS-WORK-STATE
                   MOVE WS-SDI-I TO WS-SDI-SLOT
               END-IF
           END-PERFORM
           IF WS-SDI-SLOT > 0
               COMPUTE WS-SDI-SUBJECT = WS-GROSS + WS-TIPS
                   ON SIZE ERROR
                       MOVE WS-GROSS TO WS-SDI-SUBJECT
               END-COMPUTE
               MOVE WS-SDI-SUBJECT TO WS-SDI-WAGES
               IF WS-SDI-TBL-EE-BASE(WS-SDI-SLOT) > 0
                   IF WS-PRIOR-YTD-GROSS >=
                       WS-SDI-TBL-EE-BASE(WS-SDI-SLOT)
                       MOVE 0 TO WS-SDI-WAGES
                   ELSE
                       IF WS-PRIOR-YTD-GROSS + WS-SDI-SUBJECT >
                           WS-SDI-TBL-EE-BASE(WS-SDI-SLOT)
                           COMPUTE WS-SDI-WAGES =
                               WS-SDI-TBL-EE-BASE(WS-SDI-SLOT)
                               - WS-PRIOR-YTD-GROSS
                       END-IF
                   END-IF
               END-IF
               COMPUTE WS-SDI-EE ROUNDED = WS-SDI-WAGES
                       * WS-SDI-TBL-EE-RATE(WS-SDI-SLOT)
                   ON SIZE ERROR
                       DISPLAY "ERROR: WS-SDI-EE overflow for "
                           "employee " WS-ID
                       MOVE 0 TO WS-SDI-EE
               END-COMPUTE
               MOVE WS-SDI-SUBJECT TO WS-SDI-ER-TAXABLE
               IF WS-SDI-TBL-ER-BASE(WS-SDI-SLOT) > 0
                   IF WS-PRIOR-YTD-GROSS >=
                       WS-SDI-TBL-ER-BASE(WS-SDI-SLOT)
                       MOVE 0 TO WS-SDI-ER-TAXABLE
                   ELSE
                       IF WS-PRIOR-YTD-GROSS + WS-SDI-SUBJECT >
                           WS-SDI-TBL-ER-BASE(WS-SDI-SLOT)
                           COMPUTE WS-SDI-ER-TAXABLE =
                               WS-SDI-TBL-ER-BASE(WS-SDI-SLOT)
                               - WS-PRIOR-YTD-GROSS
                       END-IF
                   END-IF
               END-IF
               COMPUTE WS-SDI-ER ROUNDED = WS-SDI-ER-TAXABLE
                       * WS-SDI-TBL-ER-RATE(WS-SDI-SLOT)
                   ON SIZE ERROR
                       DISPLAY "ERROR: WS-SDI-ER overflow for "
                           "employee " WS-ID
                       MOVE 0 TO WS-SDI-ER
               END-COMPUTE
           END-IF.

       GET-PRIOR-YTD-GROSS.
           MOVE 0 TO WS-PRIOR-YTD-GROSS
           MOVE 0 TO WS-PRIOR-YTD-FICA-WAGES
           MOVE 0 TO WS-PRIOR-YTD-RETIRE
           MOVE 0 TO WS-PRIOR-YTD-HSA
           MOVE WS-ID TO YTD-ID
           READ YTD-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF YTD-YEAR = WS-PAY-PERIOD-YEAR
                       COMPUTE WS-PRIOR-YTD-GROSS =
                           YTD-GROSS + YTD-TIPS
                       MOVE YTD-FICA-WAGES
                           TO WS-PRIOR-YTD-FICA-WAGES
                       MOVE YTD-RETIRE TO WS-PRIOR-YTD-RETIRE
                       COMPUTE WS-PRIOR-YTD-HSA =
                           YTD-HSA-EE + YTD-HSA-ER
                   END-IF
           END-READ.

       COMPUTE-ADDL-MEDICARE.
           MOVE 0 TO WS-ADDL-MED-WAGES
           MOVE 0 TO WS-ADDL-MEDICARE
           IF WS-PRIOR-YTD-FICA-WAGES >= WS-ADDL-MED-THRESHOLD
               MOVE WS-FICA-WAGES TO WS-ADDL-MED-WAGES
           ELSE
               IF WS-PRIOR-YTD-FICA-WAGES + WS-FICA-WAGES >
                   WS-ADDL-MED-THRESHOLD
                   COMPUTE WS-ADDL-MED-WAGES =
                       WS-PRIOR-YTD-FICA-WAGES + WS-FICA-WAGES
                       - WS-ADDL-MED-THRESHOLD
                   DISPLAY "NOTE: employee " WS-ID " passed the "
                       "Additional Medicare threshold this period"
               END-IF
           END-IF
           IF WS-ADDL-MED-WAGES > 0
               COMPUTE WS-ADDL-MEDICARE ROUNDED =
                       WS-ADDL-MED-WAGES * WS-ADDL-MED-RATE
                   ON SIZE ERROR
                       DISPLAY "ERROR: WS-ADDL-MEDICARE overflow "
                           "for employee " WS-ID
                       MOVE 0 TO WS-ADDL-MEDICARE
               END-COMPUTE
           END-IF.

       SET-FICA-TAXABLE.
           IF WS-PRIOR-YTD-FICA-WAGES >= WS-FICA-WAGE-BASE
               MOVE 0 TO WS-FICA-TAXABLE
           ELSE
               COMPUTE WS-FICA-ROOM =
                   WS-FICA-WAGE-BASE - WS-PRIOR-YTD-FICA-WAGES
               IF WS-FICA-WAGES > WS-FICA-ROOM
                   MOVE WS-FICA-ROOM TO WS-FICA-TAXABLE
                   DISPLAY "NOTE: employee " WS-ID " crossed the "
                       "Social Security wage base this period - "
                       "only " WS-FICA-TAXABLE " is subject to "
                       "OASDI, Medicare continues on all wages"
               ELSE
                   MOVE WS-FICA-WAGES TO WS-FICA-TAXABLE
               END-IF
           END-IF.

               MOVE "HOURS OUT OF RANGE FOR PAY FREQUENCY"
                   TO WS-REJ-REASON
           END-IF
           IF (WS-RATE < WS-MIN-RATE AND NOT IS-TIPPED-EMP AND
               NOT IS-PIECE-EMP) OR
               WS-RATE > WS-MAX-RATE
               MOVE "N" TO WS-EMP-VALID
               MOVE "RATE OUTSIDE CONFIGURED MIN/MAX" TO WS-REJ-REASON
           END-IF
               MOVE "RATE BELOW STATE MINIMUM WAGE"
                   TO WS-REJ-REASON
           END-IF
           IF IS-TIPPED-EMP AND WS-RATE < WS-MW-CASH-FLOOR
               MOVE "N" TO WS-EMP-VALID
               MOVE "TIPPED RATE BELOW STATE CASH WAGE"
                   TO WS-REJ-REASON
           END-IF
           IF WS-DEPT < 1 OR WS-DEPT > 10
               MOVE "N" TO WS-EMP-VALID
               MOVE "DEPARTMENT OUTSIDE RANGE (1-10)" TO WS-REJ-REASON
                   CONTINUE
               WHEN 3
                   CONTINUE
               WHEN 4
                   CONTINUE
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-EMP-VALID
                   MOVE "UNKNOWN EMPLOYEE TYPE" TO WS-REJ-REASON
                       ADD WS-ER-FICA TO YTD-ER-FICA
                       ADD WS-FUTA TO YTD-FUTA
                       ADD WS-SUTA TO YTD-SUTA
                       ADD WS-SDI-WAGES TO YTD-SDI-WAGES
                       ADD WS-SDI-EE TO YTD-SDI-EE
                       ADD WS-SDI-ER TO YTD-SDI-ER
                       ADD WS-FRINGE-AMT TO YTD-FRINGE
                       ADD WS-FED-TAXABLE TO YTD-FED-WAGES
                       ADD WS-STATE-TAXABLE TO YTD-STATE-WAGES
                       ADD WS-LOCAL-TAXABLE TO YTD-LOCAL-WAGES
                       ADD WS-FICA-WAGES TO YTD-FICA-WAGES
                       ADD WS-FICA-TAXABLE TO YTD-OASDI-WAGES
                       ADD WS-OASDI TO YTD-OASDI
                       ADD WS-MEDICARE TO YTD-MEDICARE
                       ADD WS-ADDL-MED-WAGES TO YTD-ADDL-MED-WAGES
                       ADD WS-ADDL-MEDICARE TO YTD-ADDL-MEDICARE
                       ADD WS-ER-OASDI TO YTD-ER-OASDI
                       ADD WS-ER-MEDICARE TO YTD-ER-MEDICARE
                       ADD WS-TIPS TO YTD-TIPS
                       ADD WS-UNCOLL-OASDI TO YTD-UNCOLL-OASDI
                       ADD WS-UNCOLL-MEDICARE TO YTD-UNCOLL-MEDICARE
                       ADD WS-HSA-EE TO YTD-HSA-EE
                       ADD WS-HSA-ER TO YTD-HSA-ER
                   END-IF
                   PERFORM SAVE-STUB-YTD
                   IF NOT IS-TRIAL-RUN
           IF WS-FS-YTD-MASTER NOT = "00"
               DISPLAY "ERROR: YTD update failed for employee "
                   WS-ID ", status " WS-FS-YTD-MASTER
           END-IF
           IF NOT IS-TRIAL-RUN
               PERFORM POST-YTD-JURISDICTIONS
           END-IF.

       POST-YTD-JURISDICTIONS.
           MOVE "P" TO JS-FUNC
           MOVE WS-ID TO JS-EMP-ID
           MOVE WS-PAY-PERIOD-YEAR TO JS-YEAR
           MOVE WS-COMPANY TO JS-COMPANY
           MOVE "S" TO JS-KIND
           PERFORM VARYING WS-JUR-I FROM 1 BY 1
               UNTIL WS-JUR-I > WS-JUR-COUNT
               MOVE WS-JUR-STATE(WS-JUR-I) TO JS-CODE
               MOVE WS-JUR-WAGES(WS-JUR-I) TO JS-WAGES
               MOVE WS-JUR-TAX(WS-JUR-I) TO JS-TAX
               CALL "JURIS-SVC" USING JS-CONTROL
                   ON EXCEPTION
                       DISPLAY "ERROR: CALL to JURIS-SVC failed"
               END-CALL
           END-PERFORM
           IF WS-LOCALITY NOT = SPACES
               MOVE "L" TO JS-KIND
               MOVE WS-LOCALITY TO JS-CODE
               MOVE WS-LOCAL-TAXABLE TO JS-WAGES
               MOVE WS-LOCAL-TAX TO JS-TAX
               CALL "JURIS-SVC" USING JS-CONTROL
                   ON EXCEPTION
                       DISPLAY "ERROR: CALL to JURIS-SVC failed"
               END-CALL
           END-IF.

       RESET-YTD-BALANCES.
           MOVE WS-ER-FICA TO YTD-ER-FICA
           MOVE WS-FUTA TO YTD-FUTA
           MOVE WS-SUTA TO YTD-SUTA
           MOVE WS-SDI-WAGES TO YTD-SDI-WAGES
           MOVE WS-SDI-EE TO YTD-SDI-EE
           MOVE WS-SDI-ER TO YTD-SDI-ER
           MOVE WS-FRINGE-AMT TO YTD-FRINGE
           MOVE WS-COMPANY TO YTD-COMPANY
           MOVE WS-FED-TAXABLE TO YTD-FED-WAGES
           MOVE WS-STATE-TAXABLE TO YTD-STATE-WAGES
           MOVE WS-LOCAL-TAXABLE TO YTD-LOCAL-WAGES
           MOVE WS-FICA-WAGES TO YTD-FICA-WAGES
           MOVE WS-FICA-TAXABLE TO YTD-OASDI-WAGES
           MOVE WS-OASDI TO YTD-OASDI
           MOVE WS-MEDICARE TO YTD-MEDICARE
           MOVE WS-ADDL-MED-WAGES TO YTD-ADDL-MED-WAGES
           MOVE WS-ADDL-MEDICARE TO YTD-ADDL-MEDICARE
           MOVE WS-ER-OASDI TO YTD-ER-OASDI
           MOVE WS-ER-MEDICARE TO YTD-ER-MEDICARE
           MOVE WS-TIPS TO YTD-TIPS
           MOVE WS-UNCOLL-OASDI TO YTD-UNCOLL-OASDI
           MOVE WS-UNCOLL-MEDICARE TO YTD-UNCOLL-MEDICARE
           MOVE WS-HSA-EE TO YTD-HSA-EE
           MOVE WS-HSA-ER TO YTD-HSA-ER.

       SAVE-STUB-YTD.
           MOVE YTD-GROSS TO WS-SY-GROSS
           MOVE YTD-FRINGE TO WS-SY-FRINGE
           MOVE YTD-BENEFITS TO WS-SY-BENEFITS
           MOVE YTD-RETIRE TO WS-SY-RETIRE
           MOVE YTD-NET TO WS-SY-NET
           MOVE YTD-FED-WAGES TO WS-SY-FED-WAGES
           MOVE YTD-OASDI TO WS-SY-OASDI
           MOVE YTD-MEDICARE TO WS-SY-MEDICARE
           MOVE YTD-TIPS TO WS-SY-TIPS
           MOVE YTD-SDI-EE TO WS-SY-SDI-EE
           MOVE YTD-HSA-EE TO WS-SY-HSA-EE
           MOVE YTD-HSA-ER TO WS-SY-HSA-ER.

       WRITE-PAY-HISTORY.
           MOVE WS-ID TO HIST-ID
           MOVE WS-RETIRE-DED TO HIST-RETIRE
           MOVE WS-MATCH-AMT  TO HIST-MATCH
           MOVE WS-LOAN-DED   TO HIST-401K-LOAN
           MOVE WS-HSA-EE     TO HIST-HSA-EE
           MOVE WS-HSA-ER     TO HIST-HSA-ER
           MOVE WS-TOTAL-DEDUCTIONS TO HIST-TOTAL-DEDUCTIONS
           MOVE WS-NET TO HIST-NET
           MOVE WS-ER-FICA TO HIST-ER-FICA
           MOVE WS-FUTA TO HIST-FUTA
           MOVE WS-SUTA TO HIST-SUTA
           MOVE WS-SDI-WAGES TO HIST-SDI-WAGES
           MOVE WS-SDI-EE TO HIST-SDI-EE
           MOVE WS-SDI-ER TO HIST-SDI-ER
           MOVE WS-FRINGE-AMT TO HIST-FRINGE
           MOVE WS-FED-TAXABLE TO HIST-FED-WAGES
           MOVE WS-STATE-TAXABLE TO HIST-STATE-WAGES
           MOVE WS-LOCAL-TAXABLE TO HIST-LOCAL-WAGES
           MOVE WS-FICA-WAGES TO HIST-FICA-WAGES
           MOVE WS-FICA-TAXABLE TO HIST-OASDI-WAGES
           MOVE WS-OASDI TO HIST-OASDI
           MOVE WS-MEDICARE TO HIST-MEDICARE
           MOVE WS-ADDL-MED-WAGES TO HIST-ADDL-MED-WAGES
           MOVE WS-ADDL-MEDICARE TO HIST-ADDL-MEDICARE
           MOVE WS-ER-OASDI TO HIST-ER-OASDI
           MOVE WS-ER-MEDICARE TO HIST-ER-MEDICARE
           MOVE WS-WORK-STATE TO HIST-WORK-STATE
           MOVE WS-LOCALITY TO HIST-LOCALITY
           MOVE WS-TIPS TO HIST-TIPS
           MOVE WS-TIP-MAKEUP TO HIST-TIP-MAKEUP
           MOVE WS-UNCOLL-OASDI TO HIST-UNCOLL-OASDI
           MOVE WS-UNCOLL-MEDICARE TO HIST-UNCOLL-MEDICARE
           INITIALIZE HIST-JURIS-AREA
           PERFORM VARYING WS-JUR-I FROM 1 BY 1
               UNTIL WS-JUR-I > WS-JUR-COUNT
               MOVE WS-JUR-STATE(WS-JUR-I) TO HIST-JUR-STATE(WS-JUR-I)
               MOVE WS-JUR-WAGES(WS-JUR-I) TO HIST-JUR-WAGES(WS-JUR-I)
               MOVE WS-JUR-TAX(WS-JUR-I) TO HIST-JUR-TAX(WS-JUR-I)
           END-PERFORM
           IF NOT IS-TRIAL-RUN AND IS-PARTITION-RUN
               MOVE HIST-REC TO HSG-REC
               WRITE HSG-REC
               IF WS-FS-HIST-SEGMENT NOT = "00"
                   DISPLAY "ERROR: history WRITE failed for "
                       "employee " WS-ID ", status "
                       WS-FS-HIST-SEGMENT
               ELSE
                   ADD 1 TO WS-PART-HIST-COUNT
                   ADD HIST-GROSS TO WS-PART-HIST-GROSS
                   ADD HIST-NET TO WS-PART-HIST-NET
               END-IF
           END-IF
           IF NOT IS-TRIAL-RUN AND NOT IS-PARTITION-RUN
               WRITE HIST-REC
                   INVALID KEY
                       DISPLAY "WARNING: pay-history.dat already "
           MOVE WS-DT-PAY     TO WS-STB-CURRENT
           MOVE WS-SY-DT-PAY  TO WS-STB-YTD
           PERFORM WRITE-STUB-DETAIL
           PERFORM WRITE-STUB-OT-BREAKDOWN
           IF IS-PIECE-EMP
               MOVE 0 TO WS-STB-YTD
               MOVE "PIECE EARN" TO WS-STB-LABEL
               MOVE WS-PIECE-EARN TO WS-STB-CURRENT
               PERFORM WRITE-STUB-DETAIL
               IF WS-PIECE-MAKEUP > 0
                   MOVE "MIN WAGE MKP" TO WS-STB-LABEL
                   MOVE WS-PIECE-MAKEUP TO WS-STB-CURRENT
                   PERFORM WRITE-STUB-DETAIL
               END-IF
           END-IF
           IF WS-PW-SHORTFALL-PAY > 0 OR WS-PW-FRINGE-PAY > 0
               MOVE 0 TO WS-STB-YTD
               MOVE "PREV WAGE" TO WS-STB-LABEL
               MOVE WS-PW-SHORTFALL-PAY TO WS-STB-CURRENT
               PERFORM WRITE-STUB-DETAIL
               MOVE "PW FRINGE" TO WS-STB-LABEL
               MOVE WS-PW-FRINGE-PAY TO WS-STB-CURRENT
               PERFORM WRITE-STUB-DETAIL
           END-IF
           MOVE "SHIFT DIFF" TO WS-STB-LABEL
           MOVE WS-SHIFT-DIFF-PAY TO WS-STB-CURRENT
           MOVE WS-SY-SHIFT-DIFF  TO WS-STB-YTD
           PERFORM WRITE-STUB-DETAIL
           IF WS-TIPS > 0 OR WS-SY-TIPS > 0
               MOVE "REPORTED TIP" TO WS-STB-LABEL
               MOVE WS-TIPS      TO WS-STB-CURRENT
               MOVE WS-SY-TIPS   TO WS-STB-YTD
               PERFORM WRITE-STUB-DETAIL
           END-IF
           MOVE "FED TAXABLE" TO WS-STB-LABEL
           MOVE WS-FED-TAXABLE TO WS-STB-CURRENT
           MOVE WS-SY-FED-WAGES TO WS-STB-YTD
           PERFORM WRITE-STUB-DETAIL
           MOVE "SOC SEC"    TO WS-STB-LABEL
           MOVE WS-OASDI     TO WS-STB-CURRENT
           MOVE WS-SY-OASDI  TO WS-STB-YTD
           PERFORM WRITE-STUB-DETAIL
           MOVE "MEDICARE"   TO WS-STB-LABEL
           MOVE WS-MEDICARE  TO WS-STB-CURRENT
           MOVE WS-SY-MEDICARE TO WS-STB-YTD
           PERFORM WRITE-STUB-DETAIL
           MOVE "FED TAX"    TO WS-STB-LABEL
           MOVE WS-FED-TAX   TO WS-STB-CURRENT
           MOVE WS-LOCAL-TAX TO WS-STB-CURRENT
           MOVE WS-SY-LOCAL-TAX TO WS-STB-YTD
           PERFORM WRITE-STUB-DETAIL
           IF WS-SDI-EE > 0 OR WS-SY-SDI-EE > 0
               MOVE "STATE DI/PFL" TO WS-STB-LABEL
               MOVE WS-SDI-EE    TO WS-STB-CURRENT
               MOVE WS-SY-SDI-EE TO WS-STB-YTD
               PERFORM WRITE-STUB-DETAIL
           END-IF
           MOVE "FRINGE INC"  TO WS-STB-LABEL
           MOVE WS-FRINGE-AMT TO WS-STB-CURRENT
           MOVE WS-SY-FRINGE  TO WS-STB-YTD
           MOVE WS-RETIRE-DED TO WS-STB-CURRENT
           MOVE WS-SY-RETIRE  TO WS-STB-YTD
           PERFORM WRITE-STUB-DETAIL
           IF WS-SY-HSA-EE > 0 OR WS-SY-HSA-ER > 0
               MOVE "HSA"        TO WS-STB-LABEL
               MOVE WS-HSA-EE    TO WS-STB-CURRENT
               MOVE WS-SY-HSA-EE TO WS-STB-YTD
               PERFORM WRITE-STUB-DETAIL
               MOVE "HSA EMPLOYER" TO WS-STB-LABEL
               MOVE WS-HSA-ER    TO WS-STB-CURRENT
               MOVE WS-SY-HSA-ER TO WS-STB-YTD
               PERFORM WRITE-STUB-DETAIL
           END-IF
           MOVE "GARNISH"    TO WS-STB-LABEL
           MOVE WS-GARNISH-TOTAL TO WS-STB-CURRENT
           MOVE 0            TO WS-STB-YTD
               MOVE WS-STUB-SICK-BAL TO WS-STB-CURRENT
               MOVE 0 TO WS-STB-YTD
               PERFORM WRITE-STUB-DETAIL
               IF IS-STUB-COMP
                   MOVE "COMP BAL HRS" TO WS-STB-LABEL
                   MOVE WS-STUB-COMP-BAL TO WS-STB-CURRENT
                   MOVE 0 TO WS-STB-YTD
                   PERFORM WRITE-STUB-DETAIL
               END-IF
           END-IF
           MOVE WS-STUB-SEPARATOR TO CHECK-LINE
           PERFORM WRITE-STUB-LINE.

       WRITE-STUB-OT-BREAKDOWN.
           MOVE 0 TO WS-STB-YTD
           IF WS-OTB-DAILY-OT > 0
               MOVE "  DAILY OT H" TO WS-STB-LABEL
               MOVE WS-OTB-DAILY-OT TO WS-STB-CURRENT
               PERFORM WRITE-STUB-DETAIL
           END-IF
           IF WS-OTB-WEEKLY-OT > 0
               MOVE "  WEEKLY OT " TO WS-STB-LABEL
               MOVE WS-OTB-WEEKLY-OT TO WS-STB-CURRENT
               PERFORM WRITE-STUB-DETAIL
           END-IF
           IF WS-OTB-7TH-OT > 0
               MOVE "  7TH DAY OT" TO WS-STB-LABEL
               MOVE WS-OTB-7TH-OT TO WS-STB-CURRENT
               PERFORM WRITE-STUB-DETAIL
           END-IF
           IF WS-OTB-PERIOD-OT > 0
               MOVE "  OT HOURS" TO WS-STB-LABEL
               MOVE WS-OTB-PERIOD-OT TO WS-STB-CURRENT
               PERFORM WRITE-STUB-DETAIL
           END-IF
           IF WS-OTB-DAILY-DT > 0
               MOVE "  DAILY DT H" TO WS-STB-LABEL
               MOVE WS-OTB-DAILY-DT TO WS-STB-CURRENT
               PERFORM WRITE-STUB-DETAIL
           END-IF
           IF WS-OTB-7TH-DT > 0
               MOVE "  7TH DAY DT" TO WS-STB-LABEL
               MOVE WS-OTB-7TH-DT TO WS-STB-CURRENT
               PERFORM WRITE-STUB-DETAIL
           END-IF
           IF WS-OTB-PERIOD-DT > 0
               MOVE "  DT HOURS" TO WS-STB-LABEL
               MOVE WS-OTB-PERIOD-DT TO WS-STB-CURRENT
               PERFORM WRITE-STUB-DETAIL
           END-IF
           IF WS-OTB-UNAPPROVED > 0
               MOVE "  UNAPPR HRS" TO WS-STB-LABEL
               MOVE WS-OTB-UNAPPROVED TO WS-STB-CURRENT
               PERFORM WRITE-STUB-DETAIL
           END-IF.

       WRITE-STUB-VOL-DED.
           MOVE SPACES TO WS-STB-LABEL
           MOVE WS-ESD-DESC(WS-ESD-I)(1:12) TO WS-STB-LABEL
           MOVE ZERO TO CHKR-CLEARED-AMT
           MOVE WS-COMPANY TO CHKR-COMPANY
           MOVE SPACE TO CHKR-POSPAY-STATUS
           MOVE "P" TO CHKR-TYPE
           MOVE SPACES TO CHKR-PAYEE-ID
           IF NOT IS-TRIAL-RUN AND IS-PARTITION-RUN
               MOVE CHKR-REC TO CSG-REC
               WRITE CSG-REC
               IF WS-FS-CHKR-SEGMENT NOT = "00"
                   DISPLAY "ERROR: register WRITE failed for check "
                       CHKR-CHECK-NO ", status "
                       WS-FS-CHKR-SEGMENT
               ELSE
                   ADD CHKR-NET TO WS-PART-CHK-AMOUNT
               END-IF
           END-IF
           IF NOT IS-TRIAL-RUN AND NOT IS-PARTITION-RUN
               WRITE CHKR-REC
                   INVALID KEY
                       DISPLAY "ERROR: check number " CHKR-CHECK-NO
                       MOVE 0 TO LV-SICK-BAL
                       MOVE 0 TO LV-VAC-TAKEN-YTD
                       MOVE 0 TO LV-SICK-TAKEN-YTD
                       MOVE "N" TO LV-COMP-ELECT
                       MOVE 0 TO LV-COMP-BAL
                       MOVE 0 TO LV-COMP-EARNED-YTD
                       MOVE 0 TO LV-COMP-TAKEN-YTD
                       IF NOT IS-TRIAL-RUN
                           WRITE LV-REC
                       END-IF
               END-IF
               PERFORM DRAW-LEAVE-TAKEN
               PERFORM ACCRUE-LEAVE
               PERFORM POST-COMP-EARNED
               IF NOT IS-TRIAL-RUN
                   REWRITE LV-REC
                   IF WS-FS-LEAVE-MASTER NOT = "00"
               END-IF
               MOVE LV-VAC-BAL  TO WS-STUB-VAC-BAL
               MOVE LV-SICK-BAL TO WS-STUB-SICK-BAL
               MOVE LV-COMP-BAL TO WS-STUB-COMP-BAL
               IF LV-COMP-ELECTED OR LV-COMP-BAL > 0
                   MOVE "Y" TO WS-STUB-COMP-FLAG
               END-IF
           END-IF.

       POST-COMP-EARNED.
           IF WS-COMP-EARNED > 0
               ADD WS-COMP-EARNED TO LV-COMP-BAL
               ADD WS-COMP-EARNED TO LV-COMP-EARNED-YTD
               ADD WS-COMP-EARNED TO WS-COMP-RUN-EARNED
           END-IF.

       DRAW-LEAVE-TAKEN.
               END-IF
               SUBTRACT WS-LV-FROM-SICK FROM LV-SICK-BAL
               ADD WS-LV-FROM-SICK TO LV-SICK-TAKEN-YTD
           END-IF
           IF WS-CODE-COMP-HOURS > 0
               IF WS-CODE-COMP-HOURS > LV-COMP-BAL
                   MOVE LV-COMP-BAL TO WS-LV-FROM-COMP
                   DISPLAY "NOTE: employee " WS-ID " coded "
                       WS-CODE-COMP-HOURS " comp time hours with "
                       "balance for only " LV-COMP-BAL
                       " - review with HR"
               ELSE
                   MOVE WS-CODE-COMP-HOURS TO WS-LV-FROM-COMP
               END-IF
               SUBTRACT WS-LV-FROM-COMP FROM LV-COMP-BAL
               ADD WS-LV-FROM-COMP TO LV-COMP-TAKEN-YTD
               ADD WS-LV-FROM-COMP TO WS-COMP-RUN-USED
           END-IF.

       DERIVE-SERVICE-YEARS.
           MOVE 0 TO WS-GARNISH-TOTAL
           IF IS-GARNISH-FILE-OPEN
               COMPUTE WS-DISPOSABLE = WS-GROSS - WS-FICA
                   - WS-FED-TAX - WS-STATE-TAX - WS-SDI-EE
               IF WS-DISPOSABLE < 0
                   MOVE 0 TO WS-DISPOSABLE
               END-IF
           MOVE "ADVANCE " TO GLJ-COMPONENT
           MOVE WS-GLL-ADVANCE TO GLJ-AMOUNT
           PERFORM WRITE-GL-CREDIT-LINE
           MOVE "UNIONDUE" TO GLJ-COMPONENT
           MOVE WS-GLL-UNION TO GLJ-AMOUNT
           PERFORM WRITE-GL-CREDIT-LINE
           MOVE "401KLOAN" TO GLJ-COMPONENT
           MOVE WS-GLL-401K-LOAN TO GLJ-AMOUNT
           PERFORM WRITE-GL-CREDIT-LINE
           MOVE "HSA     " TO GLJ-COMPONENT
           MOVE WS-GLL-HSA TO GLJ-AMOUNT
           PERFORM WRITE-GL-CREDIT-LINE
           MOVE "FRINGE  " TO GLJ-COMPONENT
           MOVE WS-GLL-FRINGE TO GLJ-AMOUNT
           PERFORM WRITE-GL-CREDIT-LINE
           MOVE "SUTA    " TO GLJ-COMPONENT
           MOVE WS-GLL-SUTA TO GLJ-AMOUNT
           PERFORM WRITE-GL-CREDIT-LINE
           MOVE "SDIPFL  " TO GLJ-COMPONENT
           MOVE WS-GLL-SDI-EE TO GLJ-AMOUNT
           PERFORM WRITE-GL-CREDIT-LINE
           MOVE "ERSDIPFL" TO GLJ-COMPONENT
           MOVE WS-GLL-SDI-ER TO GLJ-AMOUNT
           PERFORM WRITE-GL-CREDIT-LINE
           PERFORM WRITE-GL-ADJUST-LINE.

       WRITE-GL-ADJUST-LINE.
           IF IS-XFR-ACTIVE
               PERFORM SPLIT-TRANSFER-SHARES
           END-IF
           IF WS-HSA-EE > 0 OR WS-HSA-ER > 0
               ADD 1 TO WS-HSA-MEMBERS-RUN
               ADD WS-HSA-EE TO WS-HSA-EE-RUN
               ADD WS-HSA-ER TO WS-HSA-ER-RUN
           END-IF
           IF IS-GL-PRESENT
               COMPUTE WS-GL-REG-WORK = WS-GROSS - WS-OT-PAY
                   - WS-DT-PAY - WS-SHIFT-DIFF-PAY
               ADD WS-FED-TAX TO WS-GLL-FED
               ADD WS-STATE-TAX TO WS-GLL-STATE
               ADD WS-LOCAL-TAX TO WS-GLL-LOCAL
               COMPUTE WS-GLL-BENEFITS = WS-GLL-BENEFITS
                   + WS-BENEFITS - WS-UNION-DED
               ADD WS-UNION-DED TO WS-GLL-UNION
               ADD WS-RETIRE-DED TO WS-GLL-RETIRE
               ADD WS-GARNISH-TOTAL TO WS-GLL-GARNISH
               ADD WS-ADVANCE-DED TO WS-GLL-ADVANCE
               ADD WS-LOAN-DED TO WS-GLL-401K-LOAN
               ADD WS-HSA-EE TO WS-GLL-HSA
               ADD WS-FRINGE-AMT TO WS-GLL-FRINGE
               ADD WS-ADJ-EMP-DED TO WS-GLL-ADJUST
               ADD WS-NET TO WS-GLL-NET
               ADD WS-SDI-EE TO WS-GLL-SDI-EE
               COMPUTE WS-GL-REG-WORK =
                   WS-ER-FICA + WS-FUTA + WS-SUTA + WS-SDI-ER
               ADD WS-GL-REG-WORK TO WS-GLD-ERTAX(WS-DEPT)
               IF WS-ADJ-EMP-REIMB > 0
                   ADD WS-ADJ-EMP-REIMB TO WS-GLD-REIMB(WS-DEPT)
               ADD WS-ER-FICA TO WS-GLL-ER-FICA
               ADD WS-FUTA TO WS-GLL-FUTA
               ADD WS-SUTA TO WS-GLL-SUTA
               ADD WS-SDI-ER TO WS-GLL-SDI-ER
           END-IF.

       SPLIT-TRANSFER-SHARES.
           ADD WS-FED-TAX TO WS-RUN-FED-TAX
           ADD WS-FICA TO WS-RUN-FICA-EE
           ADD WS-ER-FICA TO WS-RUN-FICA-ER
           ADD WS-OASDI TO WS-RUN-OASDI-EE
           ADD WS-MEDICARE TO WS-RUN-MEDICARE-EE
           ADD WS-ER-OASDI TO WS-RUN-OASDI-ER
           ADD WS-ER-MEDICARE TO WS-RUN-MEDICARE-ER
           ADD WS-STATE-TAX TO WS-RUN-STATE-TAX
           ADD WS-LOCAL-TAX TO WS-RUN-LOCAL-TAX
           PERFORM ACCUMULATE-SL-LIABILITY
           IF WS-COMPANY >= 1 AND WS-COMPANY <= 99
               ADD WS-GROSS TO WS-CO-GROSS(WS-COMPANY)
               ADD WS-TOTAL-DEDUCTIONS TO WS-CO-TAX(WS-COMPANY)
               ADD WS-NET TO WS-CO-NET(WS-COMPANY)
           END-IF.

       ACCUMULATE-SL-LIABILITY.
           MOVE "S" TO WS-SLR-FIND-KIND
           PERFORM VARYING WS-JUR-I FROM 1 BY 1
               UNTIL WS-JUR-I > WS-JUR-COUNT
               MOVE WS-JUR-STATE(WS-JUR-I) TO WS-SLR-FIND-CODE
               PERFORM FIND-SL-RUN-SLOT
               IF WS-SLR-SLOT > 0
                   ADD WS-JUR-WAGES(WS-JUR-I)
                       TO WS-SLR-WAGES(WS-SLR-SLOT)
                   ADD WS-JUR-TAX(WS-JUR-I)
                       TO WS-SLR-TAX(WS-SLR-SLOT)
               END-IF
           END-PERFORM
           IF WS-LOCALITY NOT = SPACES
               MOVE "L" TO WS-SLR-FIND-KIND
               MOVE WS-LOCALITY TO WS-SLR-FIND-CODE
               PERFORM FIND-SL-RUN-SLOT
               IF WS-SLR-SLOT > 0
                   ADD WS-LOCAL-TAXABLE TO WS-SLR-WAGES(WS-SLR-SLOT)
                   ADD WS-LOCAL-TAX TO WS-SLR-TAX(WS-SLR-SLOT)
               END-IF
           END-IF.

       FIND-SL-RUN-SLOT.
           MOVE 0 TO WS-SLR-SLOT
           PERFORM VARYING WS-SLR-I FROM 1 BY 1
               UNTIL WS-SLR-I > WS-SLR-COUNT OR WS-SLR-SLOT > 0
               IF WS-SLR-KIND(WS-SLR-I) = WS-SLR-FIND-KIND AND
                   WS-SLR-CODE(WS-SLR-I) = WS-SLR-FIND-CODE
                   MOVE WS-SLR-I TO WS-SLR-SLOT
               END-IF
           END-PERFORM
           IF WS-SLR-SLOT = 0
               IF WS-SLR-COUNT < 200
                   ADD 1 TO WS-SLR-COUNT
                   MOVE WS-SLR-COUNT TO WS-SLR-SLOT
                   MOVE WS-SLR-FIND-KIND TO WS-SLR-KIND(WS-SLR-SLOT)
                   MOVE WS-SLR-FIND-CODE TO WS-SLR-CODE(WS-SLR-SLOT)
                   MOVE 0 TO WS-SLR-WAGES(WS-SLR-SLOT)
                   MOVE 0 TO WS-SLR-TAX(WS-SLR-SLOT)
               ELSE
                   DISPLAY "WARNING: more than 200 state/local "
                       "jurisdictions in this run - "
                       WS-SLR-FIND-CODE " not on the liability "
                       "ledger"
               END-IF
           END-IF.

       WRITE-REGISTER-LINE.
           MOVE REGISTER-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           ELSE
           IF IS-SALARY-EMP AND WS-ANNUAL-SALARY > 0
               PERFORM COMPUTE-SALARY-PAY
           ELSE
           IF IS-PIECE-EMP
               PERFORM COMPUTE-PIECE-PAY
           ELSE
               PERFORM APPLY-TIME-FEED-BLEND
               PERFORM APPLY-HOLIDAY-CALENDAR
               PERFORM BUILD-DAILY-HOURS
               IF IS-DAILY-OT
                   PERFORM COMPUTE-DAILY-OT-PAY
               ELSE
               EVALUATE TRUE
                   WHEN WS-HOURS <= WS-OT-THRESHOLD
                       COMPUTE WS-GROSS ROUNDED = WS-HOURS * WS-RATE
                                   WS-ID
                       END-COMPUTE
               END-EVALUATE
               END-IF
               PERFORM NOTE-EARNED-PREMIUM-HOURS
               PERFORM APPLY-OT-APPROVAL
               PERFORM NOTE-UNAPPROVED-HOURS
               PERFORM APPLY-SHIFT-DIFFERENTIAL
               PERFORM ADD-CODED-HOURS-PAY
               PERFORM ADD-HOLIDAY-PREMIUM-PAY
               PERFORM ADD-PREVAILING-WAGE-PAY
               PERFORM BANK-COMP-TIME
           END-IF
           END-IF
           END-IF.

       BANK-COMP-TIME.
           IF IS-LEAVE-ACTIVE AND IS-ACTIVE-EMP AND
               NOT IS-SUPPLEMENTAL-RUN AND WS-OT-HOURS > 0
               MOVE WS-ID TO LV-ID
               READ LEAVE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LV-COMP-ELECTED
                           PERFORM BANK-COMP-OT-HOURS
                       END-IF
               END-READ
           END-IF.

       BANK-COMP-OT-HOURS.
           IF LV-COMP-BAL < WS-COMP-CAP
               COMPUTE WS-COMP-ROOM = WS-COMP-CAP - LV-COMP-BAL
           ELSE
               MOVE 0 TO WS-COMP-ROOM
           END-IF
           MOVE WS-OT-HOURS TO WS-COMP-OT-HOURS
           COMPUTE WS-COMP-EARNED = WS-COMP-OT-HOURS * 1.5
           IF WS-COMP-EARNED > WS-COMP-ROOM
               COMPUTE WS-COMP-OT-HOURS = WS-COMP-ROOM / 1.5
               COMPUTE WS-COMP-EARNED = WS-COMP-OT-HOURS * 1.5
               ADD 1 TO WS-COMP-RUN-CAPPED
               DISPLAY "NOTE: employee " WS-ID " comp time at "
                   "cap - " WS-COMP-OT-HOURS " of " WS-OT-HOURS
                   " overtime hours banked, rest paid in cash"
           END-IF
           IF WS-COMP-OT-HOURS > 0
               COMPUTE WS-COMP-OT-VALUE ROUNDED =
                       WS-OT-PAY * WS-COMP-OT-HOURS / WS-OT-HOURS
                   ON SIZE ERROR
                       MOVE WS-OT-PAY TO WS-COMP-OT-VALUE
               END-COMPUTE
               IF WS-COMP-OT-VALUE > WS-OT-PAY
                   MOVE WS-OT-PAY TO WS-COMP-OT-VALUE
               END-IF
               IF WS-COMP-OT-VALUE > WS-GROSS
                   MOVE WS-GROSS TO WS-COMP-OT-VALUE
               END-IF
               SUBTRACT WS-COMP-OT-VALUE FROM WS-OT-PAY
               SUBTRACT WS-COMP-OT-VALUE FROM WS-GROSS
               SUBTRACT WS-COMP-OT-HOURS FROM WS-OT-HOURS
           ELSE
               MOVE 0 TO WS-COMP-EARNED
           END-IF.

       COMPUTE-PIECE-PAY.
           PERFORM APPLY-TIME-FEED-BLEND
           MOVE 0 TO WS-PIECE-UNITS
           MOVE 0 TO WS-PIECE-EARN
           MOVE 0 TO WS-PIECE-MAKEUP
           MOVE 0 TO WS-PIECE-REG-RATE
           PERFORM ADD-ONE-PIECE-LINE
               VARYING WS-PRD-I FROM 1 BY 1
               UNTIL WS-PRD-I > WS-PRD-COUNT
           COMPUTE WS-PIECE-FLOOR-PAY ROUNDED =
                   WS-HOURS * WS-MW-FLOOR
               ON SIZE ERROR
                   MOVE 0 TO WS-PIECE-FLOOR-PAY
           END-COMPUTE
           IF WS-PIECE-FLOOR-PAY > WS-PIECE-EARN
               COMPUTE WS-PIECE-MAKEUP =
                   WS-PIECE-FLOOR-PAY - WS-PIECE-EARN
           END-IF
           IF WS-HOURS > 0
               COMPUTE WS-PIECE-REG-RATE ROUNDED =
                   (WS-PIECE-EARN + WS-PIECE-MAKEUP) / WS-HOURS
                   ON SIZE ERROR
                       MOVE 0 TO WS-PIECE-REG-RATE
               END-COMPUTE
           END-IF
           EVALUATE TRUE
               WHEN WS-HOURS <= WS-OT-THRESHOLD
                   CONTINUE
               WHEN WS-HOURS <= WS-OT-THRESHOLD-2
                   COMPUTE WS-OT-HOURS = WS-HOURS - WS-OT-THRESHOLD
               WHEN OTHER
                   COMPUTE WS-OT-HOURS =
                       WS-OT-THRESHOLD-2 - WS-OT-THRESHOLD
                   COMPUTE WS-DT-HOURS =
                       WS-HOURS - WS-OT-THRESHOLD-2
           END-EVALUATE
           COMPUTE WS-OT-PAY ROUNDED =
                   WS-OT-HOURS * WS-PIECE-REG-RATE * 0.5
               ON SIZE ERROR
                   DISPLAY "ERROR: WS-OT-PAY overflow for employee "
                       WS-ID
           END-COMPUTE
           COMPUTE WS-DT-PAY ROUNDED =
                   WS-DT-HOURS * WS-PIECE-REG-RATE
               ON SIZE ERROR
                   DISPLAY "ERROR: WS-DT-PAY overflow for employee "
                       WS-ID
           END-COMPUTE
           COMPUTE WS-GROSS ROUNDED =
                   WS-PIECE-EARN + WS-PIECE-MAKEUP
                   + WS-OT-PAY + WS-DT-PAY
               ON SIZE ERROR
                   DISPLAY "ERROR: WS-GROSS overflow for employee "
                       WS-ID
           END-COMPUTE
           PERFORM NOTE-EARNED-PREMIUM-HOURS
           PERFORM ADD-CODED-HOURS-PAY
           ADD WS-PIECE-EARN TO WS-PIECE-RUN-EARN
           ADD WS-PIECE-MAKEUP TO WS-PIECE-RUN-MAKEUP
           MOVE WS-ID TO WS-PC-ID
           MOVE WS-PIECE-UNITS TO WS-PC-UNITS
           MOVE WS-PIECE-EARN TO WS-PC-EARN
           MOVE WS-PIECE-MAKEUP TO WS-PC-MAKEUP
           MOVE WS-PIECE-REG-RATE TO WS-PC-REG-RATE
           MOVE WS-PIECE-REG-LINE TO REGISTER-LINE
           PERFORM WRITE-REGISTER-LINE.

       ADD-ONE-PIECE-LINE.
           IF WS-PRD-ID(WS-PRD-I) = WS-ID
               IF WS-PRD-DATE(WS-PRD-I) > 0
                   MOVE WS-PRD-DATE(WS-PRD-I) TO WS-PCR-AS-OF
               ELSE
                   MOVE WS-PAY-PERIOD-END TO WS-PCR-AS-OF
               END-IF
               MOVE 0 TO WS-PCR-SLOT
               PERFORM VARYING WS-PCR-I FROM 1 BY 1
                   UNTIL WS-PCR-I > WS-PCR-COUNT
                   IF WS-PCR-OP(WS-PCR-I) = WS-PRD-OP(WS-PRD-I) AND
                       WS-PCR-EFF(WS-PCR-I) <= WS-PCR-AS-OF
                       IF WS-PCR-SLOT = 0
                           MOVE WS-PCR-I TO WS-PCR-SLOT
                       ELSE
                           IF WS-PCR-EFF(WS-PCR-I) >=
                               WS-PCR-EFF(WS-PCR-SLOT)
                               MOVE WS-PCR-I TO WS-PCR-SLOT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               ADD WS-PRD-UNITS(WS-PRD-I) TO WS-PIECE-UNITS
               IF WS-PCR-SLOT = 0
                   ADD 1 TO WS-PIECE-NO-RATE
                   DISPLAY "WARNING: employee " WS-ID " operation "
                       WS-PRD-OP(WS-PRD-I) " has no piece rate "
                       "effective " WS-PCR-AS-OF " - "
                       WS-PRD-UNITS(WS-PRD-I) " units not paid"
               ELSE
                   COMPUTE WS-PIECE-LINE-PAY ROUNDED =
                       WS-PRD-UNITS(WS-PRD-I) *
                       WS-PCR-RATE(WS-PCR-SLOT)
                       ON SIZE ERROR
                           DISPLAY "ERROR: piece earnings overflow "
                               "for employee " WS-ID
                           MOVE 0 TO WS-PIECE-LINE-PAY
                   END-COMPUTE
                   ADD WS-PIECE-LINE-PAY TO WS-PIECE-EARN
                       ON SIZE ERROR
                           DISPLAY "ERROR: piece earnings overflow "
                               "for employee " WS-ID
                   END-ADD
               END-IF
           END-IF.

       BUILD-DAILY-HOURS.
           MOVE "N" TO WS-DAILY-OT-FLAG
           MOVE 0 TO WS-DY-COUNT
           MOVE 0 TO WS-OTR-SLOT
           IF IS-TIME-FEED-PRESENT AND WS-OTR-COUNT > 0
               PERFORM VARYING WS-OTR-I FROM 1 BY 1
                   UNTIL WS-OTR-I > WS-OTR-COUNT
                   IF WS-OTR-STATE(WS-OTR-I) = WS-WORK-STATE
                       MOVE WS-OTR-I TO WS-OTR-SLOT
                   END-IF
               END-PERFORM
               IF WS-OTR-SLOT > 0
                   PERFORM ADD-ONE-DAILY-LINE
                       VARYING WS-TF-I FROM 1 BY 1
                       UNTIL WS-TF-I > WS-TF-COUNT
                   IF WS-DY-COUNT > 0
                       MOVE "Y" TO WS-DAILY-OT-FLAG
                   END-IF
               END-IF
           END-IF.

       ADD-ONE-DAILY-LINE.
           IF WS-TF-ID(WS-TF-I) = WS-ID AND
               WS-TF-CODE(WS-TF-I) = "R" AND
               WS-TF-DATE(WS-TF-I) > 0
               MOVE 0 TO WS-DY-SLOT
               PERFORM VARYING WS-DY-I FROM 1 BY 1
                   UNTIL WS-DY-I > WS-DY-COUNT
                   IF WS-DY-DATE(WS-DY-I) = WS-TF-DATE(WS-TF-I)
                       MOVE WS-DY-I TO WS-DY-SLOT
                   END-IF
               END-PERFORM
               IF WS-DY-SLOT = 0 AND WS-DY-COUNT < 31
                   ADD 1 TO WS-DY-COUNT
                   MOVE WS-DY-COUNT TO WS-DY-SLOT
                   MOVE WS-TF-DATE(WS-TF-I) TO WS-DY-DATE(WS-DY-SLOT)
                   MOVE 0 TO WS-DY-HOURS(WS-DY-SLOT)
               END-IF
               IF WS-DY-SLOT > 0
                   ADD WS-TF-HOURS(WS-TF-I) TO WS-DY-HOURS(WS-DY-SLOT)
                       ON SIZE ERROR
                           MOVE 999.9 TO WS-DY-HOURS(WS-DY-SLOT)
                   END-ADD
               END-IF
           END-IF.

       COMPUTE-DAILY-OT-PAY.
           MOVE WS-OTR-DAILY-OT(WS-OTR-SLOT) TO WS-DY-OT-LIMIT
           IF WS-DY-OT-LIMIT = 0
               MOVE 24 TO WS-DY-OT-LIMIT
           END-IF
           MOVE WS-OTR-DAILY-DT(WS-OTR-SLOT) TO WS-DY-DT-LIMIT
           IF WS-DY-DT-LIMIT = 0
               MOVE 24 TO WS-DY-DT-LIMIT
           END-IF
           IF WS-DY-DT-LIMIT < WS-DY-OT-LIMIT
               MOVE WS-DY-OT-LIMIT TO WS-DY-DT-LIMIT
           END-IF
           MOVE WS-OTR-SEVENTH-DT(WS-OTR-SLOT) TO WS-DY-7TH-LIMIT
           IF WS-DY-7TH-LIMIT = 0
               MOVE WS-DY-OT-LIMIT TO WS-DY-7TH-LIMIT
           END-IF
           MOVE WS-OTR-WEEKLY-OT(WS-OTR-SLOT) TO WS-DY-WEEK-LIMIT
           IF WS-DY-WEEK-LIMIT = 0
               MOVE 40 TO WS-DY-WEEK-LIMIT
           END-IF
           IF WS-PAY-PERIOD-START > 0
               COMPUTE WS-DY-START-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PAY-PERIOD-START)
           ELSE
               COMPUTE WS-DY-START-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PAY-PERIOD-END)
                   - WS-PAY-PERIOD-DAYS + 1
           END-IF
           PERFORM VARYING WS-WK-I FROM 1 BY 1 UNTIL WS-WK-I > 5
               MOVE 0 TO WS-WK-REG(WS-WK-I)
               MOVE 0 TO WS-WK-DAYS(WS-WK-I)
           END-PERFORM
           MOVE 1 TO WS-WK-LAST
           MOVE 0 TO WS-DY-DATED
           PERFORM SET-DAILY-WEEK
               VARYING WS-DY-I FROM 1 BY 1
               UNTIL WS-DY-I > WS-DY-COUNT
           PERFORM SPLIT-ONE-DAY
               VARYING WS-DY-I FROM 1 BY 1
               UNTIL WS-DY-I > WS-DY-COUNT
           IF WS-HOURS > WS-DY-DATED
               COMPUTE WS-DY-UNDATED = WS-HOURS - WS-DY-DATED
               ADD WS-DY-UNDATED TO WS-WK-REG(WS-WK-LAST)
           END-IF
           PERFORM VARYING WS-WK-I FROM 1 BY 1 UNTIL WS-WK-I > 5
               IF WS-WK-REG(WS-WK-I) > WS-DY-WEEK-LIMIT
                   COMPUTE WS-OTB-WEEKLY-OT = WS-OTB-WEEKLY-OT
                       + WS-WK-REG(WS-WK-I) - WS-DY-WEEK-LIMIT
               END-IF
           END-PERFORM
           COMPUTE WS-OT-HOURS = WS-OTB-DAILY-OT + WS-OTB-WEEKLY-OT
               + WS-OTB-7TH-OT
               ON SIZE ERROR
                   MOVE 999.9 TO WS-OT-HOURS
           END-COMPUTE
           COMPUTE WS-DT-HOURS = WS-OTB-DAILY-DT + WS-OTB-7TH-DT
               ON SIZE ERROR
                   MOVE 999.9 TO WS-DT-HOURS
           END-COMPUTE
           COMPUTE WS-STRAIGHT-HOURS =
               WS-HOURS - WS-OT-HOURS - WS-DT-HOURS
           IF WS-STRAIGHT-HOURS < 0
               MOVE 0 TO WS-STRAIGHT-HOURS
           END-IF
           COMPUTE WS-OT-PAY ROUNDED =
                   WS-OT-HOURS * WS-RATE * 1.5
               ON SIZE ERROR
                   DISPLAY "ERROR: WS-OT-PAY overflow for employee "
                       WS-ID
           END-COMPUTE
           COMPUTE WS-DT-PAY ROUNDED =
                   WS-DT-HOURS * WS-RATE * 2
               ON SIZE ERROR
                   DISPLAY "ERROR: WS-DT-PAY overflow for employee "
                       WS-ID
           END-COMPUTE
           COMPUTE WS-GROSS ROUNDED =
                   (WS-STRAIGHT-HOURS * WS-RATE)
                   + WS-OT-PAY + WS-DT-PAY
               ON SIZE ERROR
                   DISPLAY "ERROR: WS-GROSS overflow for employee "
                       WS-ID
           END-COMPUTE.

       SET-DAILY-WEEK.
           COMPUTE WS-DY-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DY-DATE(WS-DY-I))
           COMPUTE WS-DY-GAP = WS-DY-DATE-INT - WS-DY-START-INT
           IF WS-DY-GAP < 0
               MOVE 0 TO WS-DY-GAP
           END-IF
           DIVIDE WS-DY-GAP BY 7 GIVING WS-DY-QUOT
               REMAINDER WS-DY-REM
           IF WS-DY-QUOT > 4
               MOVE 5 TO WS-DY-WEEK(WS-DY-I)
           ELSE
               COMPUTE WS-DY-WEEK(WS-DY-I) = WS-DY-QUOT + 1
           END-IF
           MOVE WS-DY-REM TO WS-DY-OFFSET(WS-DY-I)
           MOVE WS-DY-WEEK(WS-DY-I) TO WS-WK-I
           IF WS-WK-I > WS-WK-LAST
               MOVE WS-WK-I TO WS-WK-LAST
           END-IF
           IF WS-DY-HOURS(WS-DY-I) > 0
               ADD 1 TO WS-WK-DAYS(WS-WK-I)
           END-IF
           ADD WS-DY-HOURS(WS-DY-I) TO WS-DY-DATED
               ON SIZE ERROR
                   MOVE 9999.9 TO WS-DY-DATED
           END-ADD.

       SPLIT-ONE-DAY.
           MOVE WS-DY-WEEK(WS-DY-I) TO WS-WK-I
           MOVE 0 TO WS-DY-OT
           MOVE 0 TO WS-DY-DT
           IF WS-OTR-SEVENTH(WS-OTR-SLOT) = "Y" AND
               WS-WK-DAYS(WS-WK-I) >= 7 AND
               WS-DY-OFFSET(WS-DY-I) = 6
               IF WS-DY-HOURS(WS-DY-I) > WS-DY-7TH-LIMIT
                   MOVE WS-DY-7TH-LIMIT TO WS-DY-OT
                   COMPUTE WS-DY-DT =
                       WS-DY-HOURS(WS-DY-I) - WS-DY-7TH-LIMIT
               ELSE
                   MOVE WS-DY-HOURS(WS-DY-I) TO WS-DY-OT
               END-IF
               ADD WS-DY-OT TO WS-OTB-7TH-OT
               ADD WS-DY-DT TO WS-OTB-7TH-DT
           ELSE
               IF WS-DY-HOURS(WS-DY-I) > WS-DY-DT-LIMIT
                   COMPUTE WS-DY-DT =
                       WS-DY-HOURS(WS-DY-I) - WS-DY-DT-LIMIT
               END-IF
               IF WS-DY-HOURS(WS-DY-I) > WS-DY-OT-LIMIT
                   COMPUTE WS-DY-OT = WS-DY-HOURS(WS-DY-I)
                       - WS-DY-DT - WS-DY-OT-LIMIT
               END-IF
               COMPUTE WS-WK-REG(WS-WK-I) = WS-WK-REG(WS-WK-I)
                   + WS-DY-HOURS(WS-DY-I) - WS-DY-OT - WS-DY-DT
               ADD WS-DY-OT TO WS-OTB-DAILY-OT
               ADD WS-DY-DT TO WS-OTB-DAILY-DT
           END-IF.

       NOTE-EARNED-PREMIUM-HOURS.
           IF NOT IS-DAILY-OT
               MOVE WS-OT-HOURS TO WS-OTB-PERIOD-OT
               MOVE WS-DT-HOURS TO WS-OTB-PERIOD-DT
           END-IF
           COMPUTE WS-OTB-EARNED = WS-OT-HOURS + WS-DT-HOURS.

       NOTE-UNAPPROVED-HOURS.
           IF WS-OTB-EARNED > WS-OT-HOURS + WS-DT-HOURS
               COMPUTE WS-OTB-UNAPPROVED = WS-OTB-EARNED
                   - WS-OT-HOURS - WS-DT-HOURS
           END-IF.

       COMPUTE-SALARY-PAY.
