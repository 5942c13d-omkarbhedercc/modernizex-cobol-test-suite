       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-AUDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "employee-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLOYEE-MASTER.
           SELECT PAY-HISTORY ASSIGN TO "pay-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-PERIOD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAY-HISTORY.
           SELECT RATES-MASTER ASSIGN TO "rates-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RATES-MASTER.
           SELECT TAX-BRACKETS ASSIGN TO "tax-brackets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAX-BRACKETS.
           SELECT STATE-TAX-TABLE ASSIGN TO "state-tax-table.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATE-TAX-TABLE.
           SELECT LOCAL-TAX-TABLE ASSIGN TO "local-tax-table.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOCAL-TAX-TABLE.
           SELECT DED-CODE-TABLE ASSIGN TO "dedcode-table.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DED-CODE-TABLE.
           SELECT DED-ELECTIONS ASSIGN TO "dedelect.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DED-ELECTIONS.
           SELECT RATE-HISTORY ASSIGN TO "rate-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RATE-HISTORY.
           SELECT GARNISH-MASTER ASSIGN TO "garnish-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GARN-KEY
               FILE STATUS IS WS-FS-GARNISH-MASTER.
           SELECT RETRO-CONTROL ASSIGN TO "retro-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETRO-CONTROL.
           SELECT PROOF-RPT ASSIGN TO "PAY-AUDIT-PROOF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROOF-RPT.
           SELECT DIFF-RPT ASSIGN TO "PAY-AUDIT-DIFFS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIFF-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY "employee-master.cpy".

       FD  PAY-HISTORY.
           COPY "pay-history.cpy".

       FD  RATES-MASTER.
       01 RATES-REC.
          05 RATE-CODE     PIC X(10).
          05 RATE-EFF-DATE PIC 9(8).
          05 RATE-VALUE    PIC 9(7)V9999.

       FD  TAX-BRACKETS.
       01 TAX-BRACKET-REC.
          05 TB-PAY-FREQ      PIC 9(1).
          05 TB-FILING-STATUS PIC 9(1).
          05 TB-SEQ           PIC 9(1).
          05 TB-EFF-DATE      PIC 9(8).
          05 TB-CEILING       PIC 9(5)V99.
          05 TB-RATE          PIC V999.

       FD  STATE-TAX-TABLE.
       01 STATE-TAX-REC.
          05 STX-STATE    PIC X(2).
          05 STX-SEQ      PIC 9(1).
          05 STX-EFF-DATE PIC 9(8).
          05 STX-CEILING  PIC 9(7)V99.
          05 STX-RATE     PIC V9999.

       FD  LOCAL-TAX-TABLE.
       01 LOCAL-TAX-REC.
          05 LTX-LOCALITY PIC X(4).
          05 LTX-NAME     PIC X(20).
          05 LTX-EFF-DATE PIC 9(8).
          05 LTX-RATE     PIC V9999.

       FD  DED-CODE-TABLE.
       01 DED-CODE-REC.
          05 DC-CODE    PIC X(4).
          05 DC-DESC    PIC X(20).
          05 DC-METHOD  PIC 9(1).
          05 DC-AMOUNT  PIC 9(5)V99.
          05 DC-PERCENT PIC V999.
          05 DC-ARREARS PIC X(1).
          05 DC-PRETAX-FED   PIC X(1).
          05 DC-PRETAX-STATE PIC X(1).
          05 DC-PRETAX-LOCAL PIC X(1).
          05 DC-PRETAX-FICA  PIC X(1).

       FD  DED-ELECTIONS.
       01 DED-ELECT-REC.
          05 DE-EMP-ID PIC 9(7).
          05 DE-CODE   PIC X(4).
          05 DE-OVERRIDE-AMT PIC 9(5)V99.

       FD  RATE-HISTORY.
       01 RATE-HISTORY-REC.
          05 RH-EMP-ID   PIC 9(7).
          05 RH-OLD-RATE PIC 9(3)V99.
          05 RH-NEW-RATE PIC 9(3)V99.
          05 RH-EFF-DATE PIC 9(8).
          05 RH-OPERATOR PIC X(10).
          05 RH-APPLIED-DATE PIC 9(8).

       FD  GARNISH-MASTER.
           COPY "garnish-master.cpy".

       FD  RETRO-CONTROL.
       01 RETRO-CONTROL-REC.
          05 RTC-EMP-ID       PIC 9(7).
          05 RTC-EFF-DATE     PIC 9(8).
          05 RTC-NEW-RATE     PIC 9(3)V99.
          05 RTC-APPLIED-DATE PIC 9(8).
          05 RTC-RETRO-DATE   PIC 9(8).
          05 RTC-AMOUNT       PIC S9(7)V99 SIGN LEADING SEPARATE.

       FD  PROOF-RPT.
       01 PROOF-RPT-LINE PIC X(100).

       FD  DIFF-RPT.
       01 DIFF-RPT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-EMPLOYEE-MASTER PIC X(2) VALUE "00".
       01 WS-FS-PAY-HISTORY     PIC X(2) VALUE "00".
       01 WS-FS-RATES-MASTER    PIC X(2) VALUE "00".
       01 WS-FS-TAX-BRACKETS    PIC X(2) VALUE "00".
       01 WS-FS-STATE-TAX-TABLE PIC X(2) VALUE "00".
       01 WS-FS-LOCAL-TAX-TABLE PIC X(2) VALUE "00".
       01 WS-FS-DED-CODE-TABLE  PIC X(2) VALUE "00".
       01 WS-FS-DED-ELECTIONS   PIC X(2) VALUE "00".
       01 WS-FS-RATE-HISTORY    PIC X(2) VALUE "00".
       01 WS-FS-GARNISH-MASTER  PIC X(2) VALUE "00".
       01 WS-FS-RETRO-CONTROL   PIC X(2) VALUE "00".
       01 WS-FS-PROOF-RPT       PIC X(2) VALUE "00".
       01 WS-FS-DIFF-RPT        PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-SEL-YEAR PIC 9(4) VALUE 0.
       01 WS-SEL-NUM  PIC 9(2) VALUE 0.
       01 WS-LARGEST-WANTED PIC 9(3) VALUE 0.
       01 WS-DEFAULT-LARGEST PIC 9(3) VALUE 10.
       01 WS-SAMPLE-WANTED PIC 9(3) VALUE 0.
       01 WS-DEFAULT-SAMPLE PIC 9(3) VALUE 25.
       01 WS-SAMPLE-MODE PIC X(1) VALUE "R".
          88 IS-RANDOM-SAMPLE     VALUE "R".
          88 IS-STRATIFIED-SAMPLE VALUE "S".
       01 WS-SEED PIC 9(10) VALUE 0.
       01 WS-START-SEED PIC 9(10) VALUE 0.
       01 WS-RUN-TIME PIC 9(8) VALUE 0.
       01 WS-RANGE PIC 9(4) VALUE 0.
       01 WS-DRAW PIC 9(4) VALUE 0.
       01 WS-PENNY PIC 9V99 VALUE 0.01.
       01 WS-SHIFT-DIFF-RATE PIC V99 VALUE .15.
       01 WS-EM-COUNT PIC 9(4) VALUE 0.
       01 WS-EMP-TBL.
          05 WS-EM-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-EM-COUNT
             ASCENDING KEY IS WS-EM-ID
             INDEXED BY WS-EM-IX.
             10 WS-EM-ID        PIC 9(7).
             10 WS-EM-NAME      PIC X(21).
             10 WS-EM-RATE      PIC 9(3)V99.
             10 WS-EM-SALARY    PIC 9(7)V99.
             10 WS-EM-WORK-DAY  PIC 9(1).
             10 WS-EM-FILING    PIC 9(1).
             10 WS-EM-ALLOW     PIC 9(2).
             10 WS-EM-401K-TYPE PIC 9(1).
             10 WS-EM-401K-PCT  PIC 9(2)V99.
             10 WS-EM-401K-AMT  PIC 9(5)V99.
             10 WS-EM-ADDR-STATE PIC X(2).
             10 WS-EM-GARNISHED PIC X(1).
       01 WS-H PIC 9(4) VALUE 0.
       01 WS-FIND-ID PIC 9(7) VALUE 0.
       01 WS-EM-FOUND PIC X(1) VALUE "N".
          88 IS-EM-FOUND VALUE "Y".
       01 WS-RT-COUNT PIC 9(3) VALUE 0.
       01 WS-RATE-TBL.
          05 WS-RT-ENTRY OCCURS 500 TIMES.
             10 WS-RT-CODE  PIC X(10).
             10 WS-RT-EFF   PIC 9(8).
             10 WS-RT-VALUE PIC 9(7)V9999.
       01 WS-RT-I PIC 9(3) VALUE 0.
       01 WS-RATE-QUERY.
          05 WS-RQ-CODE    PIC X(10).
          05 WS-RQ-DEFAULT PIC 9(7)V9999.
          05 WS-RQ-VALUE   PIC 9(7)V9999.
          05 WS-RQ-EFF     PIC 9(8).
       01 WS-TB-COUNT PIC 9(3) VALUE 0.
       01 WS-TB-TBL.
          05 WS-TB-ENTRY OCCURS 300 TIMES.
             10 WS-TB-FREQ    PIC 9(1).
             10 WS-TB-STATUS  PIC 9(1).
             10 WS-TB-SEQ     PIC 9(1).
             10 WS-TB-EFF     PIC 9(8).
             10 WS-TB-CEILING PIC 9(5)V99.
             10 WS-TB-RATE    PIC V999.
       01 WS-TB-I PIC 9(3) VALUE 0.
       01 WS-CK-BRACKETS.
          05 WS-CK-BRACKET OCCURS 5 TIMES.
             10 WS-CK-CEILING PIC 9(5)V99.
             10 WS-CK-RATE    PIC V999.
             10 WS-CK-EFF     PIC 9(8).
       01 WS-CK-J PIC 9(1) VALUE 0.
       01 WS-CK-FILLED PIC 9(1) VALUE 0.
       01 WS-CK-PICKED PIC X(1) VALUE "N".
       01 WS-BRACKET-SOURCE PIC X(10) VALUE SPACES.
       01 WS-SX-COUNT PIC 9(4) VALUE 0.
       01 WS-SX-TBL.
          05 WS-SX-ENTRY OCCURS 1000 TIMES.
             10 WS-SX-STATE   PIC X(2).
             10 WS-SX-SEQ     PIC 9(1).
             10 WS-SX-EFF     PIC 9(8).
             10 WS-SX-CEILING PIC 9(7)V99.
             10 WS-SX-RATE    PIC V9999.
       01 WS-SX-I PIC 9(4) VALUE 0.
       01 WS-ST-BRACKETS.
          05 WS-ST-BRACKET OCCURS 5 TIMES.
             10 WS-ST-CEILING PIC 9(7)V99.
             10 WS-ST-RATE    PIC V9999.
             10 WS-ST-EFF     PIC 9(8).
       01 WS-ST-FOUND PIC X(1) VALUE "N".
          88 IS-ST-FOUND VALUE "Y".
       01 WS-CALC-STATE PIC X(2) VALUE SPACES.
       01 WS-CALC-WAGES PIC S9(7)V99 VALUE 0.
       01 WS-CALC-TAX   PIC S9(7)V99 VALUE 0.
       01 WS-STATE-RATE-IN-USE PIC V9999 VALUE 0.
       01 WS-LX-COUNT PIC 9(3) VALUE 0.
       01 WS-LX-TBL.
          05 WS-LX-ENTRY OCCURS 300 TIMES.
             10 WS-LX-LOCALITY PIC X(4).
             10 WS-LX-EFF      PIC 9(8).
             10 WS-LX-RATE     PIC V9999.
       01 WS-LX-I PIC 9(3) VALUE 0.
       01 WS-LOCAL-RATE PIC V9999 VALUE 0.
       01 WS-LOCAL-EFF  PIC 9(8) VALUE 0.
       01 WS-DC-COUNT PIC 9(2) VALUE 0.
       01 WS-DC-TBL.
          05 WS-DC-ENTRY OCCURS 50 TIMES.
             10 WS-DC-CODE    PIC X(4).
             10 WS-DC-METHOD  PIC 9(1).
             10 WS-DC-AMOUNT  PIC 9(5)V99.
             10 WS-DC-PERCENT PIC V999.
             10 WS-DC-PRETAX-FED   PIC X(1).
             10 WS-DC-PRETAX-STATE PIC X(1).
             10 WS-DC-PRETAX-LOCAL PIC X(1).
             10 WS-DC-PRETAX-FICA  PIC X(1).
       01 WS-DC-I PIC 9(2) VALUE 0.
       01 WS-DC-SLOT PIC 9(2) VALUE 0.
       01 WS-401K-PRETAX.
          05 WS-401K-PRETAX-FED   PIC X(1) VALUE "Y".
          05 WS-401K-PRETAX-STATE PIC X(1) VALUE "Y".
          05 WS-401K-PRETAX-LOCAL PIC X(1) VALUE "Y".
          05 WS-401K-PRETAX-FICA  PIC X(1) VALUE "N".
       01 WS-DE-COUNT PIC 9(4) VALUE 0.
       01 WS-DE-TBL.
          05 WS-DE-ENTRY OCCURS 5000 TIMES.
             10 WS-DE-EMP-ID   PIC 9(7).
             10 WS-DE-CODE     PIC X(4).
             10 WS-DE-OVERRIDE PIC 9(5)V99.
       01 WS-DE-I PIC 9(4) VALUE 0.
       01 WS-RH-COUNT PIC 9(4) VALUE 0.
       01 WS-RH-TBL.
          05 WS-RH-ENTRY OCCURS 5000 TIMES.
             10 WS-RH-EMP-ID  PIC 9(7).
             10 WS-RH-OLD     PIC 9(3)V99.
             10 WS-RH-NEW     PIC 9(3)V99.
             10 WS-RH-APPLIED PIC 9(8).
       01 WS-RH-I PIC 9(4) VALUE 0.
       01 WS-RH-BEFORE-DATE PIC 9(8) VALUE 0.
       01 WS-RH-AFTER-DATE  PIC 9(8) VALUE 0.
       01 WS-RX-COUNT PIC 9(4) VALUE 0.
       01 WS-RX-TBL.
          05 WS-RX-ENTRY OCCURS 2000 TIMES.
             10 WS-RX-EMP-ID     PIC 9(7).
             10 WS-RX-RETRO-DATE PIC 9(8).
       01 WS-RX-I PIC 9(4) VALUE 0.
       01 WS-CD-COUNT PIC 9(4) VALUE 0.
       01 WS-CAND-TBL.
          05 WS-CD-ENTRY OCCURS 5000 TIMES.
             10 WS-CD-ID          PIC 9(7).
             10 WS-CD-NUM         PIC 9(2).
             10 WS-CD-DEPT        PIC 9(2).
             10 WS-CD-NET         PIC 9(7)V99.
             10 WS-CD-OT          PIC X(1).
             10 WS-CD-PRIOR-FICA  PIC 9(7)V99.
             10 WS-CD-PRIOR-RETIRE PIC 9(7)V99.
             10 WS-CD-PREV-RUN    PIC 9(8).
             10 WS-CD-RUN         PIC 9(8).
             10 WS-CD-REASONS.
                15 WS-CD-LARGEST  PIC X(1).
                15 WS-CD-OVERTIME PIC X(1).
                15 WS-CD-GARNISH  PIC X(1).
                15 WS-CD-RETRO    PIC X(1).
                15 WS-CD-SAMPLE   PIC X(1).
       01 WS-C PIC 9(4) VALUE 0.
       01 WS-C2 PIC 9(4) VALUE 0.
       01 WS-BEST PIC 9(4) VALUE 0.
       01 WS-L PIC 9(3) VALUE 0.
       01 WS-RUNNING.
          05 WS-RUN-ID      PIC 9(7) VALUE 0.
          05 WS-RUN-YEAR    PIC 9(4) VALUE 0.
          05 WS-RUN-FICA    PIC 9(7)V99 VALUE 0.
          05 WS-RUN-RETIRE  PIC 9(7)V99 VALUE 0.
          05 WS-RUN-LAST    PIC 9(8) VALUE 0.
       01 WS-HIST-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-DP-COUNT PIC 9(3) VALUE 0.
       01 WS-DEPT-TBL.
          05 WS-DP-DEPT PIC 9(2) OCCURS 100 TIMES.
       01 WS-DP-I PIC 9(3) VALUE 0.
       01 WS-DP-SLOT PIC 9(3) VALUE 0.
       01 WS-IN-DEPT PIC 9(4) VALUE 0.
       01 WS-CHECK-CALC.
          05 WS-AS-OF         PIC 9(8).
          05 WS-CK-RATE-USED  PIC 9(3)V99.
          05 WS-RATE-BASIS    PIC X(24).
          05 WS-OT-THRESHOLD  PIC 9(3).
          05 WS-OT-THRESHOLD-2 PIC 9(3).
          05 WS-PERIODS-PER-YEAR PIC 9(2).
          05 WS-OT-HOURS      PIC 9(3)V9.
          05 WS-DT-HOURS      PIC 9(3)V9.
          05 WS-REG-HOURS     PIC 9(3)V9.
          05 WS-RC-REGULAR    PIC S9(7)V99.
          05 WS-RC-OT         PIC S9(7)V99.
          05 WS-RC-DT         PIC S9(7)V99.
          05 WS-RC-SHIFT      PIC S9(7)V99.
          05 WS-RC-GROSS      PIC S9(7)V99.
          05 WS-HS-REGULAR    PIC S9(7)V99.
          05 WS-GROSS-RECOMPUTED PIC X(1).
          05 WS-PRETAX-FED    PIC S9(7)V99.
          05 WS-PRETAX-STATE  PIC S9(7)V99.
          05 WS-PRETAX-LOCAL  PIC S9(7)V99.
          05 WS-PRETAX-FICA   PIC S9(7)V99.
          05 WS-PRETAX-TOTAL  PIC S9(7)V99.
          05 WS-VOL-AMT       PIC S9(7)V99.
          05 WS-RC-RETIRE     PIC S9(7)V99.
          05 WS-401K-CAP      PIC S9(7)V99.
          05 WS-401K-ROOM     PIC S9(7)V99.
          05 WS-REDUCTION     PIC S9(7)V99.
          05 WS-RC-FED-WAGES  PIC S9(7)V99.
          05 WS-RC-STATE-WAGES PIC S9(7)V99.
          05 WS-RC-LOCAL-WAGES PIC S9(7)V99.
          05 WS-RC-FICA-WAGES PIC S9(7)V99.
          05 WS-ALLOW-AMT     PIC 9(3)V99.
          05 WS-ALLOW-TOTAL   PIC S9(7)V99.
          05 WS-FED-NET-TAXABLE PIC S9(7)V99.
          05 WS-FED-RATE      PIC V999.
          05 WS-RC-FED-TAX    PIC S9(7)V99.
          05 WS-FICA-BASE     PIC S9(7)V99.
          05 WS-FICA-ROOM     PIC S9(7)V99.
          05 WS-RC-OASDI-WAGES PIC S9(7)V99.
          05 WS-OASDI-RATE    PIC V9999.
          05 WS-MEDI-RATE     PIC V9999.
          05 WS-ADDMED-RATE   PIC V9999.
          05 WS-ADDMED-THR    PIC S9(7)V99.
          05 WS-ADDMED-WAGES  PIC S9(7)V99.
          05 WS-RC-OASDI      PIC S9(7)V99.
          05 WS-RC-MEDICARE   PIC S9(7)V99.
          05 WS-STATE-DEFAULT PIC V9999.
          05 WS-RC-STATE-TAX  PIC S9(7)V99.
          05 WS-JUR-USED      PIC 9(1).
          05 WS-J             PIC 9(1).
          05 WS-RC-LOCAL-TAX  PIC S9(7)V99.
          05 WS-OTHER-DED     PIC S9(7)V99.
          05 WS-REIMB         PIC S9(7)V99.
          05 WS-RC-NET        PIC S9(7)V99.
          05 WS-CHECK-DIFFS   PIC 9(3).
       01 WS-PROOF-ITEM.
          05 WS-PI-ITEM    PIC X(26).
          05 WS-PI-RECOMP  PIC S9(7)V99.
          05 WS-PI-HIST    PIC S9(7)V99.
          05 WS-PI-BASIS   PIC X(24).
          05 WS-PI-COMPARE PIC X(1) VALUE "Y".
             88 IS-PI-COMPARED VALUE "Y".
       01 WS-PI-DIFF PIC S9(7)V99 VALUE 0.
       01 WS-PI-ABS  PIC 9(7)V99 VALUE 0.
       01 WS-DF-COUNT PIC 9(4) VALUE 0.
       01 WS-DIFF-TBL.
          05 WS-DF-ENTRY OCCURS 2000 TIMES.
             10 WS-DF-ID     PIC 9(7).
             10 WS-DF-YEAR   PIC 9(4).
             10 WS-DF-NUM    PIC 9(2).
             10 WS-DF-ITEM   PIC X(26).
             10 WS-DF-RECOMP PIC S9(7)V99.
             10 WS-DF-HIST   PIC S9(7)V99.
             10 WS-DF-DIFF   PIC S9(7)V99.
       01 WS-DF-I PIC 9(4) VALUE 0.
       01 WS-ED-PERIOD.
          05 WS-EP-YEAR PIC 9(4).
          05 FILLER PIC X(1) VALUE "-".
          05 WS-EP-NUM PIC 9(2).
       01 WS-ED-RATE PIC ZZ9.9999.
       01 WS-ED-PCT  PIC Z9.99.
       01 WS-REASON-TEXT PIC X(60) VALUE SPACES.
       01 WS-REASON-PTR PIC 9(3) VALUE 1.
       01 WS-REPORT-STATS.
          05 WS-HISTORY-READ    PIC 9(7) VALUE 0.
          05 WS-IN-SCOPE        PIC 9(7) VALUE 0.
          05 WS-SEL-LARGEST     PIC 9(7) VALUE 0.
          05 WS-SEL-OVERTIME    PIC 9(7) VALUE 0.
          05 WS-SEL-GARNISH     PIC 9(7) VALUE 0.
          05 WS-SEL-RETRO       PIC 9(7) VALUE 0.
          05 WS-SEL-SAMPLE      PIC 9(7) VALUE 0.
          05 WS-CHECKS-PROVED   PIC 9(7) VALUE 0.
          05 WS-CHECKS-CLEAN    PIC 9(7) VALUE 0.
          05 WS-CHECKS-DIFF     PIC 9(7) VALUE 0.
          05 WS-DIFFS-FOUND     PIC 9(7) VALUE 0.
          05 WS-DIFFS-DROPPED   PIC 9(7) VALUE 0.
          05 WS-CANDS-DROPPED   PIC 9(7) VALUE 0.
       01 WS-CHECK-HEAD-LINE.
          05 FILLER PIC X(4) VALUE "EMP ".
          05 WS-CH-ID PIC 9(7).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-CH-NAME PIC X(21).
          05 FILLER PIC X(8) VALUE " PERIOD ".
          05 WS-CH-PERIOD PIC X(7).
          05 FILLER PIC X(8) VALUE " ENDING ".
          05 WS-CH-END PIC 9(8).
          05 FILLER PIC X(6) VALUE " TYPE ".
          05 WS-CH-TYPE PIC 9(1).
          05 FILLER PIC X(6) VALUE " FREQ ".
          05 WS-CH-FREQ PIC 9(1).
          05 FILLER PIC X(6) VALUE " DEPT ".
          05 WS-CH-DEPT PIC 9(2).
       01 WS-CHECK-REASON-LINE.
          05 FILLER PIC X(18) VALUE "    SELECTED FOR: ".
          05 WS-CR-TEXT PIC X(60).
       01 WS-PROOF-LINE.
          05 WS-PL-ITEM PIC X(26).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-PL-RECOMP PIC -Z,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-PL-HIST PIC -Z,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-PL-DIFF PIC -Z,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-PL-MARK PIC X(1).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-PL-BASIS PIC X(24).
       01 WS-CHECK-RESULT-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 WS-CRL-TEXT PIC X(60).
       01 WS-DIFF-LINE.
          05 WS-DL-ID PIC 9(7).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-DL-PERIOD PIC X(7).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-DL-ITEM PIC X(26).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-DL-RECOMP PIC -Z,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-DL-HIST PIC -Z,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-DL-DIFF PIC -Z,ZZZ,ZZ9.99.
       01 WS-COUNT-LINE.
          05 WS-CNL-LABEL PIC X(36).
          05 WS-CNL-COUNT PIC ZZZ,ZZ9.
       01 WS-SEED-LINE.
          05 FILLER PIC X(36)
             VALUE "SAMPLE SEED (RERUN WITH SAME SEED):".
          05 WS-SL-SEED PIC Z(9)9.
          05 FILLER PIC X(8) VALUE "   MODE ".
          05 WS-SL-MODE PIC X(10).
           COPY "print-svc.cpy".
           COPY "print-svc.cpy" REPLACING LEADING ==PS-== BY ==DF-==.
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Enter period year to audit: "
           ACCEPT WS-SEL-YEAR
           DISPLAY "Enter period number (0 for whole year): "
           ACCEPT WS-SEL-NUM
           DISPLAY "Enter number of largest checks to include "
               "(0 for default " WS-DEFAULT-LARGEST "): "
           ACCEPT WS-LARGEST-WANTED
           IF WS-LARGEST-WANTED = 0
               MOVE WS-DEFAULT-LARGEST TO WS-LARGEST-WANTED
           END-IF
           DISPLAY "Enter sample size (0 for default "
               WS-DEFAULT-SAMPLE "): "
           ACCEPT WS-SAMPLE-WANTED
           IF WS-SAMPLE-WANTED = 0
               MOVE WS-DEFAULT-SAMPLE TO WS-SAMPLE-WANTED
           END-IF
           DISPLAY "Sample method - R random, S stratified by "
               "department: "
           ACCEPT WS-SAMPLE-MODE
           IF NOT IS-STRATIFIED-SAMPLE
               MOVE "R" TO WS-SAMPLE-MODE
           END-IF
           DISPLAY "Enter sample seed (0 to seed from the clock): "
           ACCEPT WS-SEED
           IF WS-SEED = 0
               ACCEPT WS-RUN-TIME FROM TIME
               COMPUTE WS-SEED = WS-RUN-TIME + 1
           END-IF
           MOVE WS-SEED TO WS-START-SEED
           PERFORM LOAD-EMPLOYEES
           IF WS-EM-COUNT = 0
               DISPLAY "No employees on employee-master.idx - "
                   "nothing to audit"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-RATES
           PERFORM LOAD-TAX-BRACKETS
           PERFORM LOAD-STATE-TABLE
           PERFORM LOAD-LOCAL-TABLE
           PERFORM LOAD-DEDUCTION-CODES
           PERFORM LOAD-ELECTIONS
           PERFORM LOAD-RATE-HISTORY
           PERFORM LOAD-GARNISHMENTS
           PERFORM LOAD-RETRO-CONTROL
           OPEN INPUT PAY-HISTORY
           IF WS-FS-PAY-HISTORY NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "pay-history.dat, status " WS-FS-PAY-HISTORY
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM COLLECT-CANDIDATES
           IF WS-CD-COUNT = 0
               CLOSE PAY-HISTORY
               DISPLAY "No paychecks on pay-history.dat for "
                   WS-SEL-YEAR " period " WS-SEL-NUM
                   " - nothing to audit"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SELECT-LARGEST-CHECKS
           PERFORM SELECT-REQUIRED-CHECKS
               VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CD-COUNT
           IF IS-STRATIFIED-SAMPLE
               PERFORM SELECT-STRATIFIED-SAMPLE
           END-IF
           PERFORM SELECT-RANDOM-SAMPLE
           OPEN OUTPUT PROOF-RPT
           IF WS-FS-PROOF-RPT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "PAY-AUDIT-PROOF.RPT, status " WS-FS-PROOF-RPT
               CLOSE PAY-HISTORY
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM START-PROOF-REPORT
           PERFORM PROVE-ONE-CANDIDATE
               VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CD-COUNT
           CLOSE PAY-HISTORY
           PERFORM FINISH-PROOF-REPORT
           CLOSE PROOF-RPT
           OPEN OUTPUT DIFF-RPT
           IF WS-FS-DIFF-RPT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "PAY-AUDIT-DIFFS.RPT, status " WS-FS-DIFF-RPT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-DIFF-REPORT
           CLOSE DIFF-RPT
           DISPLAY "Paychecks in scope:       " WS-IN-SCOPE
           DISPLAY "Largest checks selected:  " WS-SEL-LARGEST
           DISPLAY "Overtime checks:          " WS-SEL-OVERTIME
           DISPLAY "Garnishment checks:       " WS-SEL-GARNISH
           DISPLAY "Retro adjustment checks:  " WS-SEL-RETRO
           DISPLAY "Sampled checks:           " WS-SEL-SAMPLE
           DISPLAY "Checks recomputed:        " WS-CHECKS-PROVED
           DISPLAY "Checks with differences:  " WS-CHECKS-DIFF
           DISPLAY "Differences over 0.01:    " WS-DIFFS-FOUND
           DISPLAY "Sample seed:              " WS-START-SEED
           IF WS-CANDS-DROPPED > 0
               DISPLAY "Paychecks not considered: " WS-CANDS-DROPPED
           END-IF
           IF WS-DIFFS-FOUND > 0
               DISPLAY "Review PAY-AUDIT-DIFFS.RPT with payroll "
                   "management"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-EMPLOYEES.
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-EMPLOYEE-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "employee-master.idx, status "
                   WS-FS-EMPLOYEE-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ EMPLOYEE-MASTER
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM STORE-ONE-EMPLOYEE
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER.

       STORE-ONE-EMPLOYEE.
           IF WS-EM-COUNT >= 5000
               DISPLAY "ERROR: employee table full - employee "
                   EMP-ID " not audited"
           ELSE
               ADD 1 TO WS-EM-COUNT
               MOVE EMP-ID TO WS-EM-ID(WS-EM-COUNT)
               MOVE EMP-EMPLOYEE-NAME TO WS-EM-NAME(WS-EM-COUNT)
               MOVE EMP-RATE TO WS-EM-RATE(WS-EM-COUNT)
               MOVE EMP-ANNUAL-SALARY TO WS-EM-SALARY(WS-EM-COUNT)
               MOVE EMP-WORK-DAY TO WS-EM-WORK-DAY(WS-EM-COUNT)
               MOVE EMP-FILING-STATUS TO WS-EM-FILING(WS-EM-COUNT)
               MOVE EMP-ALLOWANCES TO WS-EM-ALLOW(WS-EM-COUNT)
               MOVE EMP-401K-TYPE TO WS-EM-401K-TYPE(WS-EM-COUNT)
               MOVE EMP-401K-PCT TO WS-EM-401K-PCT(WS-EM-COUNT)
               MOVE EMP-401K-AMT TO WS-EM-401K-AMT(WS-EM-COUNT)
               MOVE EMP-ADDR-STATE TO WS-EM-ADDR-STATE(WS-EM-COUNT)
               MOVE "N" TO WS-EM-GARNISHED(WS-EM-COUNT)
           END-IF.

       FIND-EMPLOYEE.
           MOVE "N" TO WS-EM-FOUND
           SEARCH ALL WS-EM-ENTRY
               AT END
                   MOVE "N" TO WS-EM-FOUND
               WHEN WS-EM-ID(WS-EM-IX) = WS-FIND-ID
                   MOVE "Y" TO WS-EM-FOUND
                   SET WS-H TO WS-EM-IX
           END-SEARCH.

       LOAD-RATES.
           OPEN INPUT RATES-MASTER
           IF WS-FS-RATES-MASTER = "35"
               DISPLAY "No rates-master.dat on file - compiled "
                   "statutory rates used"
           ELSE
               IF WS-FS-RATES-MASTER NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "rates-master.dat, status " WS-FS-RATES-MASTER
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ RATES-MASTER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-RT-COUNT >= 500
                               DISPLAY "ERROR: rate table full - "
                                   RATE-CODE " " RATE-EFF-DATE
                                   " dropped"
                           ELSE
                               ADD 1 TO WS-RT-COUNT
                               MOVE RATE-CODE TO WS-RT-CODE(WS-RT-COUNT)
                               MOVE RATE-EFF-DATE
                                   TO WS-RT-EFF(WS-RT-COUNT)
                               MOVE RATE-VALUE
                                   TO WS-RT-VALUE(WS-RT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATES-MASTER
           END-IF.

       LOAD-TAX-BRACKETS.
           OPEN INPUT TAX-BRACKETS
           IF WS-FS-TAX-BRACKETS = "35"
               DISPLAY "No tax-brackets.dat on file - compiled "
                   "federal bracket table used"
           ELSE
               IF WS-FS-TAX-BRACKETS NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "tax-brackets.dat, status " WS-FS-TAX-BRACKETS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ TAX-BRACKETS
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM STORE-ONE-BRACKET
                   END-READ
               END-PERFORM
               CLOSE TAX-BRACKETS
           END-IF.

       STORE-ONE-BRACKET.
           IF TB-PAY-FREQ >= 1 AND TB-PAY-FREQ <= 3 AND
               TB-FILING-STATUS >= 1 AND TB-FILING-STATUS <= 2 AND
               TB-SEQ >= 1 AND TB-SEQ <= 5
               IF WS-TB-COUNT >= 300
                   DISPLAY "ERROR: bracket table full - bracket "
                       TB-PAY-FREQ TB-FILING-STATUS TB-SEQ " "
                       TB-EFF-DATE " dropped"
               ELSE
                   ADD 1 TO WS-TB-COUNT
                   MOVE TB-PAY-FREQ TO WS-TB-FREQ(WS-TB-COUNT)
                   MOVE TB-FILING-STATUS TO WS-TB-STATUS(WS-TB-COUNT)
                   MOVE TB-SEQ TO WS-TB-SEQ(WS-TB-COUNT)
                   MOVE TB-EFF-DATE TO WS-TB-EFF(WS-TB-COUNT)
                   MOVE TB-CEILING TO WS-TB-CEILING(WS-TB-COUNT)
                   MOVE TB-RATE TO WS-TB-RATE(WS-TB-COUNT)
               END-IF
           END-IF.

       LOAD-STATE-TABLE.
           OPEN INPUT STATE-TAX-TABLE
           IF WS-FS-STATE-TAX-TABLE = "35"
               DISPLAY "No state-tax-table.dat on file - flat "
                   "default state rate used"
           ELSE
               IF WS-FS-STATE-TAX-TABLE NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "state-tax-table.dat, status "
                       WS-FS-STATE-TAX-TABLE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ STATE-TAX-TABLE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM STORE-ONE-STATE-ROW
                   END-READ
               END-PERFORM
               CLOSE STATE-TAX-TABLE
           END-IF.

       STORE-ONE-STATE-ROW.
           IF STX-SEQ >= 1 AND STX-SEQ <= 5
               IF WS-SX-COUNT >= 1000
                   DISPLAY "ERROR: state tax table full - entry "
                       "for state " STX-STATE " dropped"
               ELSE
                   ADD 1 TO WS-SX-COUNT
                   MOVE STX-STATE TO WS-SX-STATE(WS-SX-COUNT)
                   MOVE STX-SEQ TO WS-SX-SEQ(WS-SX-COUNT)
                   MOVE STX-EFF-DATE TO WS-SX-EFF(WS-SX-COUNT)
                   MOVE STX-CEILING TO WS-SX-CEILING(WS-SX-COUNT)
                   MOVE STX-RATE TO WS-SX-RATE(WS-SX-COUNT)
               END-IF
           END-IF.

       LOAD-LOCAL-TABLE.
           OPEN INPUT LOCAL-TAX-TABLE
           IF WS-FS-LOCAL-TAX-TABLE = "35"
               DISPLAY "No local-tax-table.dat on file - locality "
                   "tax recomputed as zero"
           ELSE
               IF WS-FS-LOCAL-TAX-TABLE NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "local-tax-table.dat, status "
                       WS-FS-LOCAL-TAX-TABLE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ LOCAL-TAX-TABLE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-LX-COUNT >= 300
                               DISPLAY "ERROR: locality tax table "
                                   "full - entry for " LTX-LOCALITY
                                   " dropped"
                           ELSE
                               ADD 1 TO WS-LX-COUNT
                               MOVE LTX-LOCALITY
                                   TO WS-LX-LOCALITY(WS-LX-COUNT)
                               MOVE LTX-EFF-DATE
                                   TO WS-LX-EFF(WS-LX-COUNT)
                               MOVE LTX-RATE TO WS-LX-RATE(WS-LX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCAL-TAX-TABLE
           END-IF.

       LOAD-DEDUCTION-CODES.
           OPEN INPUT DED-CODE-TABLE
           IF WS-FS-DED-CODE-TABLE = "35"
               DISPLAY "No dedcode-table.dat on file - no pre-tax "
                   "elections recomputed"
           ELSE
               IF WS-FS-DED-CODE-TABLE NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "dedcode-table.dat, status "
                       WS-FS-DED-CODE-TABLE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ DED-CODE-TABLE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM STORE-ONE-DED-CODE
                   END-READ
               END-PERFORM
               CLOSE DED-CODE-TABLE
           END-IF.

       STORE-ONE-DED-CODE.
           IF DC-CODE = "401K"
               MOVE DC-PRETAX-FED TO WS-401K-PRETAX-FED
               MOVE DC-PRETAX-STATE TO WS-401K-PRETAX-STATE
               MOVE DC-PRETAX-LOCAL TO WS-401K-PRETAX-LOCAL
               MOVE DC-PRETAX-FICA TO WS-401K-PRETAX-FICA
           ELSE
               IF WS-DC-COUNT >= 50
                   DISPLAY "ERROR: deduction code table full - "
                       "code " DC-CODE " dropped"
               ELSE
                   ADD 1 TO WS-DC-COUNT
                   MOVE DC-CODE TO WS-DC-CODE(WS-DC-COUNT)
                   MOVE DC-METHOD TO WS-DC-METHOD(WS-DC-COUNT)
                   MOVE DC-AMOUNT TO WS-DC-AMOUNT(WS-DC-COUNT)
                   MOVE DC-PERCENT TO WS-DC-PERCENT(WS-DC-COUNT)
                   MOVE DC-PRETAX-FED
                       TO WS-DC-PRETAX-FED(WS-DC-COUNT)
                   MOVE DC-PRETAX-STATE
                       TO WS-DC-PRETAX-STATE(WS-DC-COUNT)
                   MOVE DC-PRETAX-LOCAL
                       TO WS-DC-PRETAX-LOCAL(WS-DC-COUNT)
                   MOVE DC-PRETAX-FICA
                       TO WS-DC-PRETAX-FICA(WS-DC-COUNT)
               END-IF
           END-IF.

       LOAD-ELECTIONS.
           OPEN INPUT DED-ELECTIONS
           IF WS-FS-DED-ELECTIONS = "35"
               DISPLAY "No dedelect.dat on file - no pre-tax "
                   "elections recomputed"
           ELSE
               IF WS-FS-DED-ELECTIONS NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "dedelect.dat, status " WS-FS-DED-ELECTIONS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ DED-ELECTIONS
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-DE-COUNT >= 5000
                               DISPLAY "ERROR: election table full - "
                                   "employee " DE-EMP-ID " code "
                                   DE-CODE " dropped"
                           ELSE
                               ADD 1 TO WS-DE-COUNT
                               MOVE DE-EMP-ID
                                   TO WS-DE-EMP-ID(WS-DE-COUNT)
                               MOVE DE-CODE TO WS-DE-CODE(WS-DE-COUNT)
                               MOVE DE-OVERRIDE-AMT
                                   TO WS-DE-OVERRIDE(WS-DE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DED-ELECTIONS
           END-IF.

       LOAD-RATE-HISTORY.
           OPEN INPUT RATE-HISTORY
           IF WS-FS-RATE-HISTORY = "35"
               DISPLAY "No rate-history.dat on file - employee "
                   "master rates used for every period"
           ELSE
               IF WS-FS-RATE-HISTORY NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "rate-history.dat, status " WS-FS-RATE-HISTORY
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ RATE-HISTORY
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-RH-COUNT >= 5000
                               DISPLAY "ERROR: rate history table "
                                   "full - change for employee "
                                   RH-EMP-ID " dropped"
                           ELSE
                               ADD 1 TO WS-RH-COUNT
                               MOVE RH-EMP-ID
                                   TO WS-RH-EMP-ID(WS-RH-COUNT)
                               MOVE RH-OLD-RATE
                                   TO WS-RH-OLD(WS-RH-COUNT)
                               MOVE RH-NEW-RATE
                                   TO WS-RH-NEW(WS-RH-COUNT)
                               MOVE RH-APPLIED-DATE
                                   TO WS-RH-APPLIED(WS-RH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-HISTORY
           END-IF.

       LOAD-GARNISHMENTS.
           OPEN INPUT GARNISH-MASTER
           IF WS-FS-GARNISH-MASTER = "35"
               DISPLAY "No garnish-master.dat on file - no "
                   "garnishment checks forced into the sample"
           ELSE
               IF WS-FS-GARNISH-MASTER NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "garnish-master.dat, status "
                       WS-FS-GARNISH-MASTER
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ GARNISH-MASTER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF NOT GARN-CANCELLED
                               MOVE GARN-EMP-ID TO WS-FIND-ID
                               PERFORM FIND-EMPLOYEE
                               IF IS-EM-FOUND
                                   MOVE "Y" TO WS-EM-GARNISHED(WS-H)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GARNISH-MASTER
           END-IF.

       LOAD-RETRO-CONTROL.
           OPEN INPUT RETRO-CONTROL
           IF WS-FS-RETRO-CONTROL = "35"
               DISPLAY "No retro-control.dat on file - no retro "
                   "checks forced into the sample"
           ELSE
               IF WS-FS-RETRO-CONTROL NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "retro-control.dat, status "
                       WS-FS-RETRO-CONTROL
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ RETRO-CONTROL
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-RX-COUNT >= 2000
                               DISPLAY "ERROR: retro table full - "
                                   "retro for employee " RTC-EMP-ID
                                   " dropped"
                           ELSE
                               ADD 1 TO WS-RX-COUNT
                               MOVE RTC-EMP-ID
                                   TO WS-RX-EMP-ID(WS-RX-COUNT)
                               MOVE RTC-RETRO-DATE
                                   TO WS-RX-RETRO-DATE(WS-RX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETRO-CONTROL
           END-IF.

       COLLECT-CANDIDATES.
           MOVE 0 TO WS-EOF
           MOVE LOW-VALUES TO HIST-KEY
           START PAY-HISTORY KEY >= HIST-KEY
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 1
               READ PAY-HISTORY NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
               END-READ
               IF WS-EOF = 0
                   IF WS-FS-PAY-HISTORY NOT = "00"
                       DISPLAY "ERROR: READ NEXT failed for "
                           "pay-history.dat, status "
                           WS-FS-PAY-HISTORY
                       MOVE 1 TO WS-EOF
                   ELSE
                       PERFORM NOTE-ONE-HISTORY
                   END-IF
               END-IF
           END-PERFORM.

       NOTE-ONE-HISTORY.
           ADD 1 TO WS-HISTORY-READ
           IF HIST-ID NOT = WS-RUN-ID OR
               HIST-PERIOD-YEAR NOT = WS-RUN-YEAR
               MOVE HIST-ID TO WS-RUN-ID
               MOVE HIST-PERIOD-YEAR TO WS-RUN-YEAR
               MOVE 0 TO WS-RUN-FICA
               MOVE 0 TO WS-RUN-RETIRE
               MOVE 0 TO WS-RUN-LAST
           END-IF
           COMPUTE WS-HIST-RUN-DATE = 20000000 + HIST-RUN-DATE
           IF HIST-PERIOD-YEAR = WS-SEL-YEAR AND
               (WS-SEL-NUM = 0 OR HIST-PERIOD-NUM = WS-SEL-NUM)
               ADD 1 TO WS-IN-SCOPE
               IF WS-CD-COUNT >= 5000
                   ADD 1 TO WS-CANDS-DROPPED
               ELSE
                   ADD 1 TO WS-CD-COUNT
                   MOVE HIST-ID TO WS-CD-ID(WS-CD-COUNT)
                   MOVE HIST-PERIOD-NUM TO WS-CD-NUM(WS-CD-COUNT)
                   MOVE HIST-DEPT TO WS-CD-DEPT(WS-CD-COUNT)
                   MOVE HIST-NET TO WS-CD-NET(WS-CD-COUNT)
                   IF HIST-OT-PAY > 0 OR HIST-DT-PAY > 0
                       MOVE "Y" TO WS-CD-OT(WS-CD-COUNT)
                   ELSE
                       MOVE "N" TO WS-CD-OT(WS-CD-COUNT)
                   END-IF
                   MOVE WS-RUN-FICA TO WS-CD-PRIOR-FICA(WS-CD-COUNT)
                   MOVE WS-RUN-RETIRE
                       TO WS-CD-PRIOR-RETIRE(WS-CD-COUNT)
                   MOVE WS-RUN-LAST TO WS-CD-PREV-RUN(WS-CD-COUNT)
                   MOVE WS-HIST-RUN-DATE TO WS-CD-RUN(WS-CD-COUNT)
                   MOVE SPACES TO WS-CD-REASONS(WS-CD-COUNT)
               END-IF
           END-IF
           ADD HIST-FICA-WAGES TO WS-RUN-FICA
           ADD HIST-RETIRE TO WS-RUN-RETIRE
           MOVE WS-HIST-RUN-DATE TO WS-RUN-LAST.

       SELECT-LARGEST-CHECKS.
           PERFORM PICK-NEXT-LARGEST
               VARYING WS-L FROM 1 BY 1
               UNTIL WS-L > WS-LARGEST-WANTED.

       PICK-NEXT-LARGEST.
           MOVE 0 TO WS-BEST
           PERFORM VARYING WS-C2 FROM 1 BY 1
               UNTIL WS-C2 > WS-CD-COUNT
               IF WS-CD-LARGEST(WS-C2) = SPACE
                   IF WS-BEST = 0
                       MOVE WS-C2 TO WS-BEST
                   ELSE
                       IF WS-CD-NET(WS-C2) > WS-CD-NET(WS-BEST)
                           MOVE WS-C2 TO WS-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST > 0
               MOVE "L" TO WS-CD-LARGEST(WS-BEST)
               ADD 1 TO WS-SEL-LARGEST
           END-IF.

       SELECT-REQUIRED-CHECKS.
           IF WS-CD-OT(WS-C) = "Y"
               MOVE "O" TO WS-CD-OVERTIME(WS-C)
               ADD 1 TO WS-SEL-OVERTIME
           END-IF
           MOVE WS-CD-ID(WS-C) TO WS-FIND-ID
           PERFORM FIND-EMPLOYEE
           IF IS-EM-FOUND
               IF WS-EM-GARNISHED(WS-H) = "Y"
                   MOVE "G" TO WS-CD-GARNISH(WS-C)
                   ADD 1 TO WS-SEL-GARNISH
               END-IF
           END-IF
           PERFORM VARYING WS-RX-I FROM 1 BY 1
               UNTIL WS-RX-I > WS-RX-COUNT
               IF WS-RX-EMP-ID(WS-RX-I) = WS-CD-ID(WS-C) AND
                   WS-RX-RETRO-DATE(WS-RX-I) > WS-CD-PREV-RUN(WS-C) AND
                   WS-RX-RETRO-DATE(WS-RX-I) <= WS-CD-RUN(WS-C) AND
                   WS-CD-RETRO(WS-C) = SPACE
                   MOVE "R" TO WS-CD-RETRO(WS-C)
                   ADD 1 TO WS-SEL-RETRO
               END-IF
           END-PERFORM.

       SELECT-STRATIFIED-SAMPLE.
           MOVE 0 TO WS-DP-COUNT
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CD-COUNT
               IF WS-CD-REASONS(WS-C) = SPACES
                   MOVE 0 TO WS-DP-SLOT
                   PERFORM VARYING WS-DP-I FROM 1 BY 1
                       UNTIL WS-DP-I > WS-DP-COUNT
                       IF WS-DP-DEPT(WS-DP-I) = WS-CD-DEPT(WS-C)
                           MOVE WS-DP-I TO WS-DP-SLOT
                       END-IF
                   END-PERFORM
                   IF WS-DP-SLOT = 0 AND WS-DP-COUNT < 100
                       ADD 1 TO WS-DP-COUNT
                       MOVE WS-CD-DEPT(WS-C) TO WS-DP-DEPT(WS-DP-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM SAMPLE-ONE-DEPT
               VARYING WS-DP-I FROM 1 BY 1
               UNTIL WS-DP-I > WS-DP-COUNT
               OR WS-SEL-SAMPLE >= WS-SAMPLE-WANTED.

       SAMPLE-ONE-DEPT.
           MOVE 0 TO WS-IN-DEPT
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CD-COUNT
               IF WS-CD-REASONS(WS-C) = SPACES AND
                   WS-CD-DEPT(WS-C) = WS-DP-DEPT(WS-DP-I)
                   ADD 1 TO WS-IN-DEPT
               END-IF
           END-PERFORM
           IF WS-IN-DEPT > 0
               MOVE WS-IN-DEPT TO WS-RANGE
               PERFORM DRAW-RANDOM
               MOVE 0 TO WS-IN-DEPT
               PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CD-COUNT
                   IF WS-CD-REASONS(WS-C) = SPACES AND
                       WS-CD-DEPT(WS-C) = WS-DP-DEPT(WS-DP-I)
                       ADD 1 TO WS-IN-DEPT
                       IF WS-IN-DEPT = WS-DRAW
                           MOVE WS-C TO WS-BEST
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "S" TO WS-CD-SAMPLE(WS-BEST)
               ADD 1 TO WS-SEL-SAMPLE
           END-IF.

       SELECT-RANDOM-SAMPLE.
           MOVE 1 TO WS-BEST
           PERFORM PICK-ONE-RANDOM
               UNTIL WS-SEL-SAMPLE >= WS-SAMPLE-WANTED
               OR WS-BEST = 0.

       PICK-ONE-RANDOM.
           MOVE WS-CD-COUNT TO WS-RANGE
           PERFORM DRAW-RANDOM
           MOVE 0 TO WS-BEST
           MOVE WS-DRAW TO WS-C
           PERFORM VARYING WS-C2 FROM 1 BY 1
               UNTIL WS-C2 > WS-CD-COUNT OR WS-BEST > 0
               IF WS-CD-REASONS(WS-C) = SPACES
                   MOVE WS-C TO WS-BEST
               ELSE
                   ADD 1 TO WS-C
                   IF WS-C > WS-CD-COUNT
                       MOVE 1 TO WS-C
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST > 0
               MOVE "S" TO WS-CD-SAMPLE(WS-BEST)
               ADD 1 TO WS-SEL-SAMPLE
           END-IF.

       DRAW-RANDOM.
           COMPUTE WS-SEED =
               FUNCTION MOD(WS-SEED * 16807, 2147483647)
           IF WS-SEED = 0
               MOVE 1 TO WS-SEED
           END-IF
           COMPUTE WS-DRAW = FUNCTION MOD(WS-SEED, WS-RANGE) + 1.

       START-PROOF-REPORT.
           MOVE "I" TO PS-FUNC
           MOVE "PAYCHECK RECOMPUTATION PROOF" TO PS-REPORT-TITLE
           MOVE WS-OPERATOR-ID TO PS-OPERATOR
           MOVE WS-SEL-YEAR TO PS-PERIOD-YEAR
           MOVE WS-SEL-NUM TO PS-PERIOD-NUM
           MOVE SPACES TO PS-COLUMN-HEADING
           MOVE "ITEM" TO PS-COLUMN-HEADING(1:4)
           MOVE "RECOMPUTED" TO PS-COLUMN-HEADING(32:10)
           MOVE "ON HISTORY" TO PS-COLUMN-HEADING(47:10)
           MOVE "DIFFERENCE" TO PS-COLUMN-HEADING(62:10)
           MOVE "BASIS" TO PS-COLUMN-HEADING(76:5)
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           MOVE WS-START-SEED TO WS-SL-SEED
           IF IS-STRATIFIED-SAMPLE
               MOVE "STRATIFIED" TO WS-SL-MODE
           ELSE
               MOVE "RANDOM" TO WS-SL-MODE
           END-IF
           MOVE WS-SEED-LINE TO PROOF-RPT-LINE
           PERFORM WRITE-PROOF-LINE
           MOVE SPACES TO PROOF-RPT-LINE
           PERFORM WRITE-PROOF-LINE.

       PROVE-ONE-CANDIDATE.
           IF WS-CD-REASONS(WS-C) NOT = SPACES
               MOVE WS-CD-ID(WS-C) TO HIST-ID
               MOVE WS-SEL-YEAR TO HIST-PERIOD-YEAR
               MOVE WS-CD-NUM(WS-C) TO HIST-PERIOD-NUM
               READ PAY-HISTORY
                   INVALID KEY
                       DISPLAY "ERROR: pay-history.dat record for "
                           "employee " WS-CD-ID(WS-C) " period "
                           WS-CD-NUM(WS-C) " could not be re-read"
                   NOT INVALID KEY
                       PERFORM RECOMPUTE-CHECK
               END-READ
           END-IF.

       RECOMPUTE-CHECK.
           ADD 1 TO WS-CHECKS-PROVED
           MOVE 0 TO WS-CHECK-DIFFS
           MOVE HIST-ID TO WS-FIND-ID
           PERFORM FIND-EMPLOYEE
           MOVE HIST-PERIOD-END TO WS-AS-OF
           PERFORM WRITE-CHECK-HEADING
           PERFORM SET-FREQUENCY-LIMITS
           PERFORM RECOMPUTE-GROSS
           PERFORM RECOMPUTE-PRETAX
           PERFORM RECOMPUTE-RETIREMENT
           PERFORM RECOMPUTE-TAXABLE-WAGES
           PERFORM RECOMPUTE-FED-TAX
           PERFORM RECOMPUTE-FICA
           PERFORM RECOMPUTE-STATE-TAX
           PERFORM RECOMPUTE-LOCAL-TAX
           PERFORM RECOMPUTE-NET
           MOVE SPACES TO WS-CRL-TEXT
           IF WS-CHECK-DIFFS = 0
               ADD 1 TO WS-CHECKS-CLEAN
               MOVE "CHECK PROVES TO THE PENNY" TO WS-CRL-TEXT
           ELSE
               ADD 1 TO WS-CHECKS-DIFF
               STRING "CHECK HAS " WS-CHECK-DIFFS
                   " DIFFERENCE(S) OVER ONE CENT"
                   DELIMITED BY SIZE INTO WS-CRL-TEXT
               END-STRING
           END-IF
           MOVE WS-CHECK-RESULT-LINE TO PROOF-RPT-LINE
           PERFORM WRITE-PROOF-LINE
           MOVE SPACES TO PROOF-RPT-LINE
           PERFORM WRITE-PROOF-LINE.

       WRITE-CHECK-HEADING.
           MOVE HIST-ID TO WS-CH-ID
           IF IS-EM-FOUND
               MOVE WS-EM-NAME(WS-H) TO WS-CH-NAME
           ELSE
               MOVE "NOT ON EMPLOYEE MASTER" TO WS-CH-NAME
           END-IF
           MOVE HIST-PERIOD-YEAR TO WS-EP-YEAR
           MOVE HIST-PERIOD-NUM TO WS-EP-NUM
           MOVE WS-ED-PERIOD TO WS-CH-PERIOD
           MOVE HIST-PERIOD-END TO WS-CH-END
           MOVE HIST-TYPE TO WS-CH-TYPE
           MOVE HIST-PAY-FREQ TO WS-CH-FREQ
           MOVE HIST-DEPT TO WS-CH-DEPT
           MOVE WS-CHECK-HEAD-LINE TO PROOF-RPT-LINE
           PERFORM WRITE-PROOF-LINE
           MOVE SPACES TO WS-REASON-TEXT
           MOVE 1 TO WS-REASON-PTR
           IF WS-CD-LARGEST(WS-C) NOT = SPACE
               STRING "LARGEST CHECK  " DELIMITED BY SIZE
                   INTO WS-REASON-TEXT WITH POINTER WS-REASON-PTR
               END-STRING
           END-IF
           IF WS-CD-OVERTIME(WS-C) NOT = SPACE
               STRING "OVERTIME  " DELIMITED BY SIZE
                   INTO WS-REASON-TEXT WITH POINTER WS-REASON-PTR
               END-STRING
           END-IF
           IF WS-CD-GARNISH(WS-C) NOT = SPACE
               STRING "GARNISHMENT  " DELIMITED BY SIZE
                   INTO WS-REASON-TEXT WITH POINTER WS-REASON-PTR
               END-STRING
           END-IF
           IF WS-CD-RETRO(WS-C) NOT = SPACE
               STRING "RETRO ADJUSTMENT  " DELIMITED BY SIZE
                   INTO WS-REASON-TEXT WITH POINTER WS-REASON-PTR
               END-STRING
           END-IF
           IF WS-CD-SAMPLE(WS-C) NOT = SPACE
               STRING "SAMPLE" DELIMITED BY SIZE
                   INTO WS-REASON-TEXT WITH POINTER WS-REASON-PTR
               END-STRING
           END-IF
           MOVE WS-REASON-TEXT TO WS-CR-TEXT
           MOVE WS-CHECK-REASON-LINE TO PROOF-RPT-LINE
           PERFORM WRITE-PROOF-LINE.

       SET-FREQUENCY-LIMITS.
           EVALUATE HIST-PAY-FREQ
               WHEN 2
                   MOVE 80  TO WS-OT-THRESHOLD
                   MOVE 120 TO WS-OT-THRESHOLD-2
                   MOVE 26  TO WS-PERIODS-PER-YEAR
                   MOVE 170.00 TO WS-ALLOW-AMT
               WHEN 3
                   MOVE 173 TO WS-OT-THRESHOLD
                   MOVE 259 TO WS-OT-THRESHOLD-2
                   MOVE 12  TO WS-PERIODS-PER-YEAR
                   MOVE 370.00 TO WS-ALLOW-AMT
               WHEN OTHER
                   MOVE 40  TO WS-OT-THRESHOLD
                   MOVE 60  TO WS-OT-THRESHOLD-2
                   MOVE 52  TO WS-PERIODS-PER-YEAR
                   MOVE 085.00 TO WS-ALLOW-AMT
           END-EVALUATE.

       RECOMPUTE-GROSS.
           MOVE 0 TO WS-RC-REGULAR
           MOVE 0 TO WS-RC-OT
           MOVE 0 TO WS-RC-DT
           MOVE 0 TO WS-RC-SHIFT
           MOVE 0 TO WS-OT-HOURS
           MOVE 0 TO WS-DT-HOURS
           MOVE "Y" TO WS-GROSS-RECOMPUTED
           COMPUTE WS-HS-REGULAR = HIST-GROSS - HIST-OT-PAY
               - HIST-DT-PAY - HIST-SHIFT-DIFF-PAY
           EVALUATE HIST-TYPE
               WHEN 1
               WHEN 4
                   PERFORM FIND-RATE-AS-PAID
                   MOVE "RATE OF PAY" TO WS-PI-ITEM
                   MOVE WS-CK-RATE-USED TO WS-PI-RECOMP
                   MOVE HIST-RATE TO WS-PI-HIST
                   MOVE WS-RATE-BASIS TO WS-PI-BASIS
                   MOVE "Y" TO WS-PI-COMPARE
                   PERFORM WRITE-PROOF-ITEM
                   PERFORM RECOMPUTE-HOURLY-PAY
               WHEN 2
                   IF IS-EM-FOUND AND WS-EM-SALARY(WS-H) > 0
                       COMPUTE WS-RC-REGULAR ROUNDED =
                           WS-EM-SALARY(WS-H) / WS-PERIODS-PER-YEAR
                   ELSE
                       PERFORM FIND-RATE-AS-PAID
                       PERFORM RECOMPUTE-HOURLY-PAY
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-GROSS-RECOMPUTED
                   MOVE WS-HS-REGULAR TO WS-RC-REGULAR
                   MOVE HIST-OT-PAY TO WS-RC-OT
                   MOVE HIST-DT-PAY TO WS-RC-DT
                   MOVE HIST-SHIFT-DIFF-PAY TO WS-RC-SHIFT
           END-EVALUATE
           COMPUTE WS-RC-GROSS = WS-RC-REGULAR + WS-RC-OT + WS-RC-DT
               + WS-RC-SHIFT
           MOVE "REGULAR EARNINGS" TO WS-PI-ITEM
           MOVE WS-RC-REGULAR TO WS-PI-RECOMP
           MOVE WS-HS-REGULAR TO WS-PI-HIST
           MOVE WS-GROSS-RECOMPUTED TO WS-PI-COMPARE
           EVALUATE TRUE
               WHEN WS-GROSS-RECOMPUTED = "N"
                   MOVE "CARRIED - NOT RECOMPUTED" TO WS-PI-BASIS
               WHEN HIST-TYPE = 2
                   MOVE "ANNUAL SALARY / PERIODS" TO WS-PI-BASIS
               WHEN OTHER
                   MOVE "STRAIGHT HOURS X RATE" TO WS-PI-BASIS
           END-EVALUATE
           PERFORM WRITE-PROOF-ITEM
           MOVE "OVERTIME PAY" TO WS-PI-ITEM
           MOVE WS-RC-OT TO WS-PI-RECOMP
           MOVE HIST-OT-PAY TO WS-PI-HIST
           MOVE "OT HOURS X RATE X 1.5" TO WS-PI-BASIS
           PERFORM WRITE-PROOF-ITEM
           MOVE "DOUBLE TIME PAY" TO WS-PI-ITEM
           MOVE WS-RC-DT TO WS-PI-RECOMP
           MOVE HIST-DT-PAY TO WS-PI-HIST
           MOVE "DT HOURS X RATE X 2" TO WS-PI-BASIS
           PERFORM WRITE-PROOF-ITEM
           MOVE "SHIFT DIFFERENTIAL" TO WS-PI-ITEM
           MOVE WS-RC-SHIFT TO WS-PI-RECOMP
           MOVE HIST-SHIFT-DIFF-PAY TO WS-PI-HIST
           MOVE "WEEKEND HOURS X RATE X .15" TO WS-PI-BASIS
           PERFORM WRITE-PROOF-ITEM
           MOVE "GROSS PAY" TO WS-PI-ITEM
           MOVE WS-RC-GROSS TO WS-PI-RECOMP
           MOVE HIST-GROSS TO WS-PI-HIST
           MOVE "SUM OF EARNINGS" TO WS-PI-BASIS
           PERFORM WRITE-PROOF-ITEM.

       FIND-RATE-AS-PAID.
           MOVE 0 TO WS-RH-BEFORE-DATE
           MOVE 99999999 TO WS-RH-AFTER-DATE
           IF IS-EM-FOUND
               MOVE WS-EM-RATE(WS-H) TO WS-CK-RATE-USED
               MOVE "MASTER RATE" TO WS-RATE-BASIS
           ELSE
               MOVE HIST-RATE TO WS-CK-RATE-USED
               MOVE "CARRIED - NO MASTER" TO WS-RATE-BASIS
           END-IF
           PERFORM VARYING WS-RH-I FROM 1 BY 1
               UNTIL WS-RH-I > WS-RH-COUNT
               IF WS-RH-EMP-ID(WS-RH-I) = HIST-ID
                   IF WS-RH-APPLIED(WS-RH-I) <= WS-AS-OF
                       IF WS-RH-APPLIED(WS-RH-I) >= WS-RH-BEFORE-DATE
                           MOVE WS-RH-APPLIED(WS-RH-I)
                               TO WS-RH-BEFORE-DATE
                           MOVE WS-RH-NEW(WS-RH-I) TO WS-CK-RATE-USED
                           MOVE "RATE HISTORY AS OF END"
                               TO WS-RATE-BASIS
                       END-IF
                   ELSE
                       IF WS-RH-BEFORE-DATE = 0 AND
                           WS-RH-APPLIED(WS-RH-I) < WS-RH-AFTER-DATE
                           MOVE WS-RH-APPLIED(WS-RH-I)
                               TO WS-RH-AFTER-DATE
                           MOVE WS-RH-OLD(WS-RH-I) TO WS-CK-RATE-USED
                           MOVE "RATE BEFORE NEXT CHANGE"
                               TO WS-RATE-BASIS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       RECOMPUTE-HOURLY-PAY.
           EVALUATE TRUE
               WHEN HIST-HOURS <= WS-OT-THRESHOLD
                   MOVE HIST-HOURS TO WS-REG-HOURS
               WHEN HIST-HOURS <= WS-OT-THRESHOLD-2
                   MOVE WS-OT-THRESHOLD TO WS-REG-HOURS
                   COMPUTE WS-OT-HOURS = HIST-HOURS - WS-OT-THRESHOLD
               WHEN OTHER
                   MOVE WS-OT-THRESHOLD TO WS-REG-HOURS
                   COMPUTE WS-OT-HOURS =
                       WS-OT-THRESHOLD-2 - WS-OT-THRESHOLD
                   COMPUTE WS-DT-HOURS =
                       HIST-HOURS - WS-OT-THRESHOLD-2
           END-EVALUATE
           COMPUTE WS-RC-REGULAR ROUNDED =
               WS-REG-HOURS * WS-CK-RATE-USED
           COMPUTE WS-RC-OT ROUNDED =
               WS-OT-HOURS * WS-CK-RATE-USED * 1.5
           COMPUTE WS-RC-DT ROUNDED =
               WS-DT-HOURS * WS-CK-RATE-USED * 2
           IF IS-EM-FOUND
               IF WS-EM-WORK-DAY(WS-H) = 6 OR WS-EM-WORK-DAY(WS-H) = 7
                   COMPUTE WS-RC-SHIFT ROUNDED =
                       HIST-HOURS * WS-CK-RATE-USED
                       * WS-SHIFT-DIFF-RATE
               END-IF
           END-IF.

       RECOMPUTE-PRETAX.
           MOVE 0 TO WS-PRETAX-FED
           MOVE 0 TO WS-PRETAX-STATE
           MOVE 0 TO WS-PRETAX-LOCAL
           MOVE 0 TO WS-PRETAX-FICA
           MOVE 0 TO WS-PRETAX-TOTAL
           PERFORM APPLY-ONE-ELECTION
               VARYING WS-DE-I FROM 1 BY 1
               UNTIL WS-DE-I > WS-DE-COUNT
           MOVE "PRE-TAX ELECTIONS" TO WS-PI-ITEM
           MOVE WS-PRETAX-TOTAL TO WS-PI-RECOMP
           MOVE 0 TO WS-PI-HIST
           MOVE "N" TO WS-PI-COMPARE
           MOVE "ELECTIONS ON FILE" TO WS-PI-BASIS
           PERFORM WRITE-PROOF-ITEM.

       APPLY-ONE-ELECTION.
           IF WS-DE-EMP-ID(WS-DE-I) = HIST-ID
               MOVE 0 TO WS-DC-SLOT
               PERFORM VARYING WS-DC-I FROM 1 BY 1
                   UNTIL WS-DC-I > WS-DC-COUNT
                   IF WS-DC-CODE(WS-DC-I) = WS-DE-CODE(WS-DE-I)
                       MOVE WS-DC-I TO WS-DC-SLOT
                   END-IF
               END-PERFORM
               IF WS-DC-SLOT > 0
                   IF WS-DE-OVERRIDE(WS-DE-I) > 0
                       MOVE WS-DE-OVERRIDE(WS-DE-I) TO WS-VOL-AMT
                   ELSE
                       IF WS-DC-METHOD(WS-DC-SLOT) = 2
                           COMPUTE WS-VOL-AMT ROUNDED =
                               HIST-GROSS * WS-DC-PERCENT(WS-DC-SLOT)
                       ELSE
                           MOVE WS-DC-AMOUNT(WS-DC-SLOT) TO WS-VOL-AMT
                       END-IF
                   END-IF
                   IF WS-DC-PRETAX-FED(WS-DC-SLOT) = "Y" OR
                       WS-DC-PRETAX-STATE(WS-DC-SLOT) = "Y" OR
                       WS-DC-PRETAX-LOCAL(WS-DC-SLOT) = "Y" OR
                       WS-DC-PRETAX-FICA(WS-DC-SLOT) = "Y"
                       ADD WS-VOL-AMT TO WS-PRETAX-TOTAL
                   END-IF
                   IF WS-DC-PRETAX-FED(WS-DC-SLOT) = "Y"
                       ADD WS-VOL-AMT TO WS-PRETAX-FED
                   END-IF
                   IF WS-DC-PRETAX-STATE(WS-DC-SLOT) = "Y"
                       ADD WS-VOL-AMT TO WS-PRETAX-STATE
                   END-IF
                   IF WS-DC-PRETAX-LOCAL(WS-DC-SLOT) = "Y"
                       ADD WS-VOL-AMT TO WS-PRETAX-LOCAL
                   END-IF
                   IF WS-DC-PRETAX-FICA(WS-DC-SLOT) = "Y"
                       ADD WS-VOL-AMT TO WS-PRETAX-FICA
                   END-IF
               END-IF
           END-IF.

       RECOMPUTE-RETIREMENT.
           MOVE 0 TO WS-RC-RETIRE
           MOVE "401K-CAP  " TO WS-RQ-CODE
           MOVE 24500.00 TO WS-RQ-DEFAULT
           PERFORM GET-RATE-AS-OF
           MOVE WS-RQ-VALUE TO WS-401K-CAP
           IF IS-EM-FOUND
               EVALUATE WS-EM-401K-TYPE(WS-H)
                   WHEN 1
                       COMPUTE WS-RC-RETIRE ROUNDED =
                           HIST-GROSS * WS-EM-401K-PCT(WS-H) / 100
                   WHEN 2
                       MOVE WS-EM-401K-AMT(WS-H) TO WS-RC-RETIRE
                   WHEN OTHER
                       MOVE 0 TO WS-RC-RETIRE
               END-EVALUATE
           END-IF
           IF WS-CD-PRIOR-RETIRE(WS-C) >= WS-401K-CAP
               MOVE 0 TO WS-401K-ROOM
           ELSE
               COMPUTE WS-401K-ROOM =
                   WS-401K-CAP - WS-CD-PRIOR-RETIRE(WS-C)
           END-IF
           IF WS-RC-RETIRE > WS-401K-ROOM
               MOVE WS-401K-ROOM TO WS-RC-RETIRE
           END-IF
           IF WS-RC-RETIRE > HIST-GROSS
               MOVE HIST-GROSS TO WS-RC-RETIRE
           END-IF
           MOVE "401K DEFERRAL" TO WS-PI-ITEM
           MOVE WS-RC-RETIRE TO WS-PI-RECOMP
           MOVE HIST-RETIRE TO WS-PI-HIST
           MOVE "ELECTION, ANNUAL CAP" TO WS-PI-BASIS
           PERFORM WRITE-PROOF-ITEM.

       RECOMPUTE-TAXABLE-WAGES.
           MOVE WS-PRETAX-FED TO WS-REDUCTION
           IF WS-401K-PRETAX-FED = "Y"
               ADD WS-RC-RETIRE TO WS-REDUCTION
           END-IF
           PERFORM REDUCE-GROSS
           MOVE WS-CALC-WAGES TO WS-RC-FED-WAGES
           MOVE WS-PRETAX-STATE TO WS-REDUCTION
           IF WS-401K-PRETAX-STATE = "Y"
               ADD WS-RC-RETIRE TO WS-REDUCTION
           END-IF
           PERFORM REDUCE-GROSS
           MOVE WS-CALC-WAGES TO WS-RC-STATE-WAGES
           MOVE WS-PRETAX-LOCAL TO WS-REDUCTION
           IF WS-401K-PRETAX-LOCAL = "Y"
               ADD WS-RC-RETIRE TO WS-REDUCTION
           END-IF
           PERFORM REDUCE-GROSS
           MOVE WS-CALC-WAGES TO WS-RC-LOCAL-WAGES
           MOVE WS-PRETAX-FICA TO WS-REDUCTION
           IF WS-401K-PRETAX-FICA = "Y"
               ADD WS-RC-RETIRE TO WS-REDUCTION
           END-IF
           PERFORM REDUCE-GROSS
           MOVE WS-CALC-WAGES TO WS-RC-FICA-WAGES.

       REDUCE-GROSS.
           IF WS-REDUCTION >= HIST-GROSS
               MOVE 0 TO WS-CALC-WAGES
           ELSE
               COMPUTE WS-CALC-WAGES = HIST-GROSS - WS-REDUCTION
           END-IF
           ADD HIST-TIPS TO WS-CALC-WAGES.

       RECOMPUTE-FED-TAX.
           MOVE "FEDERAL TAXABLE WAGES" TO WS-PI-ITEM
           MOVE WS-RC-FED-WAGES TO WS-PI-RECOMP
           MOVE HIST-FED-WAGES TO WS-PI-HIST
           MOVE "GROSS LESS PRE-TAX" TO WS-PI-BASIS
           PERFORM WRITE-PROOF-ITEM
           PERFORM BUILD-FED-BRACKETS
           MOVE 0 TO WS-ALLOW-TOTAL
           IF IS-EM-FOUND
               COMPUTE WS-ALLOW-TOTAL ROUNDED =
                   WS-EM-ALLOW(WS-H) * WS-ALLOW-AMT
           END-IF
           IF WS-ALLOW-TOTAL >= WS-RC-FED-WAGES
               MOVE 0 TO WS-FED-NET-TAXABLE
           ELSE
               COMPUTE WS-FED-NET-TAXABLE =
                   WS-RC-FED-WAGES - WS-ALLOW-TOTAL
           END-IF
           MOVE 0 TO WS-FED-RATE
           MOVE "N" TO WS-CK-PICKED
           PERFORM VARYING WS-CK-J FROM 1 BY 1 UNTIL WS-CK-J > 5
               IF WS-CK-PICKED = "N" AND
                   WS-FED-NET-TAXABLE <= WS-CK-CEILING(WS-CK-J)
                   MOVE WS-CK-RATE(WS-CK-J) TO WS-FED-RATE
                   MOVE "Y" TO WS-CK-PICKED
               END-IF
           END-PERFORM
           IF WS-CK-PICKED = "N"
               MOVE WS-CK-RATE(5) TO WS-FED-RATE
           END-IF
           COMPUTE WS-RC-FED-TAX ROUNDED =
               WS-FED-NET-TAXABLE * WS-FED-RATE
           MOVE "FEDERAL INCOME TAX" TO WS-PI-ITEM
           MOVE WS-RC-FED-TAX TO WS-PI-RECOMP
           MOVE HIST-FED-TAX TO WS-PI-HIST
           MOVE WS-BRACKET-SOURCE TO WS-PI-BASIS
           COMPUTE WS-ED-PCT = WS-FED-RATE * 100
           MOVE WS-ED-PCT TO WS-PI-BASIS(12:5)
           MOVE "%" TO WS-PI-BASIS(17:1)
           PERFORM WRITE-PROOF-ITEM.

       BUILD-FED-BRACKETS.
           EVALUATE HIST-PAY-FREQ
               WHEN 2
                   MOVE 01000.00 TO WS-CK-CEILING(1)
                   MOVE 03000.00 TO WS-CK-CEILING(2)
                   MOVE 06000.00 TO WS-CK-CEILING(3)
                   MOVE 12000.00 TO WS-CK-CEILING(4)
               WHEN 3
                   MOVE 02000.00 TO WS-CK-CEILING(1)
                   MOVE 06000.00 TO WS-CK-CEILING(2)
                   MOVE 12000.00 TO WS-CK-CEILING(3)
                   MOVE 24000.00 TO WS-CK-CEILING(4)
               WHEN OTHER
                   MOVE 00500.00 TO WS-CK-CEILING(1)
                   MOVE 01500.00 TO WS-CK-CEILING(2)
                   MOVE 03000.00 TO WS-CK-CEILING(3)
                   MOVE 06000.00 TO WS-CK-CEILING(4)
           END-EVALUATE
           MOVE 99999.99 TO WS-CK-CEILING(5)
           IF IS-EM-FOUND AND WS-EM-FILING(WS-H) = 2
               PERFORM VARYING WS-CK-J FROM 1 BY 1 UNTIL WS-CK-J > 4
                   COMPUTE WS-CK-CEILING(WS-CK-J) =
                       WS-CK-CEILING(WS-CK-J) * 2
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-CK-CEILING(WS-CK-J)
                   END-COMPUTE
               END-PERFORM
           END-IF
           MOVE 0.100 TO WS-CK-RATE(1)
           MOVE 0.150 TO WS-CK-RATE(2)
           MOVE 0.200 TO WS-CK-RATE(3)
           MOVE 0.250 TO WS-CK-RATE(4)
           MOVE 0.300 TO WS-CK-RATE(5)
           MOVE "COMPILED @" TO WS-BRACKET-SOURCE
           PERFORM VARYING WS-CK-J FROM 1 BY 1 UNTIL WS-CK-J > 5
               MOVE 0 TO WS-CK-EFF(WS-CK-J)
           END-PERFORM
           PERFORM VARYING WS-TB-I FROM 1 BY 1
               UNTIL WS-TB-I > WS-TB-COUNT
               IF WS-TB-FREQ(WS-TB-I) = HIST-PAY-FREQ AND
                   WS-TB-EFF(WS-TB-I) <= WS-AS-OF AND
                   ((IS-EM-FOUND AND
                     WS-TB-STATUS(WS-TB-I) = WS-EM-FILING(WS-H)) OR
                    (NOT IS-EM-FOUND AND WS-TB-STATUS(WS-TB-I) = 1))
                   IF WS-TB-EFF(WS-TB-I) >=
                       WS-CK-EFF(WS-TB-SEQ(WS-TB-I))
                       MOVE WS-TB-EFF(WS-TB-I)
                           TO WS-CK-EFF(WS-TB-SEQ(WS-TB-I))
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO WS-CK-FILLED
           PERFORM VARYING WS-CK-J FROM 1 BY 1 UNTIL WS-CK-J > 5
               IF WS-CK-EFF(WS-CK-J) > 0
                   ADD 1 TO WS-CK-FILLED
               END-IF
           END-PERFORM
           IF WS-CK-FILLED = 5
               MOVE "BRACKETS @" TO WS-BRACKET-SOURCE
               PERFORM VARYING WS-TB-I FROM 1 BY 1
                   UNTIL WS-TB-I > WS-TB-COUNT
                   IF WS-TB-FREQ(WS-TB-I) = HIST-PAY-FREQ AND
                       WS-TB-EFF(WS-TB-I) =
                       WS-CK-EFF(WS-TB-SEQ(WS-TB-I)) AND
                       ((IS-EM-FOUND AND
                         WS-TB-STATUS(WS-TB-I) = WS-EM-FILING(WS-H))
                        OR (NOT IS-EM-FOUND AND
                            WS-TB-STATUS(WS-TB-I) = 1))
                       MOVE WS-TB-CEILING(WS-TB-I)
                           TO WS-CK-CEILING(WS-TB-SEQ(WS-TB-I))
                       MOVE WS-TB-RATE(WS-TB-I)
                           TO WS-CK-RATE(WS-TB-SEQ(WS-TB-I))
                   END-IF
               END-PERFORM
           END-IF.

       RECOMPUTE-FICA.
           MOVE "FICA-BASE " TO WS-RQ-CODE
           MOVE 176100.00 TO WS-RQ-DEFAULT
           PERFORM GET-RATE-AS-OF
           MOVE WS-RQ-VALUE TO WS-FICA-BASE
           MOVE "OASDI-RATE" TO WS-RQ-CODE
           MOVE 0.0620 TO WS-RQ-DEFAULT
           PERFORM GET-RATE-AS-OF
           MOVE WS-RQ-VALUE TO WS-OASDI-RATE
           MOVE "MEDI-RATE " TO WS-RQ-CODE
           MOVE 0.0145 TO WS-RQ-DEFAULT
           PERFORM GET-RATE-AS-OF
           MOVE WS-RQ-VALUE TO WS-MEDI-RATE
           MOVE "ADDMED-RT " TO WS-RQ-CODE
           MOVE 0.0090 TO WS-RQ-DEFAULT
           PERFORM GET-RATE-AS-OF
           MOVE WS-RQ-VALUE TO WS-ADDMED-RATE
           MOVE "ADDMED-THR" TO WS-RQ-CODE
           MOVE 200000.00 TO WS-RQ-DEFAULT
           PERFORM GET-RATE-AS-OF
           MOVE WS-RQ-VALUE TO WS-ADDMED-THR
           MOVE "FICA WAGES" TO WS-PI-ITEM
           MOVE WS-RC-FICA-WAGES TO WS-PI-RECOMP
           MOVE HIST-FICA-WAGES TO WS-PI-HIST
           MOVE "GROSS LESS PRE-TAX" TO WS-PI-BASIS
           PERFORM WRITE-PROOF-ITEM
           IF WS-CD-PRIOR-FICA(WS-C) >= WS-FICA-BASE
               MOVE 0 TO WS-RC-OASDI-WAGES
           ELSE
               COMPUTE WS-FICA-ROOM =
                   WS-FICA-BASE - WS-CD-PRIOR-FICA(WS-C)
               IF WS-RC-FICA-WAGES > WS-FICA-ROOM
                   MOVE WS-FICA-ROOM TO WS-RC-OASDI-WAGES
               ELSE
                   MOVE WS-RC-FICA-WAGES TO WS-RC-OASDI-WAGES
               END-IF
           END-IF
           MOVE "SOCIAL SECURITY WAGES" TO WS-PI-ITEM
           MOVE WS-RC-OASDI-WAGES TO WS-PI-RECOMP
           MOVE HIST-OASDI-WAGES TO WS-PI-HIST
           MOVE "WAGE BASE LESS PRIOR YTD" TO WS-PI-BASIS
           PERFORM WRITE-PROOF-ITEM
           COMPUTE WS-RC-OASDI ROUNDED =
               WS-RC-OASDI-WAGES * WS-OASDI-RATE
           MOVE "SOCIAL SECURITY TAX" TO WS-PI-ITEM
           MOVE WS-RC-OASDI TO WS-PI-RECOMP
           COMPUTE WS-PI-HIST = HIST-OASDI + HIST-UNCOLL-OASDI
           MOVE WS-OASDI-RATE TO WS-ED-RATE
           MOVE SPACES TO WS-PI-BASIS
           STRING "RATE " WS-ED-RATE " AS OF END"
               DELIMITED BY SIZE INTO WS-PI-BASIS
           END-STRING
           PERFORM WRITE-PROOF-ITEM
           MOVE 0 TO WS-ADDMED-WAGES
           IF WS-CD-PRIOR-FICA(WS-C) >= WS-ADDMED-THR
               MOVE WS-RC-FICA-WAGES TO WS-ADDMED-WAGES
           ELSE
               IF WS-CD-PRIOR-FICA(WS-C) + WS-RC-FICA-WAGES >
                   WS-ADDMED-THR
                   COMPUTE WS-ADDMED-WAGES =
                       WS-CD-PRIOR-FICA(WS-C) + WS-RC-FICA-WAGES
                       - WS-ADDMED-THR
               END-IF
           END-IF
           COMPUTE WS-RC-MEDICARE ROUNDED =
               WS-RC-FICA-WAGES * WS-MEDI-RATE
           COMPUTE WS-RC-MEDICARE ROUNDED = WS-RC-MEDICARE
               + WS-ADDMED-WAGES * WS-ADDMED-RATE
           MOVE "MEDICARE TAX" TO WS-PI-ITEM
           MOVE WS-RC-MEDICARE TO WS-PI-RECOMP
           COMPUTE WS-PI-HIST = HIST-MEDICARE + HIST-UNCOLL-MEDICARE
           MOVE WS-MEDI-RATE TO WS-ED-RATE
           MOVE SPACES TO WS-PI-BASIS
           STRING "RATE " WS-ED-RATE " + ADDL"
               DELIMITED BY SIZE INTO WS-PI-BASIS
           END-STRING
           PERFORM WRITE-PROOF-ITEM.

       RECOMPUTE-STATE-TAX.
           MOVE "STATE-TAX " TO WS-RQ-CODE
           MOVE 0.0400 TO WS-RQ-DEFAULT
           PERFORM GET-RATE-AS-OF
           MOVE WS-RQ-VALUE TO WS-STATE-DEFAULT
           MOVE "STATE TAXABLE WAGES" TO WS-PI-ITEM
           MOVE WS-RC-STATE-WAGES TO WS-PI-RECOMP
           MOVE HIST-STATE-WAGES TO WS-PI-HIST
           MOVE "GROSS LESS PRE-TAX" TO WS-PI-BASIS
           PERFORM WRITE-PROOF-ITEM
           MOVE 0 TO WS-RC-STATE-TAX
           MOVE 0 TO WS-JUR-USED
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 4
               IF HIST-JUR-STATE(WS-J) NOT = SPACES
                   ADD 1 TO WS-JUR-USED
               END-IF
           END-PERFORM
           IF WS-JUR-USED > 1
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 4
                   IF HIST-JUR-STATE(WS-J) NOT = SPACES
                       MOVE HIST-JUR-STATE(WS-J) TO WS-CALC-STATE
                       MOVE HIST-JUR-WAGES(WS-J) TO WS-CALC-WAGES
                       PERFORM TAX-ONE-STATE
                   END-IF
               END-PERFORM
               MOVE "SPLIT BY JURISDICTION" TO WS-PI-BASIS
           ELSE
               EVALUATE TRUE
                   WHEN HIST-JUR-STATE(1) NOT = SPACES
                       MOVE HIST-JUR-STATE(1) TO WS-CALC-STATE
                   WHEN HIST-WORK-STATE NOT = SPACES
                       MOVE HIST-WORK-STATE TO WS-CALC-STATE
                   WHEN IS-EM-FOUND
                       MOVE WS-EM-ADDR-STATE(WS-H) TO WS-CALC-STATE
                   WHEN OTHER
                       MOVE SPACES TO WS-CALC-STATE
               END-EVALUATE
               MOVE WS-RC-STATE-WAGES TO WS-CALC-WAGES
               PERFORM TAX-ONE-STATE
               MOVE WS-STATE-RATE-IN-USE TO WS-ED-RATE
               MOVE SPACES TO WS-PI-BASIS
               STRING "STATE " WS-CALC-STATE " RATE " WS-ED-RATE
                   DELIMITED BY SIZE INTO WS-PI-BASIS
               END-STRING
           END-IF
           MOVE "STATE INCOME TAX" TO WS-PI-ITEM
           MOVE WS-RC-STATE-TAX TO WS-PI-RECOMP
           MOVE HIST-STATE-TAX TO WS-PI-HIST
           PERFORM WRITE-PROOF-ITEM.

       TAX-ONE-STATE.
           MOVE "N" TO WS-ST-FOUND
           PERFORM VARYING WS-CK-J FROM 1 BY 1 UNTIL WS-CK-J > 5
               MOVE 0 TO WS-ST-EFF(WS-CK-J)
               MOVE 0 TO WS-ST-CEILING(WS-CK-J)
               MOVE 0 TO WS-ST-RATE(WS-CK-J)
           END-PERFORM
           PERFORM VARYING WS-SX-I FROM 1 BY 1
               UNTIL WS-SX-I > WS-SX-COUNT
               IF WS-SX-STATE(WS-SX-I) = WS-CALC-STATE AND
                   WS-SX-EFF(WS-SX-I) <= WS-AS-OF
                   MOVE "Y" TO WS-ST-FOUND
                   IF WS-SX-EFF(WS-SX-I) >=
                       WS-ST-EFF(WS-SX-SEQ(WS-SX-I))
                       MOVE WS-SX-EFF(WS-SX-I)
                           TO WS-ST-EFF(WS-SX-SEQ(WS-SX-I))
                       MOVE WS-SX-CEILING(WS-SX-I)
                           TO WS-ST-CEILING(WS-SX-SEQ(WS-SX-I))
                       MOVE WS-SX-RATE(WS-SX-I)
                           TO WS-ST-RATE(WS-SX-SEQ(WS-SX-I))
                   END-IF
               END-IF
           END-PERFORM
           IF IS-ST-FOUND
               MOVE 0 TO WS-STATE-RATE-IN-USE
               MOVE "N" TO WS-CK-PICKED
               PERFORM VARYING WS-CK-J FROM 1 BY 1 UNTIL WS-CK-J > 5
                   IF WS-ST-EFF(WS-CK-J) > 0 AND WS-CK-PICKED = "N"
                       MOVE WS-ST-RATE(WS-CK-J) TO WS-STATE-RATE-IN-USE
                       IF WS-RC-STATE-WAGES <= WS-ST-CEILING(WS-CK-J)
                           MOVE "Y" TO WS-CK-PICKED
                       END-IF
                   END-IF
               END-PERFORM
           ELSE
               MOVE WS-STATE-DEFAULT TO WS-STATE-RATE-IN-USE
           END-IF
           COMPUTE WS-CALC-TAX ROUNDED =
               WS-CALC-WAGES * WS-STATE-RATE-IN-USE
           ADD WS-CALC-TAX TO WS-RC-STATE-TAX.

       RECOMPUTE-LOCAL-TAX.
           MOVE 0 TO WS-RC-LOCAL-TAX
           MOVE 0 TO WS-LOCAL-RATE
           MOVE 0 TO WS-LOCAL-EFF
           IF HIST-LOCALITY NOT = SPACES
               PERFORM VARYING WS-LX-I FROM 1 BY 1
                   UNTIL WS-LX-I > WS-LX-COUNT
                   IF WS-LX-LOCALITY(WS-LX-I) = HIST-LOCALITY AND
                       WS-LX-EFF(WS-LX-I) <= WS-AS-OF AND
                       WS-LX-EFF(WS-LX-I) >= WS-LOCAL-EFF
                       MOVE WS-LX-EFF(WS-LX-I) TO WS-LOCAL-EFF
                       MOVE WS-LX-RATE(WS-LX-I) TO WS-LOCAL-RATE
                   END-IF
               END-PERFORM
               MOVE "LOCAL TAXABLE WAGES" TO WS-PI-ITEM
               MOVE WS-RC-LOCAL-WAGES TO WS-PI-RECOMP
               MOVE HIST-LOCAL-WAGES TO WS-PI-HIST
               MOVE "GROSS LESS PRE-TAX" TO WS-PI-BASIS
               PERFORM WRITE-PROOF-ITEM
               COMPUTE WS-RC-LOCAL-TAX ROUNDED =
                   WS-RC-LOCAL-WAGES * WS-LOCAL-RATE
           END-IF
           MOVE "LOCAL INCOME TAX" TO WS-PI-ITEM
           MOVE WS-RC-LOCAL-TAX TO WS-PI-RECOMP
           MOVE HIST-LOCAL-TAX TO WS-PI-HIST
           MOVE WS-LOCAL-RATE TO WS-ED-RATE
           MOVE SPACES TO WS-PI-BASIS
           IF HIST-LOCALITY = SPACES
               MOVE "NO LOCALITY" TO WS-PI-BASIS
           ELSE
               STRING "LOCAL " HIST-LOCALITY " RATE " WS-ED-RATE
                   DELIMITED BY SIZE INTO WS-PI-BASIS
               END-STRING
           END-IF
           PERFORM WRITE-PROOF-ITEM.

       RECOMPUTE-NET.
           COMPUTE WS-OTHER-DED = HIST-TOTAL-DEDUCTIONS - HIST-FICA
               - HIST-FED-TAX - HIST-STATE-TAX - HIST-LOCAL-TAX
               - HIST-RETIRE
           COMPUTE WS-REIMB = HIST-NET - HIST-GROSS
               + HIST-TOTAL-DEDUCTIONS
           MOVE "OTHER DEDUCTIONS" TO WS-PI-ITEM
           MOVE WS-OTHER-DED TO WS-PI-RECOMP
           MOVE WS-OTHER-DED TO WS-PI-HIST
           MOVE "N" TO WS-PI-COMPARE
           MOVE "CARRIED FROM HISTORY" TO WS-PI-BASIS
           PERFORM WRITE-PROOF-ITEM
           IF WS-REIMB NOT = 0
               MOVE "REIMBURSEMENTS" TO WS-PI-ITEM
               MOVE WS-REIMB TO WS-PI-RECOMP
               MOVE WS-REIMB TO WS-PI-HIST
               MOVE "N" TO WS-PI-COMPARE
               MOVE "CARRIED FROM HISTORY" TO WS-PI-BASIS
               PERFORM WRITE-PROOF-ITEM
           END-IF
           COMPUTE WS-RC-NET = HIST-GROSS - WS-RC-FED-TAX
               - WS-RC-OASDI - WS-RC-MEDICARE - WS-RC-STATE-TAX
               - WS-RC-LOCAL-TAX - WS-RC-RETIRE - WS-OTHER-DED
               + WS-REIMB + HIST-UNCOLL-OASDI + HIST-UNCOLL-MEDICARE
           MOVE "NET PAY" TO WS-PI-ITEM
           MOVE WS-RC-NET TO WS-PI-RECOMP
           MOVE HIST-NET TO WS-PI-HIST
           MOVE "ON GROSS AS PAID" TO WS-PI-BASIS
           PERFORM WRITE-PROOF-ITEM.

       GET-RATE-AS-OF.
           MOVE WS-RQ-DEFAULT TO WS-RQ-VALUE
           MOVE 0 TO WS-RQ-EFF
           PERFORM VARYING WS-RT-I FROM 1 BY 1
               UNTIL WS-RT-I > WS-RT-COUNT
               IF WS-RT-CODE(WS-RT-I) = WS-RQ-CODE AND
                   WS-RT-EFF(WS-RT-I) <= WS-AS-OF AND
                   WS-RT-EFF(WS-RT-I) >= WS-RQ-EFF
                   MOVE WS-RT-EFF(WS-RT-I) TO WS-RQ-EFF
                   MOVE WS-RT-VALUE(WS-RT-I) TO WS-RQ-VALUE
               END-IF
           END-PERFORM.

       WRITE-PROOF-ITEM.
           COMPUTE WS-PI-DIFF = WS-PI-RECOMP - WS-PI-HIST
           MOVE WS-PI-ITEM TO WS-PL-ITEM
           MOVE WS-PI-RECOMP TO WS-PL-RECOMP
           MOVE WS-PI-HIST TO WS-PL-HIST
           MOVE WS-PI-BASIS TO WS-PL-BASIS
           MOVE SPACE TO WS-PL-MARK
           IF IS-PI-COMPARED
               MOVE WS-PI-DIFF TO WS-PL-DIFF
               IF WS-PI-DIFF < 0
                   COMPUTE WS-PI-ABS = 0 - WS-PI-DIFF
               ELSE
                   MOVE WS-PI-DIFF TO WS-PI-ABS
               END-IF
               IF WS-PI-ABS > WS-PENNY
                   MOVE "*" TO WS-PL-MARK
                   ADD 1 TO WS-CHECK-DIFFS
                   PERFORM ADD-ONE-DIFFERENCE
               END-IF
           ELSE
               MOVE 0 TO WS-PL-DIFF
           END-IF
           MOVE WS-PROOF-LINE TO PROOF-RPT-LINE
           PERFORM WRITE-PROOF-LINE
           MOVE "Y" TO WS-PI-COMPARE.

       ADD-ONE-DIFFERENCE.
           ADD 1 TO WS-DIFFS-FOUND
           IF WS-DF-COUNT >= 2000
               ADD 1 TO WS-DIFFS-DROPPED
           ELSE
               ADD 1 TO WS-DF-COUNT
               MOVE HIST-ID TO WS-DF-ID(WS-DF-COUNT)
               MOVE HIST-PERIOD-YEAR TO WS-DF-YEAR(WS-DF-COUNT)
               MOVE HIST-PERIOD-NUM TO WS-DF-NUM(WS-DF-COUNT)
               MOVE WS-PI-ITEM TO WS-DF-ITEM(WS-DF-COUNT)
               MOVE WS-PI-RECOMP TO WS-DF-RECOMP(WS-DF-COUNT)
               MOVE WS-PI-HIST TO WS-DF-HIST(WS-DF-COUNT)
               MOVE WS-PI-DIFF TO WS-DF-DIFF(WS-DF-COUNT)
           END-IF.

       FINISH-PROOF-REPORT.
           MOVE "PAY HISTORY RECORDS READ:" TO WS-CNL-LABEL
           MOVE WS-HISTORY-READ TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO PROOF-RPT-LINE
           PERFORM WRITE-PROOF-LINE
           MOVE "PAYCHECKS IN SCOPE:" TO WS-CNL-LABEL
           MOVE WS-IN-SCOPE TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO PROOF-RPT-LINE
           PERFORM WRITE-PROOF-LINE
           MOVE "SELECTED AS LARGEST CHECKS:" TO WS-CNL-LABEL
           MOVE WS-SEL-LARGEST TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO PROOF-RPT-LINE
           PERFORM WRITE-PROOF-LINE
           MOVE "SELECTED FOR OVERTIME:" TO WS-CNL-LABEL
           MOVE WS-SEL-OVERTIME TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO PROOF-RPT-LINE
           PERFORM WRITE-PROOF-LINE
           MOVE "SELECTED FOR GARNISHMENTS:" TO WS-CNL-LABEL
           MOVE WS-SEL-GARNISH TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO PROOF-RPT-LINE
           PERFORM WRITE-PROOF-LINE
           MOVE "SELECTED FOR RETRO ADJUSTMENTS:" TO WS-CNL-LABEL
           MOVE WS-SEL-RETRO TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO PROOF-RPT-LINE
           PERFORM WRITE-PROOF-LINE
           MOVE "SELECTED BY SAMPLE:" TO WS-CNL-LABEL
           MOVE WS-SEL-SAMPLE TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO PROOF-RPT-LINE
           PERFORM WRITE-PROOF-LINE
           MOVE "CHECKS RECOMPUTED:" TO WS-CNL-LABEL
           MOVE WS-CHECKS-PROVED TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO PROOF-RPT-LINE
           PERFORM WRITE-PROOF-LINE
           MOVE "CHECKS PROVED TO THE PENNY:" TO WS-CNL-LABEL
           MOVE WS-CHECKS-CLEAN TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO PROOF-RPT-LINE
           PERFORM WRITE-PROOF-LINE
           MOVE "CHECKS WITH DIFFERENCES:" TO WS-CNL-LABEL
           MOVE WS-CHECKS-DIFF TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO PROOF-RPT-LINE
           PERFORM WRITE-PROOF-LINE
           IF WS-CANDS-DROPPED > 0
               MOVE "PAYCHECKS NOT CONSIDERED (FULL):"
                   TO WS-CNL-LABEL
               MOVE WS-CANDS-DROPPED TO WS-CNL-COUNT
               MOVE WS-COUNT-LINE TO PROOF-RPT-LINE
               PERFORM WRITE-PROOF-LINE
           END-IF
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-DIFF-REPORT.
           MOVE "I" TO DF-FUNC
           MOVE "PAYCHECK AUDIT DIFFERENCES" TO DF-REPORT-TITLE
           MOVE WS-OPERATOR-ID TO DF-OPERATOR
           MOVE WS-SEL-YEAR TO DF-PERIOD-YEAR
           MOVE WS-SEL-NUM TO DF-PERIOD-NUM
           MOVE SPACES TO DF-COLUMN-HEADING
           MOVE "EMP ID" TO DF-COLUMN-HEADING(1:6)
           MOVE "PERIOD" TO DF-COLUMN-HEADING(10:6)
           MOVE "ITEM" TO DF-COLUMN-HEADING(19:4)
           MOVE "RECOMPUTED" TO DF-COLUMN-HEADING(50:10)
           MOVE "ON HISTORY" TO DF-COLUMN-HEADING(65:10)
           MOVE "DIFFERENCE" TO DF-COLUMN-HEADING(80:10)
           MOVE 55 TO DF-LINES-PER-PAGE
           CALL "PRINT-SVC" USING DF-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-DF-SVC-LINES
           PERFORM VARYING WS-DF-I FROM 1 BY 1
               UNTIL WS-DF-I > WS-DF-COUNT
               MOVE WS-DF-ID(WS-DF-I) TO WS-DL-ID
               MOVE WS-DF-YEAR(WS-DF-I) TO WS-EP-YEAR
               MOVE WS-DF-NUM(WS-DF-I) TO WS-EP-NUM
               MOVE WS-ED-PERIOD TO WS-DL-PERIOD
               MOVE WS-DF-ITEM(WS-DF-I) TO WS-DL-ITEM
               MOVE WS-DF-RECOMP(WS-DF-I) TO WS-DL-RECOMP
               MOVE WS-DF-HIST(WS-DF-I) TO WS-DL-HIST
               MOVE WS-DF-DIFF(WS-DF-I) TO WS-DL-DIFF
               MOVE WS-DIFF-LINE TO DIFF-RPT-LINE
               PERFORM WRITE-DIFF-LINE
           END-PERFORM
           IF WS-DF-COUNT = 0
               MOVE "NO DIFFERENCES OVER ONE CENT" TO DIFF-RPT-LINE
               PERFORM WRITE-DIFF-LINE
           END-IF
           MOVE SPACES TO DIFF-RPT-LINE
           PERFORM WRITE-DIFF-LINE
           MOVE "CHECKS RECOMPUTED:" TO WS-CNL-LABEL
           MOVE WS-CHECKS-PROVED TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO DIFF-RPT-LINE
           PERFORM WRITE-DIFF-LINE
           MOVE "CHECKS WITH DIFFERENCES:" TO WS-CNL-LABEL
           MOVE WS-CHECKS-DIFF TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO DIFF-RPT-LINE
           PERFORM WRITE-DIFF-LINE
           MOVE "DIFFERENCES OVER ONE CENT:" TO WS-CNL-LABEL
           MOVE WS-DIFFS-FOUND TO WS-CNL-COUNT
           MOVE WS-COUNT-LINE TO DIFF-RPT-LINE
           PERFORM WRITE-DIFF-LINE
           IF WS-DIFFS-DROPPED > 0
               MOVE "DIFFERENCES NOT LISTED (FULL):"
                   TO WS-CNL-LABEL
               MOVE WS-DIFFS-DROPPED TO WS-CNL-COUNT
               MOVE WS-COUNT-LINE TO DIFF-RPT-LINE
               PERFORM WRITE-DIFF-LINE
           END-IF
           MOVE SPACES TO DF-DETAIL-IN
           MOVE "E" TO DF-FUNC
           CALL "PRINT-SVC" USING DF-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-DF-SVC-LINES.

       WRITE-PROOF-LINE.
           MOVE PROOF-RPT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO PROOF-RPT-LINE
               WRITE PROOF-RPT-LINE
               IF WS-FS-PROOF-RPT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "PAY-AUDIT-PROOF.RPT, status " WS-FS-PROOF-RPT
               END-IF
           END-PERFORM.

       WRITE-DIFF-LINE.
           MOVE DIFF-RPT-LINE TO DF-DETAIL-IN
           MOVE "D" TO DF-FUNC
           CALL "PRINT-SVC" USING DF-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-DF-SVC-LINES.

       WRITE-DF-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > DF-OUT-COUNT
               MOVE DF-OUT-LINE(WS-PS-I) TO DIFF-RPT-LINE
               WRITE DIFF-RPT-LINE
               IF WS-FS-DIFF-RPT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "PAY-AUDIT-DIFFS.RPT, status " WS-FS-DIFF-RPT
               END-IF
           END-PERFORM.
