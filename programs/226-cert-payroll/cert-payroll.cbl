       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERT-PAYROLL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROJECT-MASTER ASSIGN TO "project-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROJECT-MASTER.
           SELECT PROJECT-LEDGER ASSIGN TO "project-ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROJECT-LEDGER.
           SELECT COMPANY-MASTER ASSIGN TO "company-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMPANY-MASTER.
           SELECT EMPLOYEE-MASTER ASSIGN TO "employee-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           SELECT CERT-REPORT ASSIGN TO "CERTIFIED-PAYROLL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CERT-REPORT.
       DATA DIVISION.
       FILE SECTION.
       FD  PROJECT-MASTER.
           COPY "project-master.cpy".

       FD  PROJECT-LEDGER.
           COPY "project-ledger.cpy".

       FD  COMPANY-MASTER.
       01 COMPANY-REC.
          05 CO-CODE PIC 9(2).
          05 CO-NAME PIC X(30).
          05 CO-BANK-NAME    PIC X(20).
          05 CO-BANK-ROUTING PIC 9(9).
          05 CO-BANK-ACCOUNT PIC X(17).
          05 CO-EIN          PIC 9(9).
          05 CO-ADDR-LINE1   PIC X(22).
          05 CO-ADDR-LINE2   PIC X(22).
          05 CO-ADDR-CITY    PIC X(22).
          05 CO-ADDR-STATE   PIC X(2).
          05 CO-ADDR-ZIP     PIC X(10).

       FD  EMPLOYEE-MASTER.
           COPY "employee-master.cpy".

       FD  PAY-HISTORY.
           COPY "pay-history.cpy".

       FD  CERT-REPORT.
       01 CERT-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-PROJECT-MASTER  PIC X(2) VALUE "00".
       01 WS-FS-PROJECT-LEDGER  PIC X(2) VALUE "00".
       01 WS-FS-COMPANY-MASTER  PIC X(2) VALUE "00".
       01 WS-FS-EMPLOYEE-MASTER PIC X(2) VALUE "00".
       01 WS-FS-PAY-HISTORY     PIC X(2) VALUE "00".
       01 WS-FS-CERT-REPORT     PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-HIGH-RC PIC 9(2) VALUE 0.
       01 WS-SIGNON-FIELDS.
          05 WS-SEC-OPERATOR PIC X(10) VALUE SPACES.
          05 WS-SEC-PASSWORD PIC X(10) VALUE SPACES.
          05 WS-SEC-ROLE PIC 9(1) VALUE 0.
             88 IS-SUPERVISOR VALUE 2.
          05 WS-SEC-RESULT PIC X(1) VALUE "N".
             88 IS-SIGNON-VALID VALUE "Y".
             88 IS-SECURITY-MISSING VALUE "M".
       01 WS-RUN-LOG-FIELDS.
          05 WS-LOG-PROGRAM PIC X(10) VALUE "CERT-PAYRL".
          05 WS-LOG-SEVERITY PIC X(1) VALUE "I".
          05 WS-LOG-EMP-ID PIC 9(7) VALUE 0.
          05 WS-LOG-MESSAGE PIC X(60) VALUE SPACES.
       01 WS-SEL-JOB PIC 9(6) VALUE 0.
       01 WS-WEEK-END PIC 9(8) VALUE 0.
       01 WS-WEEK-START PIC 9(8) VALUE 0.
       01 WS-WEEK-START-INT PIC 9(7) VALUE 0.
       01 WS-PAYROLL-NO PIC 9(4) VALUE 0.
       01 WS-DOW PIC 9(1) VALUE 0.
       01 WS-DAY PIC 9(1) VALUE 0.
       01 WS-DAY-INT PIC S9(7) VALUE 0.
       01 WS-DAY-DATE PIC 9(8) VALUE 0.
       01 WS-DAY-NAMES-TEXT PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01 WS-DAY-NAMES REDEFINES WS-DAY-NAMES-TEXT.
          05 WS-DAY-NAME PIC X(3) OCCURS 7 TIMES.
       01 WS-CO-TBL.
          05 WS-CO-ENTRY OCCURS 99 TIMES.
             10 WS-CT-NAME  PIC X(30).
             10 WS-CT-ADDR1 PIC X(22).
             10 WS-CT-CITY  PIC X(22).
             10 WS-CT-STATE PIC X(2).
       01 WS-PJ-COUNT PIC 9(3) VALUE 0.
       01 WS-PJ-TBL.
          05 WS-PJ-ENTRY OCCURS 200 TIMES.
             10 WS-PJ-JOB      PIC 9(6).
             10 WS-PJ-NAME     PIC X(20).
             10 WS-PJ-CUSTOMER PIC X(20).
             10 WS-PJ-STATUS   PIC X(1).
             10 WS-PJ-COMPANY  PIC 9(2).
             10 WS-PJ-CRAFT    PIC X(6).
             10 WS-PJ-WORKERS  PIC 9(3).
       01 WS-PJ-I PIC 9(3) VALUE 0.
       01 WS-PJ-SLOT PIC 9(3) VALUE 0.
       01 WS-WK-COUNT PIC 9(3) VALUE 0.
       01 WS-WK-TBL.
          05 WS-WK-ENTRY OCCURS 500 TIMES.
             10 WS-WK-PJ        PIC 9(3).
             10 WS-WK-EMP       PIC 9(7).
             10 WS-WK-CRAFT     PIC X(6).
             10 WS-WK-ST-HRS    PIC 9(3)V9 OCCURS 7 TIMES.
             10 WS-WK-OT-HRS    PIC 9(3)V9 OCCURS 7 TIMES.
             10 WS-WK-RATE      PIC 9(3)V99.
             10 WS-WK-FRINGE    PIC 9(3)V99.
             10 WS-WK-GROSS     PIC 9(7)V99.
             10 WS-WK-FRINGE-PAY PIC 9(7)V99.
             10 WS-WK-YEAR      PIC 9(4).
             10 WS-WK-NUM       PIC 9(2).
             10 WS-WK-NO-RATE   PIC 9(4)V9.
       01 WS-WK-I PIC 9(3) VALUE 0.
       01 WS-WK-SLOT PIC 9(3) VALUE 0.
       01 WS-WK-OVERFLOW PIC X(1) VALUE "N".
          88 IS-WK-OVERFLOW VALUE "Y".
       01 WS-LINE-GROSS PIC 9(7)V99 VALUE 0.
       01 WS-EFF-RATE PIC 9(3)V99 VALUE 0.
       01 WS-ST-TOTAL PIC 9(4)V9 VALUE 0.
       01 WS-OT-TOTAL PIC 9(4)V9 VALUE 0.
       01 WS-OTHER-DED PIC S9(7)V99 VALUE 0.
       01 WS-HIST-FOUND PIC X(1) VALUE "N".
          88 IS-HIST-FOUND VALUE "Y".
       01 WS-HIST-OPEN PIC X(1) VALUE "N".
          88 IS-HIST-OPEN VALUE "Y".
       01 WS-JOB-TOTALS.
          05 WS-JT-ST-HOURS PIC 9(6)V9 VALUE 0.
          05 WS-JT-OT-HOURS PIC 9(6)V9 VALUE 0.
          05 WS-JT-GROSS    PIC 9(9)V99 VALUE 0.
          05 WS-JT-FRINGE   PIC 9(9)V99 VALUE 0.
          05 WS-JT-EXCEPTIONS PIC 9(3) VALUE 0.
       01 WS-CP-STATS.
          05 WS-CP-LEDGER-READ PIC 9(7) VALUE 0.
          05 WS-CP-LINES-USED  PIC 9(7) VALUE 0.
          05 WS-CP-PROJECTS    PIC 9(3) VALUE 0.
          05 WS-CP-WORKERS     PIC 9(5) VALUE 0.
          05 WS-CP-EXCEPTIONS  PIC 9(5) VALUE 0.
          05 WS-CP-NO-HISTORY  PIC 9(5) VALUE 0.
       01 WS-HDR-LINE-1.
          05 FILLER PIC X(12) VALUE "CONTRACTOR: ".
          05 WS-H1-CONTRACTOR PIC X(30).
          05 FILLER PIC X(14) VALUE "  PAYROLL NO: ".
          05 WS-H1-PAYROLL-NO PIC ZZZ9.
          05 FILLER PIC X(16) VALUE "  WEEK ENDING:  ".
          05 WS-H1-WEEK-END PIC 9(8).
       01 WS-HDR-LINE-2.
          05 FILLER PIC X(12) VALUE "ADDRESS:    ".
          05 WS-H2-ADDR1 PIC X(22).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-H2-CITY PIC X(22).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-H2-STATE PIC X(2).
       01 WS-HDR-LINE-3.
          05 FILLER PIC X(12) VALUE "PROJECT:    ".
          05 WS-H3-JOB PIC 9(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-H3-NAME PIC X(20).
          05 FILLER PIC X(21) VALUE "  LOCATION/CUSTOMER: ".
          05 WS-H3-CUSTOMER PIC X(20).
       01 WS-HDR-LINE-4.
          05 FILLER PIC X(16) VALUE "PAYROLL PERIOD: ".
          05 WS-H4-START PIC 9(8).
          05 FILLER PIC X(4) VALUE " TO ".
          05 WS-H4-END PIC 9(8).
          05 FILLER PIC X(36)
              VALUE "   CRAFT CLASSIFICATION ON PROJECT: ".
          05 WS-H4-CRAFT PIC X(6).
       01 WS-DAY-HEAD.
          05 FILLER PIC X(12) VALUE "  CRAFT  S/O".
          05 WS-DH-DAY OCCURS 7 TIMES.
             10 FILLER PIC X(1) VALUE SPACE.
             10 WS-DH-NAME PIC X(3).
             10 WS-DH-DD PIC 9(2).
          05 FILLER PIC X(46)
              VALUE "  HOURS   RATE FRINGE   THIS PROJ     ALL WORK".
       01 WS-NAME-HEAD.
          05 FILLER PIC X(43)
              VALUE "NAME                  ADDRESS".
          05 FILLER PIC X(42)
              VALUE "CITY            ST  LAST 4 SSN      EXEMPT".
       01 WS-DED-HEAD.
          05 FILLER PIC X(39)
              VALUE "  DEDUCTIONS:         FICA  WITHHOLDING".
          05 FILLER PIC X(40)
              VALUE "        OTHER     TOTAL DED    NET WAGES".
       01 WS-NAME-LINE.
          05 WS-NL-NAME PIC X(21).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-NL-ADDR PIC X(20).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-NL-CITY PIC X(15).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-NL-STATE PIC X(2).
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(7) VALUE "XXX-XX-".
          05 WS-NL-SSN4 PIC X(4).
          05 FILLER PIC X(7) VALUE SPACES.
          05 WS-NL-EXEMPT PIC Z9.
       01 WS-HOURS-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-HL-CRAFT PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-HL-TYPE PIC X(2).
          05 WS-HL-DAY OCCURS 7 TIMES.
             10 WS-HL-HOURS PIC ZZZ9.9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-HL-TOTAL PIC ZZZ9.9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-HL-RATE PIC ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-HL-FRINGE PIC ZZ9.99.
          05 WS-HL-GROSS PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-HL-ALL-WORK PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
       01 WS-DED-LINE.
          05 FILLER PIC X(14) VALUE SPACES.
          05 WS-DL-FICA PIC Z,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-DL-WH PIC Z,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-DL-OTHER PIC Z,ZZZ,ZZ9.99-.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-DL-TOTAL PIC Z,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-DL-NET PIC Z,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-DL-NOTE PIC X(30).
       01 WS-TOTAL-LINE.
          05 FILLER PIC X(22) VALUE "PROJECT TOTALS  ST HRS".
          05 WS-TL-ST PIC ZZZ,ZZ9.9.
          05 FILLER PIC X(8) VALUE "  OT HRS".
          05 WS-TL-OT PIC ZZZ,ZZ9.9.
          05 FILLER PIC X(8) VALUE "  GROSS ".
          05 WS-TL-GROSS PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(14) VALUE "  CASH FRINGE ".
          05 WS-TL-FRINGE PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EXC-LINE.
          05 FILLER PIC X(8) VALUE SPACES.
          05 FILLER PIC X(9) VALUE "EMPLOYEE ".
          05 WS-XL-EMP PIC 9(7).
          05 FILLER PIC X(8) VALUE "  CRAFT ".
          05 WS-XL-CRAFT PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-XL-HOURS PIC ZZZ9.9.
          05 FILLER PIC X(40)
              VALUE " HOURS WITH NO PREVAILING WAGE RATE".
       01 WS-COUNT-LINE.
          05 WS-CNL-LABEL PIC X(36).
          05 WS-CNL-COUNT PIC Z,ZZZ,ZZ9.
       01 WS-SOC-TEXT.
          05 FILLER PIC X(40)
              VALUE "(1) THAT I PAY OR SUPERVISE THE PAYMENT ".
          05 FILLER PIC X(40)
              VALUE "OF THE PERSONS EMPLOYED BY THE          ".
          05 FILLER PIC X(40)
              VALUE "    CONTRACTOR NAMED ABOVE ON THE PROJEC".
          05 FILLER PIC X(40)
              VALUE "T NAMED ABOVE; THAT DURING THE PAYROLL  ".
          05 FILLER PIC X(40)
              VALUE "    PERIOD SHOWN ALL PERSONS EMPLOYED ON".
          05 FILLER PIC X(40)
              VALUE " SAID PROJECT HAVE BEEN PAID THE FULL   ".
          05 FILLER PIC X(40)
              VALUE "    WEEKLY WAGES EARNED, THAT NO REBATES".
          05 FILLER PIC X(40)
              VALUE " HAVE BEEN OR WILL BE MADE EITHER       ".
          05 FILLER PIC X(40)
              VALUE "    DIRECTLY OR INDIRECTLY TO OR ON BEHA".
          05 FILLER PIC X(40)
              VALUE "LF OF SAID CONTRACTOR FROM THE FULL     ".
          05 FILLER PIC X(40)
              VALUE "    WEEKLY WAGES EARNED BY ANY PERSON AN".
          05 FILLER PIC X(40)
              VALUE "D THAT NO DEDUCTIONS HAVE BEEN MADE     ".
          05 FILLER PIC X(40)
              VALUE "    EITHER DIRECTLY OR INDIRECTLY FROM T".
          05 FILLER PIC X(40)
              VALUE "HE FULL WAGES EARNED BY ANY PERSON,     ".
          05 FILLER PIC X(40)
              VALUE "    OTHER THAN PERMISSIBLE DEDUCTIONS AS".
          05 FILLER PIC X(40)
              VALUE " DEFINED IN REGULATIONS, PART 3         ".
          05 FILLER PIC X(40)
              VALUE "    (29 CFR SUBTITLE A), ISSUED BY THE S".
          05 FILLER PIC X(40)
              VALUE "ECRETARY OF LABOR UNDER THE COPELAND    ".
          05 FILLER PIC X(40)
              VALUE "    ACT, AS AMENDED (40 U.S.C. 3145), AN".
          05 FILLER PIC X(40)
              VALUE "D DESCRIBED ON THE PAYROLL.             ".
          05 FILLER PIC X(40)
              VALUE "                                        ".
          05 FILLER PIC X(40)
              VALUE "                                        ".
          05 FILLER PIC X(40)
              VALUE "(2) THAT ANY PAYROLLS OTHERWISE UNDER TH".
          05 FILLER PIC X(40)
              VALUE "IS CONTRACT REQUIRED TO BE SUBMITTED    ".
          05 FILLER PIC X(40)
              VALUE "    FOR THE ABOVE PERIOD ARE CORRECT AND".
          05 FILLER PIC X(40)
              VALUE " COMPLETE; THAT THE WAGE RATES FOR      ".
          05 FILLER PIC X(40)
              VALUE "    LABORERS OR MECHANICS CONTAINED THER".
          05 FILLER PIC X(40)
              VALUE "EIN ARE NOT LESS THAN THE APPLICABLE    ".
          05 FILLER PIC X(40)
              VALUE "    WAGE RATES CONTAINED IN ANY WAGE DET".
          05 FILLER PIC X(40)
              VALUE "ERMINATION INCORPORATED INTO THE        ".
          05 FILLER PIC X(40)
              VALUE "    CONTRACT; THAT THE CLASSIFICATIONS S".
          05 FILLER PIC X(40)
              VALUE "ET FORTH THEREIN FOR EACH LABORER OR    ".
          05 FILLER PIC X(40)
              VALUE "    MECHANIC CONFORM WITH THE WORK PERFO".
          05 FILLER PIC X(40)
              VALUE "RMED.                                   ".
          05 FILLER PIC X(40)
              VALUE "                                        ".
          05 FILLER PIC X(40)
              VALUE "                                        ".
          05 FILLER PIC X(40)
              VALUE "(3) THAT ANY APPRENTICES EMPLOYED IN THE".
          05 FILLER PIC X(40)
              VALUE " ABOVE PERIOD ARE DULY REGISTERED IN    ".
          05 FILLER PIC X(40)
              VALUE "    A BONA FIDE APPRENTICESHIP PROGRAM R".
          05 FILLER PIC X(40)
              VALUE "EGISTERED WITH A STATE APPRENTICESHIP   ".
          05 FILLER PIC X(40)
              VALUE "    AGENCY RECOGNIZED BY THE OFFICE OF A".
          05 FILLER PIC X(40)
              VALUE "PPRENTICESHIP, UNITED STATES            ".
          05 FILLER PIC X(40)
              VALUE "    DEPARTMENT OF LABOR, OR IF NO SUCH R".
          05 FILLER PIC X(40)
              VALUE "ECOGNIZED AGENCY EXISTS IN A STATE,     ".
          05 FILLER PIC X(40)
              VALUE "    ARE REGISTERED WITH THE OFFICE OF AP".
          05 FILLER PIC X(40)
              VALUE "PRENTICESHIP.                           ".
          05 FILLER PIC X(40)
              VALUE "                                        ".
          05 FILLER PIC X(40)
              VALUE "                                        ".
          05 FILLER PIC X(40)
              VALUE "(4) THAT:                               ".
          05 FILLER PIC X(40)
              VALUE "                                        ".
          05 FILLER PIC X(40)
              VALUE "    (A) WHERE FRINGE BENEFITS ARE PAID T".
          05 FILLER PIC X(40)
              VALUE "O APPROVED PLANS, FUNDS, OR             ".
          05 FILLER PIC X(40)
              VALUE "        PROGRAMS                        ".
          05 FILLER PIC X(40)
              VALUE "                          [   ]         ".
          05 FILLER PIC X(40)
              VALUE "    (B) WHERE FRINGE BENEFITS ARE PAID I".
          05 FILLER PIC X(40)
              VALUE "N CASH                    [ X ]         ".
          05 FILLER PIC X(40)
              VALUE "        EACH LABORER OR MECHANIC LISTED ".
          05 FILLER PIC X(40)
              VALUE "IN THE ABOVE REFERENCED PAYROLL HAS     ".
          05 FILLER PIC X(40)
              VALUE "        BEEN PAID, AS INDICATED ON THE P".
          05 FILLER PIC X(40)
              VALUE "AYROLL, AN AMOUNT NOT LESS THAN THE     ".
          05 FILLER PIC X(40)
              VALUE "        SUM OF THE APPLICABLE BASIC HOUR".
          05 FILLER PIC X(40)
              VALUE "LY WAGE RATE PLUS THE AMOUNT OF THE     ".
          05 FILLER PIC X(40)
              VALUE "        REQUIRED FRINGE BENEFITS AS LIST".
          05 FILLER PIC X(40)
              VALUE "ED IN THE CONTRACT, EXCEPT AS NOTED     ".
          05 FILLER PIC X(40)
              VALUE "        IN SECTION 4(C) BELOW.          ".
          05 FILLER PIC X(40)
              VALUE "                                        ".
          05 FILLER PIC X(40)
              VALUE "    (C) EXCEPTIONS                      ".
          05 FILLER PIC X(40)
              VALUE "                                        ".
       01 WS-SOC-TABLE REDEFINES WS-SOC-TEXT.
          05 WS-SOC-LINE PIC X(80) OCCURS 34 TIMES.
       01 WS-SOC-COUNT PIC 9(2) VALUE 34.
       01 WS-SOT-TEXT.
          05 FILLER PIC X(40)
              VALUE "                                        ".
          05 FILLER PIC X(40)
              VALUE "                                        ".
          05 FILLER PIC X(40)
              VALUE "REMARKS: _______________________________".
          05 FILLER PIC X(40)
              VALUE "_______________________________         ".
          05 FILLER PIC X(40)
              VALUE "NAME AND TITLE: ________________________".
          05 FILLER PIC X(40)
              VALUE "______________________________          ".
          05 FILLER PIC X(40)
              VALUE "SIGNATURE: _____________________________".
          05 FILLER PIC X(40)
              VALUE "______   DATE: _______________          ".
          05 FILLER PIC X(40)
              VALUE "                                        ".
          05 FILLER PIC X(40)
              VALUE "                                        ".
          05 FILLER PIC X(40)
              VALUE "THE WILLFUL FALSIFICATION OF ANY OF THE ".
          05 FILLER PIC X(40)
              VALUE "ABOVE STATEMENTS MAY SUBJECT THE        ".
          05 FILLER PIC X(40)
              VALUE "CONTRACTOR OR SUBCONTRACTOR TO CIVIL OR ".
          05 FILLER PIC X(40)
              VALUE "CRIMINAL PROSECUTION. SEE SECTION       ".
          05 FILLER PIC X(40)
              VALUE "1001 OF TITLE 18 AND SECTION 231 OF TITL".
          05 FILLER PIC X(40)
              VALUE "E 31 OF THE UNITED STATES CODE.         ".
       01 WS-SOT-TABLE REDEFINES WS-SOT-TEXT.
          05 WS-SOT-LINE PIC X(80) OCCURS 8 TIMES.
       01 WS-SOT-COUNT PIC 9(2) VALUE 8.
           COPY "print-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
           COMPUTE WS-TODAY = 20000000 + WS-RUN-DATE
           DISPLAY "Enter operator ID: "
           ACCEPT WS-SEC-OPERATOR
           DISPLAY "Enter password: "
           ACCEPT WS-SEC-PASSWORD
           CALL "SEC-CHECK" USING WS-SEC-OPERATOR WS-SEC-PASSWORD
               WS-SEC-ROLE WS-SEC-RESULT
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to SEC-CHECK failed"
           END-CALL
           IF IS-SECURITY-MISSING
               DISPLAY "WARNING: operator-master.dat not found - "
                   "security checks bypassed, seed the operator "
                   "file"
               MOVE 2 TO WS-SEC-ROLE
           ELSE
               IF NOT IS-SIGNON-VALID
                   DISPLAY "ERROR: sign-on refused for operator "
                       WS-SEC-OPERATOR
                   MOVE "E" TO WS-LOG-SEVERITY
                   MOVE "SIGN-ON REFUSED - BAD OPERATOR/PASSWORD"
                       TO WS-LOG-MESSAGE
                   PERFORM WRITE-RUN-LOG
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           DISPLAY "Enter job number (0 = all prevailing wage jobs): "
           ACCEPT WS-SEL-JOB
           DISPLAY "Enter week ending date (YYYYMMDD, 0 = last "
               "Saturday): "
           ACCEPT WS-WEEK-END
           IF WS-WEEK-END = 0
               COMPUTE WS-DOW = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1, 7) + 1
               COMPUTE WS-WEEK-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION MOD(WS-DOW + 1, 7))
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-WEEK-END) NOT = 0
               DISPLAY "ERROR: week ending date " WS-WEEK-END
                   " is not a valid date"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Enter payroll number (0 = none): "
           ACCEPT WS-PAYROLL-NO
           COMPUTE WS-WEEK-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-WEEK-END) - 6
           COMPUTE WS-WEEK-START =
               FUNCTION DATE-OF-INTEGER(WS-WEEK-START-INT)
           PERFORM LOAD-COMPANY-TABLE
           PERFORM LOAD-PREVAILING-JOBS
           IF WS-PJ-COUNT = 0
               IF WS-SEL-JOB = 0
                   DISPLAY "No prevailing wage jobs in "
                       "project-master.dat - nothing to certify"
               ELSE
                   DISPLAY "ERROR: job " WS-SEL-JOB " is not a "
                       "prevailing wage job in project-master.dat"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM LOAD-WEEK-HOURS
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-EMPLOYEE-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "employee-master.idx, status "
                   WS-FS-EMPLOYEE-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PAY-HISTORY
           IF WS-FS-PAY-HISTORY = "00"
               MOVE "Y" TO WS-HIST-OPEN
           ELSE
               IF WS-FS-PAY-HISTORY = "35"
                   DISPLAY "WARNING: pay-history.dat not found - "
                       "deductions and net wages left blank"
               ELSE
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "pay-history.dat, status " WS-FS-PAY-HISTORY
                   CLOSE EMPLOYEE-MASTER
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM PRINT-CERTIFIED-PAYROLL
           CLOSE EMPLOYEE-MASTER
           IF IS-HIST-OPEN
               CLOSE PAY-HISTORY
           END-IF
           DISPLAY "Project ledger lines read: " WS-CP-LEDGER-READ
           DISPLAY "Prevailing wage lines used: " WS-CP-LINES-USED
           DISPLAY "Projects certified:         " WS-CP-PROJECTS
           DISPLAY "Worker entries:             " WS-CP-WORKERS
           DISPLAY "Rate exceptions:            " WS-CP-EXCEPTIONS
           DISPLAY "Workers without history:    " WS-CP-NO-HISTORY
           DISPLAY "Certified payroll written to CERTIFIED-PAYROLL.RPT"
           IF WS-CP-EXCEPTIONS > 0 OR WS-CP-NO-HISTORY > 0 OR
               IS-WK-OVERFLOW
               MOVE 4 TO WS-HIGH-RC
           END-IF
           MOVE "I" TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "CERTIFIED PAYROLL WEEK " WS-WEEK-END " PROJECTS "
               WS-CP-PROJECTS " EXCEPTIONS " WS-CP-EXCEPTIONS
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM WRITE-RUN-LOG
           MOVE WS-HIGH-RC TO RETURN-CODE
           GOBACK.

       LOAD-COMPANY-TABLE.
           PERFORM VARYING WS-PJ-I FROM 1 BY 1 UNTIL WS-PJ-I > 99
               MOVE SPACES TO WS-CO-ENTRY(WS-PJ-I)
           END-PERFORM
           MOVE 0 TO WS-EOF
           OPEN INPUT COMPANY-MASTER
           IF WS-FS-COMPANY-MASTER = "35"
               DISPLAY "WARNING: company-master.dat not found - "
                   "contractor name left blank"
           ELSE
               IF WS-FS-COMPANY-MASTER NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "company-master.dat, status "
                       WS-FS-COMPANY-MASTER
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF = 1
                   READ COMPANY-MASTER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CO-CODE >= 1 AND CO-CODE <= 99
                               MOVE CO-NAME TO WS-CT-NAME(CO-CODE)
                               MOVE CO-ADDR-LINE1
                                   TO WS-CT-ADDR1(CO-CODE)
                               MOVE CO-ADDR-CITY TO WS-CT-CITY(CO-CODE)
                               MOVE CO-ADDR-STATE
                                   TO WS-CT-STATE(CO-CODE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPANY-MASTER
           END-IF.

       LOAD-PREVAILING-JOBS.
           MOVE 0 TO WS-EOF
           OPEN INPUT PROJECT-MASTER
           IF WS-FS-PROJECT-MASTER = "35"
               DISPLAY "project-master.dat not found - no jobs on "
                   "file"
           ELSE
               IF WS-FS-PROJECT-MASTER NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "project-master.dat, status "
                       WS-FS-PROJECT-MASTER
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF = 1
                   READ PROJECT-MASTER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PRJ-IS-PREV-WAGE AND
                               (WS-SEL-JOB = 0 OR
                                PRJ-JOB = WS-SEL-JOB)
                               PERFORM STORE-ONE-JOB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROJECT-MASTER
           END-IF.

       STORE-ONE-JOB.
           IF WS-PJ-COUNT >= 200
               DISPLAY "ERROR: more than 200 prevailing wage jobs - "
                   "job " PRJ-JOB " not certified"
               MOVE 4 TO WS-HIGH-RC
           ELSE
               ADD 1 TO WS-PJ-COUNT
               MOVE PRJ-JOB TO WS-PJ-JOB(WS-PJ-COUNT)
               MOVE PRJ-NAME TO WS-PJ-NAME(WS-PJ-COUNT)
               MOVE PRJ-CUSTOMER TO WS-PJ-CUSTOMER(WS-PJ-COUNT)
               MOVE PRJ-STATUS TO WS-PJ-STATUS(WS-PJ-COUNT)
               MOVE PRJ-COMPANY TO WS-PJ-COMPANY(WS-PJ-COUNT)
               MOVE PRJ-CRAFT TO WS-PJ-CRAFT(WS-PJ-COUNT)
               MOVE 0 TO WS-PJ-WORKERS(WS-PJ-COUNT)
           END-IF.

       LOAD-WEEK-HOURS.
           MOVE 0 TO WS-EOF
           OPEN INPUT PROJECT-LEDGER
           IF WS-FS-PROJECT-LEDGER = "35"
               DISPLAY "WARNING: project-ledger.dat not found - no "
                   "hours charged to any job"
           ELSE
               IF WS-FS-PROJECT-LEDGER NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "project-ledger.dat, status "
                       WS-FS-PROJECT-LEDGER
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF = 1
                   READ PROJECT-LEDGER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CP-LEDGER-READ
                           IF PJL-WORK-DATE IS NUMERIC
                               IF PJL-WORK-DATE >= WS-WEEK-START AND
                                   PJL-WORK-DATE <= WS-WEEK-END
                                   PERFORM TALLY-ONE-LEDGER-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROJECT-LEDGER
           END-IF.

       TALLY-ONE-LEDGER-LINE.
           MOVE 0 TO WS-PJ-SLOT
           PERFORM VARYING WS-PJ-I FROM 1 BY 1
               UNTIL WS-PJ-I > WS-PJ-COUNT
               IF WS-PJ-JOB(WS-PJ-I) = PJL-JOB
                   MOVE WS-PJ-I TO WS-PJ-SLOT
               END-IF
           END-PERFORM
           IF WS-PJ-SLOT > 0
               ADD 1 TO WS-CP-LINES-USED
               MOVE 0 TO WS-WK-SLOT
               PERFORM VARYING WS-WK-I FROM 1 BY 1
                   UNTIL WS-WK-I > WS-WK-COUNT
                   IF WS-WK-PJ(WS-WK-I) = WS-PJ-SLOT AND
                       WS-WK-EMP(WS-WK-I) = PJL-EMP-ID
                       MOVE WS-WK-I TO WS-WK-SLOT
                   END-IF
               END-PERFORM
               IF WS-WK-SLOT = 0
                   IF WS-WK-COUNT >= 500
                       MOVE "Y" TO WS-WK-OVERFLOW
                       DISPLAY "ERROR: more than 500 workers in the "
                           "week - employee " PJL-EMP-ID " job "
                           PJL-JOB " not certified"
                   ELSE
                       ADD 1 TO WS-WK-COUNT
                       MOVE WS-WK-COUNT TO WS-WK-SLOT
                       INITIALIZE WS-WK-ENTRY(WS-WK-SLOT)
                       MOVE WS-PJ-SLOT TO WS-WK-PJ(WS-WK-SLOT)
                       MOVE PJL-EMP-ID TO WS-WK-EMP(WS-WK-SLOT)
                       ADD 1 TO WS-PJ-WORKERS(WS-PJ-SLOT)
                   END-IF
               END-IF
           END-IF
           IF WS-PJ-SLOT > 0 AND WS-WK-SLOT > 0
               PERFORM ADD-LINE-TO-WORKER
           END-IF.

       ADD-LINE-TO-WORKER.
           IF PJL-CRAFT = SPACES
               MOVE WS-PJ-CRAFT(WS-PJ-SLOT) TO WS-WK-CRAFT(WS-WK-SLOT)
           ELSE
               MOVE PJL-CRAFT TO WS-WK-CRAFT(WS-WK-SLOT)
           END-IF
           COMPUTE WS-DAY = FUNCTION INTEGER-OF-DATE(PJL-WORK-DATE)
               - WS-WEEK-START-INT + 1
           IF PJL-PAY-CODE = "O"
               ADD PJL-HOURS TO WS-WK-OT-HRS(WS-WK-SLOT WS-DAY)
               COMPUTE WS-LINE-GROSS ROUNDED =
                   PJL-HOURS * PJL-RATE-PAID * 1.5 + PJL-PW-PAY
           ELSE
               ADD PJL-HOURS TO WS-WK-ST-HRS(WS-WK-SLOT WS-DAY)
               COMPUTE WS-LINE-GROSS ROUNDED =
                   PJL-HOURS * PJL-RATE-PAID + PJL-PW-PAY
           END-IF
           ADD WS-LINE-GROSS TO WS-WK-GROSS(WS-WK-SLOT)
           COMPUTE WS-WK-FRINGE-PAY(WS-WK-SLOT) ROUNDED =
               WS-WK-FRINGE-PAY(WS-WK-SLOT) +
               PJL-HOURS * PJL-PW-FRINGE
           IF PJL-PW-RATE > PJL-RATE-PAID
               MOVE PJL-PW-RATE TO WS-EFF-RATE
           ELSE
               MOVE PJL-RATE-PAID TO WS-EFF-RATE
           END-IF
           IF WS-EFF-RATE > WS-WK-RATE(WS-WK-SLOT)
               MOVE WS-EFF-RATE TO WS-WK-RATE(WS-WK-SLOT)
           END-IF
           IF PJL-PW-FRINGE > WS-WK-FRINGE(WS-WK-SLOT)
               MOVE PJL-PW-FRINGE TO WS-WK-FRINGE(WS-WK-SLOT)
           END-IF
           IF PJL-PW-RATE = 0
               ADD PJL-HOURS TO WS-WK-NO-RATE(WS-WK-SLOT)
           END-IF
           MOVE PJL-PERIOD-YEAR TO WS-WK-YEAR(WS-WK-SLOT)
           MOVE PJL-PERIOD-NUM TO WS-WK-NUM(WS-WK-SLOT).

       PRINT-CERTIFIED-PAYROLL.
           OPEN OUTPUT CERT-REPORT
           IF WS-FS-CERT-REPORT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "CERTIFIED-PAYROLL.RPT, status "
                   WS-FS-CERT-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 7
               COMPUTE WS-DAY-INT = WS-WEEK-START-INT + WS-DAY - 1
               COMPUTE WS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               COMPUTE WS-DOW = FUNCTION MOD(WS-DAY-INT - 1, 7) + 1
               MOVE WS-DAY-NAME(WS-DOW) TO WS-DH-NAME(WS-DAY)
               MOVE WS-DAY-DATE(7:2) TO WS-DH-DD(WS-DAY)
           END-PERFORM
           MOVE "I" TO PS-FUNC
           MOVE "CERTIFIED PAYROLL (WH-347)" TO PS-REPORT-TITLE
           MOVE WS-SEC-OPERATOR TO PS-OPERATOR
           MOVE WS-WEEK-END(1:4) TO PS-PERIOD-YEAR
           MOVE WS-WEEK-END(5:2) TO PS-PERIOD-NUM
           MOVE WS-DAY-HEAD TO PS-COLUMN-HEADING
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           PERFORM VARYING WS-PJ-I FROM 1 BY 1
               UNTIL WS-PJ-I > WS-PJ-COUNT
               IF WS-PJ-WORKERS(WS-PJ-I) > 0 OR
                   WS-PJ-STATUS(WS-PJ-I) NOT = "C"
                   PERFORM PRINT-ONE-PROJECT
               END-IF
           END-PERFORM
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           CLOSE CERT-REPORT.

       PRINT-ONE-PROJECT.
           ADD 1 TO WS-CP-PROJECTS
           INITIALIZE WS-JOB-TOTALS
           IF WS-CP-PROJECTS > 1
               MOVE PS-LINES-PER-PAGE TO PS-LINE-COUNT
           END-IF
           PERFORM PRINT-PROJECT-HEADING
           IF WS-PJ-WORKERS(WS-PJ-I) = 0
               MOVE "NO WORK PERFORMED ON THIS PROJECT DURING THE "
                   TO CERT-REPORT-LINE
               MOVE "WEEK" TO CERT-REPORT-LINE(46:)
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE WS-NAME-HEAD TO CERT-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-DED-HEAD TO CERT-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING WS-WK-I FROM 1 BY 1
                   UNTIL WS-WK-I > WS-WK-COUNT
                   IF WS-WK-PJ(WS-WK-I) = WS-PJ-I
                       PERFORM PRINT-ONE-WORKER
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO CERT-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-JT-ST-HOURS TO WS-TL-ST
           MOVE WS-JT-OT-HOURS TO WS-TL-OT
           MOVE WS-JT-GROSS TO WS-TL-GROSS
           MOVE WS-JT-FRINGE TO WS-TL-FRINGE
           MOVE WS-TOTAL-LINE TO CERT-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM PRINT-COMPLIANCE-STATEMENT.

       PRINT-PROJECT-HEADING.
           MOVE SPACES TO WS-H1-CONTRACTOR
           MOVE SPACES TO WS-H2-ADDR1
           MOVE SPACES TO WS-H2-CITY
           MOVE SPACES TO WS-H2-STATE
           IF WS-PJ-COMPANY(WS-PJ-I) >= 1
               MOVE WS-CT-NAME(WS-PJ-COMPANY(WS-PJ-I))
                   TO WS-H1-CONTRACTOR
               MOVE WS-CT-ADDR1(WS-PJ-COMPANY(WS-PJ-I))
                   TO WS-H2-ADDR1
               MOVE WS-CT-CITY(WS-PJ-COMPANY(WS-PJ-I)) TO WS-H2-CITY
               MOVE WS-CT-STATE(WS-PJ-COMPANY(WS-PJ-I))
                   TO WS-H2-STATE
           END-IF
           MOVE WS-PAYROLL-NO TO WS-H1-PAYROLL-NO
           MOVE WS-WEEK-END TO WS-H1-WEEK-END
           MOVE WS-HDR-LINE-1 TO CERT-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-HDR-LINE-2 TO CERT-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-PJ-JOB(WS-PJ-I) TO WS-H3-JOB
           MOVE WS-PJ-NAME(WS-PJ-I) TO WS-H3-NAME
           MOVE WS-PJ-CUSTOMER(WS-PJ-I) TO WS-H3-CUSTOMER
           MOVE WS-HDR-LINE-3 TO CERT-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-WEEK-START TO WS-H4-START
           MOVE WS-WEEK-END TO WS-H4-END
           MOVE WS-PJ-CRAFT(WS-PJ-I) TO WS-H4-CRAFT
           MOVE WS-HDR-LINE-4 TO CERT-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO CERT-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-ONE-WORKER.
           ADD 1 TO WS-CP-WORKERS
           MOVE SPACES TO WS-NL-NAME
           MOVE SPACES TO WS-NL-ADDR
           MOVE SPACES TO WS-NL-CITY
           MOVE SPACES TO WS-NL-STATE
           MOVE "????" TO WS-NL-SSN4
           MOVE 0 TO WS-NL-EXEMPT
           MOVE WS-WK-EMP(WS-WK-I) TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO WS-NL-NAME
               NOT INVALID KEY
                   MOVE SPACES TO WS-NL-NAME
                   STRING FUNCTION TRIM(EMP-FIRST-NAME) " "
                       FUNCTION TRIM(EMP-LAST-NAME)
                       DELIMITED BY SIZE INTO WS-NL-NAME
                   END-STRING
                   MOVE EMP-ADDR-LINE1 TO WS-NL-ADDR
                   MOVE EMP-ADDR-CITY TO WS-NL-CITY
                   MOVE EMP-ADDR-STATE TO WS-NL-STATE
                   MOVE EMP-SSN(6:4) TO WS-NL-SSN4
                   MOVE EMP-ALLOWANCES TO WS-NL-EXEMPT
           END-READ
           MOVE SPACES TO CERT-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-NAME-LINE TO CERT-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO WS-ST-TOTAL
           MOVE 0 TO WS-OT-TOTAL
           PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 7
               ADD WS-WK-ST-HRS(WS-WK-I WS-DAY) TO WS-ST-TOTAL
               ADD WS-WK-OT-HRS(WS-WK-I WS-DAY) TO WS-OT-TOTAL
           END-PERFORM
           MOVE "N" TO WS-HIST-FOUND
           IF IS-HIST-OPEN
               MOVE WS-WK-EMP(WS-WK-I) TO HIST-ID
               MOVE WS-WK-YEAR(WS-WK-I) TO HIST-PERIOD-YEAR
               MOVE WS-WK-NUM(WS-WK-I) TO HIST-PERIOD-NUM
               READ PAY-HISTORY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-HIST-FOUND
               END-READ
           END-IF
           MOVE WS-WK-CRAFT(WS-WK-I) TO WS-HL-CRAFT
           MOVE "ST" TO WS-HL-TYPE
           PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 7
               MOVE WS-WK-ST-HRS(WS-WK-I WS-DAY)
                   TO WS-HL-HOURS(WS-DAY)
           END-PERFORM
           MOVE WS-ST-TOTAL TO WS-HL-TOTAL
           MOVE WS-WK-RATE(WS-WK-I) TO WS-HL-RATE
           MOVE WS-WK-FRINGE(WS-WK-I) TO WS-HL-FRINGE
           MOVE WS-WK-GROSS(WS-WK-I) TO WS-HL-GROSS
           IF IS-HIST-FOUND
               MOVE HIST-GROSS TO WS-HL-ALL-WORK
           ELSE
               MOVE 0 TO WS-HL-ALL-WORK
           END-IF
           MOVE WS-HOURS-LINE TO CERT-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-OT-TOTAL > 0
               MOVE SPACES TO WS-HL-CRAFT
               MOVE "OT" TO WS-HL-TYPE
               PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 7
                   MOVE WS-WK-OT-HRS(WS-WK-I WS-DAY)
                       TO WS-HL-HOURS(WS-DAY)
               END-PERFORM
               MOVE WS-OT-TOTAL TO WS-HL-TOTAL
               COMPUTE WS-HL-RATE ROUNDED = WS-WK-RATE(WS-WK-I) * 1.5
               MOVE 0 TO WS-HL-FRINGE
               MOVE 0 TO WS-HL-GROSS
               MOVE 0 TO WS-HL-ALL-WORK
               MOVE WS-HOURS-LINE TO CERT-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-DL-NOTE
           IF IS-HIST-FOUND
               COMPUTE WS-OTHER-DED = HIST-TOTAL-DEDUCTIONS
                   - HIST-FICA - HIST-FED-TAX
               MOVE HIST-FICA TO WS-DL-FICA
               MOVE HIST-FED-TAX TO WS-DL-WH
               MOVE WS-OTHER-DED TO WS-DL-OTHER
               MOVE HIST-TOTAL-DEDUCTIONS TO WS-DL-TOTAL
               MOVE HIST-NET TO WS-DL-NET
               IF HIST-PERIOD-END > WS-WEEK-END
                   MOVE "PAY PERIOD ENDS" TO WS-DL-NOTE
                   MOVE HIST-PERIOD-END TO WS-DL-NOTE(17:8)
               END-IF
           ELSE
               ADD 1 TO WS-CP-NO-HISTORY
               MOVE 0 TO WS-DL-FICA
               MOVE 0 TO WS-DL-WH
               MOVE 0 TO WS-DL-OTHER
               MOVE 0 TO WS-DL-TOTAL
               MOVE 0 TO WS-DL-NET
               MOVE "** NO PAY HISTORY" TO WS-DL-NOTE
           END-IF
           MOVE WS-DED-LINE TO CERT-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           ADD WS-ST-TOTAL TO WS-JT-ST-HOURS
           ADD WS-OT-TOTAL TO WS-JT-OT-HOURS
           ADD WS-WK-GROSS(WS-WK-I) TO WS-JT-GROSS
           ADD WS-WK-FRINGE-PAY(WS-WK-I) TO WS-JT-FRINGE
           IF WS-WK-NO-RATE(WS-WK-I) > 0
               ADD 1 TO WS-JT-EXCEPTIONS
               ADD 1 TO WS-CP-EXCEPTIONS
           END-IF.

       PRINT-COMPLIANCE-STATEMENT.
           MOVE PS-LINES-PER-PAGE TO PS-LINE-COUNT
           MOVE "STATEMENT OF COMPLIANCE" TO CERT-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM PRINT-PROJECT-HEADING
           MOVE "I, ______________________________   "
               TO CERT-REPORT-LINE
           MOVE "______________________________"
               TO CERT-REPORT-LINE(38:)
           PERFORM WRITE-REPORT-LINE
           MOVE "   (NAME OF SIGNATORY PARTY)         (TITLE)"
               TO CERT-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "DO HEREBY STATE:" TO CERT-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-WK-SLOT FROM 1 BY 1
               UNTIL WS-WK-SLOT > WS-SOC-COUNT
               MOVE WS-SOC-LINE(WS-WK-SLOT) TO CERT-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           IF WS-JT-EXCEPTIONS = 0
               MOVE "        NONE" TO CERT-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM VARYING WS-WK-SLOT FROM 1 BY 1
                   UNTIL WS-WK-SLOT > WS-WK-COUNT
                   IF WS-WK-PJ(WS-WK-SLOT) = WS-PJ-I AND
                       WS-WK-NO-RATE(WS-WK-SLOT) > 0
                       MOVE WS-WK-EMP(WS-WK-SLOT) TO WS-XL-EMP
                       MOVE WS-WK-CRAFT(WS-WK-SLOT) TO WS-XL-CRAFT
                       MOVE WS-WK-NO-RATE(WS-WK-SLOT) TO WS-XL-HOURS
                       MOVE WS-EXC-LINE TO CERT-REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-WK-SLOT FROM 1 BY 1
               UNTIL WS-WK-SLOT > WS-SOT-COUNT
               MOVE WS-SOT-LINE(WS-WK-SLOT) TO CERT-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

       WRITE-RUN-LOG.
           CALL "RUN-LOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-EMP-ID WS-LOG-MESSAGE
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to RUN-LOG failed"
           END-CALL.

       WRITE-REPORT-LINE.
           MOVE CERT-REPORT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO CERT-REPORT-LINE
               WRITE CERT-REPORT-LINE
               IF WS-FS-CERT-REPORT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "CERTIFIED-PAYROLL.RPT, status "
                       WS-FS-CERT-REPORT
               END-IF
           END-PERFORM.
