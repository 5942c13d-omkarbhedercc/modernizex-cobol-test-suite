       IDENTIFICATION DIVISION.
       PROGRAM-ID. W2-EFW2.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-MASTER ASSIGN TO "ytd-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-ID
               FILE STATUS IS WS-FS-YTD-MASTER.
           SELECT EMPLOYEE-MASTER ASSIGN TO "employee-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLOYEE-MASTER.
           SELECT COMPANY-MASTER ASSIGN TO "company-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMPANY-MASTER.
           SELECT RATES-MASTER ASSIGN TO "rates-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RATES-MASTER.
           SELECT YTD-JURIS ASSIGN TO "ytd-juris.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YJ-KEY
               FILE STATUS IS WS-FS-YTD-JURIS.
           SELECT EFW2-FILE ASSIGN TO "efw2-submit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EFW2-FILE.
           SELECT CONTROL-REPORT ASSIGN TO "W2-EFW2-CONTROL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL-REPORT.
       DATA DIVISION.
       FILE SECTION.
       FD  YTD-MASTER.
           COPY "ytd-master.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee-master.cpy".

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

       FD  RATES-MASTER.
       01 RATES-REC.
          05 RATE-CODE     PIC X(10).
          05 RATE-EFF-DATE PIC 9(8).
          05 RATE-VALUE    PIC 9(7)V9999.

       FD  YTD-JURIS.
           COPY "ytd-juris.cpy".

       FD  EFW2-FILE.
       01 EFW2-REC PIC X(512).

       FD  CONTROL-REPORT.
       01 CONTROL-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-YTD-MASTER      PIC X(2) VALUE "00".
       01 WS-FS-EMPLOYEE-MASTER PIC X(2) VALUE "00".
       01 WS-FS-COMPANY-MASTER  PIC X(2) VALUE "00".
       01 WS-FS-RATES-MASTER    PIC X(2) VALUE "00".
       01 WS-FS-YTD-JURIS       PIC X(2) VALUE "00".
       01 WS-JURIS-PRESENT PIC X(1) VALUE "N".
          88 IS-JURIS-PRESENT VALUE "Y".
       01 WS-JX-EOF PIC 9(1) VALUE 0.
       01 WS-RS-EMP-COUNT PIC 9(2) VALUE 0.
       01 WS-RS-JUR-SEEN PIC 9(2) VALUE 0.
       01 WS-RS-JUR-STATE PIC X(2) VALUE SPACES.
       01 WS-RS-JUR-WAGES PIC 9(7)V99 VALUE 0.
       01 WS-RS-JUR-TAX   PIC 9(7)V99 VALUE 0.
       01 WS-FS-EFW2-FILE       PIC X(2) VALUE "00".
       01 WS-FS-CONTROL-REPORT  PIC X(2) VALUE "00".
       01 WS-YTD-EOF PIC 9(1) VALUE 0.
       01 WS-RATES-EOF PIC 9(1) VALUE 0.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-W2-YEAR PIC 9(4) VALUE 0.
       01 WS-YEAR-END-DATE PIC 9(8) VALUE 0.
       01 WS-FICA-WAGE-BASE PIC 9(7)V99 VALUE 0176100.00.
       01 WS-EFF-FICA-BASE PIC 9(8) VALUE 0.
       01 WS-SUBMITTER.
          05 WS-SUB-COMPANY PIC 9(2) VALUE 0.
          05 WS-SUB-USER-ID PIC X(8) VALUE SPACES.
          05 WS-SUB-CONTACT PIC X(27) VALUE SPACES.
          05 WS-SUB-PHONE   PIC X(15) VALUE SPACES.
          05 WS-SUB-EMAIL   PIC X(40) VALUE SPACES.
       01 WS-COMPANY-TABLE.
          05 WS-CT-ENTRY OCCURS 99 TIMES.
             10 WS-CT-ON-FILE  PIC X(1).
             10 WS-CT-HAS-DATA PIC X(1).
             10 WS-CT-NAME     PIC X(30).
             10 WS-CT-EIN      PIC 9(9).
             10 WS-CT-EIN-OK   PIC X(1).
             10 WS-CT-LINE1    PIC X(22).
             10 WS-CT-LINE2    PIC X(22).
             10 WS-CT-CITY     PIC X(22).
             10 WS-CT-STATE    PIC X(2).
             10 WS-CT-ZIP      PIC X(10).
       01 WS-CO-IX PIC 9(2) VALUE 0.
       01 WS-EMP-COMPANY PIC 9(2) VALUE 0.
       01 WS-EMP-FOUND PIC X(1) VALUE "N".
       01 WS-ZIP-WORK PIC X(10) VALUE SPACES.
       01 WS-ZIP-SPLIT REDEFINES WS-ZIP-WORK.
          05 WS-ZIP-5   PIC X(5).
          05 WS-ZIP-DASH PIC X(1).
          05 WS-ZIP-4   PIC X(4).
       01 WS-DATE-WORK PIC 9(8) VALUE 0.
       01 WS-DATE-WORK-SPLIT REDEFINES WS-DATE-WORK.
          05 WS-DW-YEAR  PIC 9(4).
          05 WS-DW-MONTH PIC 9(2).
          05 WS-DW-DAY   PIC 9(2).
       01 WS-MMDDYYYY.
          05 WS-MD-MONTH PIC 9(2).
          05 WS-MD-DAY   PIC 9(2).
          05 WS-MD-YEAR  PIC 9(4).
       01 WS-EMP-AMOUNTS.
          05 WS-EA-WAGES     PIC 9(9)V99 VALUE 0.
          05 WS-EA-FED-TAX   PIC 9(9)V99 VALUE 0.
          05 WS-EA-SS-WAGES  PIC 9(9)V99 VALUE 0.
          05 WS-EA-SS-TAX    PIC 9(9)V99 VALUE 0.
          05 WS-EA-MED-WAGES PIC 9(9)V99 VALUE 0.
          05 WS-EA-MED-TAX   PIC 9(9)V99 VALUE 0.
          05 WS-EA-401K      PIC 9(9)V99 VALUE 0.
          05 WS-EA-HSA       PIC 9(9)V99 VALUE 0.
          05 WS-EA-SS-TIPS   PIC 9(9)V99 VALUE 0.
          05 WS-EA-UNCOLL    PIC 9(9)V99 VALUE 0.
       01 WS-TOTALS-GROUP.
          05 WS-TOTALS OCCURS 2 TIMES.
             10 WS-TT-COUNT     PIC 9(7).
             10 WS-TT-WAGES     PIC 9(13)V99.
             10 WS-TT-FED-TAX   PIC 9(13)V99.
             10 WS-TT-SS-WAGES  PIC 9(13)V99.
             10 WS-TT-SS-TAX    PIC 9(13)V99.
             10 WS-TT-MED-WAGES PIC 9(13)V99.
             10 WS-TT-MED-TAX   PIC 9(13)V99.
             10 WS-TT-401K      PIC 9(13)V99.
             10 WS-TT-HSA       PIC 9(13)V99.
             10 WS-TT-SS-TIPS   PIC 9(13)V99.
             10 WS-TT-RO-COUNT  PIC 9(7).
             10 WS-TT-UNCOLL    PIC 9(13)V99.
             10 WS-TT-STATE-WAGES PIC 9(13)V99.
             10 WS-TT-STATE-TAX PIC 9(13)V99.
             10 WS-TT-RS-COUNT  PIC 9(7).
       01 WS-TX PIC 9(1) VALUE 0.
       01 WS-FILE-COUNTS.
          05 WS-RE-WRITTEN    PIC 9(5) VALUE 0.
          05 WS-RECS-WRITTEN  PIC 9(9) VALUE 0.
          05 WS-NO-SSN-COUNT  PIC 9(5) VALUE 0.
          05 WS-NO-MASTER-COUNT PIC 9(5) VALUE 0.
          05 WS-BAD-COMPANY-COUNT PIC 9(5) VALUE 0.
          05 WS-NO-FIPS-COUNT PIC 9(5) VALUE 0.
       01 WS-FIPS-DATA.
          05 FILLER PIC X(40)
              VALUE "AL01AK02AZ04AR05CA06CO08CT09DE10DC11FL12".
          05 FILLER PIC X(40)
              VALUE "GA13HI15ID16IL17IN18IA19KS20KY21LA22ME23".
          05 FILLER PIC X(40)
              VALUE "MD24MA25MI26MN27MS28MO29MT30NE31NV32NH33".
          05 FILLER PIC X(40)
              VALUE "NJ34NM35NY36NC37ND38OH39OK40OR41PA42RI44".
          05 FILLER PIC X(40)
              VALUE "SC45SD46TN47TX48UT49VT50VA51WA53WV54WI55".
          05 FILLER PIC X(8)
              VALUE "WY56PR72".
       01 WS-FIPS-TABLE REDEFINES WS-FIPS-DATA.
          05 WS-FIPS-ENTRY OCCURS 52 TIMES.
             10 WS-FIPS-STATE PIC X(2).
             10 WS-FIPS-CODE  PIC 9(2).
       01 WS-FX PIC 9(2) VALUE 0.
       01 WS-STATE-CODE PIC 9(2) VALUE 0.
       01 WS-RA-REC.
          05 FILLER PIC X(2) VALUE "RA".
          05 WS-RA-EIN PIC 9(9).
          05 WS-RA-USER-ID PIC X(8).
          05 FILLER PIC X(9) VALUE SPACES.
          05 FILLER PIC X(1) VALUE "0".
          05 FILLER PIC X(6) VALUE SPACES.
          05 FILLER PIC X(2) VALUE "98".
          05 WS-RA-CO-NAME PIC X(57).
          05 WS-RA-CO-LOCATION PIC X(22).
          05 WS-RA-CO-DELIVERY PIC X(22).
          05 WS-RA-CO-CITY PIC X(22).
          05 WS-RA-CO-STATE PIC X(2).
          05 WS-RA-CO-ZIP PIC X(5).
          05 WS-RA-CO-ZIP-EXT PIC X(4).
          05 FILLER PIC X(45) VALUE SPACES.
          05 WS-RA-SUB-NAME PIC X(57).
          05 WS-RA-SUB-LOCATION PIC X(22).
          05 WS-RA-SUB-DELIVERY PIC X(22).
          05 WS-RA-SUB-CITY PIC X(22).
          05 WS-RA-SUB-STATE PIC X(2).
          05 WS-RA-SUB-ZIP PIC X(5).
          05 WS-RA-SUB-ZIP-EXT PIC X(4).
          05 FILLER PIC X(45) VALUE SPACES.
          05 WS-RA-CONTACT PIC X(27).
          05 WS-RA-PHONE PIC X(15).
          05 FILLER PIC X(8) VALUE SPACES.
          05 WS-RA-EMAIL PIC X(40).
          05 FILLER PIC X(14) VALUE SPACES.
          05 FILLER PIC X(1) VALUE "L".
          05 FILLER PIC X(12) VALUE SPACES.
       01 WS-RE-REC.
          05 FILLER PIC X(2) VALUE "RE".
          05 WS-RE-YEAR PIC 9(4).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RE-EIN PIC 9(9).
          05 FILLER PIC X(9) VALUE SPACES.
          05 FILLER PIC X(1) VALUE "0".
          05 FILLER PIC X(13) VALUE SPACES.
          05 WS-RE-NAME PIC X(57).
          05 WS-RE-LOCATION PIC X(22).
          05 WS-RE-DELIVERY PIC X(22).
          05 WS-RE-CITY PIC X(22).
          05 WS-RE-STATE PIC X(2).
          05 WS-RE-ZIP PIC X(5).
          05 WS-RE-ZIP-EXT PIC X(4).
          05 FILLER PIC X(1) VALUE "N".
          05 FILLER PIC X(44) VALUE SPACES.
          05 FILLER PIC X(1) VALUE "R".
          05 FILLER PIC X(1) VALUE SPACE.
          05 FILLER PIC X(1) VALUE "0".
          05 WS-RE-CONTACT PIC X(27).
          05 WS-RE-PHONE PIC X(15).
          05 FILLER PIC X(15) VALUE SPACES.
          05 WS-RE-EMAIL PIC X(40).
          05 FILLER PIC X(194) VALUE SPACES.
       01 WS-RW-REC.
          05 FILLER PIC X(2) VALUE "RW".
          05 WS-RW-SSN PIC 9(9).
          05 WS-RW-FIRST PIC X(15).
          05 WS-RW-MIDDLE PIC X(15).
          05 WS-RW-LAST PIC X(20).
          05 FILLER PIC X(4) VALUE SPACES.
          05 WS-RW-LOCATION PIC X(22).
          05 WS-RW-DELIVERY PIC X(22).
          05 WS-RW-CITY PIC X(22).
          05 WS-RW-STATE PIC X(2).
          05 WS-RW-ZIP PIC X(5).
          05 WS-RW-ZIP-EXT PIC X(4).
          05 FILLER PIC X(45) VALUE SPACES.
          05 WS-RW-WAGES PIC 9(11).
          05 WS-RW-FED-TAX PIC 9(11).
          05 WS-RW-SS-WAGES PIC 9(11).
          05 WS-RW-SS-TAX PIC 9(11).
          05 WS-RW-MED-WAGES PIC 9(11).
          05 WS-RW-MED-TAX PIC 9(11).
          05 WS-RW-SS-TIPS PIC 9(11).
          05 FILLER PIC X(11) VALUE SPACES.
          05 FILLER PIC X(11) VALUE ALL "0".
          05 WS-RW-401K PIC 9(11).
          05 FILLER PIC X(44) VALUE ALL "0".
          05 FILLER PIC X(11) VALUE SPACES.
          05 FILLER PIC X(11) VALUE ALL "0".
          05 WS-RW-HSA PIC 9(11).
          05 FILLER PIC X(22) VALUE ALL "0".
          05 FILLER PIC X(11) VALUE SPACES.
          05 FILLER PIC X(77) VALUE ALL "0".
          05 FILLER PIC X(1) VALUE SPACE.
          05 FILLER PIC X(1) VALUE "0".
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-RW-RETIRE-IND PIC X(1).
          05 FILLER PIC X(1) VALUE "0".
          05 FILLER PIC X(23) VALUE SPACES.
       01 WS-RO-REC.
          05 FILLER PIC X(2) VALUE "RO".
          05 FILLER PIC X(9) VALUE SPACES.
          05 FILLER PIC X(11) VALUE ALL "0".
          05 WS-RO-UNCOLL PIC 9(11).
          05 FILLER PIC X(66) VALUE ALL "0".
          05 FILLER PIC X(413) VALUE SPACES.
       01 WS-RS-REC.
          05 FILLER PIC X(2) VALUE "RS".
          05 WS-RS-STATE-CODE PIC 9(2).
          05 FILLER PIC X(5) VALUE SPACES.
          05 WS-RS-SSN PIC 9(9).
          05 WS-RS-FIRST PIC X(15).
          05 WS-RS-MIDDLE PIC X(15).
          05 WS-RS-LAST PIC X(20).
          05 FILLER PIC X(4) VALUE SPACES.
          05 WS-RS-LOCATION PIC X(22).
          05 WS-RS-DELIVERY PIC X(22).
          05 WS-RS-CITY PIC X(22).
          05 WS-RS-STATE PIC X(2).
          05 WS-RS-ZIP PIC X(5).
          05 WS-RS-ZIP-EXT PIC X(4).
          05 FILLER PIC X(47) VALUE SPACES.
          05 WS-RS-PERIOD-MONTH PIC X(2) VALUE "12".
          05 WS-RS-PERIOD-YEAR PIC 9(4).
          05 FILLER PIC X(22) VALUE ALL "0".
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RS-HIRE-DATE PIC X(8).
          05 WS-RS-SEP-DATE PIC X(8).
          05 FILLER PIC X(31) VALUE SPACES.
          05 WS-RS-STATE-CODE-2 PIC 9(2).
          05 WS-RS-STATE-WAGES PIC 9(11).
          05 WS-RS-STATE-TAX PIC 9(11).
          05 FILLER PIC X(11) VALUE SPACES.
          05 WS-RS-LOCAL-WAGES PIC 9(11).
          05 WS-RS-LOCAL-TAX PIC 9(11).
          05 FILLER PIC X(182) VALUE SPACES.
       01 WS-RT-REC.
          05 FILLER PIC X(2) VALUE "RT".
          05 WS-RT-COUNT PIC 9(7).
          05 WS-RT-WAGES PIC 9(15).
          05 WS-RT-FED-TAX PIC 9(15).
          05 WS-RT-SS-WAGES PIC 9(15).
          05 WS-RT-SS-TAX PIC 9(15).
          05 WS-RT-MED-WAGES PIC 9(15).
          05 WS-RT-MED-TAX PIC 9(15).
          05 WS-RT-SS-TIPS PIC 9(15).
          05 FILLER PIC X(15) VALUE SPACES.
          05 FILLER PIC X(15) VALUE ALL "0".
          05 WS-RT-401K PIC 9(15).
          05 FILLER PIC X(60) VALUE ALL "0".
          05 FILLER PIC X(15) VALUE SPACES.
          05 FILLER PIC X(15) VALUE ALL "0".
          05 WS-RT-HSA PIC 9(15).
          05 FILLER PIC X(30) VALUE ALL "0".
          05 FILLER PIC X(15) VALUE SPACES.
          05 FILLER PIC X(105) VALUE ALL "0".
          05 FILLER PIC X(98) VALUE SPACES.
       01 WS-RU-REC.
          05 FILLER PIC X(2) VALUE "RU".
          05 WS-RU-COUNT PIC 9(7).
          05 FILLER PIC X(15) VALUE ALL "0".
          05 WS-RU-UNCOLL PIC 9(15).
          05 FILLER PIC X(90) VALUE ALL "0".
          05 FILLER PIC X(383) VALUE SPACES.
       01 WS-RF-REC.
          05 FILLER PIC X(2) VALUE "RF".
          05 FILLER PIC X(5) VALUE SPACES.
          05 WS-RF-COUNT PIC 9(9).
          05 FILLER PIC X(496) VALUE SPACES.
       01 WS-HEAD-LINE.
          05 FILLER PIC X(33)
              VALUE "EFW2 SUBMISSION CONTROL - YEAR ".
          05 WS-HL-YEAR PIC 9(4).
       01 WS-COMPANY-LINE.
          05 FILLER PIC X(8) VALUE "COMPANY ".
          05 WS-CL-CODE PIC 9(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-CL-NAME PIC X(30).
          05 FILLER PIC X(5) VALUE " EIN ".
          05 WS-CL-EIN PIC 9(9).
       01 WS-CONTROL-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-CN-SCOPE PIC X(8).
          05 WS-CN-LABEL PIC X(34).
          05 WS-CN-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-CC-SCOPE PIC X(8).
          05 WS-CC-LABEL PIC X(34).
          05 WS-CC-COUNT PIC ZZZZZZZZZZZZZZZZZ9.
           COPY "print-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Enter wage statement year (YYYY): "
           ACCEPT WS-W2-YEAR
           DISPLAY "Enter submitting company code (01-99): "
           ACCEPT WS-SUB-COMPANY
           DISPLAY "Enter SSA Business Services Online user ID: "
           ACCEPT WS-SUB-USER-ID
           DISPLAY "Enter submission contact name: "
           ACCEPT WS-SUB-CONTACT
           DISPLAY "Enter submission contact phone: "
           ACCEPT WS-SUB-PHONE
           DISPLAY "Enter submission contact e-mail: "
           ACCEPT WS-SUB-EMAIL
           PERFORM LOAD-FICA-BASE
           PERFORM LOAD-COMPANY-TABLE
           IF WS-SUB-COMPANY < 1 OR
               WS-CT-ON-FILE(WS-SUB-COMPANY) NOT = "Y" OR
               WS-CT-EIN-OK(WS-SUB-COMPANY) NOT = "Y"
               DISPLAY "ERROR: submitting company " WS-SUB-COMPANY
                   " is not on company-master.dat with a valid "
                   "EIN - submission not built"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT YTD-MASTER
           IF WS-FS-YTD-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "ytd-master.dat, status " WS-FS-YTD-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-EMPLOYEE-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "employee-master.idx, status "
                   WS-FS-EMPLOYEE-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT YTD-JURIS
           IF WS-FS-YTD-JURIS = "00"
               MOVE "Y" TO WS-JURIS-PRESENT
           ELSE
               IF WS-FS-YTD-JURIS NOT = "35"
                   DISPLAY "WARNING: OPEN INPUT failed for "
                       "ytd-juris.dat, status " WS-FS-YTD-JURIS
                       " - RS records taken from ytd-master.dat"
               END-IF
           END-IF
           OPEN OUTPUT EFW2-FILE
           IF WS-FS-EFW2-FILE NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "efw2-submit.dat, status " WS-FS-EFW2-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT CONTROL-REPORT
           IF WS-FS-CONTROL-REPORT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "W2-EFW2-CONTROL.RPT, status "
                   WS-FS-CONTROL-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "I" TO PS-FUNC
           MOVE "EFW2 SUBMISSION CONTROL" TO PS-REPORT-TITLE
           MOVE WS-OPERATOR-ID TO PS-OPERATOR
           MOVE WS-W2-YEAR TO PS-PERIOD-YEAR
           MOVE 0 TO PS-PERIOD-NUM
           MOVE SPACES TO PS-COLUMN-HEADING
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           MOVE WS-W2-YEAR TO WS-HL-YEAR
           MOVE WS-HEAD-LINE TO CONTROL-REPORT-LINE
           PERFORM WRITE-CONTROL-LINE
           MOVE 2 TO WS-TX
           PERFORM CLEAR-TOTALS
           PERFORM FLAG-COMPANIES-WITH-DATA
           PERFORM WRITE-RA-RECORD
           PERFORM VARYING WS-CO-IX FROM 1 BY 1 UNTIL WS-CO-IX > 98
               IF WS-CT-HAS-DATA(WS-CO-IX) = "Y"
                   PERFORM WRITE-ONE-EMPLOYER
               END-IF
           END-PERFORM
           IF WS-CT-HAS-DATA(99) = "Y"
               MOVE 99 TO WS-CO-IX
               PERFORM WRITE-ONE-EMPLOYER
           END-IF
           MOVE WS-TT-COUNT(2) TO WS-RF-COUNT
           MOVE WS-RF-REC TO EFW2-REC
           PERFORM WRITE-EFW2-RECORD
           MOVE "W-3     " TO WS-CN-SCOPE
           MOVE "W-3     " TO WS-CC-SCOPE
           MOVE 2 TO WS-TX
           PERFORM WRITE-CONTROL-TOTALS
           MOVE "RE EMPLOYER RECORDS" TO WS-CC-LABEL
           MOVE WS-RE-WRITTEN TO WS-CC-COUNT
           MOVE WS-COUNT-LINE TO CONTROL-REPORT-LINE
           PERFORM WRITE-CONTROL-LINE
           MOVE "TOTAL RECORDS IN FILE" TO WS-CC-LABEL
           MOVE WS-RECS-WRITTEN TO WS-CC-COUNT
           MOVE WS-COUNT-LINE TO CONTROL-REPORT-LINE
           PERFORM WRITE-CONTROL-LINE
           MOVE "EMPLOYEES OMITTED - NO SSN" TO WS-CC-LABEL
           MOVE WS-NO-SSN-COUNT TO WS-CC-COUNT
           MOVE WS-COUNT-LINE TO CONTROL-REPORT-LINE
           PERFORM WRITE-CONTROL-LINE
           MOVE "EMPLOYEES OMITTED - NO MASTER" TO WS-CC-LABEL
           MOVE WS-NO-MASTER-COUNT TO WS-CC-COUNT
           MOVE WS-COUNT-LINE TO CONTROL-REPORT-LINE
           PERFORM WRITE-CONTROL-LINE
           MOVE "EMPLOYEES OMITTED - BAD COMPANY" TO WS-CC-LABEL
           MOVE WS-BAD-COMPANY-COUNT TO WS-CC-COUNT
           MOVE WS-COUNT-LINE TO CONTROL-REPORT-LINE
           PERFORM WRITE-CONTROL-LINE
           CLOSE YTD-MASTER
           CLOSE EMPLOYEE-MASTER
           IF IS-JURIS-PRESENT
               CLOSE YTD-JURIS
           END-IF
           CLOSE EFW2-FILE
           IF WS-FS-EFW2-FILE NOT = "00"
               DISPLAY "ERROR: CLOSE failed for "
                   "efw2-submit.dat, status " WS-FS-EFW2-FILE
           END-IF
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           CLOSE CONTROL-REPORT
           IF WS-FS-CONTROL-REPORT NOT = "00"
               DISPLAY "ERROR: CLOSE failed for "
                   "W2-EFW2-CONTROL.RPT, status "
                   WS-FS-CONTROL-REPORT
           END-IF
           DISPLAY "Employers (RE):      " WS-RE-WRITTEN
           DISPLAY "Employees (RW):      " WS-TT-COUNT(2)
           DISPLAY "Records written:     " WS-RECS-WRITTEN
           DISPLAY "Submission written to efw2-submit.dat - tie "
               "W2-EFW2-CONTROL.RPT to the W-3 before upload"
           EVALUATE TRUE
               WHEN WS-NO-SSN-COUNT > 0 OR WS-NO-MASTER-COUNT > 0
                   OR WS-BAD-COMPANY-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NO-FIPS-COUNT > 0 OR WS-TT-COUNT(2) = 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       LOAD-FICA-BASE.
           COMPUTE WS-YEAR-END-DATE = WS-W2-YEAR * 10000 + 1231
           OPEN INPUT RATES-MASTER
           IF WS-FS-RATES-MASTER = "35"
               DISPLAY "WARNING: rates-master.dat not found - "
                   "compiled FICA wage base in force on the "
                   "submission"
           ELSE
               IF WS-FS-RATES-MASTER NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "rates-master.dat, status "
                       WS-FS-RATES-MASTER
               ELSE
                   PERFORM UNTIL WS-RATES-EOF = 1
                       READ RATES-MASTER
                           AT END MOVE 1 TO WS-RATES-EOF
                           NOT AT END
                               IF RATE-CODE = "FICA-BASE " AND
                                   RATE-EFF-DATE <=
                                       WS-YEAR-END-DATE AND
                                   RATE-EFF-DATE >=
                                       WS-EFF-FICA-BASE
                                   MOVE RATE-VALUE
                                       TO WS-FICA-WAGE-BASE
                                   MOVE RATE-EFF-DATE
                                       TO WS-EFF-FICA-BASE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RATES-MASTER
               END-IF
           END-IF.

       LOAD-COMPANY-TABLE.
           PERFORM VARYING WS-CO-IX FROM 1 BY 1 UNTIL WS-CO-IX > 98
               PERFORM CLEAR-ONE-COMPANY
           END-PERFORM
           MOVE 99 TO WS-CO-IX
           PERFORM CLEAR-ONE-COMPANY
           OPEN INPUT COMPANY-MASTER
           IF WS-FS-COMPANY-MASTER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "company-master.dat, status "
                   WS-FS-COMPANY-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-FS-COMPANY-MASTER = "10"
               READ COMPANY-MASTER
                   AT END MOVE "10" TO WS-FS-COMPANY-MASTER
                   NOT AT END
                       IF CO-CODE >= 1 AND CO-CODE <= 99
                           PERFORM STORE-ONE-COMPANY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPANY-MASTER.

       CLEAR-ONE-COMPANY.
           MOVE "N" TO WS-CT-ON-FILE(WS-CO-IX)
           MOVE "N" TO WS-CT-HAS-DATA(WS-CO-IX)
           MOVE SPACES TO WS-CT-NAME(WS-CO-IX)
           MOVE 0 TO WS-CT-EIN(WS-CO-IX)
           MOVE "N" TO WS-CT-EIN-OK(WS-CO-IX)
           MOVE SPACES TO WS-CT-LINE1(WS-CO-IX)
           MOVE SPACES TO WS-CT-LINE2(WS-CO-IX)
           MOVE SPACES TO WS-CT-CITY(WS-CO-IX)
           MOVE SPACES TO WS-CT-STATE(WS-CO-IX)
           MOVE SPACES TO WS-CT-ZIP(WS-CO-IX).

       STORE-ONE-COMPANY.
           MOVE "Y" TO WS-CT-ON-FILE(CO-CODE)
           MOVE CO-NAME TO WS-CT-NAME(CO-CODE)
           IF CO-EIN IS NUMERIC AND CO-EIN > 0
               MOVE CO-EIN TO WS-CT-EIN(CO-CODE)
               MOVE "Y" TO WS-CT-EIN-OK(CO-CODE)
           END-IF
           MOVE CO-ADDR-LINE1 TO WS-CT-LINE1(CO-CODE)
           MOVE CO-ADDR-LINE2 TO WS-CT-LINE2(CO-CODE)
           MOVE CO-ADDR-CITY TO WS-CT-CITY(CO-CODE)
           MOVE CO-ADDR-STATE TO WS-CT-STATE(CO-CODE)
           MOVE CO-ADDR-ZIP TO WS-CT-ZIP(CO-CODE).

       FLAG-COMPANIES-WITH-DATA.
           PERFORM START-YTD-MASTER
           PERFORM UNTIL WS-YTD-EOF = 1
               PERFORM READ-YTD-MASTER
               IF WS-YTD-EOF = 0 AND YTD-YEAR = WS-W2-YEAR
                   PERFORM SET-EMPLOYEE-COMPANY
                   IF WS-EMP-COMPANY >= 1 AND WS-EMP-COMPANY <= 99
                       MOVE "Y" TO WS-CT-HAS-DATA(WS-EMP-COMPANY)
                   ELSE
                       ADD 1 TO WS-BAD-COMPANY-COUNT
                       DISPLAY "WARNING: employee " YTD-ID
                           " has no company code - omitted"
                   END-IF
               END-IF
           END-PERFORM.

       START-YTD-MASTER.
           MOVE 0 TO WS-YTD-EOF
           MOVE ZERO TO YTD-ID
           START YTD-MASTER KEY >= YTD-ID
               INVALID KEY
                   MOVE 1 TO WS-YTD-EOF
           END-START.

       READ-YTD-MASTER.
           READ YTD-MASTER NEXT RECORD
               AT END MOVE 1 TO WS-YTD-EOF
           END-READ
           IF WS-YTD-EOF = 0 AND WS-FS-YTD-MASTER NOT = "00"
               DISPLAY "ERROR: READ NEXT failed for "
                   "ytd-master.dat, status " WS-FS-YTD-MASTER
               MOVE 1 TO WS-YTD-EOF
           END-IF.

       SET-EMPLOYEE-COMPANY.
           MOVE YTD-ID TO EMP-ID
           READ EMPLOYEE-MASTER KEY IS EMP-ID
               INVALID KEY
                   MOVE "N" TO WS-EMP-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND
           END-READ
           IF YTD-COMPANY > 0
               MOVE YTD-COMPANY TO WS-EMP-COMPANY
           ELSE
               IF WS-EMP-FOUND = "Y"
                   MOVE EMP-COMPANY TO WS-EMP-COMPANY
               ELSE
                   MOVE 0 TO WS-EMP-COMPANY
               END-IF
           END-IF.

       WRITE-RA-RECORD.
           MOVE WS-SUB-COMPANY TO WS-CO-IX
           MOVE WS-CT-EIN(WS-CO-IX) TO WS-RA-EIN
           MOVE WS-SUB-USER-ID TO WS-RA-USER-ID
           MOVE WS-CT-NAME(WS-CO-IX) TO WS-RA-CO-NAME
           MOVE WS-CT-LINE2(WS-CO-IX) TO WS-RA-CO-LOCATION
           MOVE WS-CT-LINE1(WS-CO-IX) TO WS-RA-CO-DELIVERY
           MOVE WS-CT-CITY(WS-CO-IX) TO WS-RA-CO-CITY
           MOVE WS-CT-STATE(WS-CO-IX) TO WS-RA-CO-STATE
           MOVE WS-CT-ZIP(WS-CO-IX) TO WS-ZIP-WORK
           MOVE WS-ZIP-5 TO WS-RA-CO-ZIP
           MOVE WS-ZIP-4 TO WS-RA-CO-ZIP-EXT
           MOVE WS-CT-NAME(WS-CO-IX) TO WS-RA-SUB-NAME
           MOVE WS-CT-LINE2(WS-CO-IX) TO WS-RA-SUB-LOCATION
           MOVE WS-CT-LINE1(WS-CO-IX) TO WS-RA-SUB-DELIVERY
           MOVE WS-CT-CITY(WS-CO-IX) TO WS-RA-SUB-CITY
           MOVE WS-CT-STATE(WS-CO-IX) TO WS-RA-SUB-STATE
           MOVE WS-ZIP-5 TO WS-RA-SUB-ZIP
           MOVE WS-ZIP-4 TO WS-RA-SUB-ZIP-EXT
           MOVE WS-SUB-CONTACT TO WS-RA-CONTACT
           MOVE WS-SUB-PHONE TO WS-RA-PHONE
           MOVE WS-SUB-EMAIL TO WS-RA-EMAIL
           MOVE WS-RA-REC TO EFW2-REC
           PERFORM WRITE-EFW2-RECORD.

       WRITE-ONE-EMPLOYER.
           MOVE WS-CO-IX TO WS-CL-CODE
           MOVE WS-CT-NAME(WS-CO-IX) TO WS-CL-NAME
           MOVE WS-CT-EIN(WS-CO-IX) TO WS-CL-EIN
           MOVE WS-COMPANY-LINE TO CONTROL-REPORT-LINE
           PERFORM WRITE-CONTROL-LINE
           IF WS-CT-ON-FILE(WS-CO-IX) NOT = "Y" OR
               WS-CT-EIN-OK(WS-CO-IX) NOT = "Y"
               DISPLAY "ERROR: company " WS-CO-IX " has wages for "
                   WS-W2-YEAR " but no EIN on company-master.dat "
                   "- its employees are omitted"
               PERFORM COUNT-OMITTED-COMPANY
           ELSE
               ADD 1 TO WS-RE-WRITTEN
               MOVE WS-W2-YEAR TO WS-RE-YEAR
               MOVE WS-CT-EIN(WS-CO-IX) TO WS-RE-EIN
               MOVE WS-CT-NAME(WS-CO-IX) TO WS-RE-NAME
               MOVE WS-CT-LINE2(WS-CO-IX) TO WS-RE-LOCATION
               MOVE WS-CT-LINE1(WS-CO-IX) TO WS-RE-DELIVERY
               MOVE WS-CT-CITY(WS-CO-IX) TO WS-RE-CITY
               MOVE WS-CT-STATE(WS-CO-IX) TO WS-RE-STATE
               MOVE WS-CT-ZIP(WS-CO-IX) TO WS-ZIP-WORK
               MOVE WS-ZIP-5 TO WS-RE-ZIP
               MOVE WS-ZIP-4 TO WS-RE-ZIP-EXT
               MOVE WS-SUB-CONTACT TO WS-RE-CONTACT
               MOVE WS-SUB-PHONE TO WS-RE-PHONE
               MOVE WS-SUB-EMAIL TO WS-RE-EMAIL
               MOVE WS-RE-REC TO EFW2-REC
               PERFORM WRITE-EFW2-RECORD
               MOVE 1 TO WS-TX
               PERFORM CLEAR-TOTALS
               PERFORM START-YTD-MASTER
               PERFORM UNTIL WS-YTD-EOF = 1
                   PERFORM READ-YTD-MASTER
                   IF WS-YTD-EOF = 0 AND YTD-YEAR = WS-W2-YEAR
                       PERFORM SET-EMPLOYEE-COMPANY
                       IF WS-EMP-COMPANY = WS-CO-IX
                           PERFORM WRITE-ONE-EMPLOYEE
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-TT-COUNT(1) TO WS-RT-COUNT
               COMPUTE WS-RT-WAGES = WS-TT-WAGES(1) * 100
               COMPUTE WS-RT-FED-TAX = WS-TT-FED-TAX(1) * 100
               COMPUTE WS-RT-SS-WAGES = WS-TT-SS-WAGES(1) * 100
               COMPUTE WS-RT-SS-TAX = WS-TT-SS-TAX(1) * 100
               COMPUTE WS-RT-MED-WAGES = WS-TT-MED-WAGES(1) * 100
               COMPUTE WS-RT-MED-TAX = WS-TT-MED-TAX(1) * 100
               COMPUTE WS-RT-401K = WS-TT-401K(1) * 100
               COMPUTE WS-RT-HSA = WS-TT-HSA(1) * 100
               COMPUTE WS-RT-SS-TIPS = WS-TT-SS-TIPS(1) * 100
               MOVE WS-RT-REC TO EFW2-REC
               PERFORM WRITE-EFW2-RECORD
               IF WS-TT-RO-COUNT(1) > 0
                   MOVE WS-TT-RO-COUNT(1) TO WS-RU-COUNT
                   COMPUTE WS-RU-UNCOLL = WS-TT-UNCOLL(1) * 100
                   MOVE WS-RU-REC TO EFW2-REC
                   PERFORM WRITE-EFW2-RECORD
               END-IF
               MOVE "RT      " TO WS-CN-SCOPE
               MOVE "RT      " TO WS-CC-SCOPE
               PERFORM WRITE-CONTROL-TOTALS
           END-IF.

       COUNT-OMITTED-COMPANY.
           PERFORM START-YTD-MASTER
           PERFORM UNTIL WS-YTD-EOF = 1
               PERFORM READ-YTD-MASTER
               IF WS-YTD-EOF = 0 AND YTD-YEAR = WS-W2-YEAR
                   PERFORM SET-EMPLOYEE-COMPANY
                   IF WS-EMP-COMPANY = WS-CO-IX
                       ADD 1 TO WS-BAD-COMPANY-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-ONE-EMPLOYEE.
           IF WS-EMP-FOUND NOT = "Y"
               ADD 1 TO WS-NO-MASTER-COUNT
               DISPLAY "WARNING: YTD balances for employee " YTD-ID
                   " have no employee-master.dat record - omitted "
                   "from the submission"
           ELSE
               IF EMP-SSN = ZERO
                   ADD 1 TO WS-NO-SSN-COUNT
                   DISPLAY "WARNING: employee " EMP-ID " has no SSN "
                       "on file - omitted from the submission"
               ELSE
                   PERFORM SET-EMPLOYEE-AMOUNTS
                   PERFORM WRITE-RW-RECORD
                   PERFORM WRITE-RO-RECORD
                   PERFORM WRITE-RS-RECORD
               END-IF
           END-IF.

       SET-EMPLOYEE-AMOUNTS.
           MOVE YTD-FED-WAGES TO WS-EA-WAGES
           MOVE YTD-FED-TAX TO WS-EA-FED-TAX
           IF YTD-OASDI-WAGES = 0 AND YTD-OASDI = 0
               MOVE YTD-FICA-WAGES TO WS-EA-SS-WAGES
           ELSE
               MOVE YTD-OASDI-WAGES TO WS-EA-SS-WAGES
           END-IF
           IF WS-EA-SS-WAGES > WS-FICA-WAGE-BASE
               MOVE WS-FICA-WAGE-BASE TO WS-EA-SS-WAGES
           END-IF
           IF YTD-TIPS > WS-EA-SS-WAGES
               MOVE WS-EA-SS-WAGES TO WS-EA-SS-TIPS
               MOVE 0 TO WS-EA-SS-WAGES
           ELSE
               MOVE YTD-TIPS TO WS-EA-SS-TIPS
               SUBTRACT YTD-TIPS FROM WS-EA-SS-WAGES
           END-IF
           COMPUTE WS-EA-UNCOLL =
               YTD-UNCOLL-OASDI + YTD-UNCOLL-MEDICARE
           MOVE YTD-OASDI TO WS-EA-SS-TAX
           MOVE YTD-FICA-WAGES TO WS-EA-MED-WAGES
           MOVE YTD-MEDICARE TO WS-EA-MED-TAX
           MOVE YTD-RETIRE TO WS-EA-401K
           COMPUTE WS-EA-HSA = YTD-HSA-EE + YTD-HSA-ER.

       WRITE-RW-RECORD.
           MOVE EMP-SSN TO WS-RW-SSN
           MOVE EMP-FIRST-NAME TO WS-RW-FIRST
           MOVE EMP-MIDDLE-INIT TO WS-RW-MIDDLE
           MOVE EMP-LAST-NAME TO WS-RW-LAST
           MOVE EMP-ADDR-LINE2 TO WS-RW-LOCATION
           MOVE EMP-ADDR-LINE1 TO WS-RW-DELIVERY
           MOVE EMP-ADDR-CITY TO WS-RW-CITY
           MOVE EMP-ADDR-STATE TO WS-RW-STATE
           MOVE EMP-ADDR-ZIP TO WS-ZIP-WORK
           MOVE WS-ZIP-5 TO WS-RW-ZIP
           MOVE WS-ZIP-4 TO WS-RW-ZIP-EXT
           COMPUTE WS-RW-WAGES = WS-EA-WAGES * 100
           COMPUTE WS-RW-FED-TAX = WS-EA-FED-TAX * 100
           COMPUTE WS-RW-SS-WAGES = WS-EA-SS-WAGES * 100
           COMPUTE WS-RW-SS-TAX = WS-EA-SS-TAX * 100
           COMPUTE WS-RW-MED-WAGES = WS-EA-MED-WAGES * 100
           COMPUTE WS-RW-MED-TAX = WS-EA-MED-TAX * 100
           COMPUTE WS-RW-401K = WS-EA-401K * 100
           COMPUTE WS-RW-HSA = WS-EA-HSA * 100
           COMPUTE WS-RW-SS-TIPS = WS-EA-SS-TIPS * 100
           IF YTD-RETIRE > 0 OR YTD-MATCH > 0
               MOVE "1" TO WS-RW-RETIRE-IND
           ELSE
               MOVE "0" TO WS-RW-RETIRE-IND
           END-IF
           MOVE WS-RW-REC TO EFW2-REC
           PERFORM WRITE-EFW2-RECORD
           PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 2
               ADD 1 TO WS-TT-COUNT(WS-TX)
               ADD WS-EA-WAGES TO WS-TT-WAGES(WS-TX)
               ADD WS-EA-FED-TAX TO WS-TT-FED-TAX(WS-TX)
               ADD WS-EA-SS-WAGES TO WS-TT-SS-WAGES(WS-TX)
               ADD WS-EA-SS-TAX TO WS-TT-SS-TAX(WS-TX)
               ADD WS-EA-MED-WAGES TO WS-TT-MED-WAGES(WS-TX)
               ADD WS-EA-MED-TAX TO WS-TT-MED-TAX(WS-TX)
               ADD WS-EA-401K TO WS-TT-401K(WS-TX)
               ADD WS-EA-HSA TO WS-TT-HSA(WS-TX)
               ADD WS-EA-SS-TIPS TO WS-TT-SS-TIPS(WS-TX)
           END-PERFORM
           MOVE 1 TO WS-TX.

       WRITE-RO-RECORD.
           IF WS-EA-UNCOLL > 0
               COMPUTE WS-RO-UNCOLL = WS-EA-UNCOLL * 100
               MOVE WS-RO-REC TO EFW2-REC
               PERFORM WRITE-EFW2-RECORD
               PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 2
                   ADD 1 TO WS-TT-RO-COUNT(WS-TX)
                   ADD WS-EA-UNCOLL TO WS-TT-UNCOLL(WS-TX)
               END-PERFORM
               MOVE 1 TO WS-TX
           END-IF.

       WRITE-RS-RECORD.
           MOVE 0 TO WS-RS-EMP-COUNT
           MOVE 0 TO WS-RS-JUR-SEEN
           IF IS-JURIS-PRESENT
               MOVE YTD-ID TO YJ-ID
               MOVE WS-W2-YEAR TO YJ-YEAR
               MOVE "S" TO YJ-KIND
               MOVE LOW-VALUES TO YJ-CODE
               MOVE 0 TO WS-JX-EOF
               START YTD-JURIS KEY >= YJ-KEY
                   INVALID KEY
                       MOVE 1 TO WS-JX-EOF
               END-START
               PERFORM UNTIL WS-JX-EOF = 1
                   READ YTD-JURIS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-JX-EOF
                   END-READ
                   IF WS-JX-EOF = 0
                       IF YJ-ID NOT = YTD-ID OR
                           YJ-YEAR NOT = WS-W2-YEAR OR
                           NOT YJ-STATE-JURIS
                           MOVE 1 TO WS-JX-EOF
                       ELSE
                           IF YJ-WAGES > 0 OR YJ-TAX > 0
                               ADD 1 TO WS-RS-JUR-SEEN
                               MOVE YJ-CODE(1:2) TO WS-RS-JUR-STATE
                               MOVE YJ-WAGES TO WS-RS-JUR-WAGES
                               MOVE YJ-TAX TO WS-RS-JUR-TAX
                               PERFORM WRITE-ONE-RS-RECORD
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-RS-JUR-SEEN = 0
               MOVE EMP-ADDR-STATE TO WS-RS-JUR-STATE
               MOVE YTD-STATE-WAGES TO WS-RS-JUR-WAGES
               MOVE YTD-STATE-TAX TO WS-RS-JUR-TAX
               PERFORM WRITE-ONE-RS-RECORD
           END-IF.

       WRITE-ONE-RS-RECORD.
           MOVE 0 TO WS-STATE-CODE
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 52
               IF WS-FIPS-STATE(WS-FX) = WS-RS-JUR-STATE
                   MOVE WS-FIPS-CODE(WS-FX) TO WS-STATE-CODE
               END-IF
           END-PERFORM
           IF WS-STATE-CODE = 0
               ADD 1 TO WS-NO-FIPS-COUNT
               DISPLAY "WARNING: employee " EMP-ID " state '"
                   WS-RS-JUR-STATE "' has no state code - RS "
                   "record not written"
           ELSE
               MOVE WS-STATE-CODE TO WS-RS-STATE-CODE
               MOVE WS-STATE-CODE TO WS-RS-STATE-CODE-2
               MOVE EMP-SSN TO WS-RS-SSN
               MOVE EMP-FIRST-NAME TO WS-RS-FIRST
               MOVE EMP-MIDDLE-INIT TO WS-RS-MIDDLE
               MOVE EMP-LAST-NAME TO WS-RS-LAST
               MOVE EMP-ADDR-LINE2 TO WS-RS-LOCATION
               MOVE EMP-ADDR-LINE1 TO WS-RS-DELIVERY
               MOVE EMP-ADDR-CITY TO WS-RS-CITY
               MOVE EMP-ADDR-STATE TO WS-RS-STATE
               MOVE WS-ZIP-5 TO WS-RS-ZIP
               MOVE WS-ZIP-4 TO WS-RS-ZIP-EXT
               MOVE WS-W2-YEAR TO WS-RS-PERIOD-YEAR
               MOVE SPACES TO WS-RS-HIRE-DATE
               IF EMP-HIRE-DATE > 0
                   MOVE EMP-HIRE-DATE TO WS-DATE-WORK
                   PERFORM FORMAT-MMDDYYYY
                   MOVE WS-MMDDYYYY TO WS-RS-HIRE-DATE
               END-IF
               MOVE SPACES TO WS-RS-SEP-DATE
               IF EMP-TERM-DATE > 0
                   MOVE EMP-TERM-DATE TO WS-DATE-WORK
                   IF WS-DW-YEAR = WS-W2-YEAR
                       PERFORM FORMAT-MMDDYYYY
                       MOVE WS-MMDDYYYY TO WS-RS-SEP-DATE
                   END-IF
               END-IF
               COMPUTE WS-RS-STATE-WAGES = WS-RS-JUR-WAGES * 100
               COMPUTE WS-RS-STATE-TAX = WS-RS-JUR-TAX * 100
               IF WS-RS-EMP-COUNT = 0
                   COMPUTE WS-RS-LOCAL-WAGES = YTD-LOCAL-WAGES * 100
                   COMPUTE WS-RS-LOCAL-TAX = YTD-LOCAL-TAX * 100
               ELSE
                   MOVE 0 TO WS-RS-LOCAL-WAGES
                   MOVE 0 TO WS-RS-LOCAL-TAX
               END-IF
               MOVE WS-RS-REC TO EFW2-REC
               PERFORM WRITE-EFW2-RECORD
               ADD 1 TO WS-RS-EMP-COUNT
               PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 2
                   ADD 1 TO WS-TT-RS-COUNT(WS-TX)
                   ADD WS-RS-JUR-WAGES TO WS-TT-STATE-WAGES(WS-TX)
                   ADD WS-RS-JUR-TAX TO WS-TT-STATE-TAX(WS-TX)
               END-PERFORM
               MOVE 1 TO WS-TX
           END-IF.

       FORMAT-MMDDYYYY.
           MOVE WS-DW-MONTH TO WS-MD-MONTH
           MOVE WS-DW-DAY TO WS-MD-DAY
           MOVE WS-DW-YEAR TO WS-MD-YEAR.

       CLEAR-TOTALS.
           MOVE 0 TO WS-TT-COUNT(WS-TX)
           MOVE 0 TO WS-TT-WAGES(WS-TX)
           MOVE 0 TO WS-TT-FED-TAX(WS-TX)
           MOVE 0 TO WS-TT-SS-WAGES(WS-TX)
           MOVE 0 TO WS-TT-SS-TAX(WS-TX)
           MOVE 0 TO WS-TT-MED-WAGES(WS-TX)
           MOVE 0 TO WS-TT-MED-TAX(WS-TX)
           MOVE 0 TO WS-TT-401K(WS-TX)
           MOVE 0 TO WS-TT-HSA(WS-TX)
           MOVE 0 TO WS-TT-SS-TIPS(WS-TX)
           MOVE 0 TO WS-TT-RO-COUNT(WS-TX)
           MOVE 0 TO WS-TT-UNCOLL(WS-TX)
           MOVE 0 TO WS-TT-STATE-WAGES(WS-TX)
           MOVE 0 TO WS-TT-STATE-TAX(WS-TX)
           MOVE 0 TO WS-TT-RS-COUNT(WS-TX).

       WRITE-CONTROL-TOTALS.
           MOVE "RW EMPLOYEE RECORDS" TO WS-CC-LABEL
           MOVE WS-TT-COUNT(WS-TX) TO WS-CC-COUNT
           MOVE WS-COUNT-LINE TO CONTROL-REPORT-LINE
           PERFORM WRITE-CONTROL-LINE
           MOVE "BOX 1 WAGES, TIPS, OTHER COMP" TO WS-CN-LABEL
           MOVE WS-TT-WAGES(WS-TX) TO WS-CN-AMOUNT
           MOVE WS-CONTROL-LINE TO CONTROL-REPORT-LINE
           PERFORM WRITE-CONTROL-LINE
           MOVE "BOX 2 FEDERAL TAX WITHHELD" TO WS-CN-LABEL
           MOVE WS-TT-FED-TAX(WS-TX) TO WS-CN-AMOUNT
           MOVE WS-CONTROL-LINE TO CONTROL-REPORT-LINE
           PERFORM WRITE-CONTROL-LINE
           MOVE "BOX 3 SOCIAL SECURITY WAGES" TO WS-CN-LABEL
           MOVE WS-TT-SS-WAGES(WS-TX) TO WS-CN-AMOUNT
           MOVE WS-CONTROL-LINE TO CONTROL-REPORT-LINE
           PERFORM WRITE-CONTROL-LINE
           MOVE "BOX 4 SOCIAL SECURITY TAX" TO WS-CN-LABEL
           MOVE WS-TT-SS-TAX(WS-TX) TO WS-CN-AMOUNT
           MOVE WS-CONTROL-LINE TO CONTROL-REPORT-LINE
           PERFORM WRITE-CONTROL-LINE
           MOVE "BOX 5 MEDICARE WAGES" TO WS-CN-LABEL
           MOVE WS-TT-MED-WAGES(WS-TX) TO WS-CN-AMOUNT
           MOVE WS-CONTROL-LINE TO CONTROL-REPORT-LINE
           PERFORM WRITE-CONTROL-LINE
           MOVE "BOX 6 MEDICARE TAX" TO WS-CN-LABEL
           MOVE WS-TT-MED-TAX(WS-TX) TO WS-CN-AMOUNT
           MOVE WS-CONTROL-LINE TO CONTROL-REPORT-LINE
           PERFORM WRITE-CONTROL-LINE
           MOVE "BOX 7 SOCIAL SECURITY TIPS" TO WS-CN-LABEL
           MOVE WS-TT-SS-TIPS(WS-TX) TO WS-CN-AMOUNT
           MOVE WS-CONTROL-LINE TO CONTROL-REPORT-LINE
           PERFORM WRITE-CONTROL-LINE
           MOVE "BOX 12 CODES A/B UNCOLLECTED" TO WS-CN-LABEL
           MOVE WS-TT-UNCOLL(WS-TX) TO WS-CN-AMOUNT
           MOVE WS-CONTROL-LINE TO CONTROL-REPORT-LINE
           PERFORM WRITE-CONTROL-LINE
           MOVE "BOX 12 CODE D DEFERRALS" TO WS-CN-LABEL
           MOVE WS-TT-401K(WS-TX) TO WS-CN-AMOUNT
           MOVE WS-CONTROL-LINE TO CONTROL-REPORT-LINE
           PERFORM WRITE-CONTROL-LINE
           MOVE "BOX 12 CODE W HSA" TO WS-CN-LABEL
           MOVE WS-TT-HSA(WS-TX) TO WS-CN-AMOUNT
           MOVE WS-CONTROL-LINE TO CONTROL-REPORT-LINE
           PERFORM WRITE-CONTROL-LINE
           MOVE "RS STATE RECORDS" TO WS-CC-LABEL
           MOVE WS-TT-RS-COUNT(WS-TX) TO WS-CC-COUNT
           MOVE WS-COUNT-LINE TO CONTROL-REPORT-LINE
           PERFORM WRITE-CONTROL-LINE
           MOVE "BOX 16 STATE WAGES" TO WS-CN-LABEL
           MOVE WS-TT-STATE-WAGES(WS-TX) TO WS-CN-AMOUNT
           MOVE WS-CONTROL-LINE TO CONTROL-REPORT-LINE
           PERFORM WRITE-CONTROL-LINE
           MOVE "BOX 17 STATE INCOME TAX" TO WS-CN-LABEL
           MOVE WS-TT-STATE-TAX(WS-TX) TO WS-CN-AMOUNT
           MOVE WS-CONTROL-LINE TO CONTROL-REPORT-LINE
           PERFORM WRITE-CONTROL-LINE.

       WRITE-EFW2-RECORD.
           WRITE EFW2-REC
           IF WS-FS-EFW2-FILE NOT = "00"
               DISPLAY "ERROR: WRITE failed for "
                   "efw2-submit.dat, status " WS-FS-EFW2-FILE
           ELSE
               ADD 1 TO WS-RECS-WRITTEN
           END-IF.

       WRITE-CONTROL-LINE.
           MOVE CONTROL-REPORT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
               IF WS-FS-CONTROL-REPORT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "W2-EFW2-CONTROL.RPT, status "
                       WS-FS-CONTROL-REPORT
               END-IF
           END-PERFORM.
