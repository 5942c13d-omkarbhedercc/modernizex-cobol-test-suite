       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEW-HIRE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-AUDIT ASSIGN TO "maint-audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAINT-AUDIT.
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
           SELECT NEW-HIRE-CONTROL ASSIGN TO "new-hire-control.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NHC-KEY
               FILE STATUS IS WS-FS-NEW-HIRE-CONTROL.
           SELECT NEW-HIRE-FILE ASSIGN TO DYNAMIC WS-NH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NEW-HIRE-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-AUDIT.
           COPY "maint-audit.cpy".

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

       FD  NEW-HIRE-CONTROL.
       01 NHC-REC.
          05 NHC-KEY.
             10 NHC-EMP-ID    PIC 9(7).
             10 NHC-HIRE-DATE PIC 9(8).
          05 NHC-HIRE-TYPE     PIC X(1).
          05 NHC-STATE         PIC X(2).
          05 NHC-REPORTED-DATE PIC 9(8).

       FD  NEW-HIRE-FILE.
       01 NH-REC.
          05 NH-STATE      PIC X(2).
          05 NH-HIRE-TYPE  PIC X(1).
          05 NH-EMP-ID     PIC 9(7).
          05 NH-SSN        PIC 9(9).
          05 NH-FIRST-NAME  PIC X(10).
          05 NH-MIDDLE-INIT PIC X(1).
          05 NH-LAST-NAME   PIC X(10).
          05 NH-ADDR-LINE1 PIC X(20).
          05 NH-ADDR-LINE2 PIC X(20).
          05 NH-ADDR-CITY  PIC X(15).
          05 NH-ADDR-STATE PIC X(2).
          05 NH-ADDR-ZIP   PIC X(10).
          05 NH-HIRE-DATE  PIC 9(8).
          05 NH-EMPLOYER-EIN   PIC 9(9).
          05 NH-EMPLOYER-NAME  PIC X(30).
          05 NH-EMPLOYER-ADDR  PIC X(22).
          05 NH-EMPLOYER-CITY  PIC X(22).
          05 NH-EMPLOYER-STATE PIC X(2).
          05 NH-EMPLOYER-ZIP   PIC X(10).
           COPY "feed-control.cpy"
               REPLACING ==FEED-HDR-REC== BY ==NH-HDR-REC==
                         ==FHR-TAG== BY ==NH-HDR-TAG==
                         ==FHR-FEED-NAME== BY ==NH-HDR-NAME==
                         ==FHR-CREATE-DATE==
                             BY ==NH-HDR-CREATE-DATE==
                         ==FHR-PERIOD-END==
                             BY ==NH-HDR-PERIOD-END==
                         ==FEED-TRL-REC== BY ==NH-TRL-REC==
                         ==FTR-TAG== BY ==NH-TRL-TAG==
                         ==FTR-RECORD-COUNT== BY ==NH-TRL-COUNT==
                         ==FTR-ID-HASH== BY ==NH-TRL-HASH==
                         ==FTR-AMOUNT-TOTAL==
                             BY ==NH-TRL-AMOUNT==.

       WORKING-STORAGE SECTION.
       01 WS-FS-MAINT-AUDIT      PIC X(2) VALUE "00".
       01 WS-FS-EMPLOYEE-MASTER  PIC X(2) VALUE "00".
       01 WS-FS-COMPANY-MASTER   PIC X(2) VALUE "00".
       01 WS-FS-NEW-HIRE-CONTROL PIC X(2) VALUE "00".
       01 WS-FS-NEW-HIRE-FILE    PIC X(2) VALUE "00".
       01 WS-NH-FILE-NAME PIC X(20) VALUE SPACES.
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-TODAY-INT PIC 9(7) VALUE 0.
       01 WS-LOOKBACK-DAYS PIC 9(3) VALUE 45.
       01 WS-REPORT-DAYS PIC 9(3) VALUE 20.
       01 WS-WINDOW-START PIC 9(8) VALUE 0.
       01 WS-AUDIT-DATE PIC 9(8) VALUE 0.
       01 WS-CAND-DATE PIC 9(8) VALUE 0.
       01 WS-CAND-TYPE PIC X(1) VALUE SPACE.
       01 WS-DAYS-SINCE PIC S9(5) VALUE 0.
       01 WS-BEFORE-IMAGE.
           COPY "employee-master.cpy"
               REPLACING ==01 EMP-MASTER-REC== BY ==02 BW-REC==
                         LEADING ==EMP-== BY ==BW-==.
       01 WS-AFTER-IMAGE.
           COPY "employee-master.cpy"
               REPLACING ==01 EMP-MASTER-REC== BY ==02 AW-REC==
                         LEADING ==EMP-== BY ==AW-==.
       01 WS-HIRE-TBL.
          05 WS-HT-COUNT PIC 9(4) VALUE 0.
          05 WS-HT-ENTRY OCCURS 1000 TIMES.
             10 WS-HT-ID        PIC 9(7).
             10 WS-HT-HIRE-DATE PIC 9(8).
             10 WS-HT-TYPE      PIC X(1).
             10 WS-HT-STATE     PIC X(2).
             10 WS-HT-DONE      PIC X(1).
       01 WS-HT-I PIC 9(4) VALUE 0.
       01 WS-HT-J PIC 9(4) VALUE 0.
       01 WS-HT-FOUND PIC 9(4) VALUE 0.
       01 WS-HOLD-STATE PIC X(2) VALUE SPACES.
       01 WS-COMPANY-TABLE.
          05 WS-CT-ENTRY OCCURS 99 TIMES.
             10 WS-CT-NAME  PIC X(30).
             10 WS-CT-EIN   PIC 9(9).
             10 WS-CT-ADDR1 PIC X(22).
             10 WS-CT-CITY  PIC X(22).
             10 WS-CT-STATE PIC X(2).
             10 WS-CT-ZIP   PIC X(10).
       01 WS-CO-IX PIC 9(2) VALUE 0.
       01 WS-FEED-CTL.
          05 WS-FC-COUNT PIC 9(7) VALUE 0.
          05 WS-FC-HASH  PIC 9(9) VALUE 0.
       01 WS-NH-STATS.
          05 WS-AUDITS-READ     PIC 9(5) VALUE 0.
          05 WS-HIRES-FOUND     PIC 9(5) VALUE 0.
          05 WS-ALREADY-SENT    PIC 9(5) VALUE 0.
          05 WS-HIRES-REPORTED  PIC 9(5) VALUE 0.
          05 WS-REHIRES-REPORTED PIC 9(5) VALUE 0.
          05 WS-LATE-REPORTS    PIC 9(5) VALUE 0.
          05 WS-NO-MASTER       PIC 9(5) VALUE 0.
          05 WS-STATES-WRITTEN  PIC 9(3) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
           COMPUTE WS-TODAY = 20000000 + WS-RUN-DATE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT - WS-LOOKBACK-DAYS)
           PERFORM LOAD-COMPANY-TABLE
           OPEN I-O NEW-HIRE-CONTROL
           IF WS-FS-NEW-HIRE-CONTROL = "35"
               OPEN OUTPUT NEW-HIRE-CONTROL
               CLOSE NEW-HIRE-CONTROL
               OPEN I-O NEW-HIRE-CONTROL
           END-IF
           IF WS-FS-NEW-HIRE-CONTROL NOT = "00"
               DISPLAY "ERROR: OPEN I-O failed for "
                   "new-hire-control.dat, status "
                   WS-FS-NEW-HIRE-CONTROL
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
           PERFORM SCAN-MAINT-AUDIT
           PERFORM SCAN-EMPLOYEE-MASTER
           PERFORM VARYING WS-HT-I FROM 1 BY 1
               UNTIL WS-HT-I > WS-HT-COUNT
               IF WS-HT-DONE(WS-HT-I) = "N"
                   MOVE WS-HT-STATE(WS-HT-I) TO WS-HOLD-STATE
                   PERFORM WRITE-ONE-STATE-FILE
               END-IF
           END-PERFORM
           CLOSE EMPLOYEE-MASTER
           CLOSE NEW-HIRE-CONTROL
           IF WS-FS-NEW-HIRE-CONTROL NOT = "00"
               DISPLAY "ERROR: CLOSE failed for "
                   "new-hire-control.dat, status "
                   WS-FS-NEW-HIRE-CONTROL
           END-IF
           DISPLAY "Audit records read:      " WS-AUDITS-READ
           DISPLAY "Hires/rehires found:     " WS-HIRES-FOUND
           DISPLAY "Already reported:        " WS-ALREADY-SENT
           DISPLAY "New hires reported:      " WS-HIRES-REPORTED
           DISPLAY "Rehires reported:        " WS-REHIRES-REPORTED
           DISPLAY "Reported past deadline:  " WS-LATE-REPORTS
           DISPLAY "State files written:     " WS-STATES-WRITTEN
           EVALUATE TRUE
               WHEN WS-NO-MASTER > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-LATE-REPORTS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-HIRES-REPORTED + WS-REHIRES-REPORTED = 0
                   DISPLAY "NOTE: no unreported new hires or rehires"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

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
                           MOVE CO-NAME TO WS-CT-NAME(CO-CODE)
                           IF CO-EIN IS NUMERIC
                               MOVE CO-EIN TO WS-CT-EIN(CO-CODE)
                           END-IF
                           MOVE CO-ADDR-LINE1 TO WS-CT-ADDR1(CO-CODE)
                           MOVE CO-ADDR-CITY TO WS-CT-CITY(CO-CODE)
                           MOVE CO-ADDR-STATE TO WS-CT-STATE(CO-CODE)
                           MOVE CO-ADDR-ZIP TO WS-CT-ZIP(CO-CODE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPANY-MASTER.

       CLEAR-ONE-COMPANY.
           MOVE SPACES TO WS-CT-NAME(WS-CO-IX)
           MOVE 0 TO WS-CT-EIN(WS-CO-IX)
           MOVE SPACES TO WS-CT-ADDR1(WS-CO-IX)
           MOVE SPACES TO WS-CT-CITY(WS-CO-IX)
           MOVE SPACES TO WS-CT-STATE(WS-CO-IX)
           MOVE SPACES TO WS-CT-ZIP(WS-CO-IX).

       SCAN-MAINT-AUDIT.
           OPEN INPUT MAINT-AUDIT
           IF WS-FS-MAINT-AUDIT = "35"
               DISPLAY "No maint-audit.dat on file - hires taken "
                   "from employee-master.idx only"
           ELSE
               IF WS-FS-MAINT-AUDIT NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "maint-audit.dat, status " WS-FS-MAINT-AUDIT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF = 1
                   READ MAINT-AUDIT
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-AUDITS-READ
                           PERFORM JUDGE-ONE-AUDIT
                   END-READ
               END-PERFORM
               CLOSE MAINT-AUDIT
               MOVE 0 TO WS-EOF
           END-IF.

       JUDGE-ONE-AUDIT.
           COMPUTE WS-AUDIT-DATE = 20000000 + MAUD-DATE
           IF WS-AUDIT-DATE >= WS-WINDOW-START AND
               (MAUD-ACTION = "A" OR MAUD-ACTION = "R")
               MOVE MAUD-BEFORE TO WS-BEFORE-IMAGE
               MOVE MAUD-AFTER  TO WS-AFTER-IMAGE
               IF MAUD-ACTION = "A"
                   MOVE "N" TO WS-CAND-TYPE
                   MOVE AW-HIRE-DATE TO WS-CAND-DATE
               ELSE
                   MOVE "R" TO WS-CAND-TYPE
                   MOVE AW-HIRE-DATE TO WS-CAND-DATE
                   IF AW-HIRE-DATE <= BW-TERM-DATE
                       MOVE WS-AUDIT-DATE TO WS-CAND-DATE
                   END-IF
               END-IF
               IF WS-CAND-DATE = 0 OR WS-CAND-DATE NOT NUMERIC
                   MOVE WS-AUDIT-DATE TO WS-CAND-DATE
               END-IF
               MOVE MAUD-EMP-ID TO EMP-ID
               PERFORM ADD-CANDIDATE
           END-IF.

       SCAN-EMPLOYEE-MASTER.
           MOVE 0 TO EMP-ID
           START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 1
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF EMP-STATUS NOT = 2 AND
                           EMP-HIRE-DATE >= WS-WINDOW-START AND
                           EMP-HIRE-DATE <= WS-TODAY
                           MOVE "N" TO WS-CAND-TYPE
                           MOVE EMP-HIRE-DATE TO WS-CAND-DATE
                           PERFORM ADD-CANDIDATE
                       END-IF
               END-READ
           END-PERFORM
           MOVE 0 TO WS-EOF.

       ADD-CANDIDATE.
           MOVE 0 TO WS-HT-FOUND
           PERFORM VARYING WS-HT-J FROM 1 BY 1
               UNTIL WS-HT-J > WS-HT-COUNT OR WS-HT-FOUND > 0
               IF WS-HT-ID(WS-HT-J) = EMP-ID AND
                   WS-HT-HIRE-DATE(WS-HT-J) = WS-CAND-DATE
                   MOVE WS-HT-J TO WS-HT-FOUND
               END-IF
           END-PERFORM
           IF WS-HT-FOUND = 0
               MOVE EMP-ID TO NHC-EMP-ID
               MOVE WS-CAND-DATE TO NHC-HIRE-DATE
               READ NEW-HIRE-CONTROL
                   INVALID KEY
                       PERFORM STORE-CANDIDATE
                   NOT INVALID KEY
                       ADD 1 TO WS-ALREADY-SENT
               END-READ
           END-IF.

       STORE-CANDIDATE.
           IF WS-HT-COUNT >= 1000
               DISPLAY "ERROR: new-hire table full - employee "
                   EMP-ID " held for the next run"
           ELSE
               ADD 1 TO WS-HT-COUNT
               ADD 1 TO WS-HIRES-FOUND
               MOVE EMP-ID TO WS-HT-ID(WS-HT-COUNT)
               MOVE WS-CAND-DATE TO WS-HT-HIRE-DATE(WS-HT-COUNT)
               MOVE WS-CAND-TYPE TO WS-HT-TYPE(WS-HT-COUNT)
               MOVE "N" TO WS-HT-DONE(WS-HT-COUNT)
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       DISPLAY "WARNING: employee " EMP-ID
                           " hired " WS-CAND-DATE " is no longer on "
                           "employee-master.idx - report by hand"
                       ADD 1 TO WS-NO-MASTER
                       MOVE "X" TO WS-HT-DONE(WS-HT-COUNT)
                   NOT INVALID KEY
                       IF EMP-ADDR-STATE = SPACES
                           MOVE "??" TO WS-HT-STATE(WS-HT-COUNT)
                       ELSE
                           MOVE EMP-ADDR-STATE
                               TO WS-HT-STATE(WS-HT-COUNT)
                       END-IF
               END-READ
           END-IF.

       WRITE-ONE-STATE-FILE.
           MOVE SPACES TO WS-NH-FILE-NAME
           STRING "new-hire-" DELIMITED BY SIZE
                  WS-HOLD-STATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-NH-FILE-NAME
           END-STRING
           OPEN OUTPUT NEW-HIRE-FILE
           IF WS-FS-NEW-HIRE-FILE NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   WS-NH-FILE-NAME ", status " WS-FS-NEW-HIRE-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO WS-FC-COUNT
           MOVE 0 TO WS-FC-HASH
           MOVE "HDR" TO NH-HDR-TAG
           MOVE "NEW-HIRE-RPT" TO NH-HDR-NAME
           MOVE WS-TODAY TO NH-HDR-CREATE-DATE
           MOVE WS-TODAY TO NH-HDR-PERIOD-END
           WRITE NH-HDR-REC
           IF WS-FS-NEW-HIRE-FILE NOT = "00"
               DISPLAY "ERROR: WRITE failed for "
                   WS-NH-FILE-NAME ", status " WS-FS-NEW-HIRE-FILE
           END-IF
           PERFORM VARYING WS-HT-J FROM 1 BY 1
               UNTIL WS-HT-J > WS-HT-COUNT
               IF WS-HT-DONE(WS-HT-J) = "N" AND
                   WS-HT-STATE(WS-HT-J) = WS-HOLD-STATE
                   PERFORM WRITE-ONE-NEW-HIRE
               END-IF
           END-PERFORM
           MOVE "TRL" TO NH-TRL-TAG
           MOVE WS-FC-COUNT TO NH-TRL-COUNT
           MOVE WS-FC-HASH  TO NH-TRL-HASH
           MOVE ZERO TO NH-TRL-AMOUNT
           WRITE NH-TRL-REC
           IF WS-FS-NEW-HIRE-FILE NOT = "00"
               DISPLAY "ERROR: WRITE failed for "
                   WS-NH-FILE-NAME ", status " WS-FS-NEW-HIRE-FILE
           END-IF
           CLOSE NEW-HIRE-FILE
           IF WS-FS-NEW-HIRE-FILE NOT = "00"
               DISPLAY "ERROR: CLOSE failed for "
                   WS-NH-FILE-NAME ", status " WS-FS-NEW-HIRE-FILE
           END-IF
           ADD 1 TO WS-STATES-WRITTEN
           IF WS-HOLD-STATE = "??"
               DISPLAY "WARNING: " WS-FC-COUNT " hire(s) have no "
                   "address state - see " WS-NH-FILE-NAME
           END-IF
           DISPLAY "State " WS-HOLD-STATE ": " WS-FC-COUNT
               " new hire(s) written to " WS-NH-FILE-NAME.

       WRITE-ONE-NEW-HIRE.
           MOVE WS-HT-ID(WS-HT-J) TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY "ERROR: employee " EMP-ID
                       " vanished from employee-master.idx"
                   ADD 1 TO WS-NO-MASTER
                   MOVE "X" TO WS-HT-DONE(WS-HT-J)
           END-READ
           IF WS-HT-DONE(WS-HT-J) = "N"
               MOVE WS-HOLD-STATE TO NH-STATE
               MOVE WS-HT-TYPE(WS-HT-J) TO NH-HIRE-TYPE
               MOVE EMP-ID TO NH-EMP-ID
               MOVE EMP-SSN TO NH-SSN
               MOVE EMP-FIRST-NAME TO NH-FIRST-NAME
               MOVE EMP-MIDDLE-INIT TO NH-MIDDLE-INIT
               MOVE EMP-LAST-NAME TO NH-LAST-NAME
               MOVE EMP-ADDR-LINE1 TO NH-ADDR-LINE1
               MOVE EMP-ADDR-LINE2 TO NH-ADDR-LINE2
               MOVE EMP-ADDR-CITY TO NH-ADDR-CITY
               MOVE EMP-ADDR-STATE TO NH-ADDR-STATE
               MOVE EMP-ADDR-ZIP TO NH-ADDR-ZIP
               MOVE WS-HT-HIRE-DATE(WS-HT-J) TO NH-HIRE-DATE
               MOVE EMP-COMPANY TO WS-CO-IX
               IF WS-CO-IX = 0
                   MOVE 1 TO WS-CO-IX
               END-IF
               IF WS-CT-EIN(WS-CO-IX) = 0
                   DISPLAY "WARNING: company " WS-CO-IX " has no EIN "
                       "on company-master.dat - employee " EMP-ID
                       " sent without employer ID"
               END-IF
               MOVE WS-CT-EIN(WS-CO-IX) TO NH-EMPLOYER-EIN
               MOVE WS-CT-NAME(WS-CO-IX) TO NH-EMPLOYER-NAME
               MOVE WS-CT-ADDR1(WS-CO-IX) TO NH-EMPLOYER-ADDR
               MOVE WS-CT-CITY(WS-CO-IX) TO NH-EMPLOYER-CITY
               MOVE WS-CT-STATE(WS-CO-IX) TO NH-EMPLOYER-STATE
               MOVE WS-CT-ZIP(WS-CO-IX) TO NH-EMPLOYER-ZIP
               WRITE NH-REC
               IF WS-FS-NEW-HIRE-FILE NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       WS-NH-FILE-NAME ", status "
                       WS-FS-NEW-HIRE-FILE
               ELSE
                   MOVE "Y" TO WS-HT-DONE(WS-HT-J)
                   ADD 1 TO WS-FC-COUNT
                   COMPUTE WS-FC-HASH =
                       FUNCTION MOD(WS-FC-HASH + NH-EMP-ID,
                           1000000000)
                   IF NH-HIRE-TYPE = "R"
                       ADD 1 TO WS-REHIRES-REPORTED
                   ELSE
                       ADD 1 TO WS-HIRES-REPORTED
                   END-IF
                   COMPUTE WS-DAYS-SINCE = WS-TODAY-INT -
                       FUNCTION INTEGER-OF-DATE(NH-HIRE-DATE)
                   IF WS-DAYS-SINCE > WS-REPORT-DAYS
                       ADD 1 TO WS-LATE-REPORTS
                       DISPLAY "WARNING: employee " NH-EMP-ID
                           " hired " NH-HIRE-DATE " reported "
                           WS-DAYS-SINCE " days after hire"
                   END-IF
                   PERFORM RECORD-REPORTED
               END-IF
           END-IF.

       RECORD-REPORTED.
           MOVE NH-EMP-ID TO NHC-EMP-ID
           MOVE NH-HIRE-DATE TO NHC-HIRE-DATE
           MOVE NH-HIRE-TYPE TO NHC-HIRE-TYPE
           MOVE NH-STATE TO NHC-STATE
           MOVE WS-TODAY TO NHC-REPORTED-DATE
           WRITE NHC-REC
               INVALID KEY
                   DISPLAY "ERROR: employee " NHC-EMP-ID
                       " already on new-hire-control.dat, status "
                       WS-FS-NEW-HIRE-CONTROL
           END-WRITE.
