               ASSIGN TO "carrier-feed-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FEED-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "employee-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLOYEE-MASTER.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-AUDIT.
          05 CAR-FIRST-NAME PIC X(10).
          05 CAR-STATUS PIC 9(1).
          05 CAR-BENEFITS-FLAG PIC X(1).
       01 CARRIER-DEP-REC.
          05 CDP-KIND PIC X(1).
          05 CDP-EMP-ID PIC 9(7).
          05 CDP-EMP-SSN PIC 9(9).
          05 CDP-DEP-SEQ PIC 9(2).
          05 CDP-LAST-NAME  PIC X(10).
          05 CDP-FIRST-NAME PIC X(10).
          05 CDP-RELATIONSHIP PIC X(1).
          05 CDP-BIRTH-DATE PIC 9(8).
          05 CDP-DEP-SSN PIC 9(9).
          05 CDP-DISABLED PIC X(1).
          05 CDP-MED-TIER PIC X(1).
          05 CDP-DEN-TIER PIC X(1).
          05 CDP-VIS-TIER PIC X(1).
          05 CDP-EFF-DATE PIC 9(8).
          05 CDP-END-DATE PIC 9(8).
       01 CARRIER-COBRA-REC.
          05 CCB-KIND PIC X(1).
          05 CCB-EMP-ID PIC 9(7).
          05 CCB-EMP-SSN PIC 9(9).
          05 CCB-DEP-SEQ PIC 9(2).
          05 CCB-LAST-NAME  PIC X(10).
          05 CCB-FIRST-NAME PIC X(10).
          05 CCB-EVENT-TYPE PIC X(1).
          05 CCB-EVENT-DATE PIC 9(8).
          05 CCB-STATUS PIC X(1).
          05 CCB-MED-TIER PIC X(1).
          05 CCB-DEN-TIER PIC X(1).
          05 CCB-VIS-TIER PIC X(1).
          05 CCB-COVERAGE-START PIC 9(8).
          05 CCB-PAID-THRU-DATE PIC 9(8).
          05 CCB-END-DATE PIC 9(8).
           COPY "feed-control.cpy"
               REPLACING ==FEED-HDR-REC== BY ==CAR-HDR-REC==
                         ==FHR-TAG== BY ==CAR-HDR-TAG==
          05 CFC-LAST-DATE PIC 9(6).
          05 CFC-LAST-TIME PIC 9(6).

       FD  EMPLOYEE-MASTER.
           COPY "employee-master.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-MAINT-AUDIT  PIC X(2) VALUE "00".
       01 WS-FS-CARRIER-FILE PIC X(2) VALUE "00".
       01 WS-FS-FEED-CONTROL PIC X(2) VALUE "00".
       01 WS-FS-EMPLOYEE-MASTER PIC X(2) VALUE "00".
       01 WS-MASTER-OPEN PIC X(1) VALUE "N".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-RUN-TIME PIC 9(8) VALUE 0.
           COPY "employee-master.cpy"
               REPLACING ==01 EMP-MASTER-REC== BY ==02 AW-REC==
                         LEADING ==EMP-== BY ==AW-==.
       01 WS-DEP-BEFORE-IMAGE.
           COPY "dependent.cpy"
               REPLACING ==01 DEP-REC== BY ==02 DB-REC==
                         LEADING ==DEP-== BY ==DB-==.
       01 WS-DEP-AFTER-IMAGE.
           COPY "dependent.cpy"
               REPLACING ==01 DEP-REC== BY ==02 DA-REC==
                         LEADING ==DEP-== BY ==DA-==.
       01 WS-COBRA-BEFORE-IMAGE.
           COPY "cobra-master.cpy"
               REPLACING ==01 COB-REC== BY ==02 CBB-REC==
                         LEADING ==COB-== BY ==CBB-==.
       01 WS-COBRA-AFTER-IMAGE.
           COPY "cobra-master.cpy"
               REPLACING ==01 COB-REC== BY ==02 CBA-REC==
                         LEADING ==COB-== BY ==CBA-==.
       01 WS-DB-COVERED PIC X(1) VALUE "N".
       01 WS-DA-COVERED PIC X(1) VALUE "N".
       01 WS-DELTA-KIND PIC X(1) VALUE SPACE.
       01 WS-FEED-CTL.
          05 WS-FC-COUNT PIC 9(7) VALUE 0.
          05 WS-ADDS-SENT    PIC 9(5) VALUE 0.
          05 WS-CHANGES-SENT PIC 9(5) VALUE 0.
          05 WS-TERMS-SENT   PIC 9(5) VALUE 0.
          05 WS-DEP-ADDS-SENT    PIC 9(5) VALUE 0.
          05 WS-DEP-CHANGES-SENT PIC 9(5) VALUE 0.
          05 WS-DEP-DROPS-SENT   PIC 9(5) VALUE 0.
          05 WS-COBRA-SENT       PIC 9(5) VALUE 0.
          05 WS-AUDITS-READ  PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-FS-EMPLOYEE-MASTER = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           ELSE
               DISPLAY "WARNING: employee-master.idx not available, "
                   "status " WS-FS-EMPLOYEE-MASTER " - dependent "
                   "records sent without subscriber SSN"
           END-IF
           OPEN OUTPUT CARRIER-FILE
           IF WS-FS-CARRIER-FILE NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
               END-READ
           END-PERFORM
           CLOSE MAINT-AUDIT
           IF WS-MASTER-OPEN = "Y"
               CLOSE EMPLOYEE-MASTER
           END-IF
           MOVE "TRL" TO CAR-TRL-TAG
           MOVE WS-FC-COUNT TO CAR-TRL-COUNT
           MOVE WS-FC-HASH  TO CAR-TRL-HASH
           DISPLAY "Adds sent:          " WS-ADDS-SENT
           DISPLAY "Changes sent:       " WS-CHANGES-SENT
           DISPLAY "Terminations sent:  " WS-TERMS-SENT
           DISPLAY "Dependent adds:     " WS-DEP-ADDS-SENT
           DISPLAY "Dependent changes:  " WS-DEP-CHANGES-SENT
           DISPLAY "Dependent drops:    " WS-DEP-DROPS-SENT
           DISPLAY "COBRA updates:      " WS-COBRA-SENT
           IF WS-FC-COUNT = 0
               DISPLAY "NOTE: no benefit deltas since the last "
                   "feed - empty file sent"
                   MOVE MAUD-DATE TO WS-HS-DATE
                   MOVE MAUD-TIME TO WS-HS-TIME
               END-IF
               EVALUATE TRUE
                   WHEN MAUD-ACTION = "N" OR MAUD-ACTION = "M" OR
                       MAUD-ACTION = "X"
                       PERFORM JUDGE-DEPENDENT-AUDIT
                   WHEN MAUD-ACTION = "B"
                       PERFORM JUDGE-COBRA-AUDIT
                   WHEN OTHER
                       PERFORM JUDGE-EMPLOYEE-AUDIT
               END-EVALUATE
           END-IF.

       JUDGE-EMPLOYEE-AUDIT.
           MOVE MAUD-BEFORE TO WS-BEFORE-IMAGE
           MOVE MAUD-AFTER  TO WS-AFTER-IMAGE
           MOVE SPACE TO WS-DELTA-KIND
           EVALUATE TRUE
               WHEN MAUD-ACTION = "D"
                   IF BW-BENEFITS-FLAG = "Y"
                       MOVE "T" TO WS-DELTA-KIND
                   END-IF
               WHEN MAUD-ACTION = "A"
                   IF AW-BENEFITS-FLAG = "Y"
                       MOVE "A" TO WS-DELTA-KIND
                   END-IF
               WHEN OTHER
                   PERFORM JUDGE-CHANGE-DELTA
           END-EVALUATE
           IF WS-DELTA-KIND NOT = SPACE
               PERFORM WRITE-ONE-DELTA
           END-IF.

       JUDGE-COBRA-AUDIT.
           MOVE MAUD-BEFORE TO WS-COBRA-BEFORE-IMAGE
           MOVE MAUD-AFTER  TO WS-COBRA-AFTER-IMAGE
           IF WS-COBRA-BEFORE-IMAGE = SPACES OR
               CBB-STATUS NOT = CBA-STATUS OR
               CBB-PAID-THRU-DATE NOT = CBA-PAID-THRU-DATE
               PERFORM WRITE-COBRA-DELTA
           END-IF.

       WRITE-COBRA-DELTA.
           MOVE SPACES TO CARRIER-COBRA-REC
           MOVE "B" TO CCB-KIND
           MOVE CBA-EMP-ID TO CCB-EMP-ID
           MOVE 0 TO CCB-EMP-SSN
           IF WS-MASTER-OPEN = "Y"
               MOVE CBA-EMP-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       DISPLAY "WARNING: employee " CBA-EMP-ID
                           " not on master - COBRA update sent "
                           "without subscriber SSN"
                   NOT INVALID KEY
                       MOVE EMP-SSN TO CCB-EMP-SSN
               END-READ
           END-IF
           MOVE CBA-DEP-SEQ TO CCB-DEP-SEQ
           MOVE CBA-QB-LAST-NAME TO CCB-LAST-NAME
           MOVE CBA-QB-FIRST-NAME TO CCB-FIRST-NAME
           MOVE CBA-EVENT-TYPE TO CCB-EVENT-TYPE
           MOVE CBA-EVENT-DATE TO CCB-EVENT-DATE
           MOVE CBA-STATUS TO CCB-STATUS
           MOVE CBA-MED-TIER TO CCB-MED-TIER
           MOVE CBA-DEN-TIER TO CCB-DEN-TIER
           MOVE CBA-VIS-TIER TO CCB-VIS-TIER
           MOVE CBA-COVERAGE-START TO CCB-COVERAGE-START
           MOVE CBA-PAID-THRU-DATE TO CCB-PAID-THRU-DATE
           MOVE CBA-END-DATE TO CCB-END-DATE
           WRITE CARRIER-COBRA-REC
           IF WS-FS-CARRIER-FILE NOT = "00"
               DISPLAY "ERROR: WRITE failed for "
                   "carrier-feed.dat, status " WS-FS-CARRIER-FILE
           ELSE
               ADD 1 TO WS-FC-COUNT
               COMPUTE WS-FC-HASH =
                   FUNCTION MOD(WS-FC-HASH + CCB-EMP-ID,
                       1000000000)
               ADD 1 TO WS-COBRA-SENT
           END-IF.

       JUDGE-CHANGE-DELTA.
                       ADD 1 TO WS-TERMS-SENT
               END-EVALUATE
           END-IF.

       JUDGE-DEPENDENT-AUDIT.
           MOVE MAUD-BEFORE TO WS-DEP-BEFORE-IMAGE
           MOVE MAUD-AFTER  TO WS-DEP-AFTER-IMAGE
           MOVE "N" TO WS-DB-COVERED
           MOVE "N" TO WS-DA-COVERED
           IF MAUD-ACTION NOT = "N"
               IF DB-MED-COVERED OR DB-DEN-COVERED OR DB-VIS-COVERED
                   MOVE "Y" TO WS-DB-COVERED
               END-IF
           END-IF
           IF MAUD-ACTION NOT = "X"
               IF DA-MED-COVERED OR DA-DEN-COVERED OR DA-VIS-COVERED
                   MOVE "Y" TO WS-DA-COVERED
               END-IF
           END-IF
           MOVE SPACE TO WS-DELTA-KIND
           EVALUATE TRUE
               WHEN WS-DB-COVERED = "N" AND WS-DA-COVERED = "Y"
                   MOVE "N" TO WS-DELTA-KIND
               WHEN WS-DB-COVERED = "Y" AND WS-DA-COVERED = "N"
                   MOVE "X" TO WS-DELTA-KIND
               WHEN WS-DB-COVERED = "Y" AND
                   (DB-COVERAGE NOT = DA-COVERAGE OR
                    DB-FIRST-NAME NOT = DA-FIRST-NAME OR
                    DB-LAST-NAME NOT = DA-LAST-NAME OR
                    DB-RELATIONSHIP NOT = DA-RELATIONSHIP OR
                    DB-BIRTH-DATE NOT = DA-BIRTH-DATE OR
                    DB-SSN NOT = DA-SSN OR
                    DB-DISABLED NOT = DA-DISABLED)
                   MOVE "M" TO WS-DELTA-KIND
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-DELTA-KIND NOT = SPACE
               PERFORM WRITE-DEPENDENT-DELTA
           END-IF.

       WRITE-DEPENDENT-DELTA.
           MOVE SPACES TO CARRIER-DEP-REC
           MOVE WS-DELTA-KIND TO CDP-KIND
           MOVE MAUD-EMP-ID TO CDP-EMP-ID
           MOVE 0 TO CDP-EMP-SSN
           IF WS-MASTER-OPEN = "Y"
               MOVE MAUD-EMP-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       DISPLAY "WARNING: employee " MAUD-EMP-ID
                           " not on master - dependent sent "
                           "without subscriber SSN"
                   NOT INVALID KEY
                       MOVE EMP-SSN TO CDP-EMP-SSN
               END-READ
           END-IF
           IF WS-DELTA-KIND = "X"
               MOVE DB-SEQ TO CDP-DEP-SEQ
               MOVE DB-LAST-NAME TO CDP-LAST-NAME
               MOVE DB-FIRST-NAME TO CDP-FIRST-NAME
               MOVE DB-RELATIONSHIP TO CDP-RELATIONSHIP
               MOVE DB-BIRTH-DATE TO CDP-BIRTH-DATE
               MOVE DB-SSN TO CDP-DEP-SSN
               MOVE DB-DISABLED TO CDP-DISABLED
               MOVE DB-MED-TIER TO CDP-MED-TIER
               MOVE DB-DEN-TIER TO CDP-DEN-TIER
               MOVE DB-VIS-TIER TO CDP-VIS-TIER
               MOVE DB-EFF-DATE TO CDP-EFF-DATE
               IF MAUD-ACTION = "X"
                   MOVE DA-END-DATE TO CDP-END-DATE
               ELSE
                   MOVE DA-EFF-DATE TO CDP-END-DATE
               END-IF
           ELSE
               MOVE DA-SEQ TO CDP-DEP-SEQ
               MOVE DA-LAST-NAME TO CDP-LAST-NAME
               MOVE DA-FIRST-NAME TO CDP-FIRST-NAME
               MOVE DA-RELATIONSHIP TO CDP-RELATIONSHIP
               MOVE DA-BIRTH-DATE TO CDP-BIRTH-DATE
               MOVE DA-SSN TO CDP-DEP-SSN
               MOVE DA-DISABLED TO CDP-DISABLED
               MOVE DA-MED-TIER TO CDP-MED-TIER
               MOVE DA-DEN-TIER TO CDP-DEN-TIER
               MOVE DA-VIS-TIER TO CDP-VIS-TIER
               MOVE DA-EFF-DATE TO CDP-EFF-DATE
               MOVE 0 TO CDP-END-DATE
           END-IF
           WRITE CARRIER-DEP-REC
           IF WS-FS-CARRIER-FILE NOT = "00"
               DISPLAY "ERROR: WRITE failed for "
                   "carrier-feed.dat, status " WS-FS-CARRIER-FILE
           ELSE
               ADD 1 TO WS-FC-COUNT
               COMPUTE WS-FC-HASH =
                   FUNCTION MOD(WS-FC-HASH + CDP-EMP-ID,
                       1000000000)
               EVALUATE WS-DELTA-KIND
                   WHEN "N"
                       ADD 1 TO WS-DEP-ADDS-SENT
                   WHEN "M"
                       ADD 1 TO WS-DEP-CHANGES-SENT
                   WHEN OTHER
                       ADD 1 TO WS-DEP-DROPS-SENT
               END-EVALUATE
           END-IF.
