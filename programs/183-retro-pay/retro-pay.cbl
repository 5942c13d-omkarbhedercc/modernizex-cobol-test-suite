       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETRO-PAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-HISTORY ASSIGN TO "rate-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RATE-HISTORY.
           SELECT PAY-HISTORY ASSIGN TO "pay-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-PERIOD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAY-HISTORY.
           SELECT ADJ-FEED ASSIGN TO "adj-feed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ADJ-FEED.
           SELECT RETRO-CONTROL ASSIGN TO "retro-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETRO-CONTROL.
           SELECT RETRO-REPORT ASSIGN TO "RETRO-PAY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETRO-REPORT.
       DATA DIVISION.
       FILE SECTION.
       FD  RATE-HISTORY.
       01 RATE-HISTORY-REC.
          05 RH-EMP-ID   PIC 9(7).
          05 RH-OLD-RATE PIC 9(3)V99.
          05 RH-NEW-RATE PIC 9(3)V99.
          05 RH-EFF-DATE PIC 9(8).
          05 RH-OPERATOR PIC X(10).
          05 RH-APPLIED-DATE PIC 9(8).

       FD  PAY-HISTORY.
           COPY "pay-history.cpy".

       FD  ADJ-FEED.
       01 ADJ-FEED-REC.
          05 ADJ-EMP-ID PIC 9(7).
          05 ADJ-KIND   PIC X(1).
          05 ADJ-CODE   PIC X(4).
          05 ADJ-AMOUNT PIC S9(5)V99 SIGN LEADING SEPARATE.
          05 ADJ-REF-YEAR PIC 9(4).
          05 ADJ-REF-NUM  PIC 9(2).
          05 ADJ-REASON PIC X(20).
           COPY "feed-control.cpy"
               REPLACING ==FEED-HDR-REC== BY ==ADJF-HDR-REC==
                         ==FHR-TAG== BY ==ADJF-HDR-TAG==
                         ==FHR-FEED-NAME== BY ==ADJF-HDR-NAME==
                         ==FHR-CREATE-DATE==
                             BY ==ADJF-HDR-CREATE-DATE==
                         ==FHR-PERIOD-END==
                             BY ==ADJF-HDR-PERIOD-END==
                         ==FEED-TRL-REC== BY ==ADJF-TRL-REC==
                         ==FTR-TAG== BY ==ADJF-TRL-TAG==
                         ==FTR-RECORD-COUNT== BY ==ADJF-TRL-COUNT==
                         ==FTR-ID-HASH== BY ==ADJF-TRL-HASH==
                         ==FTR-AMOUNT-TOTAL==
                             BY ==ADJF-TRL-AMOUNT==.

       FD  RETRO-CONTROL.
       01 RETRO-CONTROL-REC.
          05 RTC-EMP-ID       PIC 9(7).
          05 RTC-EFF-DATE     PIC 9(8).
          05 RTC-NEW-RATE     PIC 9(3)V99.
          05 RTC-APPLIED-DATE PIC 9(8).
          05 RTC-RETRO-DATE   PIC 9(8).
          05 RTC-AMOUNT       PIC S9(7)V99 SIGN LEADING SEPARATE.

       FD  RETRO-REPORT.
       01 RETRO-REPORT-LINE PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-FS-RATE-HISTORY PIC X(2) VALUE "00".
       01 WS-FS-PAY-HISTORY PIC X(2) VALUE "00".
       01 WS-FS-ADJ-FEED PIC X(2) VALUE "00".
       01 WS-FS-RETRO-CONTROL PIC X(2) VALUE "00".
       01 WS-FS-RETRO-REPORT PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-HIST-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-OPERATOR PIC X(10) VALUE SPACES.
       01 WS-RUN-MODE PIC X(1) VALUE "P".
          88 IS-PROOF-RUN   VALUE "P".
          88 IS-APPROVE-RUN VALUE "A".
       01 WS-DONE-TBL.
          05 WS-DN-COUNT PIC 9(4) VALUE 0.
          05 WS-DN-ENTRY OCCURS 2000 TIMES.
             10 WS-DN-EMP-ID       PIC 9(7).
             10 WS-DN-EFF-DATE     PIC 9(8).
             10 WS-DN-NEW-RATE     PIC 9(3)V99.
             10 WS-DN-APPLIED-DATE PIC 9(8).
       01 WS-DN-I PIC 9(4) VALUE 0.
       01 WS-ALREADY-DONE PIC X(1) VALUE "N".
       01 WS-CHANGE-TBL.
          05 WS-CH-COUNT PIC 9(3) VALUE 0.
          05 WS-CH-ENTRY OCCURS 500 TIMES.
             10 WS-CH-EMP-ID       PIC 9(7).
             10 WS-CH-OLD-RATE     PIC 9(3)V99.
             10 WS-CH-NEW-RATE     PIC 9(3)V99.
             10 WS-CH-EFF-DATE     PIC 9(8).
             10 WS-CH-APPLIED-DATE PIC 9(8).
             10 WS-CH-TOTAL        PIC S9(7)V99.
       01 WS-CH-I PIC 9(3) VALUE 0.
       01 WS-ADJ-TBL.
          05 WS-AT-COUNT PIC 9(3) VALUE 0.
          05 WS-AT-REC PIC X(46) OCCURS 500 TIMES.
       01 WS-AT-I PIC 9(3) VALUE 0.
       01 WS-ADJ-HDR-SAVE.
          05 WS-HDR-SEEN PIC X(1) VALUE "N".
          05 WS-HDR-CREATE-DATE PIC 9(8) VALUE 0.
          05 WS-HDR-PERIOD-END  PIC 9(8) VALUE 0.
       01 WS-FEED-VERIFY.
          05 WS-FV-COUNT PIC 9(7) VALUE 0.
          05 WS-FV-HASH  PIC 9(9) VALUE 0.
          05 WS-FV-AMOUNT PIC S9(11)V99 VALUE 0.
          05 WS-FV-TRL-SEEN PIC X(1) VALUE "N".
          05 WS-FV-TRL-COUNT PIC 9(7) VALUE 0.
          05 WS-FV-TRL-HASH  PIC 9(9) VALUE 0.
          05 WS-FV-TRL-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-RETRO-WORK.
          05 WS-OT-HOURS   PIC 9(3)V99 VALUE 0.
          05 WS-DT-HOURS   PIC 9(3)V99 VALUE 0.
          05 WS-REG-HOURS  PIC S9(3)V99 VALUE 0.
          05 WS-RATE-DIFF  PIC S9(3)V99 VALUE 0.
          05 WS-RETRO-REG  PIC S9(5)V99 VALUE 0.
          05 WS-RETRO-OT   PIC S9(5)V99 VALUE 0.
          05 WS-RETRO-DT   PIC S9(5)V99 VALUE 0.
          05 WS-RETRO-SD   PIC S9(5)V99 VALUE 0.
          05 WS-RETRO-PERIOD PIC S9(5)V99 VALUE 0.
          05 WS-HIST-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-STATS.
          05 WS-RH-READ       PIC 9(7) VALUE 0.
          05 WS-RH-BACKDATED  PIC 9(7) VALUE 0.
          05 WS-RH-DONE       PIC 9(7) VALUE 0.
          05 WS-PERIODS-RETRO PIC 9(7) VALUE 0.
          05 WS-ADJ-WRITTEN   PIC 9(7) VALUE 0.
          05 WS-SKIPPED-TYPE  PIC 9(7) VALUE 0.
          05 WS-TOTAL-RETRO   PIC S9(9)V99 VALUE 0.
       01 WS-CHANGE-LINE.
          05 FILLER PIC X(9) VALUE "EMPLOYEE ".
          05 WS-CL-EMP-ID PIC 9(7).
          05 FILLER PIC X(6) VALUE " RATE ".
          05 WS-CL-OLD-RATE PIC ZZ9.99.
          05 FILLER PIC X(4) VALUE " TO ".
          05 WS-CL-NEW-RATE PIC ZZ9.99.
          05 FILLER PIC X(11) VALUE " EFFECTIVE ".
          05 WS-CL-EFF-DATE PIC 9(8).
          05 FILLER PIC X(9) VALUE " APPLIED ".
          05 WS-CL-APPLIED-DATE PIC 9(8).
       01 WS-HEAD-LINE.
          05 FILLER PIC X(45) VALUE
             "  YEAR PD  PERIOD END  HOURS     REGULAR     ".
          05 FILLER PIC X(45) VALUE
             "OVERTIME  DBL-TIME  SHIFT DIFF  PERIOD TOTAL".
       01 WS-PERIOD-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-PL-YEAR PIC 9(4).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-PL-NUM PIC 9(2).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-PL-PERIOD-END PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-PL-HOURS PIC ZZZ9.9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-PL-REG PIC ZZ,ZZ9.99-.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-PL-OT PIC ZZ,ZZ9.99-.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-PL-DT PIC ZZ,ZZ9.99-.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-PL-SD PIC ZZ,ZZ9.99-.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-PL-TOTAL PIC ZZ,ZZ9.99-.
       01 WS-EMP-TOTAL-LINE.
          05 FILLER PIC X(22) VALUE "  RETRO DUE EMPLOYEE  ".
          05 WS-ET-EMP-ID PIC 9(7).
          05 FILLER PIC X(3) VALUE SPACES.
          05 WS-ET-AMOUNT PIC Z,ZZZ,ZZ9.99-.
       01 WS-TOTAL-LINE.
          05 FILLER PIC X(22) VALUE "TOTAL RETRO PAY       ".
          05 WS-TL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
           COPY "print-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
           COMPUTE WS-TODAY = 20000000 + WS-RUN-DATE
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR
           DISPLAY "Enter run mode (P=proof report, A=approved, "
               "write adjustments): "
           ACCEPT WS-RUN-MODE
           IF NOT IS-PROOF-RUN AND NOT IS-APPROVE-RUN
               DISPLAY "ERROR: run mode must be P or A - run refused"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-RETRO-CONTROL
           PERFORM LOAD-BACKDATED-CHANGES
           IF WS-CH-COUNT = 0
               DISPLAY "No backdated rate changes awaiting retro "
                   "pay - nothing to do"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF IS-APPROVE-RUN
               PERFORM LOAD-ADJ-FEED
           END-IF
           OPEN INPUT PAY-HISTORY
           IF WS-FS-PAY-HISTORY NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "pay-history.dat, status " WS-FS-PAY-HISTORY
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RETRO-REPORT
           IF WS-FS-RETRO-REPORT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "RETRO-PAY.RPT, status " WS-FS-RETRO-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "I" TO PS-FUNC
           IF IS-APPROVE-RUN
               MOVE "RETRO PAY - APPROVED" TO PS-REPORT-TITLE
           ELSE
               MOVE "RETRO PAY PROOF" TO PS-REPORT-TITLE
           END-IF
           MOVE WS-OPERATOR TO PS-OPERATOR
           MOVE 0 TO PS-PERIOD-YEAR
           MOVE 0 TO PS-PERIOD-NUM
           MOVE SPACES TO PS-COLUMN-HEADING
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           PERFORM RETRO-ONE-CHANGE
               VARYING WS-CH-I FROM 1 BY 1
               UNTIL WS-CH-I > WS-CH-COUNT
           CLOSE PAY-HISTORY
           MOVE WS-TOTAL-RETRO TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO RETRO-REPORT-LINE
           PERFORM WRITE-RETRO-LINE
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           CLOSE RETRO-REPORT
           IF IS-APPROVE-RUN
               PERFORM REWRITE-ADJ-FEED
               PERFORM MARK-CHANGES-DONE
           END-IF
           DISPLAY "Rate history records read: " WS-RH-READ
           DISPLAY "Backdated changes found:   " WS-RH-BACKDATED
           DISPLAY "Already paid in prior run: " WS-RH-DONE
           DISPLAY "Periods recomputed:        " WS-PERIODS-RETRO
           DISPLAY "Salaried/commission skip:  " WS-SKIPPED-TYPE
           DISPLAY "Total retro pay:           " WS-TOTAL-RETRO
           IF IS-APPROVE-RUN
               DISPLAY "Adjustments added to adj-feed.dat: "
                   WS-ADJ-WRITTEN
           ELSE
               DISPLAY "Proof only - rerun in mode A once the "
                   "report is reviewed"
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

       LOAD-RETRO-CONTROL.
           OPEN INPUT RETRO-CONTROL
           IF WS-FS-RETRO-CONTROL = "35"
               CONTINUE
           ELSE
               IF WS-FS-RETRO-CONTROL NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "retro-control.dat, status "
                       WS-FS-RETRO-CONTROL
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF = 1
                   READ RETRO-CONTROL
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-DN-COUNT < 2000
                               ADD 1 TO WS-DN-COUNT
                               MOVE RTC-EMP-ID TO
                                   WS-DN-EMP-ID(WS-DN-COUNT)
                               MOVE RTC-EFF-DATE TO
                                   WS-DN-EFF-DATE(WS-DN-COUNT)
                               MOVE RTC-NEW-RATE TO
                                   WS-DN-NEW-RATE(WS-DN-COUNT)
                               MOVE RTC-APPLIED-DATE TO
                                   WS-DN-APPLIED-DATE(WS-DN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETRO-CONTROL
               MOVE 0 TO WS-EOF
           END-IF.

       LOAD-BACKDATED-CHANGES.
           OPEN INPUT RATE-HISTORY
           IF WS-FS-RATE-HISTORY = "35"
               CONTINUE
           ELSE
               IF WS-FS-RATE-HISTORY NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "rate-history.dat, status "
                       WS-FS-RATE-HISTORY
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF = 1
                   READ RATE-HISTORY
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RH-READ
                           IF RH-EFF-DATE < RH-APPLIED-DATE AND
                               RH-NEW-RATE NOT = RH-OLD-RATE AND
                               RH-OLD-RATE > 0
                               ADD 1 TO WS-RH-BACKDATED
                               PERFORM STORE-ONE-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-HISTORY
               MOVE 0 TO WS-EOF
           END-IF.

       STORE-ONE-CHANGE.
           MOVE "N" TO WS-ALREADY-DONE
           PERFORM VARYING WS-DN-I FROM 1 BY 1
               UNTIL WS-DN-I > WS-DN-COUNT
               IF WS-DN-EMP-ID(WS-DN-I) = RH-EMP-ID AND
                   WS-DN-EFF-DATE(WS-DN-I) = RH-EFF-DATE AND
                   WS-DN-NEW-RATE(WS-DN-I) = RH-NEW-RATE AND
                   WS-DN-APPLIED-DATE(WS-DN-I) = RH-APPLIED-DATE
                   MOVE "Y" TO WS-ALREADY-DONE
               END-IF
           END-PERFORM
           IF WS-ALREADY-DONE = "Y"
               ADD 1 TO WS-RH-DONE
           ELSE
               IF WS-CH-COUNT >= 500
                   DISPLAY "ERROR: retro change table full - change "
                       "for employee " RH-EMP-ID " effective "
                       RH-EFF-DATE " left for the next run"
               ELSE
                   ADD 1 TO WS-CH-COUNT
                   MOVE RH-EMP-ID TO WS-CH-EMP-ID(WS-CH-COUNT)
                   MOVE RH-OLD-RATE TO WS-CH-OLD-RATE(WS-CH-COUNT)
                   MOVE RH-NEW-RATE TO WS-CH-NEW-RATE(WS-CH-COUNT)
                   MOVE RH-EFF-DATE TO WS-CH-EFF-DATE(WS-CH-COUNT)
                   MOVE RH-APPLIED-DATE TO
                       WS-CH-APPLIED-DATE(WS-CH-COUNT)
                   MOVE 0 TO WS-CH-TOTAL(WS-CH-COUNT)
               END-IF
           END-IF.

       LOAD-ADJ-FEED.
           OPEN INPUT ADJ-FEED
           IF WS-FS-ADJ-FEED = "35"
               CONTINUE
           ELSE
               IF WS-FS-ADJ-FEED NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "adj-feed.dat, status " WS-FS-ADJ-FEED
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF = 1
                   READ ADJ-FEED
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM STORE-ONE-ADJ-RECORD
                   END-READ
               END-PERFORM
               CLOSE ADJ-FEED
               MOVE 0 TO WS-EOF
               IF WS-AT-COUNT > 0 AND WS-FV-TRL-SEEN NOT = "Y"
                   DISPLAY "ERROR: adj-feed.dat has no trailer "
                       "control record - feed may be truncated, "
                       "run refused"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WS-FV-TRL-SEEN = "Y"
                   IF WS-FV-TRL-COUNT NOT = WS-FV-COUNT OR
                       WS-FV-TRL-HASH NOT = WS-FV-HASH OR
                       WS-FV-TRL-AMOUNT NOT = WS-FV-AMOUNT
                       DISPLAY "ERROR: adj-feed.dat control totals "
                           "do not match what was read - run "
                           "refused"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF
           END-IF.

       STORE-ONE-ADJ-RECORD.
           EVALUATE ADJF-HDR-TAG
               WHEN "HDR"
                   MOVE "Y" TO WS-HDR-SEEN
                   MOVE ADJF-HDR-CREATE-DATE TO WS-HDR-CREATE-DATE
                   MOVE ADJF-HDR-PERIOD-END TO WS-HDR-PERIOD-END
               WHEN "TRL"
                   MOVE "Y" TO WS-FV-TRL-SEEN
                   MOVE ADJF-TRL-COUNT  TO WS-FV-TRL-COUNT
                   MOVE ADJF-TRL-HASH   TO WS-FV-TRL-HASH
                   MOVE ADJF-TRL-AMOUNT TO WS-FV-TRL-AMOUNT
               WHEN OTHER
                   ADD 1 TO WS-FV-COUNT
                   COMPUTE WS-FV-HASH =
                       FUNCTION MOD(WS-FV-HASH + ADJ-EMP-ID,
                           1000000000)
                   ADD ADJ-AMOUNT TO WS-FV-AMOUNT
                   IF WS-AT-COUNT >= 500
                       DISPLAY "ERROR: adj-feed.dat holds more "
                           "than 500 transactions - run refused"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO WS-AT-COUNT
                   MOVE ADJ-FEED-REC TO WS-AT-REC(WS-AT-COUNT)
           END-EVALUATE.

       RETRO-ONE-CHANGE.
           MOVE WS-CH-EMP-ID(WS-CH-I) TO WS-CL-EMP-ID
           MOVE WS-CH-OLD-RATE(WS-CH-I) TO WS-CL-OLD-RATE
           MOVE WS-CH-NEW-RATE(WS-CH-I) TO WS-CL-NEW-RATE
           MOVE WS-CH-EFF-DATE(WS-CH-I) TO WS-CL-EFF-DATE
           MOVE WS-CH-APPLIED-DATE(WS-CH-I) TO WS-CL-APPLIED-DATE
           MOVE SPACES TO RETRO-REPORT-LINE
           PERFORM WRITE-RETRO-LINE
           MOVE WS-CHANGE-LINE TO RETRO-REPORT-LINE
           PERFORM WRITE-RETRO-LINE
           MOVE WS-HEAD-LINE TO RETRO-REPORT-LINE
           PERFORM WRITE-RETRO-LINE
           COMPUTE WS-RATE-DIFF = WS-CH-NEW-RATE(WS-CH-I)
               - WS-CH-OLD-RATE(WS-CH-I)
           MOVE WS-CH-EMP-ID(WS-CH-I) TO HIST-ID
           MOVE 0 TO HIST-PERIOD-YEAR
           MOVE 0 TO HIST-PERIOD-NUM
           MOVE 0 TO WS-HIST-EOF
           START PAY-HISTORY KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY MOVE 1 TO WS-HIST-EOF
           END-START
           PERFORM UNTIL WS-HIST-EOF = 1
               READ PAY-HISTORY NEXT RECORD
                   AT END MOVE 1 TO WS-HIST-EOF
                   NOT AT END
                       IF HIST-ID NOT = WS-CH-EMP-ID(WS-CH-I)
                           MOVE 1 TO WS-HIST-EOF
                       ELSE
                           PERFORM RETRO-ONE-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-CH-EMP-ID(WS-CH-I) TO WS-ET-EMP-ID
           MOVE WS-CH-TOTAL(WS-CH-I) TO WS-ET-AMOUNT
           MOVE WS-EMP-TOTAL-LINE TO RETRO-REPORT-LINE
           PERFORM WRITE-RETRO-LINE
           ADD WS-CH-TOTAL(WS-CH-I) TO WS-TOTAL-RETRO.

       RETRO-ONE-PERIOD.
           COMPUTE WS-HIST-RUN-DATE = 20000000 + HIST-RUN-DATE
           IF HIST-PERIOD-END >= WS-CH-EFF-DATE(WS-CH-I) AND
               WS-HIST-RUN-DATE < WS-CH-APPLIED-DATE(WS-CH-I) AND
               HIST-RATE = WS-CH-OLD-RATE(WS-CH-I)
               IF HIST-TYPE NOT = 1 AND HIST-TYPE NOT = 4
                   ADD 1 TO WS-SKIPPED-TYPE
               ELSE
                   PERFORM COMPUTE-PERIOD-RETRO
               END-IF
           END-IF.

       COMPUTE-PERIOD-RETRO.
           COMPUTE WS-OT-HOURS ROUNDED =
               HIST-OT-PAY / (HIST-RATE * 1.5)
           COMPUTE WS-DT-HOURS ROUNDED =
               HIST-DT-PAY / (HIST-RATE * 2)
           COMPUTE WS-REG-HOURS = HIST-HOURS - WS-OT-HOURS
               - WS-DT-HOURS
           IF WS-REG-HOURS < 0
               MOVE 0 TO WS-REG-HOURS
           END-IF
           COMPUTE WS-RETRO-REG ROUNDED = WS-REG-HOURS * WS-RATE-DIFF
           COMPUTE WS-RETRO-OT ROUNDED =
               WS-OT-HOURS * WS-RATE-DIFF * 1.5
           COMPUTE WS-RETRO-DT ROUNDED =
               WS-DT-HOURS * WS-RATE-DIFF * 2
           COMPUTE WS-RETRO-SD ROUNDED =
               HIST-SHIFT-DIFF-PAY * WS-RATE-DIFF / HIST-RATE
           COMPUTE WS-RETRO-PERIOD = WS-RETRO-REG + WS-RETRO-OT
               + WS-RETRO-DT + WS-RETRO-SD
           ADD 1 TO WS-PERIODS-RETRO
           ADD WS-RETRO-PERIOD TO WS-CH-TOTAL(WS-CH-I)
           MOVE HIST-PERIOD-YEAR TO WS-PL-YEAR
           MOVE HIST-PERIOD-NUM TO WS-PL-NUM
           MOVE HIST-PERIOD-END TO WS-PL-PERIOD-END
           MOVE HIST-HOURS TO WS-PL-HOURS
           MOVE WS-RETRO-REG TO WS-PL-REG
           MOVE WS-RETRO-OT TO WS-PL-OT
           MOVE WS-RETRO-DT TO WS-PL-DT
           MOVE WS-RETRO-SD TO WS-PL-SD
           MOVE WS-RETRO-PERIOD TO WS-PL-TOTAL
           MOVE WS-PERIOD-LINE TO RETRO-REPORT-LINE
           PERFORM WRITE-RETRO-LINE
           IF IS-APPROVE-RUN AND WS-RETRO-PERIOD NOT = 0
               PERFORM ADD-RETRO-ADJUSTMENT
           END-IF.

       ADD-RETRO-ADJUSTMENT.
           IF WS-AT-COUNT >= 500
               DISPLAY "ERROR: adjustment table full - retro for "
                   "employee " HIST-ID " period " HIST-PERIOD-YEAR
                   "/" HIST-PERIOD-NUM " not written"
           ELSE
               MOVE HIST-ID TO ADJ-EMP-ID
               MOVE "E" TO ADJ-KIND
               MOVE "RETR" TO ADJ-CODE
               MOVE WS-RETRO-PERIOD TO ADJ-AMOUNT
               MOVE HIST-PERIOD-YEAR TO ADJ-REF-YEAR
               MOVE HIST-PERIOD-NUM TO ADJ-REF-NUM
               MOVE "RETRO RATE INCREASE" TO ADJ-REASON
               ADD 1 TO WS-AT-COUNT
               MOVE ADJ-FEED-REC TO WS-AT-REC(WS-AT-COUNT)
               ADD 1 TO WS-ADJ-WRITTEN
           END-IF.

       REWRITE-ADJ-FEED.
           OPEN OUTPUT ADJ-FEED
           IF WS-FS-ADJ-FEED NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "adj-feed.dat, status " WS-FS-ADJ-FEED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO ADJF-HDR-REC
           MOVE "HDR" TO ADJF-HDR-TAG
           MOVE "ADJUSTMENTS " TO ADJF-HDR-NAME
           IF WS-HDR-SEEN = "Y"
               MOVE WS-HDR-CREATE-DATE TO ADJF-HDR-CREATE-DATE
               MOVE WS-HDR-PERIOD-END TO ADJF-HDR-PERIOD-END
           ELSE
               MOVE WS-TODAY TO ADJF-HDR-CREATE-DATE
               MOVE 0 TO ADJF-HDR-PERIOD-END
           END-IF
           WRITE ADJF-HDR-REC
           MOVE 0 TO WS-FV-COUNT
           MOVE 0 TO WS-FV-HASH
           MOVE 0 TO WS-FV-AMOUNT
           PERFORM WRITE-ONE-ADJ-RECORD
               VARYING WS-AT-I FROM 1 BY 1
               UNTIL WS-AT-I > WS-AT-COUNT
           MOVE SPACES TO ADJF-TRL-REC
           MOVE "TRL" TO ADJF-TRL-TAG
           MOVE WS-FV-COUNT TO ADJF-TRL-COUNT
           MOVE WS-FV-HASH TO ADJF-TRL-HASH
           MOVE WS-FV-AMOUNT TO ADJF-TRL-AMOUNT
           WRITE ADJF-TRL-REC
           IF WS-FS-ADJ-FEED NOT = "00"
               DISPLAY "ERROR: WRITE failed for "
                   "adj-feed.dat, status " WS-FS-ADJ-FEED
           END-IF
           CLOSE ADJ-FEED.

       WRITE-ONE-ADJ-RECORD.
           MOVE WS-AT-REC(WS-AT-I) TO ADJ-FEED-REC
           WRITE ADJ-FEED-REC
           IF WS-FS-ADJ-FEED NOT = "00"
               DISPLAY "ERROR: WRITE failed for "
                   "adj-feed.dat, status " WS-FS-ADJ-FEED
           END-IF
           ADD 1 TO WS-FV-COUNT
           COMPUTE WS-FV-HASH =
               FUNCTION MOD(WS-FV-HASH + ADJ-EMP-ID, 1000000000)
           ADD ADJ-AMOUNT TO WS-FV-AMOUNT.

       MARK-CHANGES-DONE.
           OPEN EXTEND RETRO-CONTROL
           IF WS-FS-RETRO-CONTROL = "05" OR
               WS-FS-RETRO-CONTROL = "35"
               OPEN OUTPUT RETRO-CONTROL
           END-IF
           IF WS-FS-RETRO-CONTROL NOT = "00"
               DISPLAY "ERROR: OPEN failed for "
                   "retro-control.dat, status " WS-FS-RETRO-CONTROL
           ELSE
               PERFORM VARYING WS-CH-I FROM 1 BY 1
                   UNTIL WS-CH-I > WS-CH-COUNT
                   MOVE WS-CH-EMP-ID(WS-CH-I) TO RTC-EMP-ID
                   MOVE WS-CH-EFF-DATE(WS-CH-I) TO RTC-EFF-DATE
                   MOVE WS-CH-NEW-RATE(WS-CH-I) TO RTC-NEW-RATE
                   MOVE WS-CH-APPLIED-DATE(WS-CH-I)
                       TO RTC-APPLIED-DATE
                   MOVE WS-TODAY TO RTC-RETRO-DATE
                   MOVE WS-CH-TOTAL(WS-CH-I) TO RTC-AMOUNT
                   WRITE RETRO-CONTROL-REC
                   IF WS-FS-RETRO-CONTROL NOT = "00"
                       DISPLAY "ERROR: WRITE failed for "
                           "retro-control.dat, status "
                           WS-FS-RETRO-CONTROL
                   END-IF
               END-PERFORM
               CLOSE RETRO-CONTROL
           END-IF.

       WRITE-RETRO-LINE.
           MOVE RETRO-REPORT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO RETRO-REPORT-LINE
               WRITE RETRO-REPORT-LINE
               IF WS-FS-RETRO-REPORT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "RETRO-PAY.RPT, status " WS-FS-RETRO-REPORT
               END-IF
           END-PERFORM.
