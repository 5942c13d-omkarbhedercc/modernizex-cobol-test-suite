       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNION-REMIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNION-DUES-FEED ASSIGN TO "union-dues.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-UNION-DUES-FEED.
           SELECT UNION-REMIT-FILE ASSIGN TO "union-remit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-UNION-REMIT-FILE.
           SELECT REMIT-REPORT ASSIGN TO "UNION-REMIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REMIT-REPORT.
           SELECT UNION-REMIT-CONTROL
               ASSIGN TO "union-remit-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-UNION-REMIT-CONTROL.
       DATA DIVISION.
       FILE SECTION.
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

       FD  UNION-REMIT-FILE.
       01 URM-LOCAL-HDR.
          05 URM-H-TYPE       PIC X(1).
          05 URM-H-LOCAL      PIC 9(4).
          05 URM-H-PERIOD-END PIC 9(8).
          05 URM-H-CREATE-DATE PIC 9(8).
       01 URM-DETAIL.
          05 URM-D-TYPE     PIC X(1).
          05 URM-D-LOCAL    PIC 9(4).
          05 URM-D-EMP-ID   PIC 9(7).
          05 URM-D-EMP-NAME PIC X(24).
          05 URM-D-HOURS    PIC 9(3)V9.
          05 URM-D-GROSS    PIC 9(7)V99.
          05 URM-D-DUES     PIC 9(5)V99.
          05 URM-D-INIT-FEE PIC 9(5)V99.
       01 URM-LOCAL-TRL.
          05 URM-T-TYPE     PIC X(1).
          05 URM-T-LOCAL    PIC 9(4).
          05 URM-T-MEMBERS  PIC 9(5).
          05 URM-T-DUES     PIC 9(9)V99.
          05 URM-T-INIT-FEE PIC 9(9)V99.
          05 URM-T-TOTAL    PIC 9(9)V99.

       FD  REMIT-REPORT.
       01 REMIT-REPORT-LINE PIC X(90).

       FD  UNION-REMIT-CONTROL.
       01 UNION-REMIT-CONTROL-REC.
          05 URC-CREATE-DATE PIC 9(8).
          05 URC-PERIOD-END  PIC 9(8).
          05 URC-COUNT       PIC 9(7).
          05 URC-AMOUNT      PIC S9(11)V99 SIGN LEADING SEPARATE.
          05 URC-REMIT-DATE  PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-FS-UNION-DUES-FEED PIC X(2) VALUE "00".
       01 WS-FS-UNION-REMIT-FILE PIC X(2) VALUE "00".
       01 WS-FS-REMIT-REPORT PIC X(2) VALUE "00".
       01 WS-FS-UNION-REMIT-CONTROL PIC X(2) VALUE "00".
       01 WS-FEED-IDENTITY.
          05 WS-FEED-CREATE-DATE PIC 9(8) VALUE 0.
          05 WS-FEED-PERIOD-END  PIC 9(8) VALUE 0.
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-FEED-VERIFY.
          05 WS-FV-COUNT PIC 9(7) VALUE 0.
          05 WS-FV-HASH  PIC 9(9) VALUE 0.
          05 WS-FV-AMOUNT PIC S9(11)V99 VALUE 0.
          05 WS-FV-TRL-SEEN PIC X(1) VALUE "N".
       01 WS-LOCAL-TBL.
          05 WS-LT-COUNT PIC 9(2) VALUE 0.
          05 WS-LT-ENTRY OCCURS 50 TIMES.
             10 WS-LT-LOCAL    PIC 9(4).
             10 WS-LT-MEMBERS  PIC 9(5).
             10 WS-LT-DUES     PIC 9(9)V99.
             10 WS-LT-INIT-FEE PIC 9(9)V99.
       01 WS-LT-I PIC 9(2) VALUE 0.
       01 WS-LT-SLOT PIC 9(2) VALUE 0.
       01 WS-LT-HOLD-LOCAL PIC 9(4) VALUE 0.
       01 WS-LT-HOLD-MEMBERS PIC 9(5) VALUE 0.
       01 WS-LT-HOLD-DUES PIC 9(9)V99 VALUE 0.
       01 WS-LT-HOLD-INIT PIC 9(9)V99 VALUE 0.
       01 WS-LT-J PIC 9(2) VALUE 0.
       01 WS-REMIT-STATS.
          05 WS-DETAILS-WRITTEN PIC 9(7) VALUE 0.
          05 WS-TOTAL-DUES PIC 9(11)V99 VALUE 0.
          05 WS-TOTAL-INIT PIC 9(11)V99 VALUE 0.
       01 WS-LOCAL-HEAD-LINE.
          05 FILLER PIC X(6) VALUE "LOCAL ".
          05 WS-LH-LOCAL PIC 9(4).
          05 FILLER PIC X(14) VALUE "  PERIOD END  ".
          05 WS-LH-PERIOD-END PIC 9(8).
       01 WS-MEMBER-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-ML-EMP-ID PIC 9(7).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-ML-NAME PIC X(24).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-ML-HOURS PIC ZZ9.9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-ML-GROSS PIC Z,ZZZ,ZZ9.99.
          05 FILLER PIC X(6) VALUE " DUES ".
          05 WS-ML-DUES PIC ZZ,ZZ9.99.
          05 FILLER PIC X(6) VALUE " INIT ".
          05 WS-ML-INIT PIC ZZ,ZZ9.99.
       01 WS-LOCAL-TOTAL-LINE.
          05 FILLER PIC X(6) VALUE "LOCAL ".
          05 WS-LTL-LOCAL PIC 9(4).
          05 FILLER PIC X(9) VALUE " MEMBERS ".
          05 WS-LTL-MEMBERS PIC ZZZZ9.
          05 FILLER PIC X(6) VALUE " DUES ".
          05 WS-LTL-DUES PIC ZZZ,ZZ9.99.
          05 FILLER PIC X(6) VALUE " INIT ".
          05 WS-LTL-INIT PIC ZZZ,ZZ9.99.
          05 FILLER PIC X(7) VALUE " REMIT ".
          05 WS-LTL-TOTAL PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE.
          05 FILLER PIC X(16) VALUE "CONTROL TOTAL   ".
          05 WS-TL-LABEL PIC X(20).
          05 WS-TL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           COPY "print-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
           COMPUTE WS-TODAY = 20000000 + WS-RUN-DATE
           PERFORM VERIFY-DUES-FEED
           PERFORM CHECK-FEED-ALREADY-REMITTED
           PERFORM SUM-BY-LOCAL
           PERFORM SORT-LOCAL-TABLE
           OPEN OUTPUT UNION-REMIT-FILE
           IF WS-FS-UNION-REMIT-FILE NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "union-remit.dat, status "
                   WS-FS-UNION-REMIT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REMIT-REPORT
           IF WS-FS-REMIT-REPORT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "UNION-REMIT.RPT, status " WS-FS-REMIT-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "I" TO PS-FUNC
           MOVE "UNION DUES REMITTANCE" TO PS-REPORT-TITLE
           MOVE SPACES TO PS-OPERATOR
           MOVE 0 TO PS-PERIOD-YEAR
           MOVE 0 TO PS-PERIOD-NUM
           MOVE SPACES TO PS-COLUMN-HEADING
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           PERFORM REMIT-ONE-LOCAL
               VARYING WS-LT-I FROM 1 BY 1
               UNTIL WS-LT-I > WS-LT-COUNT
           MOVE "DUES REMITTED:      " TO WS-TL-LABEL
           MOVE WS-TOTAL-DUES TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO REMIT-REPORT-LINE
           PERFORM WRITE-REMIT-LINE
           MOVE "INIT FEES REMITTED: " TO WS-TL-LABEL
           MOVE WS-TOTAL-INIT TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO REMIT-REPORT-LINE
           PERFORM WRITE-REMIT-LINE
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           CLOSE REMIT-REPORT
           CLOSE UNION-REMIT-FILE
           IF WS-FS-UNION-REMIT-FILE NOT = "00"
               DISPLAY "ERROR: CLOSE failed for "
                   "union-remit.dat, status "
                   WS-FS-UNION-REMIT-FILE
           END-IF
           PERFORM MARK-FEED-REMITTED
           DISPLAY "Locals remitted:  " WS-LT-COUNT
           DISPLAY "Member lines:     " WS-DETAILS-WRITTEN
           DISPLAY "Dues remitted:    " WS-TOTAL-DUES
           DISPLAY "Init fees:        " WS-TOTAL-INIT
           MOVE 0 TO RETURN-CODE
           GOBACK.

       VERIFY-DUES-FEED.
           OPEN INPUT UNION-DUES-FEED
           IF WS-FS-UNION-DUES-FEED NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "union-dues.dat, status "
                   WS-FS-UNION-DUES-FEED
                   " - run PAYROLL first"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF = 1
               READ UNION-DUES-FEED
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       EVALUATE UDF-HDR-TAG
                           WHEN "HDR"
                               MOVE UDF-HDR-CREATE-DATE
                                   TO WS-FEED-CREATE-DATE
                               MOVE UDF-HDR-PERIOD-END
                                   TO WS-FEED-PERIOD-END
                           WHEN "TRL"
                               MOVE "Y" TO WS-FV-TRL-SEEN
                               IF UDF-TRL-COUNT NOT = WS-FV-COUNT
                                   OR UDF-TRL-HASH NOT =
                                       WS-FV-HASH
                                   OR UDF-TRL-AMOUNT NOT =
                                       WS-FV-AMOUNT
                                   DISPLAY "ERROR: "
                                       "union-dues.dat control "
                                       "totals do not match the "
                                       "details read - remittance "
                                       "refused"
                                   MOVE 8 TO RETURN-CODE
                                   GOBACK
                               END-IF
                           WHEN OTHER
                               ADD 1 TO WS-FV-COUNT
                               COMPUTE WS-FV-HASH =
                                   FUNCTION MOD(WS-FV-HASH +
                                       UDF-EMP-ID, 1000000000)
                               ADD UDF-DUES UDF-INIT-FEE
                                   TO WS-FV-AMOUNT
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE UNION-DUES-FEED
           MOVE 0 TO WS-EOF
           IF WS-FV-TRL-SEEN NOT = "Y"
               DISPLAY "ERROR: union-dues.dat has no trailer "
                   "control record - feed may be truncated, "
                   "remittance refused"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       CHECK-FEED-ALREADY-REMITTED.
           OPEN INPUT UNION-REMIT-CONTROL
           IF WS-FS-UNION-REMIT-CONTROL = "35"
               CONTINUE
           ELSE
               IF WS-FS-UNION-REMIT-CONTROL NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "union-remit-control.dat, status "
                       WS-FS-UNION-REMIT-CONTROL
                       " - remittance refused"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               READ UNION-REMIT-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF URC-CREATE-DATE = WS-FEED-CREATE-DATE
                           AND URC-PERIOD-END = WS-FEED-PERIOD-END
                           AND URC-COUNT = WS-FV-COUNT
                           AND URC-AMOUNT = WS-FV-AMOUNT
                           DISPLAY "ERROR: this union-dues.dat "
                               "feed was already remitted on "
                               URC-REMIT-DATE " - run refused, a "
                               "rerun would remit the dues twice"
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
               CLOSE UNION-REMIT-CONTROL
           END-IF.

       MARK-FEED-REMITTED.
           OPEN OUTPUT UNION-REMIT-CONTROL
           IF WS-FS-UNION-REMIT-CONTROL NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "union-remit-control.dat, status "
                   WS-FS-UNION-REMIT-CONTROL
           ELSE
               MOVE WS-FEED-CREATE-DATE TO URC-CREATE-DATE
               MOVE WS-FEED-PERIOD-END  TO URC-PERIOD-END
               MOVE WS-FV-COUNT  TO URC-COUNT
               MOVE WS-FV-AMOUNT TO URC-AMOUNT
               MOVE WS-TODAY TO URC-REMIT-DATE
               WRITE UNION-REMIT-CONTROL-REC
               IF WS-FS-UNION-REMIT-CONTROL NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "union-remit-control.dat, status "
                       WS-FS-UNION-REMIT-CONTROL
               END-IF
               CLOSE UNION-REMIT-CONTROL
           END-IF.

       SUM-BY-LOCAL.
           OPEN INPUT UNION-DUES-FEED
           PERFORM UNTIL WS-EOF = 1
               READ UNION-DUES-FEED
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF UDF-HDR-TAG NOT = "HDR" AND
                           UDF-HDR-TAG NOT = "TRL"
                           PERFORM TALLY-ONE-LOCAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UNION-DUES-FEED
           MOVE 0 TO WS-EOF.

       TALLY-ONE-LOCAL.
           MOVE 0 TO WS-LT-SLOT
           PERFORM VARYING WS-LT-I FROM 1 BY 1
               UNTIL WS-LT-I > WS-LT-COUNT
               IF WS-LT-LOCAL(WS-LT-I) = UDF-LOCAL
                   MOVE WS-LT-I TO WS-LT-SLOT
               END-IF
           END-PERFORM
           IF WS-LT-SLOT = 0
               IF WS-LT-COUNT >= 50
                   DISPLAY "ERROR: local table full - dues for "
                       "local " UDF-LOCAL " employee " UDF-EMP-ID
                       " not remitted"
               ELSE
                   ADD 1 TO WS-LT-COUNT
                   MOVE WS-LT-COUNT TO WS-LT-SLOT
                   MOVE UDF-LOCAL TO WS-LT-LOCAL(WS-LT-SLOT)
                   MOVE 0 TO WS-LT-MEMBERS(WS-LT-SLOT)
                   MOVE 0 TO WS-LT-DUES(WS-LT-SLOT)
                   MOVE 0 TO WS-LT-INIT-FEE(WS-LT-SLOT)
               END-IF
           END-IF
           IF WS-LT-SLOT > 0
               ADD 1 TO WS-LT-MEMBERS(WS-LT-SLOT)
               ADD UDF-DUES TO WS-LT-DUES(WS-LT-SLOT)
               ADD UDF-INIT-FEE TO WS-LT-INIT-FEE(WS-LT-SLOT)
           END-IF.

       SORT-LOCAL-TABLE.
           PERFORM VARYING WS-LT-I FROM 1 BY 1
               UNTIL WS-LT-I >= WS-LT-COUNT
               PERFORM VARYING WS-LT-J FROM 1 BY 1
                   UNTIL WS-LT-J > WS-LT-COUNT - WS-LT-I
                   IF WS-LT-LOCAL(WS-LT-J) >
                       WS-LT-LOCAL(WS-LT-J + 1)
                       PERFORM SWAP-LOCAL-ENTRIES
                   END-IF
               END-PERFORM
           END-PERFORM.

       SWAP-LOCAL-ENTRIES.
           MOVE WS-LT-LOCAL(WS-LT-J) TO WS-LT-HOLD-LOCAL
           MOVE WS-LT-MEMBERS(WS-LT-J) TO WS-LT-HOLD-MEMBERS
           MOVE WS-LT-DUES(WS-LT-J) TO WS-LT-HOLD-DUES
           MOVE WS-LT-INIT-FEE(WS-LT-J) TO WS-LT-HOLD-INIT
           MOVE WS-LT-ENTRY(WS-LT-J + 1) TO WS-LT-ENTRY(WS-LT-J)
           MOVE WS-LT-HOLD-LOCAL TO WS-LT-LOCAL(WS-LT-J + 1)
           MOVE WS-LT-HOLD-MEMBERS TO WS-LT-MEMBERS(WS-LT-J + 1)
           MOVE WS-LT-HOLD-DUES TO WS-LT-DUES(WS-LT-J + 1)
           MOVE WS-LT-HOLD-INIT TO WS-LT-INIT-FEE(WS-LT-J + 1).

       REMIT-ONE-LOCAL.
           MOVE WS-LT-LOCAL(WS-LT-I) TO WS-LH-LOCAL
           MOVE WS-FEED-PERIOD-END TO WS-LH-PERIOD-END
           MOVE WS-LOCAL-HEAD-LINE TO REMIT-REPORT-LINE
           PERFORM WRITE-REMIT-LINE
           MOVE "H" TO URM-H-TYPE
           MOVE WS-LT-LOCAL(WS-LT-I) TO URM-H-LOCAL
           MOVE WS-FEED-PERIOD-END TO URM-H-PERIOD-END
           MOVE WS-FEED-CREATE-DATE TO URM-H-CREATE-DATE
           WRITE URM-LOCAL-HDR
           PERFORM CHECK-REMIT-WRITE
           OPEN INPUT UNION-DUES-FEED
           PERFORM UNTIL WS-EOF = 1
               READ UNION-DUES-FEED
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF UDF-HDR-TAG NOT = "HDR" AND
                           UDF-HDR-TAG NOT = "TRL" AND
                           UDF-LOCAL = WS-LT-LOCAL(WS-LT-I)
                           PERFORM WRITE-MEMBER-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UNION-DUES-FEED
           MOVE 0 TO WS-EOF
           MOVE WS-LT-LOCAL(WS-LT-I) TO WS-LTL-LOCAL
           MOVE WS-LT-MEMBERS(WS-LT-I) TO WS-LTL-MEMBERS
           MOVE WS-LT-DUES(WS-LT-I) TO WS-LTL-DUES
           MOVE WS-LT-INIT-FEE(WS-LT-I) TO WS-LTL-INIT
           COMPUTE WS-LTL-TOTAL = WS-LT-DUES(WS-LT-I)
               + WS-LT-INIT-FEE(WS-LT-I)
           MOVE WS-LOCAL-TOTAL-LINE TO REMIT-REPORT-LINE
           PERFORM WRITE-REMIT-LINE
           MOVE "T" TO URM-T-TYPE
           MOVE WS-LT-LOCAL(WS-LT-I) TO URM-T-LOCAL
           MOVE WS-LT-MEMBERS(WS-LT-I) TO URM-T-MEMBERS
           MOVE WS-LT-DUES(WS-LT-I) TO URM-T-DUES
           MOVE WS-LT-INIT-FEE(WS-LT-I) TO URM-T-INIT-FEE
           COMPUTE URM-T-TOTAL = WS-LT-DUES(WS-LT-I)
               + WS-LT-INIT-FEE(WS-LT-I)
           WRITE URM-LOCAL-TRL
           PERFORM CHECK-REMIT-WRITE
           ADD WS-LT-DUES(WS-LT-I) TO WS-TOTAL-DUES
           ADD WS-LT-INIT-FEE(WS-LT-I) TO WS-TOTAL-INIT.

       WRITE-MEMBER-DETAIL.
           MOVE UDF-EMP-ID TO WS-ML-EMP-ID
           MOVE UDF-EMP-NAME TO WS-ML-NAME
           MOVE UDF-HOURS TO WS-ML-HOURS
           MOVE UDF-GROSS TO WS-ML-GROSS
           MOVE UDF-DUES TO WS-ML-DUES
           MOVE UDF-INIT-FEE TO WS-ML-INIT
           MOVE WS-MEMBER-LINE TO REMIT-REPORT-LINE
           PERFORM WRITE-REMIT-LINE
           MOVE "D" TO URM-D-TYPE
           MOVE UDF-LOCAL TO URM-D-LOCAL
           MOVE UDF-EMP-ID TO URM-D-EMP-ID
           MOVE UDF-EMP-NAME TO URM-D-EMP-NAME
           MOVE UDF-HOURS TO URM-D-HOURS
           MOVE UDF-GROSS TO URM-D-GROSS
           MOVE UDF-DUES TO URM-D-DUES
           MOVE UDF-INIT-FEE TO URM-D-INIT-FEE
           WRITE URM-DETAIL
           PERFORM CHECK-REMIT-WRITE
           ADD 1 TO WS-DETAILS-WRITTEN.

       CHECK-REMIT-WRITE.
           IF WS-FS-UNION-REMIT-FILE NOT = "00"
               DISPLAY "ERROR: WRITE failed for "
                   "union-remit.dat, status "
                   WS-FS-UNION-REMIT-FILE
           END-IF.

       WRITE-REMIT-LINE.
           MOVE REMIT-REPORT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO REMIT-REPORT-LINE
               WRITE REMIT-REPORT-LINE
               IF WS-FS-REMIT-REPORT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "UNION-REMIT.RPT, status "
                       WS-FS-REMIT-REPORT
               END-IF
           END-PERFORM.
