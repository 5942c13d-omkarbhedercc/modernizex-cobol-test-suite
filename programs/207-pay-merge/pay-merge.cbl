       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-MERGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-CONTROL ASSIGN TO DYNAMIC WS-PART-CTL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PART-CONTROL.
           SELECT SEGMENT-FILE ASSIGN TO DYNAMIC WS-SEG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEGMENT-FILE.
           SELECT TARGET-FILE ASSIGN TO DYNAMIC WS-TARGET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARGET-FILE.
           SELECT SIDE-FILE-WORK ASSIGN TO "side-file-work.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SIDE-FILE-WORK.
           SELECT HIST-SEGMENT ASSIGN TO DYNAMIC WS-SEG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST-SEGMENT.
           SELECT CHKR-SEGMENT ASSIGN TO DYNAMIC WS-SEG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHKR-SEGMENT.
           SELECT PAY-HISTORY ASSIGN TO "pay-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-PERIOD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PAY-HISTORY.
           SELECT CHECK-REGISTER ASSIGN TO "check-register.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHKR-CHECK-NO
               FILE STATUS IS WS-FS-CHECK-REGISTER.
           SELECT CHECK-CONTROL ASSIGN TO "check-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHECK-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO "run-control.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-FS-RUN-CONTROL.
           SELECT COMPANY-MASTER ASSIGN TO "company-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMPANY-MASTER.
           SELECT TAX-LIABILITY ASSIGN TO "tax-liability.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAX-LIABILITY.
           SELECT SL-LIABILITY ASSIGN TO "sl-liability.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SL-LIABILITY.
           SELECT FUNDING-NOTICE ASSIGN TO "FUNDING-NOTICE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FUNDING-NOTICE.
           SELECT FUNDING-CONFIRM ASSIGN TO "funding-confirm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FUNDING-CONFIRM.
           SELECT MERGE-CONTROL ASSIGN TO "PAY-MERGE-CONTROL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MERGE-CONTROL.
           SELECT UNATTENDED-PARMS
               ASSIGN TO "unattended-parms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-UNATTENDED.
       DATA DIVISION.
       FILE SECTION.
       FD  PART-CONTROL.
           COPY "payroll-part.cpy".

       FD  SEGMENT-FILE.
       01 SEGMENT-LINE PIC X(200).

       FD  TARGET-FILE.
       01 TARGET-LINE PIC X(200).

       FD  SIDE-FILE-WORK.
       01 SIDE-WORK-REC PIC X(200).

       FD  HIST-SEGMENT.
           COPY "pay-history.cpy"
               REPLACING LEADING ==HIST-== BY ==HSG-==.

       FD  CHKR-SEGMENT.
           COPY "check-register.cpy"
               REPLACING LEADING ==CHKR-== BY ==CSG-==.

       FD  PAY-HISTORY.
           COPY "pay-history.cpy".

       FD  CHECK-REGISTER.
           COPY "check-register.cpy".

       FD  CHECK-CONTROL.
       01 CHECK-CONTROL-REC.
          05 CTL-NEXT-CHECK-NO PIC 9(8).

       FD  RUN-CONTROL.
           COPY "run-control.cpy".

       FD  COMPANY-MASTER.
       01 COMPANY-REC.
          05 CO-CODE PIC 9(2).
          05 CO-NAME PIC X(30).
          05 CO-BANK-NAME    PIC X(20).
          05 CO-BANK-ROUTING PIC 9(9).
          05 CO-BANK-ACCOUNT PIC X(17).

       FD  TAX-LIABILITY.
           COPY "tax-liability.cpy".

       FD  SL-LIABILITY.
           COPY "sl-liability.cpy".

       FD  FUNDING-NOTICE.
       01 FUNDING-NOTICE-LINE PIC X(90).

       FD  FUNDING-CONFIRM.
           COPY "funding-confirm.cpy".

       FD  MERGE-CONTROL.
       01 MERGE-CONTROL-LINE PIC X(100).

       FD  UNATTENDED-PARMS.
           COPY "unattended-parms.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-PART-CONTROL    PIC X(2) VALUE "00".
       01 WS-FS-SEGMENT-FILE    PIC X(2) VALUE "00".
       01 WS-FS-TARGET-FILE     PIC X(2) VALUE "00".
       01 WS-FS-SIDE-FILE-WORK  PIC X(2) VALUE "00".
       01 WS-FS-HIST-SEGMENT    PIC X(2) VALUE "00".
       01 WS-FS-CHKR-SEGMENT    PIC X(2) VALUE "00".
       01 WS-FS-PAY-HISTORY     PIC X(2) VALUE "00".
       01 WS-FS-CHECK-REGISTER  PIC X(2) VALUE "00".
       01 WS-FS-CHECK-CONTROL   PIC X(2) VALUE "00".
       01 WS-FS-RUN-CONTROL     PIC X(2) VALUE "00".
       01 WS-FS-COMPANY-MASTER  PIC X(2) VALUE "00".
       01 WS-FS-TAX-LIABILITY   PIC X(2) VALUE "00".
       01 WS-FS-SL-LIABILITY    PIC X(2) VALUE "00".
       01 WS-FS-FUNDING-NOTICE  PIC X(2) VALUE "00".
       01 WS-FS-FUNDING-CONFIRM PIC X(2) VALUE "00".
       01 WS-FS-MERGE-CONTROL   PIC X(2) VALUE "00".
       01 WS-FS-UNATTENDED      PIC X(2) VALUE "00".
       01 WS-PART-CTL-NAME PIC X(40) VALUE SPACES.
       01 WS-SEG-NAME      PIC X(40) VALUE SPACES.
       01 WS-TARGET-NAME   PIC X(40) VALUE SPACES.
       01 WS-SEG-BASE      PIC X(30) VALUE SPACES.
       01 WS-SEG-EXT       PIC X(8)  VALUE SPACES.
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-RUN-TIME PIC 9(8) VALUE 0.
       01 WS-TODAY-DATE PIC 9(8) VALUE 0.
       01 WS-PAY-PERIOD-YEAR PIC 9(4) VALUE 0.
       01 WS-PAY-PERIOD-NUM  PIC 9(2) VALUE 0.
       01 WS-PAY-PERIOD-END  PIC 9(8) VALUE 0.
       01 WS-RUN-TYPE PIC X(1) VALUE SPACE.
       01 WS-PART-COUNT PIC 9(1) VALUE 0.
       01 WS-P PIC 9(2) VALUE 0.
       01 WS-Q PIC 9(2) VALUE 0.
       01 WS-CO-I PIC 9(3) VALUE 0.
       01 WS-UNATTENDED PIC X(1) VALUE "N".
          88 IS-UNATTENDED VALUE "Y".
       01 WS-PARM-TBL.
          05 WS-UP-COUNT PIC 9(2) VALUE 0.
          05 WS-UP-ENTRY OCCURS 30 TIMES.
             10 WS-UP-KEY   PIC X(12).
             10 WS-UP-VALUE PIC X(20).
       01 WS-UP-I PIC 9(2) VALUE 0.
       01 WS-UP-EOF PIC 9(1) VALUE 0.
       01 WS-PARM-KEY PIC X(12) VALUE SPACES.
       01 WS-PARM-VALUE PIC X(20) VALUE SPACES.
       01 WS-PARM-FOUND PIC X(1) VALUE "N".
          88 IS-PARM-FOUND VALUE "Y".
       01 WS-LOCK-FIELDS.
          05 WS-LOCK-FUNC PIC X(1) VALUE "S".
          05 WS-LOCK-PROGRAM PIC X(10) VALUE "PAYROLL-PT".
          05 WS-LOCK-RESULT PIC X(1) VALUE "N".
          05 WS-LOCK-HELD PIC X(1) VALUE "N".
       01 WS-MERGE-ERRORS PIC 9(5) VALUE 0.
       01 WS-MERGE-SL-LIAB.
          05 WS-SLR-COUNT PIC 9(3) VALUE 0.
          05 WS-SLR-ENTRY OCCURS 200 TIMES.
             10 WS-SLR-KIND  PIC X(1).
             10 WS-SLR-CODE  PIC X(4).
             10 WS-SLR-WAGES PIC 9(9)V99.
             10 WS-SLR-TAX   PIC 9(9)V99.
       01 WS-SLR-I PIC 9(3) VALUE 0.
       01 WS-SLR-SLOT PIC 9(3) VALUE 0.
       01 WS-SLR-J PIC 9(1) VALUE 0.
       01 WS-SLR-FIND-KIND PIC X(1) VALUE SPACE.
       01 WS-SLR-FIND-CODE PIC X(4) VALUE SPACES.
       01 WS-SLR-POSTED PIC 9(3) VALUE 0.
       01 WS-PART-TABLE.
          05 WS-PT-ENTRY OCCURS 9 TIMES.
             10 WS-PT-BASIS     PIC X(1).
             10 WS-PT-COMPANY   PIC 9(2).
             10 WS-PT-LOW-ID    PIC 9(7).
             10 WS-PT-HIGH-ID   PIC 9(7).
             10 WS-PT-OPERATOR  PIC X(10).
             10 WS-PT-EMPLOYEES PIC 9(7).
             10 WS-PT-REJECTED  PIC 9(7).
             10 WS-PT-GROSS     PIC 9(9)V99.
             10 WS-PT-NET       PIC 9(9)V99.
             10 WS-PT-HIST-COUNT PIC 9(7).
             10 WS-PT-HIST-GROSS PIC 9(9)V99.
             10 WS-PT-HIST-NET   PIC 9(9)V99.
             10 WS-PT-DEP-COUNT  PIC 9(7).
             10 WS-PT-DEP-HASH   PIC 9(9).
             10 WS-PT-DEP-AMOUNT PIC 9(11)V99.
             10 WS-PT-CHK-COUNT  PIC 9(7).
             10 WS-PT-CHK-AMOUNT PIC 9(9)V99.
             10 WS-PT-CHK-BASE   PIC 9(8).
       01 WS-MERGE-TOTALS.
          05 WS-MT-EMPLOYEES  PIC 9(7) VALUE 0.
          05 WS-MT-REJECTED   PIC 9(7) VALUE 0.
          05 WS-MT-GROSS      PIC 9(9)V99 VALUE 0.
          05 WS-MT-NET        PIC 9(9)V99 VALUE 0.
          05 WS-MT-HIST-COUNT PIC 9(7) VALUE 0.
          05 WS-MT-HIST-GROSS PIC 9(9)V99 VALUE 0.
          05 WS-MT-HIST-NET   PIC 9(9)V99 VALUE 0.
          05 WS-MT-DEP-COUNT  PIC 9(7) VALUE 0.
          05 WS-MT-DEP-HASH   PIC 9(9) VALUE 0.
          05 WS-MT-DEP-AMOUNT PIC 9(11)V99 VALUE 0.
          05 WS-MT-CHK-COUNT  PIC 9(7) VALUE 0.
          05 WS-MT-CHK-AMOUNT PIC 9(9)V99 VALUE 0.
          05 WS-MT-FED-TAX     PIC 9(9)V99 VALUE 0.
          05 WS-MT-FICA-EE     PIC 9(9)V99 VALUE 0.
          05 WS-MT-FICA-ER     PIC 9(9)V99 VALUE 0.
          05 WS-MT-OASDI-EE    PIC 9(9)V99 VALUE 0.
          05 WS-MT-MEDICARE-EE PIC 9(9)V99 VALUE 0.
          05 WS-MT-OASDI-ER    PIC 9(9)V99 VALUE 0.
          05 WS-MT-MEDICARE-ER PIC 9(9)V99 VALUE 0.
          05 WS-MT-STATE-TAX   PIC 9(9)V99 VALUE 0.
          05 WS-MT-LOCAL-TAX   PIC 9(9)V99 VALUE 0.
          05 WS-MT-GARN-TOTAL  PIC 9(9)V99 VALUE 0.
       01 WS-CO-FUNDING.
          05 WS-CF-ENTRY OCCURS 99 TIMES.
             10 WS-CF-DEP-NET PIC 9(9)V99.
             10 WS-CF-CHK-NET PIC 9(9)V99.
          05 WS-CB-ENTRY OCCURS 99 TIMES.
             10 WS-CB-BANK-NAME    PIC X(20).
             10 WS-CB-BANK-ACCOUNT PIC X(17).
       01 WS-SEG-COUNTS.
          05 WS-SC-COUNT  PIC 9(7) VALUE 0.
          05 WS-SC-HASH   PIC 9(9) VALUE 0.
          05 WS-SC-AMOUNT PIC 9(11)V99 VALUE 0.
          05 WS-SC-GROSS  PIC 9(9)V99 VALUE 0.
          05 WS-SC-SEQ    PIC 9(8) VALUE 0.
          05 WS-SC-TRL-FOUND PIC X(1) VALUE "N".
             88 IS-TRL-FOUND VALUE "Y".
       01 WS-FEED-TOTALS.
          05 WS-FT-COUNT  PIC 9(7) VALUE 0.
          05 WS-FT-HASH   PIC 9(9) VALUE 0.
          05 WS-FT-AMOUNT PIC S9(11)V99 VALUE 0.
          05 WS-FT-HDR-WRITTEN PIC X(1) VALUE "N".
             88 IS-HDR-WRITTEN VALUE "Y".
          05 WS-FT-SEGMENTS PIC 9(1) VALUE 0.
       01 WS-DEPOSIT-LINE.
          05 WS-DL-ID         PIC 9(7).
          05 WS-DL-NET        PIC 9(7)V99.
          05 WS-DL-PERIOD-END PIC 9(8).
           COPY "feed-control.cpy"
               REPLACING ==FEED-HDR-REC== BY ==MF-HDR-REC==
                         ==FHR-TAG== BY ==MF-HDR-TAG==
                         ==FHR-FEED-NAME== BY ==MF-HDR-NAME==
                         ==FHR-CREATE-DATE==
                             BY ==MF-HDR-CREATE-DATE==
                         ==FHR-PERIOD-END==
                             BY ==MF-HDR-PERIOD-END==
                         ==FEED-TRL-REC== BY ==MF-TRL-REC==
                         ==FTR-TAG== BY ==MF-TRL-TAG==
                         ==FTR-RECORD-COUNT== BY ==MF-TRL-COUNT==
                         ==FTR-ID-HASH== BY ==MF-TRL-HASH==
                         ==FTR-AMOUNT-TOTAL==
                             BY ==MF-TRL-AMOUNT==.
       01 WS-CHECK-NO-LINE.
          05 FILLER          PIC X(10).
          05 WS-CKL-CHECK-NO PIC 9(8).
          05 FILLER          PIC X(62).
       01 WS-NEXT-CHECK-NO PIC 9(8) VALUE 1.
       01 WS-STOCK-FROM-NO PIC 9(8) VALUE 1.
       01 WS-FINAL-CHECK-NO PIC 9(8) VALUE 0.
       01 WS-HIST-WRITTEN  PIC 9(7) VALUE 0.
       01 WS-HIST-REPLACED PIC 9(7) VALUE 0.
       01 WS-CHKR-WRITTEN  PIC 9(7) VALUE 0.
       01 WS-SIDE-YEAR-POS PIC 9(3) VALUE 0.
       01 WS-SIDE-KIND     PIC X(1) VALUE SPACE.
       01 WS-SIDE-KEPT     PIC 9(7) VALUE 0.
       01 WS-SIDE-DROPPED  PIC 9(7) VALUE 0.
       01 WS-SIDE-APPENDED PIC 9(7) VALUE 0.
       01 WS-APPEND-MODE PIC X(1) VALUE "N".
          88 IS-APPEND-MODE VALUE "Y".
       01 WS-LINES-COPIED PIC 9(7) VALUE 0.
       01 WS-FUNDING-REQUIRED PIC 9(11)V99 VALUE 0.
       01 WS-FN-CO-LINE.
          05 FILLER PIC X(8) VALUE "COMPANY ".
          05 WS-FN-CO PIC 9(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-FN-BANK PIC X(20).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-FN-ACCOUNT PIC X(17).
          05 FILLER PIC X(5) VALUE " DEP ".
          05 WS-FN-DEP PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(5) VALUE " CHK ".
          05 WS-FN-CHK PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-FN-TOTAL-LINE.
          05 FILLER PIC X(10) VALUE SPACES.
          05 WS-FN-LABEL PIC X(22).
          05 WS-FN-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-MC-PART-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-MPL-PART PIC 9(1).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-MPL-SCOPE PIC X(17).
          05 WS-MPL-EMPS PIC ZZZ,ZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-MPL-GROSS PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-MPL-NET PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-MPL-DEPS PIC ZZZ,ZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-MPL-CHECKS PIC ZZZ,ZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-MPL-FIRST-CHK PIC ZZZZZZZ9.
          05 FILLER PIC X(1) VALUE "-".
          05 WS-MPL-LAST-CHK PIC ZZZZZZZ9.
       01 WS-MPL-SCOPE-CO.
          05 FILLER PIC X(8) VALUE "COMPANY ".
          05 WS-MSC-CO PIC 9(2).
          05 FILLER PIC X(7) VALUE SPACES.
       01 WS-MPL-SCOPE-ID.
          05 WS-MSI-LOW PIC 9(7).
          05 FILLER PIC X(1) VALUE "-".
          05 WS-MSI-HIGH PIC 9(7).
          05 FILLER PIC X(2) VALUE SPACES.
       01 WS-MC-TOTAL-LINE.
          05 WS-MTL-LABEL PIC X(30).
          05 WS-MTL-AMOUNT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-LINE.
          05 WS-CNL-LABEL PIC X(36).
          05 WS-CNL-COUNT PIC ZZZ,ZZ9.
       01 WS-MC-ERROR-LINE PIC X(100) VALUE SPACES.
           COPY "stock-svc.cpy".
           COPY "print-svc.cpy".
           COPY "print-svc.cpy"
               REPLACING LEADING ==PS-== BY ==FN-==.
       01 WS-PS-I PIC 9(1) VALUE 0.
           COPY "close-svc.cpy".
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE
           COMPUTE WS-TODAY-DATE = 20000000 + WS-RUN-DATE
           PERFORM LOAD-UNATTENDED-PARMS
           PERFORM ACCEPT-MERGE-PARAMETERS
           PERFORM TAKE-MERGE-LOCK
           PERFORM CHECK-MERGE-RUN-CONTROL
           PERFORM LOAD-PARTITION-CONTROLS
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PART-COUNT
           PERFORM CHECK-PARTITION-OVERLAP
           IF WS-MERGE-ERRORS = 0
               PERFORM VERIFY-ONE-PARTITION
                   VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PART-COUNT
           END-IF
           OPEN OUTPUT MERGE-CONTROL
           IF WS-FS-MERGE-CONTROL NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "PAY-MERGE-CONTROL.RPT, status "
                   WS-FS-MERGE-CONTROL
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "I" TO PS-FUNC
           MOVE "PAYROLL PARTITION MERGE" TO PS-REPORT-TITLE
           MOVE WS-OPERATOR-ID TO PS-OPERATOR
           MOVE WS-PAY-PERIOD-YEAR TO PS-PERIOD-YEAR
           MOVE WS-PAY-PERIOD-NUM TO PS-PERIOD-NUM
           MOVE "PT SCOPE            EMPLOYEES          GROSS"
               TO PS-COLUMN-HEADING
           MOVE "            NET    DEPS  CHECKS CHECK NUMBERS"
               TO PS-COLUMN-HEADING(45:)
           MOVE 55 TO PS-LINES-PER-PAGE
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           IF WS-MERGE-ERRORS > 0
               MOVE "MERGE REFUSED - PARTITION CONTROL TOTALS DO "
                   & "NOT AGREE, SEE CONSOLE" TO WS-MC-ERROR-LINE
               PERFORM WRITE-MC-ERROR-LINE
               PERFORM FINISH-MERGE-CONTROL
               DISPLAY "Merge refused - " WS-MERGE-ERRORS
                   " control errors, no payroll files were changed"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-CHECK-CONTROL
           PERFORM ASSIGN-CHECK-BASES
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PART-COUNT
           PERFORM MERGE-REGISTER
           PERFORM MERGE-CHECKS
           PERFORM MERGE-CHECK-REGISTER
           PERFORM SAVE-CHECK-CONTROL
           PERFORM MERGE-DEPOSIT-FEED
           PERFORM MERGE-OTHER-FEEDS
           PERFORM MERGE-GL-JOURNAL
           PERFORM MERGE-PAY-HISTORY
           PERFORM MERGE-REPORTS
           PERFORM MERGE-SIDE-FILES
           PERFORM WRITE-TAX-LIABILITY
           PERFORM WRITE-SL-LIABILITY
           PERFORM LOAD-COMPANY-BANKS
           PERFORM WRITE-FUNDING-NOTICE
           PERFORM WRITE-MERGE-CONTROL-BODY
           PERFORM FINISH-MERGE-CONTROL
           IF WS-MERGE-ERRORS = 0
               PERFORM CLOSE-MERGED-RUN
               PERFORM RELEASE-MERGE-LOCK
               PERFORM MARK-CLOSE-STEP
           ELSE
               DISPLAY "ALERT: " WS-MERGE-ERRORS " errors while "
                   "writing merged files - period left open, "
                   "see PAY-MERGE-CONTROL.RPT"
           END-IF
           DISPLAY "Partitions merged:        " WS-PART-COUNT
           DISPLAY "Employees processed:      " WS-MT-EMPLOYEES
           DISPLAY "History records posted:   " WS-HIST-WRITTEN
           DISPLAY "Checks registered:        " WS-CHKR-WRITTEN
           DISPLAY "Deposits merged:          " WS-MT-DEP-COUNT
           DISPLAY "Merge control written to PAY-MERGE-CONTROL.RPT"
           IF WS-MERGE-ERRORS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-HIST-REPLACED > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       MARK-CLOSE-STEP.
           MOVE "M" TO CK-FUNC
           MOVE 4 TO CK-STEP-NUM
           MOVE WS-PAY-PERIOD-YEAR TO CK-PERIOD-YEAR
           MOVE WS-PAY-PERIOD-NUM  TO CK-PERIOD-NUM
           MOVE "PAY-MERGE" TO CK-PROGRAM
           MOVE WS-OPERATOR-ID TO CK-OPERATOR
           MOVE "C" TO CK-STATUS
           MOVE WS-MT-EMPLOYEES TO CK-CONTROL-COUNT
           MOVE WS-MT-GROSS TO CK-CONTROL-AMOUNT
           MOVE "PARTITIONS MERGED - EMPLOYEES / GROSS" TO CK-NOTE
           MOVE "E" TO CK-RESULT
           CALL "CLOSE-SVC" USING CK-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to CLOSE-SVC failed"
           END-CALL.

       LOAD-UNATTENDED-PARMS.
           OPEN INPUT UNATTENDED-PARMS
           IF WS-FS-UNATTENDED = "35"
               CONTINUE
           ELSE
               IF WS-FS-UNATTENDED NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "unattended-parms.dat, status "
                       WS-FS-UNATTENDED
               ELSE
                   PERFORM UNTIL WS-UP-EOF = 1
                       READ UNATTENDED-PARMS
                           AT END MOVE 1 TO WS-UP-EOF
                           NOT AT END
                               IF WS-UP-COUNT < 30
                                   ADD 1 TO WS-UP-COUNT
                                   MOVE UNP-KEY TO
                                       WS-UP-KEY(WS-UP-COUNT)
                                   MOVE UNP-VALUE TO
                                       WS-UP-VALUE(WS-UP-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE UNATTENDED-PARMS
                   MOVE "UNATTENDED  " TO WS-PARM-KEY
                   PERFORM GET-PARM
                   IF IS-PARM-FOUND AND
                       WS-PARM-VALUE(1:1) = "Y"
                       MOVE "Y" TO WS-UNATTENDED
                       DISPLAY "Unattended mode - console "
                           "prompts answered from "
                           "unattended-parms.dat"
                   END-IF
               END-IF
           END-IF.

       GET-PARM.
           MOVE "N" TO WS-PARM-FOUND
           MOVE SPACES TO WS-PARM-VALUE
           PERFORM VARYING WS-UP-I FROM 1 BY 1
               UNTIL WS-UP-I > WS-UP-COUNT
               IF WS-UP-KEY(WS-UP-I) = WS-PARM-KEY
                   MOVE WS-UP-VALUE(WS-UP-I) TO WS-PARM-VALUE
                   MOVE "Y" TO WS-PARM-FOUND
               END-IF
           END-PERFORM.

       ACCEPT-MERGE-PARAMETERS.
           DISPLAY "Enter operator ID: "
           IF IS-UNATTENDED
               MOVE "OPERATOR    " TO WS-PARM-KEY
               PERFORM GET-PARM
               MOVE WS-PARM-VALUE(1:10) TO WS-OPERATOR-ID
           ELSE
               ACCEPT WS-OPERATOR-ID
           END-IF
           DISPLAY "Enter pay-period year (YYYY): "
           IF IS-UNATTENDED
               MOVE "PERIOD-YEAR " TO WS-PARM-KEY
               PERFORM GET-PARM
               MOVE WS-PARM-VALUE(1:4) TO WS-PAY-PERIOD-YEAR
           ELSE
               ACCEPT WS-PAY-PERIOD-YEAR
           END-IF
           DISPLAY "Enter pay-period number (01-99): "
           IF IS-UNATTENDED
               MOVE "PERIOD-NUM  " TO WS-PARM-KEY
               PERFORM GET-PARM
               MOVE WS-PARM-VALUE(1:2) TO WS-PAY-PERIOD-NUM
           ELSE
               ACCEPT WS-PAY-PERIOD-NUM
           END-IF
           DISPLAY "Enter number of partitions run (1-9): "
           IF IS-UNATTENDED
               MOVE "PARTITIONS  " TO WS-PARM-KEY
               PERFORM GET-PARM
               MOVE WS-PARM-VALUE(1:1) TO WS-PART-COUNT
           ELSE
               ACCEPT WS-PART-COUNT
           END-IF
           IF WS-OPERATOR-ID = SPACES OR WS-PAY-PERIOD-YEAR = 0
               OR WS-PAY-PERIOD-NUM = 0 OR WS-PART-COUNT = 0
               DISPLAY "ERROR: operator, period and partition "
                   "count are required - merge refused"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       TAKE-MERGE-LOCK.
           MOVE "S" TO WS-LOCK-FUNC
           CALL "LOCK-SVC" USING WS-LOCK-FUNC WS-LOCK-PROGRAM
               WS-OPERATOR-ID WS-LOCK-RESULT
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to LOCK-SVC failed"
           END-CALL
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "Master files in use - merge refused, "
                   "try again when the holding job finishes"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "Y" TO WS-LOCK-HELD.

       RELEASE-MERGE-LOCK.
           IF WS-LOCK-HELD = "Y"
               MOVE "R" TO WS-LOCK-FUNC
               CALL "LOCK-SVC" USING WS-LOCK-FUNC WS-LOCK-PROGRAM
                   WS-OPERATOR-ID WS-LOCK-RESULT
                   ON EXCEPTION
                       DISPLAY "ERROR: CALL to LOCK-SVC failed"
               END-CALL
               MOVE "N" TO WS-LOCK-HELD
           END-IF.

       CHECK-MERGE-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL
           IF WS-FS-RUN-CONTROL NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "run-control.dat, status " WS-FS-RUN-CONTROL
                   " - no partition runs on file"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
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
                           " on " RC-END-DATE " - merge refused"
                       CLOSE RUN-CONTROL
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
           END-READ
           PERFORM CHECK-ONE-PARTITION-RUN
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PART-COUNT
           MOVE WS-PART-COUNT TO WS-Q
           ADD 1 TO WS-Q
           PERFORM CHECK-EXTRA-PARTITION-RUN
               VARYING WS-P FROM WS-Q BY 1 UNTIL WS-P > 9
           CLOSE RUN-CONTROL.

       CHECK-ONE-PARTITION-RUN.
           MOVE WS-PAY-PERIOD-YEAR TO RC-PERIOD-YEAR
           MOVE WS-PAY-PERIOD-NUM  TO RC-PERIOD-NUM
           MOVE WS-P TO RC-PARTITION
           READ RUN-CONTROL
               INVALID KEY
                   DISPLAY "ERROR: partition " WS-P " has no "
                       "run-control.dat entry for this period"
                   ADD 1 TO WS-MERGE-ERRORS
               NOT INVALID KEY
                   IF NOT RC-COMPLETED
                       DISPLAY "ERROR: partition " WS-P " is in "
                           "status " RC-STATUS " - rerun it to "
                           "completion before merging"
                       ADD 1 TO WS-MERGE-ERRORS
                   END-IF
           END-READ.

       CHECK-EXTRA-PARTITION-RUN.
           MOVE WS-PAY-PERIOD-YEAR TO RC-PERIOD-YEAR
           MOVE WS-PAY-PERIOD-NUM  TO RC-PERIOD-NUM
           MOVE WS-P TO RC-PARTITION
           READ RUN-CONTROL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "ERROR: partition " WS-P " also ran "
                       "for this period but is beyond the "
                       "partition count entered"
                   ADD 1 TO WS-MERGE-ERRORS
           END-READ.

       LOAD-PARTITION-CONTROLS.
           MOVE SPACES TO WS-PART-CTL-NAME
           STRING "payroll-part-P" WS-P(2:1) ".ctl"
               DELIMITED BY SIZE INTO WS-PART-CTL-NAME
           INITIALIZE WS-PT-ENTRY(WS-P)
           OPEN INPUT PART-CONTROL
           IF WS-FS-PART-CONTROL NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   WS-PART-CTL-NAME ", status " WS-FS-PART-CONTROL
               ADD 1 TO WS-MERGE-ERRORS
           ELSE
               READ PART-CONTROL
                   AT END
                       DISPLAY "ERROR: " WS-PART-CTL-NAME
                           " is empty"
                       ADD 1 TO WS-MERGE-ERRORS
                   NOT AT END
                       PERFORM STORE-PARTITION-CONTROL
               END-READ
               CLOSE PART-CONTROL
           END-IF.

       STORE-PARTITION-CONTROL.
           IF PPC-PERIOD-YEAR NOT = WS-PAY-PERIOD-YEAR OR
               PPC-PERIOD-NUM NOT = WS-PAY-PERIOD-NUM OR
               PPC-PARTITION NOT = WS-P
               DISPLAY "ERROR: " WS-PART-CTL-NAME " is for period "
                   PPC-PERIOD-YEAR "-" PPC-PERIOD-NUM
                   " partition " PPC-PARTITION
               ADD 1 TO WS-MERGE-ERRORS
           END-IF
           IF NOT PPC-COMPLETED
               DISPLAY "ERROR: partition " WS-P " control shows "
                   "status " PPC-STATUS " - not merged"
               ADD 1 TO WS-MERGE-ERRORS
           END-IF
           IF WS-P = 1
               MOVE PPC-PERIOD-END TO WS-PAY-PERIOD-END
               MOVE PPC-RUN-TYPE TO WS-RUN-TYPE
           ELSE
               IF PPC-PERIOD-END NOT = WS-PAY-PERIOD-END OR
                   PPC-RUN-TYPE NOT = WS-RUN-TYPE
                   DISPLAY "ERROR: partition " WS-P " period end "
                       "or run type differs from partition 1"
                   ADD 1 TO WS-MERGE-ERRORS
               END-IF
           END-IF
           MOVE PPC-BASIS TO WS-PT-BASIS(WS-P)
           MOVE PPC-COMPANY TO WS-PT-COMPANY(WS-P)
           MOVE PPC-LOW-ID TO WS-PT-LOW-ID(WS-P)
           MOVE PPC-HIGH-ID TO WS-PT-HIGH-ID(WS-P)
           MOVE PPC-OPERATOR TO WS-PT-OPERATOR(WS-P)
           MOVE PPC-EMPLOYEES TO WS-PT-EMPLOYEES(WS-P)
           MOVE PPC-REJECTED TO WS-PT-REJECTED(WS-P)
           MOVE PPC-TOTAL-GROSS TO WS-PT-GROSS(WS-P)
           MOVE PPC-TOTAL-NET TO WS-PT-NET(WS-P)
           MOVE PPC-HIST-COUNT TO WS-PT-HIST-COUNT(WS-P)
           MOVE PPC-HIST-GROSS TO WS-PT-HIST-GROSS(WS-P)
           MOVE PPC-HIST-NET TO WS-PT-HIST-NET(WS-P)
           MOVE PPC-DEP-COUNT TO WS-PT-DEP-COUNT(WS-P)
           MOVE PPC-DEP-HASH TO WS-PT-DEP-HASH(WS-P)
           MOVE PPC-DEP-AMOUNT TO WS-PT-DEP-AMOUNT(WS-P)
           MOVE PPC-CHK-COUNT TO WS-PT-CHK-COUNT(WS-P)
           MOVE PPC-CHK-AMOUNT TO WS-PT-CHK-AMOUNT(WS-P)
           ADD PPC-EMPLOYEES TO WS-MT-EMPLOYEES
           ADD PPC-REJECTED TO WS-MT-REJECTED
           ADD PPC-TOTAL-GROSS TO WS-MT-GROSS
           ADD PPC-TOTAL-NET TO WS-MT-NET
           ADD PPC-HIST-COUNT TO WS-MT-HIST-COUNT
           ADD PPC-HIST-GROSS TO WS-MT-HIST-GROSS
           ADD PPC-HIST-NET TO WS-MT-HIST-NET
           ADD PPC-DEP-COUNT TO WS-MT-DEP-COUNT
           COMPUTE WS-MT-DEP-HASH =
               FUNCTION MOD(WS-MT-DEP-HASH + PPC-DEP-HASH,
                   1000000000)
           ADD PPC-DEP-AMOUNT TO WS-MT-DEP-AMOUNT
           ADD PPC-CHK-COUNT TO WS-MT-CHK-COUNT
           ADD PPC-CHK-AMOUNT TO WS-MT-CHK-AMOUNT
           ADD PPC-FED-TAX TO WS-MT-FED-TAX
           ADD PPC-FICA-EE TO WS-MT-FICA-EE
           ADD PPC-FICA-ER TO WS-MT-FICA-ER
           ADD PPC-OASDI-EE TO WS-MT-OASDI-EE
           ADD PPC-MEDICARE-EE TO WS-MT-MEDICARE-EE
           ADD PPC-OASDI-ER TO WS-MT-OASDI-ER
           ADD PPC-MEDICARE-ER TO WS-MT-MEDICARE-ER
           ADD PPC-STATE-TAX TO WS-MT-STATE-TAX
           ADD PPC-LOCAL-TAX TO WS-MT-LOCAL-TAX
           ADD PPC-GARN-TOTAL TO WS-MT-GARN-TOTAL
           PERFORM VARYING WS-CO-I FROM 1 BY 1 UNTIL WS-CO-I > 99
               ADD PPC-CO-DEP-NET(WS-CO-I) TO WS-CF-DEP-NET(WS-CO-I)
               ADD PPC-CO-CHK-NET(WS-CO-I) TO WS-CF-CHK-NET(WS-CO-I)
           END-PERFORM.

       CHECK-PARTITION-OVERLAP.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PART-COUNT
               PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q >= WS-P
                   IF WS-PT-BASIS(WS-P) NOT = WS-PT-BASIS(WS-Q)
                       DISPLAY "ERROR: partitions " WS-Q " and "
                           WS-P " were split on different bases"
                       ADD 1 TO WS-MERGE-ERRORS
                   ELSE
                       IF WS-PT-BASIS(WS-P) = "C"
                           IF WS-PT-COMPANY(WS-P) =
                               WS-PT-COMPANY(WS-Q)
                               DISPLAY "ERROR: partitions " WS-Q
                                   " and " WS-P " both ran company "
                                   WS-PT-COMPANY(WS-P)
                               ADD 1 TO WS-MERGE-ERRORS
                           END-IF
                       ELSE
                           IF WS-PT-LOW-ID(WS-P) <=
                               WS-PT-HIGH-ID(WS-Q) AND
                               WS-PT-HIGH-ID(WS-P) >=
                               WS-PT-LOW-ID(WS-Q)
                               DISPLAY "ERROR: partitions " WS-Q
                                   " and " WS-P " have overlapping "
                                   "employee ID ranges"
                               ADD 1 TO WS-MERGE-ERRORS
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       SET-SEGMENT-NAME.
           MOVE SPACES TO WS-SEG-NAME
           STRING WS-SEG-BASE DELIMITED BY SPACE
               "-P" WS-P(2:1) DELIMITED BY SIZE
               WS-SEG-EXT DELIMITED BY SPACE
               INTO WS-SEG-NAME.

       VERIFY-ONE-PARTITION.
           PERFORM VERIFY-HISTORY-SEGMENT
           PERFORM VERIFY-CHECK-SEGMENT
           PERFORM VERIFY-DEPOSIT-SEGMENT.

       VERIFY-HISTORY-SEGMENT.
           MOVE "pay-history" TO WS-SEG-BASE
           MOVE ".dat" TO WS-SEG-EXT
           PERFORM SET-SEGMENT-NAME
           INITIALIZE WS-SEG-COUNTS
           OPEN INPUT HIST-SEGMENT
           IF WS-FS-HIST-SEGMENT = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ HIST-SEGMENT
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-SC-COUNT
                           ADD HSG-GROSS TO WS-SC-GROSS
                           ADD HSG-NET TO WS-SC-AMOUNT
                           IF HSG-PERIOD-YEAR NOT =
                               WS-PAY-PERIOD-YEAR OR
                               HSG-PERIOD-NUM NOT = WS-PAY-PERIOD-NUM
                               DISPLAY "ERROR: " WS-SEG-NAME
                                   " holds employee " HSG-ID
                                   " for another period"
                               ADD 1 TO WS-MERGE-ERRORS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-SEGMENT
           END-IF
           IF WS-SC-COUNT NOT = WS-PT-HIST-COUNT(WS-P) OR
               WS-SC-GROSS NOT = WS-PT-HIST-GROSS(WS-P) OR
               WS-SC-AMOUNT NOT = WS-PT-HIST-NET(WS-P)
               DISPLAY "ERROR: " WS-SEG-NAME " holds " WS-SC-COUNT
                   " records gross " WS-SC-GROSS " net "
                   WS-SC-AMOUNT " - partition control shows "
                   WS-PT-HIST-COUNT(WS-P) " gross "
                   WS-PT-HIST-GROSS(WS-P) " net "
                   WS-PT-HIST-NET(WS-P)
               ADD 1 TO WS-MERGE-ERRORS
           END-IF.

       VERIFY-CHECK-SEGMENT.
           MOVE "check-register" TO WS-SEG-BASE
           MOVE ".dat" TO WS-SEG-EXT
           PERFORM SET-SEGMENT-NAME
           INITIALIZE WS-SEG-COUNTS
           OPEN INPUT CHKR-SEGMENT
           IF WS-FS-CHKR-SEGMENT = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ CHKR-SEGMENT
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-SC-COUNT
                           ADD CSG-NET TO WS-SC-AMOUNT
                           IF CSG-CHECK-NO NOT = WS-SC-COUNT
                               DISPLAY "ERROR: " WS-SEG-NAME
                                   " check " CSG-CHECK-NO
                                   " is out of sequence"
                               ADD 1 TO WS-MERGE-ERRORS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHKR-SEGMENT
           END-IF
           IF WS-SC-COUNT NOT = WS-PT-CHK-COUNT(WS-P) OR
               WS-SC-AMOUNT NOT = WS-PT-CHK-AMOUNT(WS-P)
               DISPLAY "ERROR: " WS-SEG-NAME " holds " WS-SC-COUNT
                   " checks for " WS-SC-AMOUNT " - partition "
                   "control shows " WS-PT-CHK-COUNT(WS-P) " for "
                   WS-PT-CHK-AMOUNT(WS-P)
               ADD 1 TO WS-MERGE-ERRORS
           END-IF.

       VERIFY-DEPOSIT-SEGMENT.
           MOVE "deposit-feed" TO WS-SEG-BASE
           MOVE ".dat" TO WS-SEG-EXT
           PERFORM SET-SEGMENT-NAME
           INITIALIZE WS-SEG-COUNTS
           OPEN INPUT SEGMENT-FILE
           IF WS-FS-SEGMENT-FILE NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   WS-SEG-NAME ", status " WS-FS-SEGMENT-FILE
               ADD 1 TO WS-MERGE-ERRORS
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ SEGMENT-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           EVALUATE SEGMENT-LINE(1:3)
                               WHEN "HDR"
                                   CONTINUE
                               WHEN "TRL"
                                   MOVE SEGMENT-LINE TO MF-TRL-REC
                                   MOVE "Y" TO WS-SC-TRL-FOUND
                               WHEN OTHER
                                   MOVE SEGMENT-LINE
                                       TO WS-DEPOSIT-LINE
                                   ADD 1 TO WS-SC-COUNT
                                   COMPUTE WS-SC-HASH =
                                       FUNCTION MOD(WS-SC-HASH
                                       + WS-DL-ID, 1000000000)
                                   ADD WS-DL-NET TO WS-SC-AMOUNT
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE SEGMENT-FILE
               IF NOT IS-TRL-FOUND
                   DISPLAY "ERROR: " WS-SEG-NAME " has no trailer"
                   ADD 1 TO WS-MERGE-ERRORS
               ELSE
                   IF MF-TRL-COUNT NOT = WS-SC-COUNT OR
                       MF-TRL-HASH NOT = WS-SC-HASH OR
                       MF-TRL-AMOUNT NOT = WS-SC-AMOUNT
                       DISPLAY "ERROR: " WS-SEG-NAME " trailer "
                           "does not match its detail"
                       ADD 1 TO WS-MERGE-ERRORS
                   END-IF
               END-IF
               IF WS-SC-COUNT NOT = WS-PT-DEP-COUNT(WS-P) OR
                   WS-SC-HASH NOT = WS-PT-DEP-HASH(WS-P) OR
                   WS-SC-AMOUNT NOT = WS-PT-DEP-AMOUNT(WS-P)
                   DISPLAY "ERROR: " WS-SEG-NAME " holds "
                       WS-SC-COUNT " deposits for " WS-SC-AMOUNT
                       " - partition control shows "
                       WS-PT-DEP-COUNT(WS-P) " for "
                       WS-PT-DEP-AMOUNT(WS-P)
                   ADD 1 TO WS-MERGE-ERRORS
               END-IF
           END-IF.

       LOAD-CHECK-CONTROL.
           OPEN INPUT CHECK-CONTROL
           IF WS-FS-CHECK-CONTROL = "35"
               MOVE 1 TO WS-NEXT-CHECK-NO
           ELSE
               IF WS-FS-CHECK-CONTROL NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "check-control.dat, status "
                       WS-FS-CHECK-CONTROL
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               READ CHECK-CONTROL
                   AT END
                       MOVE 1 TO WS-NEXT-CHECK-NO
                   NOT AT END
                       MOVE CTL-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
               END-READ
               CLOSE CHECK-CONTROL
           END-IF
           MOVE WS-NEXT-CHECK-NO TO WS-STOCK-FROM-NO.

       ASSIGN-CHECK-BASES.
           IF WS-P = 1
               MOVE WS-NEXT-CHECK-NO TO WS-PT-CHK-BASE(WS-P)
           ELSE
               COMPUTE WS-PT-CHK-BASE(WS-P) =
                   WS-PT-CHK-BASE(WS-P - 1)
                   + WS-PT-CHK-COUNT(WS-P - 1)
           END-IF.

       SAVE-CHECK-CONTROL.
           COMPUTE WS-NEXT-CHECK-NO =
               WS-STOCK-FROM-NO + WS-CHKR-WRITTEN
           OPEN OUTPUT CHECK-CONTROL
           IF WS-FS-CHECK-CONTROL NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "check-control.dat, status " WS-FS-CHECK-CONTROL
               ADD 1 TO WS-MERGE-ERRORS
           ELSE
               MOVE WS-NEXT-CHECK-NO TO CTL-NEXT-CHECK-NO
               WRITE CHECK-CONTROL-REC
               IF WS-FS-CHECK-CONTROL NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "check-control.dat, status "
                       WS-FS-CHECK-CONTROL
                   ADD 1 TO WS-MERGE-ERRORS
               END-IF
               CLOSE CHECK-CONTROL
           END-IF
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
           END-IF.

       MERGE-REGISTER.
           MOVE "PAYROLL-REGISTER.RPT" TO WS-TARGET-NAME
           MOVE "PAYROLL-REGISTER" TO WS-SEG-BASE
           MOVE ".RPT" TO WS-SEG-EXT
           MOVE "N" TO WS-APPEND-MODE
           PERFORM COPY-SEGMENTS.

       MERGE-GL-JOURNAL.
           MOVE "gl-journal.dat" TO WS-TARGET-NAME
           MOVE "gl-journal" TO WS-SEG-BASE
           MOVE ".dat" TO WS-SEG-EXT
           MOVE "N" TO WS-APPEND-MODE
           PERFORM COPY-SEGMENTS.

       MERGE-REPORTS.
           MOVE "N" TO WS-APPEND-MODE
           MOVE "PAYROLL-REJECTS.DAT" TO WS-TARGET-NAME
           MOVE "PAYROLL-REJECTS" TO WS-SEG-BASE
           MOVE ".DAT" TO WS-SEG-EXT
           PERFORM COPY-SEGMENTS
           MOVE "GARNISH-REMIT.RPT" TO WS-TARGET-NAME
           MOVE "GARNISH-REMIT" TO WS-SEG-BASE
           MOVE ".RPT" TO WS-SEG-EXT
           PERFORM COPY-SEGMENTS
           MOVE "COMM-STMT.RPT" TO WS-TARGET-NAME
           MOVE "COMM-STMT" TO WS-SEG-BASE
           PERFORM COPY-SEGMENTS
           MOVE "UNAPPROVED-OT.RPT" TO WS-TARGET-NAME
           MOVE "UNAPPROVED-OT" TO WS-SEG-BASE
           PERFORM COPY-SEGMENTS
           MOVE "DEDUCTIONS-RECAP.RPT" TO WS-TARGET-NAME
           MOVE "DEDUCTIONS-RECAP" TO WS-SEG-BASE
           PERFORM COPY-SEGMENTS
           MOVE "ADJUSTMENTS-AUDIT.RPT" TO WS-TARGET-NAME
           MOVE "ADJUSTMENTS-AUDIT" TO WS-SEG-BASE
           PERFORM COPY-SEGMENTS.

       COPY-SEGMENTS.
           MOVE 0 TO WS-LINES-COPIED
           IF IS-APPEND-MODE
               OPEN EXTEND TARGET-FILE
               IF WS-FS-TARGET-FILE = "05" OR
                   WS-FS-TARGET-FILE = "35"
                   OPEN OUTPUT TARGET-FILE
               END-IF
           ELSE
               OPEN OUTPUT TARGET-FILE
           END-IF
           IF WS-FS-TARGET-FILE NOT = "00"
               DISPLAY "ERROR: OPEN failed for " WS-TARGET-NAME
                   ", status " WS-FS-TARGET-FILE
               ADD 1 TO WS-MERGE-ERRORS
           ELSE
               PERFORM COPY-ONE-SEGMENT
                   VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PART-COUNT
               CLOSE TARGET-FILE
           END-IF.

       COPY-ONE-SEGMENT.
           PERFORM SET-SEGMENT-NAME
           OPEN INPUT SEGMENT-FILE
           IF WS-FS-SEGMENT-FILE = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ SEGMENT-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE SEGMENT-LINE TO TARGET-LINE
                           WRITE TARGET-LINE
                           IF WS-FS-TARGET-FILE NOT = "00"
                               DISPLAY "ERROR: WRITE failed for "
                                   WS-TARGET-NAME ", status "
                                   WS-FS-TARGET-FILE
                               ADD 1 TO WS-MERGE-ERRORS
                           ELSE
                               ADD 1 TO WS-LINES-COPIED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGMENT-FILE
           END-IF.

       MERGE-CHECKS.
           MOVE "PAYROLL-CHECKS.RPT" TO WS-TARGET-NAME
           MOVE "PAYROLL-CHECKS" TO WS-SEG-BASE
           MOVE ".RPT" TO WS-SEG-EXT
           OPEN OUTPUT TARGET-FILE
           IF WS-FS-TARGET-FILE NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "PAYROLL-CHECKS.RPT, status " WS-FS-TARGET-FILE
               ADD 1 TO WS-MERGE-ERRORS
           ELSE
               PERFORM RENUMBER-ONE-CHECK-SEGMENT
                   VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PART-COUNT
               CLOSE TARGET-FILE
           END-IF.

       RENUMBER-ONE-CHECK-SEGMENT.
           PERFORM SET-SEGMENT-NAME
           OPEN INPUT SEGMENT-FILE
           IF WS-FS-SEGMENT-FILE = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ SEGMENT-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF SEGMENT-LINE(1:10) = "CHECK NO: "
                               MOVE SEGMENT-LINE TO WS-CHECK-NO-LINE
                               COMPUTE WS-FINAL-CHECK-NO =
                                   WS-PT-CHK-BASE(WS-P)
                                   + WS-CKL-CHECK-NO - 1
                               MOVE WS-FINAL-CHECK-NO
                                   TO WS-CKL-CHECK-NO
                               MOVE WS-CHECK-NO-LINE TO TARGET-LINE
                           ELSE
                               MOVE SEGMENT-LINE TO TARGET-LINE
                           END-IF
                           WRITE TARGET-LINE
                           IF WS-FS-TARGET-FILE NOT = "00"
                               DISPLAY "ERROR: WRITE failed for "
                                   "PAYROLL-CHECKS.RPT, status "
                                   WS-FS-TARGET-FILE
                               ADD 1 TO WS-MERGE-ERRORS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGMENT-FILE
           END-IF.

       MERGE-CHECK-REGISTER.
           OPEN I-O CHECK-REGISTER
           IF WS-FS-CHECK-REGISTER = "35"
               OPEN OUTPUT CHECK-REGISTER
               CLOSE CHECK-REGISTER
               OPEN I-O CHECK-REGISTER
           END-IF
           IF WS-FS-CHECK-REGISTER NOT = "00"
               DISPLAY "ERROR: OPEN I-O failed for "
                   "check-register.dat, status " WS-FS-CHECK-REGISTER
               ADD 1 TO WS-MERGE-ERRORS
           ELSE
               MOVE "check-register" TO WS-SEG-BASE
               MOVE ".dat" TO WS-SEG-EXT
               PERFORM REGISTER-ONE-CHECK-SEGMENT
                   VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PART-COUNT
               CLOSE CHECK-REGISTER
           END-IF
           IF WS-CHKR-WRITTEN NOT = WS-MT-CHK-COUNT
               DISPLAY "ERROR: " WS-CHKR-WRITTEN " checks "
                   "registered, partition controls show "
                   WS-MT-CHK-COUNT
               ADD 1 TO WS-MERGE-ERRORS
           END-IF.

       REGISTER-ONE-CHECK-SEGMENT.
           PERFORM SET-SEGMENT-NAME
           OPEN INPUT CHKR-SEGMENT
           IF WS-FS-CHKR-SEGMENT = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ CHKR-SEGMENT
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE CSG-REC TO CHKR-REC
                           COMPUTE CHKR-CHECK-NO =
                               WS-PT-CHK-BASE(WS-P)
                               + CSG-CHECK-NO - 1
                           WRITE CHKR-REC
                               INVALID KEY
                                   DISPLAY "ERROR: check number "
                                       CHKR-CHECK-NO " already on "
                                       "check-register.dat - "
                                       "check-control.dat is behind"
                                   ADD 1 TO WS-MERGE-ERRORS
                               NOT INVALID KEY
                                   ADD 1 TO WS-CHKR-WRITTEN
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE CHKR-SEGMENT
           END-IF.

       MERGE-DEPOSIT-FEED.
           MOVE "deposit-feed.dat" TO WS-TARGET-NAME
           MOVE "deposit-feed" TO WS-SEG-BASE
           MOVE ".dat" TO WS-SEG-EXT
           PERFORM MERGE-ONE-FEED
           IF WS-FT-COUNT NOT = WS-MT-DEP-COUNT OR
               WS-FT-HASH NOT = WS-MT-DEP-HASH OR
               WS-FT-AMOUNT NOT = WS-MT-DEP-AMOUNT
               DISPLAY "ERROR: merged deposit-feed.dat trailer does "
                   "not agree with the partition control totals"
               ADD 1 TO WS-MERGE-ERRORS
           END-IF.

       MERGE-OTHER-FEEDS.
           MOVE "union-dues.dat" TO WS-TARGET-NAME
           MOVE "union-dues" TO WS-SEG-BASE
           MOVE ".dat" TO WS-SEG-EXT
           PERFORM MERGE-ONE-FEED
           MOVE "garn-remit.dat" TO WS-TARGET-NAME
           MOVE "garn-remit" TO WS-SEG-BASE
           PERFORM MERGE-ONE-FEED.

       MERGE-ONE-FEED.
           INITIALIZE WS-FEED-TOTALS
           PERFORM COUNT-FEED-SEGMENTS
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PART-COUNT
           IF WS-FT-SEGMENTS > 0
               OPEN OUTPUT TARGET-FILE
               IF WS-FS-TARGET-FILE NOT = "00"
                   DISPLAY "ERROR: OPEN OUTPUT failed for "
                       WS-TARGET-NAME ", status " WS-FS-TARGET-FILE
                   ADD 1 TO WS-MERGE-ERRORS
               ELSE
                   PERFORM MERGE-ONE-FEED-SEGMENT
                       VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-PART-COUNT
                   MOVE "TRL" TO MF-TRL-TAG
                   MOVE WS-FT-COUNT TO MF-TRL-COUNT
                   MOVE WS-FT-HASH TO MF-TRL-HASH
                   MOVE WS-FT-AMOUNT TO MF-TRL-AMOUNT
                   MOVE SPACES TO TARGET-LINE
                   MOVE MF-TRL-REC TO TARGET-LINE
                   WRITE TARGET-LINE
                   IF WS-FS-TARGET-FILE NOT = "00"
                       DISPLAY "ERROR: WRITE failed for "
                           WS-TARGET-NAME ", status "
                           WS-FS-TARGET-FILE
                       ADD 1 TO WS-MERGE-ERRORS
                   END-IF
                   CLOSE TARGET-FILE
               END-IF
           END-IF.

       COUNT-FEED-SEGMENTS.
           PERFORM SET-SEGMENT-NAME
           OPEN INPUT SEGMENT-FILE
           IF WS-FS-SEGMENT-FILE = "00"
               ADD 1 TO WS-FT-SEGMENTS
               CLOSE SEGMENT-FILE
           END-IF.

       MERGE-ONE-FEED-SEGMENT.
           PERFORM SET-SEGMENT-NAME
           OPEN INPUT SEGMENT-FILE
           IF WS-FS-SEGMENT-FILE = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ SEGMENT-FILE
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM MERGE-ONE-FEED-LINE
                   END-READ
               END-PERFORM
               CLOSE SEGMENT-FILE
           END-IF.

       MERGE-ONE-FEED-LINE.
           EVALUATE SEGMENT-LINE(1:3)
               WHEN "HDR"
                   IF NOT IS-HDR-WRITTEN
                       MOVE SEGMENT-LINE TO TARGET-LINE
                       WRITE TARGET-LINE
                       MOVE "Y" TO WS-FT-HDR-WRITTEN
                   END-IF
               WHEN "TRL"
                   MOVE SEGMENT-LINE TO MF-TRL-REC
                   ADD MF-TRL-COUNT TO WS-FT-COUNT
                   COMPUTE WS-FT-HASH =
                       FUNCTION MOD(WS-FT-HASH + MF-TRL-HASH,
                           1000000000)
                   ADD MF-TRL-AMOUNT TO WS-FT-AMOUNT
               WHEN OTHER
                   MOVE SEGMENT-LINE TO TARGET-LINE
                   WRITE TARGET-LINE
           END-EVALUATE
           IF WS-FS-TARGET-FILE NOT = "00"
               DISPLAY "ERROR: WRITE failed for " WS-TARGET-NAME
                   ", status " WS-FS-TARGET-FILE
               ADD 1 TO WS-MERGE-ERRORS
           END-IF.

       MERGE-PAY-HISTORY.
           OPEN I-O PAY-HISTORY
           IF WS-FS-PAY-HISTORY = "35"
               OPEN OUTPUT PAY-HISTORY
               CLOSE PAY-HISTORY
               OPEN I-O PAY-HISTORY
           END-IF
           IF WS-FS-PAY-HISTORY NOT = "00"
               DISPLAY "ERROR: OPEN I-O failed for "
                   "pay-history.dat, status " WS-FS-PAY-HISTORY
               ADD 1 TO WS-MERGE-ERRORS
           ELSE
               MOVE "pay-history" TO WS-SEG-BASE
               MOVE ".dat" TO WS-SEG-EXT
               PERFORM POST-ONE-HISTORY-SEGMENT
                   VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PART-COUNT
               CLOSE PAY-HISTORY
           END-IF
           IF WS-HIST-WRITTEN NOT = WS-MT-HIST-COUNT
               DISPLAY "ERROR: " WS-HIST-WRITTEN " history records "
                   "posted, partition controls show "
                   WS-MT-HIST-COUNT
               ADD 1 TO WS-MERGE-ERRORS
           END-IF.

       POST-ONE-HISTORY-SEGMENT.
           PERFORM SET-SEGMENT-NAME
           OPEN INPUT HIST-SEGMENT
           IF WS-FS-HIST-SEGMENT = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ HIST-SEGMENT
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE HSG-REC TO HIST-REC
                           WRITE HIST-REC
                               INVALID KEY
                                   DISPLAY "WARNING: pay-history.dat "
                                       "already holds employee "
                                       HIST-ID " for period "
                                       HIST-PERIOD-YEAR "-"
                                       HIST-PERIOD-NUM
                                       " - detail replaced"
                                   REWRITE HIST-REC
                                   ADD 1 TO WS-HIST-REPLACED
                           END-WRITE
                           IF WS-FS-PAY-HISTORY NOT = "00"
                               DISPLAY "ERROR: history WRITE failed "
                                   "for employee " HIST-ID
                                   ", status " WS-FS-PAY-HISTORY
                               ADD 1 TO WS-MERGE-ERRORS
                           ELSE
                               ADD 1 TO WS-HIST-WRITTEN
                               PERFORM ACCUMULATE-SL-LIABILITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-SEGMENT
           END-IF.

       ACCUMULATE-SL-LIABILITY.
           MOVE "S" TO WS-SLR-FIND-KIND
           PERFORM VARYING WS-SLR-J FROM 1 BY 1 UNTIL WS-SLR-J > 4
               IF HSG-JUR-STATE(WS-SLR-J) NOT = SPACES
                   MOVE HSG-JUR-STATE(WS-SLR-J) TO WS-SLR-FIND-CODE
                   PERFORM FIND-SL-RUN-SLOT
                   IF WS-SLR-SLOT > 0
                       ADD HSG-JUR-WAGES(WS-SLR-J)
                           TO WS-SLR-WAGES(WS-SLR-SLOT)
                       ADD HSG-JUR-TAX(WS-SLR-J)
                           TO WS-SLR-TAX(WS-SLR-SLOT)
                   END-IF
               END-IF
           END-PERFORM
           IF HSG-LOCALITY NOT = SPACES
               MOVE "L" TO WS-SLR-FIND-KIND
               MOVE HSG-LOCALITY TO WS-SLR-FIND-CODE
               PERFORM FIND-SL-RUN-SLOT
               IF WS-SLR-SLOT > 0
                   ADD HSG-LOCAL-WAGES TO WS-SLR-WAGES(WS-SLR-SLOT)
                   ADD HSG-LOCAL-TAX TO WS-SLR-TAX(WS-SLR-SLOT)
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
                       "jurisdictions in the merge - "
                       WS-SLR-FIND-CODE " not on the liability "
                       "ledger"
                   ADD 1 TO WS-MERGE-ERRORS
               END-IF
           END-IF.

       MERGE-SIDE-FILES.
           MOVE "labor-split.dat" TO WS-TARGET-NAME
           MOVE 8 TO WS-SIDE-YEAR-POS
           MOVE SPACE TO WS-SIDE-KIND
           PERFORM PURGE-SIDE-FILE
           MOVE "labor-split" TO WS-SEG-BASE
           MOVE ".dat" TO WS-SEG-EXT
           MOVE "Y" TO WS-APPEND-MODE
           PERFORM COPY-SEGMENTS
           MOVE "project-ledger.dat" TO WS-TARGET-NAME
           MOVE 7 TO WS-SIDE-YEAR-POS
           PERFORM PURGE-SIDE-FILE
           MOVE "project-ledger" TO WS-SEG-BASE
           PERFORM COPY-SEGMENTS
           MOVE "N" TO WS-APPEND-MODE
           MOVE "tax-liability.dat" TO WS-TARGET-NAME
           MOVE 10 TO WS-SIDE-YEAR-POS
           MOVE "L" TO WS-SIDE-KIND
           PERFORM PURGE-SIDE-FILE
           MOVE "sl-liability.dat" TO WS-TARGET-NAME
           PERFORM PURGE-SIDE-FILE.

       PURGE-SIDE-FILE.
           MOVE 0 TO WS-SIDE-KEPT
           MOVE 0 TO WS-SIDE-DROPPED
           OPEN INPUT TARGET-FILE
           IF WS-FS-TARGET-FILE = "00"
               OPEN OUTPUT SIDE-FILE-WORK
               IF WS-FS-SIDE-FILE-WORK NOT = "00"
                   DISPLAY "ERROR: OPEN OUTPUT failed for "
                       "side-file-work.dat, status "
                       WS-FS-SIDE-FILE-WORK
                   ADD 1 TO WS-MERGE-ERRORS
                   CLOSE TARGET-FILE
               ELSE
                   MOVE 0 TO WS-EOF
                   PERFORM UNTIL WS-EOF = 1
                       READ TARGET-FILE
                           AT END MOVE 1 TO WS-EOF
                           NOT AT END
                               PERFORM SORT-ONE-SIDE-LINE
                       END-READ
                   END-PERFORM
                   CLOSE TARGET-FILE
                   CLOSE SIDE-FILE-WORK
                   IF WS-SIDE-DROPPED > 0
                       PERFORM REWRITE-SIDE-FILE
                       DISPLAY "NOTE: " WS-SIDE-DROPPED " "
                           WS-TARGET-NAME " rows for period "
                           WS-PAY-PERIOD-YEAR "-" WS-PAY-PERIOD-NUM
                           " purged before the merge"
                   END-IF
               END-IF
           END-IF.

       SORT-ONE-SIDE-LINE.
           IF TARGET-LINE(WS-SIDE-YEAR-POS:4) = WS-PAY-PERIOD-YEAR
               AND TARGET-LINE(WS-SIDE-YEAR-POS + 4:2)
                   = WS-PAY-PERIOD-NUM
               AND (WS-SIDE-KIND = SPACE OR
                   TARGET-LINE(1:1) = WS-SIDE-KIND)
               ADD 1 TO WS-SIDE-DROPPED
           ELSE
               MOVE TARGET-LINE TO SIDE-WORK-REC
               WRITE SIDE-WORK-REC
               ADD 1 TO WS-SIDE-KEPT
           END-IF.

       REWRITE-SIDE-FILE.
           OPEN INPUT SIDE-FILE-WORK
           IF WS-FS-SIDE-FILE-WORK NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "side-file-work.dat, status "
                   WS-FS-SIDE-FILE-WORK
               ADD 1 TO WS-MERGE-ERRORS
           ELSE
               OPEN OUTPUT TARGET-FILE
               IF WS-FS-TARGET-FILE NOT = "00"
                   DISPLAY "ERROR: OPEN OUTPUT failed rewriting "
                       WS-TARGET-NAME ", status " WS-FS-TARGET-FILE
                   ADD 1 TO WS-MERGE-ERRORS
               ELSE
                   MOVE 0 TO WS-EOF
                   PERFORM UNTIL WS-EOF = 1
                       READ SIDE-FILE-WORK
                           AT END MOVE 1 TO WS-EOF
                           NOT AT END
                               MOVE SIDE-WORK-REC TO TARGET-LINE
                               WRITE TARGET-LINE
                       END-READ
                   END-PERFORM
                   CLOSE TARGET-FILE
               END-IF
               CLOSE SIDE-FILE-WORK
           END-IF.

       WRITE-TAX-LIABILITY.
           IF WS-MT-FED-TAX > 0 OR WS-MT-FICA-EE > 0 OR
               WS-MT-FICA-ER > 0
               OPEN EXTEND TAX-LIABILITY
               IF WS-FS-TAX-LIABILITY = "05" OR
                   WS-FS-TAX-LIABILITY = "35"
                   OPEN OUTPUT TAX-LIABILITY
               END-IF
               IF WS-FS-TAX-LIABILITY NOT = "00"
                   DISPLAY "ERROR: OPEN failed for "
                       "tax-liability.dat, status "
                       WS-FS-TAX-LIABILITY
                   ADD 1 TO WS-MERGE-ERRORS
               ELSE
                   MOVE "L" TO TAXL-KIND
                   MOVE WS-PAY-PERIOD-END TO TAXL-DATE
                   MOVE WS-PAY-PERIOD-YEAR TO TAXL-PERIOD-YEAR
                   MOVE WS-PAY-PERIOD-NUM  TO TAXL-PERIOD-NUM
                   MOVE WS-MT-FED-TAX TO TAXL-FED-TAX
                   MOVE WS-MT-FICA-EE TO TAXL-FICA-EE
                   MOVE WS-MT-FICA-ER TO TAXL-FICA-ER
                   MOVE WS-MT-OASDI-EE TO TAXL-OASDI-EE
                   MOVE WS-MT-MEDICARE-EE TO TAXL-MEDICARE-EE
                   MOVE WS-MT-OASDI-ER TO TAXL-OASDI-ER
                   MOVE WS-MT-MEDICARE-ER TO TAXL-MEDICARE-ER
                   COMPUTE TAXL-TOTAL = WS-MT-FED-TAX
                       + WS-MT-FICA-EE + WS-MT-FICA-ER
                   MOVE SPACES TO TAXL-REFERENCE
                   WRITE TAXL-REC
                   IF WS-FS-TAX-LIABILITY NOT = "00"
                       DISPLAY "ERROR: WRITE failed for "
                           "tax-liability.dat, status "
                           WS-FS-TAX-LIABILITY
                       ADD 1 TO WS-MERGE-ERRORS
                   ELSE
                       DISPLAY "Tax deposit liability posted: "
                           TAXL-TOTAL " for period "
                           WS-PAY-PERIOD-YEAR "-" WS-PAY-PERIOD-NUM
                   END-IF
                   CLOSE TAX-LIABILITY
               END-IF
           END-IF.

       WRITE-SL-LIABILITY.
           IF WS-SLR-COUNT > 0
               OPEN EXTEND SL-LIABILITY
               IF WS-FS-SL-LIABILITY = "05" OR
                   WS-FS-SL-LIABILITY = "35"
                   OPEN OUTPUT SL-LIABILITY
               END-IF
               IF WS-FS-SL-LIABILITY NOT = "00"
                   DISPLAY "ERROR: OPEN failed for "
                       "sl-liability.dat, status "
                       WS-FS-SL-LIABILITY
                   ADD 1 TO WS-MERGE-ERRORS
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
                           ADD 1 TO WS-MERGE-ERRORS
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

       LOAD-COMPANY-BANKS.
           OPEN INPUT COMPANY-MASTER
           IF WS-FS-COMPANY-MASTER = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ COMPANY-MASTER
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CO-CODE >= 1 AND CO-CODE <= 99
                               MOVE CO-BANK-NAME TO
                                   WS-CB-BANK-NAME(CO-CODE)
                               MOVE CO-BANK-ACCOUNT TO
                                   WS-CB-BANK-ACCOUNT(CO-CODE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPANY-MASTER
           END-IF.

       WRITE-FUNDING-NOTICE.
           OPEN OUTPUT FUNDING-NOTICE
           IF WS-FS-FUNDING-NOTICE NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "FUNDING-NOTICE.RPT, status "
                   WS-FS-FUNDING-NOTICE
               ADD 1 TO WS-MERGE-ERRORS
           ELSE
               PERFORM BUILD-FUNDING-NOTICE
               CLOSE FUNDING-NOTICE
               PERFORM WRITE-FUNDING-CONFIRM
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
           MOVE WS-MT-DEP-AMOUNT TO WS-FN-AMOUNT
           MOVE WS-FN-TOTAL-LINE TO FUNDING-NOTICE-LINE
           PERFORM WRITE-FN-REPORT-LINE
           COMPUTE WS-FUNDING-REQUIRED =
               WS-MT-NET - WS-MT-DEP-AMOUNT
           MOVE "NET CHECKS:           " TO WS-FN-LABEL
           MOVE WS-FUNDING-REQUIRED TO WS-FN-AMOUNT
           MOVE WS-FN-TOTAL-LINE TO FUNDING-NOTICE-LINE
           PERFORM WRITE-FN-REPORT-LINE
           COMPUTE WS-FUNDING-REQUIRED =
               WS-MT-FED-TAX + WS-MT-FICA-EE + WS-MT-FICA-ER
               + WS-MT-STATE-TAX + WS-MT-LOCAL-TAX
           MOVE "TAX WITHHOLDING:      " TO WS-FN-LABEL
           MOVE WS-FUNDING-REQUIRED TO WS-FN-AMOUNT
           MOVE WS-FN-TOTAL-LINE TO FUNDING-NOTICE-LINE
           PERFORM WRITE-FN-REPORT-LINE
           MOVE "GARNISHMENT REMITS:   " TO WS-FN-LABEL
           MOVE WS-MT-GARN-TOTAL TO WS-FN-AMOUNT
           MOVE WS-FN-TOTAL-LINE TO FUNDING-NOTICE-LINE
           PERFORM WRITE-FN-REPORT-LINE
           COMPUTE WS-FUNDING-REQUIRED =
               WS-MT-NET + WS-MT-FED-TAX + WS-MT-FICA-EE
               + WS-MT-FICA-ER + WS-MT-STATE-TAX
               + WS-MT-LOCAL-TAX + WS-MT-GARN-TOTAL
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
               ADD 1 TO WS-MERGE-ERRORS
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
                   ADD 1 TO WS-MERGE-ERRORS
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
           END-PERFORM.

       CLOSE-MERGED-RUN.
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN I-O RUN-CONTROL
           IF WS-FS-RUN-CONTROL NOT = "00"
               DISPLAY "ERROR: OPEN I-O failed for "
                   "run-control.dat, status " WS-FS-RUN-CONTROL
               ADD 1 TO WS-MERGE-ERRORS
           ELSE
               MOVE WS-PAY-PERIOD-YEAR TO RC-PERIOD-YEAR
               MOVE WS-PAY-PERIOD-NUM  TO RC-PERIOD-NUM
               MOVE 0 TO RC-PARTITION
               READ RUN-CONTROL
                   INVALID KEY
                       PERFORM SET-MERGED-RUN-FIELDS
                       WRITE RC-REC
                   NOT INVALID KEY
                       PERFORM SET-MERGED-RUN-FIELDS
                       REWRITE RC-REC
               END-READ
               IF WS-FS-RUN-CONTROL NOT = "00"
                   DISPLAY "ERROR: run-control.dat update failed, "
                       "status " WS-FS-RUN-CONTROL
                   ADD 1 TO WS-MERGE-ERRORS
               END-IF
               CLOSE RUN-CONTROL
           END-IF.

       SET-MERGED-RUN-FIELDS.
           MOVE WS-PAY-PERIOD-YEAR TO RC-PERIOD-YEAR
           MOVE WS-PAY-PERIOD-NUM  TO RC-PERIOD-NUM
           MOVE 0 TO RC-PARTITION
           MOVE WS-RUN-TYPE TO RC-RUN-TYPE
           MOVE WS-OPERATOR-ID TO RC-OPERATOR
           MOVE WS-TODAY-DATE TO RC-START-DATE
           MOVE WS-RUN-TIME(1:6) TO RC-START-TIME
           MOVE WS-TODAY-DATE TO RC-END-DATE
           MOVE WS-RUN-TIME(1:6) TO RC-END-TIME
           MOVE "C" TO RC-STATUS
           MOVE WS-MT-GROSS TO RC-TOTAL-GROSS
           MOVE WS-MT-NET TO RC-TOTAL-NET.

       WRITE-MERGE-CONTROL-BODY.
           PERFORM WRITE-ONE-PARTITION-LINE
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PART-COUNT
           MOVE SPACES TO PS-DETAIL-IN
           PERFORM WRITE-MC-DETAIL
           MOVE "MERGED GROSS" TO WS-MTL-LABEL
           MOVE WS-MT-GROSS TO WS-MTL-AMOUNT
           PERFORM WRITE-MC-TOTAL-LINE
           MOVE "MERGED NET" TO WS-MTL-LABEL
           MOVE WS-MT-NET TO WS-MTL-AMOUNT
           PERFORM WRITE-MC-TOTAL-LINE
           MOVE "MERGED DEPOSIT AMOUNT" TO WS-MTL-LABEL
           MOVE WS-MT-DEP-AMOUNT TO WS-MTL-AMOUNT
           PERFORM WRITE-MC-TOTAL-LINE
           MOVE "MERGED CHECK AMOUNT" TO WS-MTL-LABEL
           MOVE WS-MT-CHK-AMOUNT TO WS-MTL-AMOUNT
           PERFORM WRITE-MC-TOTAL-LINE
           MOVE "Employees processed" TO WS-CNL-LABEL
           MOVE WS-MT-EMPLOYEES TO WS-CNL-COUNT
           PERFORM WRITE-MC-COUNT-LINE
           MOVE "Employees rejected" TO WS-CNL-LABEL
           MOVE WS-MT-REJECTED TO WS-CNL-COUNT
           PERFORM WRITE-MC-COUNT-LINE
           MOVE "History records posted" TO WS-CNL-LABEL
           MOVE WS-HIST-WRITTEN TO WS-CNL-COUNT
           PERFORM WRITE-MC-COUNT-LINE
           MOVE "History records replaced" TO WS-CNL-LABEL
           MOVE WS-HIST-REPLACED TO WS-CNL-COUNT
           PERFORM WRITE-MC-COUNT-LINE
           MOVE "Deposits merged" TO WS-CNL-LABEL
           MOVE WS-MT-DEP-COUNT TO WS-CNL-COUNT
           PERFORM WRITE-MC-COUNT-LINE
           MOVE "Checks registered" TO WS-CNL-LABEL
           MOVE WS-CHKR-WRITTEN TO WS-CNL-COUNT
           PERFORM WRITE-MC-COUNT-LINE
           MOVE "Merge errors" TO WS-CNL-LABEL
           MOVE WS-MERGE-ERRORS TO WS-CNL-COUNT
           PERFORM WRITE-MC-COUNT-LINE
           IF WS-MERGE-ERRORS = 0
               MOVE "CONTROL TOTALS AGREE - PERIOD MARKED COMPLETED "
                   & "ON RUN-CONTROL.DAT" TO WS-MC-ERROR-LINE
           ELSE
               MOVE "ERRORS WHILE WRITING MERGED FILES - PERIOD LEFT "
                   & "OPEN, SEE CONSOLE" TO WS-MC-ERROR-LINE
           END-IF
           PERFORM WRITE-MC-ERROR-LINE.

       WRITE-ONE-PARTITION-LINE.
           MOVE WS-P TO WS-MPL-PART
           IF WS-PT-BASIS(WS-P) = "C"
               MOVE WS-PT-COMPANY(WS-P) TO WS-MSC-CO
               MOVE WS-MPL-SCOPE-CO TO WS-MPL-SCOPE
           ELSE
               MOVE WS-PT-LOW-ID(WS-P) TO WS-MSI-LOW
               MOVE WS-PT-HIGH-ID(WS-P) TO WS-MSI-HIGH
               MOVE WS-MPL-SCOPE-ID TO WS-MPL-SCOPE
           END-IF
           MOVE WS-PT-EMPLOYEES(WS-P) TO WS-MPL-EMPS
           MOVE WS-PT-GROSS(WS-P) TO WS-MPL-GROSS
           MOVE WS-PT-NET(WS-P) TO WS-MPL-NET
           MOVE WS-PT-DEP-COUNT(WS-P) TO WS-MPL-DEPS
           MOVE WS-PT-CHK-COUNT(WS-P) TO WS-MPL-CHECKS
           IF WS-PT-CHK-COUNT(WS-P) > 0
               MOVE WS-PT-CHK-BASE(WS-P) TO WS-MPL-FIRST-CHK
               COMPUTE WS-MPL-LAST-CHK = WS-PT-CHK-BASE(WS-P)
                   + WS-PT-CHK-COUNT(WS-P) - 1
           ELSE
               MOVE 0 TO WS-MPL-FIRST-CHK
               MOVE 0 TO WS-MPL-LAST-CHK
           END-IF
           MOVE WS-MC-PART-LINE TO PS-DETAIL-IN
           PERFORM WRITE-MC-DETAIL.

       WRITE-MC-TOTAL-LINE.
           MOVE WS-MC-TOTAL-LINE TO PS-DETAIL-IN
           PERFORM WRITE-MC-DETAIL.

       WRITE-MC-COUNT-LINE.
           MOVE WS-COUNT-LINE TO PS-DETAIL-IN
           PERFORM WRITE-MC-DETAIL.

       WRITE-MC-ERROR-LINE.
           MOVE WS-MC-ERROR-LINE TO PS-DETAIL-IN
           PERFORM WRITE-MC-DETAIL.

       WRITE-MC-DETAIL.
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       FINISH-MERGE-CONTROL.
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           CLOSE MERGE-CONTROL.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO MERGE-CONTROL-LINE
               WRITE MERGE-CONTROL-LINE
               IF WS-FS-MERGE-CONTROL NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "PAY-MERGE-CONTROL.RPT, status "
                       WS-FS-MERGE-CONTROL
               END-IF
           END-PERFORM.
