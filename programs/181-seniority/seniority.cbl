       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENIORITY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNION-MEMBER ASSIGN TO "union-member.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UNM-EMP-ID
               FILE STATUS IS WS-FS-UNION-MEMBER.
           SELECT EMPLOYEE-MASTER ASSIGN TO "employee-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLOYEE-MASTER.
           SELECT SENIORITY-REPORT ASSIGN TO "SENIORITY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SENIORITY-REPORT.
           SELECT SORT-WORK ASSIGN TO "senwork.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD  UNION-MEMBER.
           COPY "union-member.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee-master.cpy".

       FD  SENIORITY-REPORT.
       01 SENIORITY-REPORT-LINE PIC X(90).

       SD  SORT-WORK.
       01 SORT-REC.
          05 SRT-LOCAL      PIC 9(4).
          05 SRT-DEPT       PIC 9(2).
          05 SRT-SEN-DATE   PIC 9(8).
          05 SRT-EMP-ID     PIC 9(7).
          05 SRT-NAME       PIC X(21).
          05 SRT-HIRE-DATE  PIC 9(8).
          05 SRT-BRIDGED    PIC 9(5).
          05 SRT-STATUS     PIC 9(1).

       WORKING-STORAGE SECTION.
       01 WS-FS-UNION-MEMBER PIC X(2) VALUE "00".
       01 WS-FS-EMPLOYEE-MASTER PIC X(2) VALUE "00".
       01 WS-FS-SENIORITY-REPORT PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RETURN-EOF PIC 9(1) VALUE 0.
       01 WS-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-SEN-DAYS PIC 9(7) VALUE 0.
       01 WS-COUNTS.
          05 WS-MEMBERS-READ PIC 9(7) VALUE 0.
          05 WS-MEMBERS-LISTED PIC 9(7) VALUE 0.
          05 WS-NOT-ON-MASTER PIC 9(7) VALUE 0.
          05 WS-NO-HIRE-DATE PIC 9(7) VALUE 0.
       01 WS-BREAK.
          05 WS-PREV-LOCAL PIC 9(4) VALUE 0.
          05 WS-PREV-DEPT  PIC 9(2) VALUE 0.
          05 WS-FIRST-LINE PIC X(1) VALUE "Y".
          05 WS-RANK PIC 9(5) VALUE 0.
       01 WS-GROUP-LINE.
          05 FILLER PIC X(6) VALUE "LOCAL ".
          05 WS-GL-LOCAL PIC 9(4).
          05 FILLER PIC X(7) VALUE "  DEPT ".
          05 WS-GL-DEPT PIC 9(2).
       01 WS-HEAD-LINE.
          05 FILLER PIC X(46) VALUE
             "  RANK EMP-ID  NAME                  HIRE DATE".
          05 FILLER PIC X(32) VALUE
             " BRIDGED SENIORITY  STATUS".
       01 WS-DETAIL-LINE.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-DL-RANK PIC ZZZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-DL-EMP-ID PIC 9(7).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-DL-NAME PIC X(21).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-DL-HIRE-DATE PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-DL-BRIDGED PIC ZZZZ9.
          05 FILLER PIC X(3) VALUE SPACES.
          05 WS-DL-SEN-DATE PIC 9(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-DL-STATUS PIC X(8).
           COPY "print-svc.cpy".
       01 WS-PS-I PIC 9(1) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Enter operator ID: "
           ACCEPT WS-OPERATOR
           SORT SORT-WORK
               ON ASCENDING KEY SRT-LOCAL SRT-DEPT SRT-SEN-DATE
                   SRT-EMP-ID
               INPUT PROCEDURE IS READ-MEMBERS
               OUTPUT PROCEDURE IS PRINT-SENIORITY-LIST
           DISPLAY "Union members read:   " WS-MEMBERS-READ
           DISPLAY "Members listed:       " WS-MEMBERS-LISTED
           DISPLAY "Not on master:        " WS-NOT-ON-MASTER
           DISPLAY "No hire date:         " WS-NO-HIRE-DATE
           IF WS-NOT-ON-MASTER > 0 OR WS-NO-HIRE-DATE > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       READ-MEMBERS.
           OPEN INPUT UNION-MEMBER
           IF WS-FS-UNION-MEMBER NOT = "00"
               DISPLAY "ERROR: OPEN INPUT failed for "
                   "union-member.dat, status " WS-FS-UNION-MEMBER
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
           PERFORM UNTIL WS-EOF = 1
               READ UNION-MEMBER NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-MEMBERS-READ
                       IF UNM-ACTIVE
                           PERFORM RELEASE-ONE-MEMBER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER
           CLOSE UNION-MEMBER.

       RELEASE-ONE-MEMBER.
           MOVE UNM-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY "WARNING: union member " UNM-EMP-ID
                       " not on employee master - not listed"
                   ADD 1 TO WS-NOT-ON-MASTER
               NOT INVALID KEY
                   IF EMP-STATUS = 1 OR EMP-STATUS = 3
                       IF EMP-HIRE-DATE = 0
                           DISPLAY "WARNING: employee " EMP-ID
                               " has no hire date - not listed"
                           ADD 1 TO WS-NO-HIRE-DATE
                       ELSE
                           PERFORM BUILD-SORT-REC
                           RELEASE SORT-REC
                       END-IF
                   END-IF
           END-READ.

       BUILD-SORT-REC.
           MOVE UNM-LOCAL TO SRT-LOCAL
           MOVE EMP-DEPT TO SRT-DEPT
           MOVE EMP-ID TO SRT-EMP-ID
           MOVE EMP-EMPLOYEE-NAME TO SRT-NAME
           MOVE EMP-HIRE-DATE TO SRT-HIRE-DATE
           MOVE UNM-BRIDGED-DAYS TO SRT-BRIDGED
           MOVE EMP-STATUS TO SRT-STATUS
           COMPUTE WS-SEN-DAYS =
               FUNCTION INTEGER-OF-DATE(EMP-HIRE-DATE)
           IF UNM-BRIDGED-DAYS >= WS-SEN-DAYS
               MOVE EMP-HIRE-DATE TO SRT-SEN-DATE
           ELSE
               SUBTRACT UNM-BRIDGED-DAYS FROM WS-SEN-DAYS
               COMPUTE SRT-SEN-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SEN-DAYS)
           END-IF.

       PRINT-SENIORITY-LIST.
           OPEN OUTPUT SENIORITY-REPORT
           IF WS-FS-SENIORITY-REPORT NOT = "00"
               DISPLAY "ERROR: OPEN OUTPUT failed for "
                   "SENIORITY.RPT, status " WS-FS-SENIORITY-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "I" TO PS-FUNC
           MOVE "UNION SENIORITY LIST" TO PS-REPORT-TITLE
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
           PERFORM UNTIL WS-RETURN-EOF = 1
               RETURN SORT-WORK
                   AT END MOVE 1 TO WS-RETURN-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-MEMBER
               END-RETURN
           END-PERFORM
           MOVE SPACES TO PS-DETAIL-IN
           MOVE "E" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES
           CLOSE SENIORITY-REPORT.

       PRINT-ONE-MEMBER.
           IF WS-FIRST-LINE = "Y" OR SRT-LOCAL NOT = WS-PREV-LOCAL
               OR SRT-DEPT NOT = WS-PREV-DEPT
               MOVE "N" TO WS-FIRST-LINE
               MOVE SRT-LOCAL TO WS-PREV-LOCAL
               MOVE SRT-DEPT TO WS-PREV-DEPT
               MOVE 0 TO WS-RANK
               MOVE SPACES TO SENIORITY-REPORT-LINE
               PERFORM WRITE-SENIORITY-LINE
               MOVE SRT-LOCAL TO WS-GL-LOCAL
               MOVE SRT-DEPT TO WS-GL-DEPT
               MOVE WS-GROUP-LINE TO SENIORITY-REPORT-LINE
               PERFORM WRITE-SENIORITY-LINE
               MOVE WS-HEAD-LINE TO SENIORITY-REPORT-LINE
               PERFORM WRITE-SENIORITY-LINE
           END-IF
           ADD 1 TO WS-RANK
           MOVE WS-RANK TO WS-DL-RANK
           MOVE SRT-EMP-ID TO WS-DL-EMP-ID
           MOVE SRT-NAME TO WS-DL-NAME
           MOVE SRT-HIRE-DATE TO WS-DL-HIRE-DATE
           MOVE SRT-BRIDGED TO WS-DL-BRIDGED
           MOVE SRT-SEN-DATE TO WS-DL-SEN-DATE
           IF SRT-STATUS = 3
               MOVE "ON LEAVE" TO WS-DL-STATUS
           ELSE
               MOVE "ACTIVE  " TO WS-DL-STATUS
           END-IF
           MOVE WS-DETAIL-LINE TO SENIORITY-REPORT-LINE
           PERFORM WRITE-SENIORITY-LINE
           ADD 1 TO WS-MEMBERS-LISTED.

       WRITE-SENIORITY-LINE.
           MOVE SENIORITY-REPORT-LINE TO PS-DETAIL-IN
           MOVE "D" TO PS-FUNC
           CALL "PRINT-SVC" USING PS-CONTROL
               ON EXCEPTION
                   DISPLAY "ERROR: CALL to PRINT-SVC failed"
           END-CALL
           PERFORM WRITE-SVC-LINES.

       WRITE-SVC-LINES.
           PERFORM VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > PS-OUT-COUNT
               MOVE PS-OUT-LINE(WS-PS-I) TO SENIORITY-REPORT-LINE
               WRITE SENIORITY-REPORT-LINE
               IF WS-FS-SENIORITY-REPORT NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "SENIORITY.RPT, status "
                       WS-FS-SENIORITY-REPORT
               END-IF
           END-PERFORM.
