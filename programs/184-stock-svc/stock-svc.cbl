       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-SVC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-STOCK ASSIGN TO "check-stock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHECK-STOCK.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-STOCK.
           COPY "check-stock.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-CHECK-STOCK PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-STOCK-DATE PIC 9(6) VALUE 0.
       01 WS-STOCK-TIME PIC 9(8) VALUE 0.
       01 WS-FROM-COVERED PIC X(1) VALUE "N".
       01 WS-THRU-COVERED PIC X(1) VALUE "N".
       LINKAGE SECTION.
           COPY "stock-svc.cpy".
       PROCEDURE DIVISION USING SS-CONTROL.
           MOVE "E" TO SS-RESULT
           EVALUATE SS-FUNC
               WHEN "I"
                   PERFORM CHECK-RECEIVED-STOCK
                   PERFORM APPEND-ISSUE-ENTRY
               WHEN OTHER
                   DISPLAY "ERROR: STOCK-SVC called with unknown "
                       "function code [" SS-FUNC "]"
           END-EVALUATE
           GOBACK.

       CHECK-RECEIVED-STOCK.
           MOVE "N" TO WS-FROM-COVERED
           MOVE "N" TO WS-THRU-COVERED
           MOVE 0 TO WS-EOF
           OPEN INPUT CHECK-STOCK
           IF WS-FS-CHECK-STOCK = "00"
               PERFORM UNTIL WS-EOF = 1
                   READ CHECK-STOCK
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CSL-RECEIVED
                               IF SS-FROM-NO >= CSL-FROM-NO AND
                                   SS-FROM-NO <= CSL-THRU-NO
                                   MOVE "Y" TO WS-FROM-COVERED
                               END-IF
                               IF SS-THRU-NO >= CSL-FROM-NO AND
                                   SS-THRU-NO <= CSL-THRU-NO
                                   MOVE "Y" TO WS-THRU-COVERED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECK-STOCK
           END-IF
           IF WS-FROM-COVERED NOT = "Y" OR WS-THRU-COVERED NOT = "Y"
               DISPLAY "WARNING: checks " SS-FROM-NO " thru "
                   SS-THRU-NO " issued by " SS-PROGRAM
                   " are not all within check stock recorded as "
                   "received - run CHECK-STOCK to record the box"
               MOVE "W" TO SS-RESULT
           ELSE
               MOVE "Y" TO SS-RESULT
           END-IF.

       APPEND-ISSUE-ENTRY.
           ACCEPT WS-STOCK-DATE FROM DATE
           ACCEPT WS-STOCK-TIME FROM TIME
           OPEN EXTEND CHECK-STOCK
           IF WS-FS-CHECK-STOCK = "05" OR WS-FS-CHECK-STOCK = "35"
               OPEN OUTPUT CHECK-STOCK
           END-IF
           IF WS-FS-CHECK-STOCK NOT = "00"
               DISPLAY "ERROR: OPEN failed for check-stock.dat, "
                   "status " WS-FS-CHECK-STOCK
               MOVE "E" TO SS-RESULT
           ELSE
               MOVE SPACES TO CSL-REC
               MOVE "I" TO CSL-TXN-TYPE
               MOVE SS-FROM-NO TO CSL-FROM-NO
               MOVE SS-THRU-NO TO CSL-THRU-NO
               COMPUTE CSL-DATE = 20000000 + WS-STOCK-DATE
               MOVE WS-STOCK-TIME(1:6) TO CSL-TIME
               MOVE SS-PROGRAM TO CSL-PROGRAM
               MOVE SS-OPERATOR TO CSL-OPERATOR
               MOVE "FORMS ISSUED TO RUN" TO CSL-REFERENCE
               WRITE CSL-REC
               IF WS-FS-CHECK-STOCK NOT = "00"
                   DISPLAY "ERROR: WRITE failed for "
                       "check-stock.dat, status " WS-FS-CHECK-STOCK
                   MOVE "E" TO SS-RESULT
               END-IF
               CLOSE CHECK-STOCK
           END-IF.
