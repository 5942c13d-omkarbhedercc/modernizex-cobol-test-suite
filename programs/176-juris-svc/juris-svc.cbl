       IDENTIFICATION DIVISION.
       PROGRAM-ID. JURIS-SVC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECIPROCITY-TABLE ASSIGN TO "reciprocity.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECIPROCITY.
           SELECT YTD-JURIS ASSIGN TO "ytd-juris.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YJ-KEY
               FILE STATUS IS WS-FS-YTD-JURIS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECIPROCITY-TABLE.
           COPY "reciprocity.cpy".

       FD  YTD-JURIS.
           COPY "ytd-juris.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-RECIPROCITY PIC X(2) VALUE "00".
       01 WS-FS-YTD-JURIS   PIC X(2) VALUE "00".
       01 WS-RCP-LOADED PIC X(1) VALUE "N".
       01 WS-RCP-EOF PIC 9(1) VALUE 0.
       01 WS-RCP-COUNT PIC 9(3) VALUE 0.
       01 WS-RCP-I PIC 9(3) VALUE 0.
       01 WS-RCP-TABLE.
          05 WS-RCP-ENTRY OCCURS 200 TIMES.
             10 WS-RCP-RES-STATE  PIC X(2).
             10 WS-RCP-WORK-STATE PIC X(2).
             10 WS-RCP-RULE       PIC X(1).
             10 WS-RCP-EFF-DATE   PIC 9(8).
       01 WS-RCP-BEST-EFF PIC 9(8) VALUE 0.
       01 WS-YJ-OPEN PIC X(1) VALUE "N".
          88 IS-YJ-OPEN VALUE "Y".
       01 WS-YJ-NEW-WAGES PIC S9(8)V99 VALUE 0.
       01 WS-YJ-NEW-TAX   PIC S9(8)V99 VALUE 0.
       LINKAGE SECTION.
           COPY "juris-svc.cpy".
       PROCEDURE DIVISION USING JS-CONTROL.
           MOVE "N" TO JS-RESULT
           EVALUATE JS-FUNC
               WHEN "R"
                   PERFORM RESOLVE-RECIPROCITY
               WHEN "P"
                   PERFORM POST-JURISDICTION
               WHEN "C"
                   PERFORM CLOSE-JURISDICTIONS
               WHEN OTHER
                   DISPLAY "ERROR: JURIS-SVC called with unknown "
                       "function code [" JS-FUNC "]"
           END-EVALUATE
           GOBACK.

       RESOLVE-RECIPROCITY.
           IF WS-RCP-LOADED = "N"
               PERFORM LOAD-RECIPROCITY-TABLE
               MOVE "Y" TO WS-RCP-LOADED
           END-IF
           MOVE "W" TO JS-RULE
           MOVE 0 TO WS-RCP-BEST-EFF
           IF JS-RES-STATE = JS-WORK-STATE OR JS-RES-STATE = SPACES
               OR JS-WORK-STATE = SPACES
               MOVE "Y" TO JS-RESULT
           ELSE
               PERFORM VARYING WS-RCP-I FROM 1 BY 1
                   UNTIL WS-RCP-I > WS-RCP-COUNT
                   IF WS-RCP-RES-STATE(WS-RCP-I) = JS-RES-STATE AND
                       WS-RCP-WORK-STATE(WS-RCP-I) = JS-WORK-STATE AND
                       WS-RCP-EFF-DATE(WS-RCP-I) <= JS-AS-OF-DATE AND
                       WS-RCP-EFF-DATE(WS-RCP-I) >= WS-RCP-BEST-EFF
                       MOVE WS-RCP-RULE(WS-RCP-I) TO JS-RULE
                       MOVE WS-RCP-EFF-DATE(WS-RCP-I)
                           TO WS-RCP-BEST-EFF
                   END-IF
               END-PERFORM
               MOVE "Y" TO JS-RESULT
           END-IF.

       LOAD-RECIPROCITY-TABLE.
           MOVE 0 TO WS-RCP-COUNT
           OPEN INPUT RECIPROCITY-TABLE
           IF WS-FS-RECIPROCITY = "35"
               DISPLAY "NOTE: reciprocity.dat not found - work "
                   "state withholding applies to all resident/work "
                   "state pairs"
           ELSE
               IF WS-FS-RECIPROCITY NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "reciprocity.dat, status " WS-FS-RECIPROCITY
               ELSE
                   MOVE 0 TO WS-RCP-EOF
                   PERFORM UNTIL WS-RCP-EOF = 1
                       READ RECIPROCITY-TABLE
                           AT END
                               MOVE 1 TO WS-RCP-EOF
                           NOT AT END
                               PERFORM STORE-RECIPROCITY-ROW
                       END-READ
                   END-PERFORM
                   CLOSE RECIPROCITY-TABLE
               END-IF
           END-IF.

       STORE-RECIPROCITY-ROW.
           IF NOT RCP-RESIDENT-ONLY AND NOT RCP-WORK-ONLY AND
               NOT RCP-BOTH-CREDIT
               DISPLAY "WARNING: reciprocity.dat rule [" RCP-RULE
                   "] for " RCP-RES-STATE "/" RCP-WORK-STATE
                   " unknown - row ignored"
           ELSE
               IF WS-RCP-COUNT >= 200
                   DISPLAY "WARNING: reciprocity table full - row "
                       RCP-RES-STATE "/" RCP-WORK-STATE " ignored"
               ELSE
                   ADD 1 TO WS-RCP-COUNT
                   MOVE RCP-RES-STATE
                       TO WS-RCP-RES-STATE(WS-RCP-COUNT)
                   MOVE RCP-WORK-STATE
                       TO WS-RCP-WORK-STATE(WS-RCP-COUNT)
                   MOVE RCP-RULE TO WS-RCP-RULE(WS-RCP-COUNT)
                   MOVE RCP-EFF-DATE
                       TO WS-RCP-EFF-DATE(WS-RCP-COUNT)
               END-IF
           END-IF.

       POST-JURISDICTION.
           IF WS-YJ-OPEN = "N"
               PERFORM OPEN-YTD-JURIS
           END-IF
           IF IS-YJ-OPEN AND JS-CODE NOT = SPACES
               MOVE JS-EMP-ID TO YJ-ID
               MOVE JS-YEAR   TO YJ-YEAR
               MOVE JS-KIND   TO YJ-KIND
               MOVE JS-CODE   TO YJ-CODE
               READ YTD-JURIS
                   INVALID KEY
                       MOVE 0 TO YJ-COMPANY
                       MOVE 0 TO YJ-WAGES
                       MOVE 0 TO YJ-TAX
                       PERFORM APPLY-JURIS-AMOUNTS
                       WRITE YJ-REC
                   NOT INVALID KEY
                       PERFORM APPLY-JURIS-AMOUNTS
                       REWRITE YJ-REC
               END-READ
               IF WS-FS-YTD-JURIS = "00"
                   MOVE "Y" TO JS-RESULT
               ELSE
                   DISPLAY "ERROR: ytd-juris.dat update failed for "
                       "employee " JS-EMP-ID " " JS-KIND "-" JS-CODE
                       ", status " WS-FS-YTD-JURIS
               END-IF
           END-IF.

       APPLY-JURIS-AMOUNTS.
           IF JS-COMPANY > 0
               MOVE JS-COMPANY TO YJ-COMPANY
           END-IF
           COMPUTE WS-YJ-NEW-WAGES = YJ-WAGES + JS-WAGES
           COMPUTE WS-YJ-NEW-TAX   = YJ-TAX + JS-TAX
           IF WS-YJ-NEW-WAGES < 0 OR WS-YJ-NEW-TAX < 0
               DISPLAY "WARNING: employee " JS-EMP-ID " " JS-KIND
                   "-" JS-CODE " year-to-date would go negative - "
                   "held at zero"
               IF WS-YJ-NEW-WAGES < 0
                   MOVE 0 TO WS-YJ-NEW-WAGES
               END-IF
               IF WS-YJ-NEW-TAX < 0
                   MOVE 0 TO WS-YJ-NEW-TAX
               END-IF
           END-IF
           MOVE WS-YJ-NEW-WAGES TO YJ-WAGES
           MOVE WS-YJ-NEW-TAX   TO YJ-TAX.

       OPEN-YTD-JURIS.
           OPEN I-O YTD-JURIS
           IF WS-FS-YTD-JURIS = "35"
               OPEN OUTPUT YTD-JURIS
               CLOSE YTD-JURIS
               OPEN I-O YTD-JURIS
           END-IF
           IF WS-FS-YTD-JURIS NOT = "00"
               DISPLAY "ERROR: OPEN I-O failed for "
                   "ytd-juris.dat, status " WS-FS-YTD-JURIS
               MOVE "F" TO WS-YJ-OPEN
           ELSE
               MOVE "Y" TO WS-YJ-OPEN
           END-IF.

       CLOSE-JURISDICTIONS.
           IF IS-YJ-OPEN
               CLOSE YTD-JURIS
               MOVE "N" TO WS-YJ-OPEN
           END-IF
           MOVE "Y" TO JS-RESULT.
