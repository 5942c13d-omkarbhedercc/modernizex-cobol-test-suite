       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENS-ACCESS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENS-ACCESS-LOG ASSIGN TO "sensitive-access.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SENS-ACCESS-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD  SENS-ACCESS-LOG.
           COPY "sens-access.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-SENS-ACCESS-LOG PIC X(2) VALUE "00".
       01 WS-RUN-DATE PIC 9(6) VALUE 0.
       01 WS-RUN-TIME PIC 9(8) VALUE 0.
       01 WS-CLEARANCE PIC X(8) VALUE "UNMASK".
       01 WS-CLEAR-RESULT PIC X(1) VALUE "N".
          88 IS-CLEARED VALUE "Y".
          88 IS-CLEARANCE-MISSING VALUE "M".
       01 WS-CACHED-ROLE PIC 9(1) VALUE 0.
       01 WS-CACHED-RESULT PIC X(1) VALUE SPACE.
       01 WS-REASON-OK PIC X(1) VALUE "N".
          88 IS-REASON-OK VALUE "Y".
       01 WS-I PIC 9(2) VALUE 0.
           COPY "sens-reasons.cpy".
       LINKAGE SECTION.
       01 LS-OPERATOR PIC X(10).
       01 LS-ROLE     PIC 9(1).
       01 LS-PROGRAM  PIC X(10).
       01 LS-EMP-ID   PIC 9(7).
       01 LS-FIELD    PIC X(4).
       01 LS-REASON   PIC X(2).
       01 LS-RESULT   PIC X(1).
       PROCEDURE DIVISION USING LS-OPERATOR LS-ROLE LS-PROGRAM
               LS-EMP-ID LS-FIELD LS-REASON LS-RESULT.
           MOVE "N" TO LS-RESULT
           MOVE "N" TO WS-REASON-OK
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > SRN-REASON-COUNT
               IF SRN-CODE(WS-I) = LS-REASON
                   MOVE "Y" TO WS-REASON-OK
               END-IF
           END-PERFORM
           IF NOT IS-REASON-OK
               DISPLAY "ERROR: reason code " LS-REASON " is not "
                   "valid - SSN and bank details stay masked"
               MOVE "R" TO LS-RESULT
               GOBACK
           END-IF
           IF WS-CACHED-RESULT = SPACE OR WS-CACHED-ROLE NOT = LS-ROLE
               CALL "CLEAR-CHECK" USING LS-ROLE WS-CLEARANCE
                   WS-CLEAR-RESULT
                   ON EXCEPTION
                       DISPLAY "ERROR: CALL to CLEAR-CHECK failed"
                       MOVE "N" TO WS-CLEAR-RESULT
               END-CALL
               IF IS-CLEARANCE-MISSING
                   DISPLAY "WARNING: role-clearance.dat not found - "
                       "unmasking limited to supervisor role"
                   IF LS-ROLE = 2
                       MOVE "Y" TO WS-CLEAR-RESULT
                   ELSE
                       MOVE "N" TO WS-CLEAR-RESULT
                   END-IF
               END-IF
               MOVE LS-ROLE TO WS-CACHED-ROLE
               MOVE WS-CLEAR-RESULT TO WS-CACHED-RESULT
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           COMPUTE SAC-DATE = 20000000 + WS-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO SAC-TIME
           MOVE LS-OPERATOR TO SAC-OPERATOR
           MOVE LS-PROGRAM TO SAC-PROGRAM
           MOVE LS-EMP-ID TO SAC-EMP-ID
           MOVE LS-FIELD TO SAC-FIELD
           MOVE LS-REASON TO SAC-REASON
           IF WS-CACHED-RESULT = "Y"
               MOVE "G" TO SAC-RESULT
           ELSE
               MOVE "D" TO SAC-RESULT
           END-IF
           OPEN EXTEND SENS-ACCESS-LOG
           IF WS-FS-SENS-ACCESS-LOG = "05" OR
               WS-FS-SENS-ACCESS-LOG = "35"
               OPEN OUTPUT SENS-ACCESS-LOG
           END-IF
           IF WS-FS-SENS-ACCESS-LOG NOT = "00"
               DISPLAY "ERROR: OPEN failed for "
                   "sensitive-access.dat, status "
                   WS-FS-SENS-ACCESS-LOG
                   " - access not recorded, details stay masked"
               GOBACK
           END-IF
           WRITE SAC-REC
           IF WS-FS-SENS-ACCESS-LOG NOT = "00"
               DISPLAY "ERROR: WRITE failed for "
                   "sensitive-access.dat, status "
                   WS-FS-SENS-ACCESS-LOG
                   " - access not recorded, details stay masked"
               CLOSE SENS-ACCESS-LOG
               GOBACK
           END-IF
           CLOSE SENS-ACCESS-LOG
           IF SAC-GRANTED
               MOVE "Y" TO LS-RESULT
           ELSE
               DISPLAY "Operator " LS-OPERATOR " role " LS-ROLE
                   " is not cleared to unmask SSN or bank details "
                   "- attempt recorded"
           END-IF
           GOBACK.
