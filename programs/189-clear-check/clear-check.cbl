       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLEAR-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLE-CLEARANCE ASSIGN TO "role-clearance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ROLE-CLEARANCE.
       DATA DIVISION.
       FILE SECTION.
       FD  ROLE-CLEARANCE.
       01 ROLE-CLEARANCE-REC.
          05 RCL-ROLE      PIC 9(1).
          05 RCL-CLEARANCE PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-FS-ROLE-CLEARANCE PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       LINKAGE SECTION.
       01 LS-ROLE      PIC 9(1).
       01 LS-CLEARANCE PIC X(8).
       01 LS-RESULT    PIC X(1).
       PROCEDURE DIVISION USING LS-ROLE LS-CLEARANCE LS-RESULT.
           MOVE "N" TO LS-RESULT
           MOVE 0 TO WS-EOF
           OPEN INPUT ROLE-CLEARANCE
           IF WS-FS-ROLE-CLEARANCE = "35"
               MOVE "M" TO LS-RESULT
           ELSE
               IF WS-FS-ROLE-CLEARANCE NOT = "00"
                   DISPLAY "ERROR: OPEN INPUT failed for "
                       "role-clearance.dat, status "
                       WS-FS-ROLE-CLEARANCE
               ELSE
                   PERFORM UNTIL WS-EOF = 1
                       READ ROLE-CLEARANCE
                           AT END MOVE 1 TO WS-EOF
                           NOT AT END
                               IF RCL-ROLE = LS-ROLE AND
                                   RCL-CLEARANCE = LS-CLEARANCE
                                   MOVE "Y" TO LS-RESULT
                                   MOVE 1 TO WS-EOF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ROLE-CLEARANCE
               END-IF
           END-IF
           GOBACK.
