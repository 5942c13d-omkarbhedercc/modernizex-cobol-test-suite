                             BY ==DEPT-NEW-COST-CENTER==
                         ==DEPT-MANAGER== BY ==DEPT-NEW-MANAGER==
                         ==DEPT-AUTH-POSITIONS==
                             BY ==DEPT-NEW-AUTH-POSITIONS==
                         ==DEPT-WC-CLASS== BY ==DEPT-NEW-WC-CLASS==
                         ==DEPT-COMPANY== BY ==DEPT-NEW-COMPANY==.

       WORKING-STORAGE SECTION.
       01 WS-FS-DEPT-MASTER     PIC X(2) VALUE "00".
       01 WS-MAINT-CC      PIC X(6) VALUE SPACES.
       01 WS-MAINT-MANAGER PIC X(20) VALUE SPACES.
       01 WS-MAINT-AUTH PIC 9(4) VALUE 0.
       01 WS-MAINT-WC-CLASS PIC X(4) VALUE SPACES.
       01 WS-MAINT-COMPANY PIC 9(2) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM DISPLAY-MENU
               DISPLAY "Enter authorized headcount (0000 = no "
                   "position control): "
               ACCEPT WS-MAINT-AUTH
               DISPLAY "Enter workers comp class code: "
               ACCEPT WS-MAINT-WC-CLASS
               DISPLAY "Enter owning company code (00 for 01): "
               ACCEPT WS-MAINT-COMPANY
               IF WS-MAINT-COMPANY = 0
                   MOVE 1 TO WS-MAINT-COMPANY
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN CHOICE-ADD
           MOVE WS-MAINT-CC      TO DEPT-NEW-COST-CENTER
           MOVE WS-MAINT-MANAGER TO DEPT-NEW-MANAGER
           MOVE WS-MAINT-AUTH TO DEPT-NEW-AUTH-POSITIONS
           MOVE WS-MAINT-WC-CLASS TO DEPT-NEW-WC-CLASS
           MOVE WS-MAINT-COMPANY TO DEPT-NEW-COMPANY
           WRITE DEPT-NEW-REC
           IF WS-FS-DEPT-MASTER-NEW NOT = "00"
               DISPLAY "ERROR: WRITE failed for "
                                   " cc " DEPT-COST-CENTER
                                   " mgr " DEPT-MANAGER
                                   " auth " DEPT-AUTH-POSITIONS
                                   " wc " DEPT-WC-CLASS
                                   " co " DEPT-COMPANY
                       END-READ
                   END-PERFORM
                   CLOSE DEPT-MASTER
