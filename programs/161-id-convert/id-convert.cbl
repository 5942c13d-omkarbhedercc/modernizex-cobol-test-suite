               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-PERIOD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-DEPT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-HIST-NEW.
           SELECT CHKR-OLD ASSIGN TO "check-register.dat"
               ORGANIZATION IS INDEXED
           MOVE OEM-FINAL-PAY-FLAG TO EMP-FINAL-PAY-FLAG
           MOVE OEM-COMPANY TO EMP-COMPANY
           MOVE OEM-COMM-PLAN TO EMP-COMM-PLAN
           MOVE SPACES TO EMP-WORK-STATE
           MOVE SPACES TO EMP-WC-CLASS
           MOVE SPACES TO EMP-JOB-CODE
           WRITE EMP-MASTER-REC
               INVALID KEY
                   DISPLAY "ERROR: duplicate employee " EMP-ID
           MOVE ZERO TO YTD-SUTA
           MOVE ZERO TO YTD-FRINGE
           MOVE OYT-COMPANY TO YTD-COMPANY
           COMPUTE YTD-FED-WAGES = OYT-GROSS - OYT-RETIRE
           MOVE OYT-GROSS TO YTD-STATE-WAGES
           MOVE OYT-GROSS TO YTD-LOCAL-WAGES
           MOVE OYT-GROSS TO YTD-FICA-WAGES
           MOVE ZERO TO YTD-OASDI-WAGES YTD-OASDI YTD-MEDICARE
               YTD-ADDL-MED-WAGES YTD-ADDL-MEDICARE
               YTD-ER-OASDI YTD-ER-MEDICARE
               YTD-TIPS YTD-UNCOLL-OASDI YTD-UNCOLL-MEDICARE
               YTD-SDI-WAGES YTD-SDI-EE YTD-SDI-ER
               YTD-HSA-EE YTD-HSA-ER
           WRITE YTD-REC
               INVALID KEY
                   DISPLAY "ERROR: duplicate YTD row " YTD-ID
           MOVE ZERO TO HIST-FUTA
           MOVE ZERO TO HIST-SUTA
           MOVE ZERO TO HIST-FRINGE
           COMPUTE HIST-FED-WAGES = OHS-GROSS - OHS-RETIRE
           MOVE OHS-GROSS TO HIST-STATE-WAGES
           MOVE OHS-GROSS TO HIST-LOCAL-WAGES
           MOVE OHS-GROSS TO HIST-FICA-WAGES
           MOVE ZERO TO HIST-OASDI-WAGES HIST-OASDI HIST-MEDICARE
               HIST-ADDL-MED-WAGES HIST-ADDL-MEDICARE
               HIST-ER-OASDI HIST-ER-MEDICARE
               HIST-TIPS HIST-TIP-MAKEUP HIST-UNCOLL-OASDI
               HIST-UNCOLL-MEDICARE HIST-SDI-WAGES HIST-SDI-EE
               HIST-SDI-ER HIST-HSA-EE HIST-HSA-ER
           MOVE SPACES TO HIST-WORK-STATE HIST-LOCALITY
           INITIALIZE HIST-JURIS-AREA
           WRITE HIST-REC
               INVALID KEY
                   DISPLAY "ERROR: duplicate history row "
           ELSE
               MOVE SPACE TO CHKR-POSPAY-STATUS
           END-IF
           IF OCK-EMP-ID = 0
               MOVE "G" TO CHKR-TYPE
           ELSE
               MOVE "P" TO CHKR-TYPE
           END-IF
           MOVE SPACES TO CHKR-PAYEE-ID
           WRITE CHKR-REC
               INVALID KEY
                   DISPLAY "ERROR: duplicate check "
           MOVE OLV-SICK-BAL TO LV-SICK-BAL
           MOVE OLV-VAC-TAKEN-YTD TO LV-VAC-TAKEN-YTD
           MOVE OLV-SICK-TAKEN-YTD TO LV-SICK-TAKEN-YTD
           MOVE "N" TO LV-COMP-ELECT
           MOVE 0 TO LV-COMP-BAL
           MOVE 0 TO LV-COMP-EARNED-YTD
           MOVE 0 TO LV-COMP-TAKEN-YTD
           WRITE LV-REC
               INVALID KEY
                   DISPLAY "ERROR: duplicate leave row " LV-ID
