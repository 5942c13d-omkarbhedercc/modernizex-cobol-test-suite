       01 CLS-STEP-TABLE.
          05 FILLER PIC X(36)
              VALUE "01TIME-APPROVE TIME APPROVAL       Y".
          05 FILLER PIC X(36)
              VALUE "02EMP-MERGE    HOURS MERGE AND POSTY".
          05 FILLER PIC X(36)
              VALUE "03APPLY-PENDINGPENDING CHANGES     Y".
          05 FILLER PIC X(36)
              VALUE "04PAYROLL      PAYROLL CALCULATION Y".
          05 FILLER PIC X(36)
              VALUE "05RUN-BALANCE  RUN BALANCING       Y".
          05 FILLER PIC X(36)
              VALUE "06ACH-DEPOSIT  FUNDING CONFIRMATIONY".
          05 FILLER PIC X(36)
              VALUE "07ACH-DEPOSIT  ACH DEPOSIT RELEASE Y".
          05 FILLER PIC X(36)
              VALUE "08POSITIVE-PAY POSITIVE PAY FILE   N".
          05 FILLER PIC X(36)
              VALUE "09GL-ACK-RECON GL ACK RECONCILE    Y".
          05 FILLER PIC X(36)
              VALUE "10TAX-DEPOSIT  TAX DEPOSIT         Y".
       01 CLS-STEPS REDEFINES CLS-STEP-TABLE.
          05 CLS-STEP OCCURS 10 TIMES.
             10 CLS-STEP-NUM      PIC 9(2).
             10 CLS-STEP-PROGRAM  PIC X(13).
             10 CLS-STEP-DESC     PIC X(20).
             10 CLS-STEP-REQUIRED PIC X(1).
       01 CLS-STEP-COUNT PIC 9(2) VALUE 10.
