       01 HSA-REC.
          05 HSA-EMP-ID        PIC 9(7).
          05 HSA-STATUS        PIC X(1).
             88 HSA-ACTIVE     VALUE "A".
             88 HSA-STOPPED    VALUE "S".
          05 HSA-COVERAGE      PIC X(1).
             88 HSA-SELF-ONLY  VALUE "S".
             88 HSA-FAMILY     VALUE "F".
          05 HSA-CATCH-UP      PIC X(1).
             88 HSA-IS-CATCH-UP VALUE "Y".
          05 HSA-EE-AMOUNT     PIC 9(5)V99.
          05 HSA-ER-METHOD     PIC X(1).
             88 HSA-ER-NONE    VALUE "N".
             88 HSA-ER-FLAT    VALUE "F".
             88 HSA-ER-MATCH   VALUE "M".
          05 HSA-ER-AMOUNT     PIC 9(5)V99.
          05 HSA-ER-MATCH-PCT  PIC V9999.
          05 HSA-ACCOUNT-NO    PIC X(17).
          05 HSA-EFF-DATE      PIC 9(8).
