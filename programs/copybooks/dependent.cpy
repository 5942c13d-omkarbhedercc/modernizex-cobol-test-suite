       01 DEP-REC.
          05 DEP-KEY.
             10 DEP-EMP-ID PIC 9(7).
             10 DEP-SEQ    PIC 9(2).
          05 DEP-FIRST-NAME PIC X(10).
          05 DEP-LAST-NAME  PIC X(10).
          05 DEP-RELATIONSHIP PIC X(1).
             88 DEP-SPOUSE  VALUE "S".
             88 DEP-PARTNER VALUE "P".
             88 DEP-CHILD   VALUE "C".
             88 DEP-OTHER   VALUE "O".
          05 DEP-BIRTH-DATE PIC 9(8).
          05 DEP-SSN        PIC 9(9).
          05 DEP-DISABLED   PIC X(1).
             88 DEP-IS-DISABLED VALUE "Y".
          05 DEP-COVERAGE.
             10 DEP-MED-TIER PIC X(1).
                88 DEP-MED-COVERED VALUE "S" "C" "F".
             10 DEP-DEN-TIER PIC X(1).
                88 DEP-DEN-COVERED VALUE "S" "C" "F".
             10 DEP-VIS-TIER PIC X(1).
                88 DEP-VIS-COVERED VALUE "S" "C" "F".
          05 DEP-BENEF-TYPE PIC X(1).
             88 DEP-PRIMARY-BENEF    VALUE "P".
             88 DEP-CONTINGENT-BENEF VALUE "C".
             88 DEP-NOT-BENEF        VALUE "N".
          05 DEP-BENEF-PCT  PIC 9(3).
          05 DEP-STATUS     PIC X(1).
             88 DEP-ACTIVE  VALUE "A".
             88 DEP-DROPPED VALUE "D".
          05 DEP-EFF-DATE   PIC 9(8).
          05 DEP-END-DATE   PIC 9(8).
