       01 FML-REC.
          05 FML-KEY.
             10 FML-EMP-ID   PIC 9(7).
             10 FML-CASE-SEQ PIC 9(2).
          05 FML-REASON PIC X(1).
             88 FML-OWN-HEALTH     VALUE "E".
             88 FML-FAMILY-CARE    VALUE "F".
             88 FML-BIRTH-BONDING  VALUE "B".
             88 FML-MILITARY-EXIG  VALUE "M".
             88 FML-MILITARY-CARE  VALUE "C".
             88 FML-VALID-REASON   VALUE "E" "F" "B" "M" "C".
          05 FML-LEAVE-TYPE PIC X(1).
             88 FML-CONTINUOUS   VALUE "C".
             88 FML-INTERMITTENT VALUE "I".
          05 FML-START-DATE PIC 9(8).
          05 FML-END-DATE   PIC 9(8).
          05 FML-DESIGNATED-HOURS PIC 9(4)V9.
          05 FML-WEEKLY-HOURS  PIC 9(2)V9.
          05 FML-ENTITLE-WEEKS PIC 9(2).
          05 FML-SERVICE-MONTHS PIC 9(4).
          05 FML-ELIG-HOURS PIC 9(5)V9.
          05 FML-ELIGIBLE PIC X(1).
             88 FML-IS-ELIGIBLE VALUE "Y".
          05 FML-STATUS PIC X(1).
             88 FML-OPEN       VALUE "O".
             88 FML-CLOSED     VALUE "C".
             88 FML-INELIGIBLE VALUE "N".
          05 FML-OPENED-DATE PIC 9(8).
          05 FML-OPENED-BY   PIC X(10).
          05 FML-CLOSED-DATE PIC 9(8).
