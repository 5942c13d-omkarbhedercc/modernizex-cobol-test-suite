       01 SAC-REC.
          05 SAC-DATE     PIC 9(8).
          05 SAC-TIME     PIC 9(6).
          05 SAC-OPERATOR PIC X(10).
          05 SAC-PROGRAM  PIC X(10).
          05 SAC-EMP-ID   PIC 9(7).
          05 SAC-FIELD    PIC X(4).
             88 SAC-FIELD-SSN  VALUE "SSN ".
             88 SAC-FIELD-BANK VALUE "BANK".
          05 SAC-REASON   PIC X(2).
          05 SAC-RESULT   PIC X(1).
             88 SAC-GRANTED VALUE "G".
             88 SAC-DENIED  VALUE "D".
