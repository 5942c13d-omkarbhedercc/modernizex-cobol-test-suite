       01 CSL-REC.
          05 CSL-TXN-TYPE  PIC X(1).
             88 CSL-RECEIVED  VALUE "R".
             88 CSL-ISSUED    VALUE "I".
             88 CSL-SPOILED   VALUE "S".
             88 CSL-ALIGNMENT VALUE "A".
          05 CSL-FROM-NO   PIC 9(8).
          05 CSL-THRU-NO   PIC 9(8).
          05 CSL-DATE      PIC 9(8).
          05 CSL-TIME      PIC 9(6).
          05 CSL-PROGRAM   PIC X(10).
          05 CSL-OPERATOR  PIC X(10).
          05 CSL-REFERENCE PIC X(20).
