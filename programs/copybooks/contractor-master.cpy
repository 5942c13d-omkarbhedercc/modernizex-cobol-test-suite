       01 CTR-REC.
          05 CTR-PAYEE-ID PIC X(6).
          05 CTR-NAME PIC X(30).
          05 CTR-TIN-TYPE PIC X(1).
             88 CTR-TIN-IS-SSN VALUE "S".
             88 CTR-TIN-IS-EIN VALUE "E".
          05 CTR-TIN PIC 9(9).
          05 CTR-ADDR-LINE1 PIC X(22).
          05 CTR-ADDR-LINE2 PIC X(22).
          05 CTR-ADDR-CITY  PIC X(22).
          05 CTR-ADDR-STATE PIC X(2).
          05 CTR-ADDR-ZIP   PIC X(10).
          05 CTR-BACKUP-WH PIC X(1).
             88 CTR-BACKUP-WH-ON VALUE "Y".
          05 CTR-STATUS PIC X(1).
             88 CTR-ACTIVE   VALUE "A".
             88 CTR-INACTIVE VALUE "I".
          05 CTR-COMPANY PIC 9(2).
