          05 TAXL-FICA-ER PIC 9(9)V99.
          05 TAXL-TOTAL   PIC 9(9)V99.
          05 TAXL-REFERENCE PIC X(12).
          05 TAXL-OASDI-EE    PIC 9(9)V99.
          05 TAXL-MEDICARE-EE PIC 9(9)V99.
          05 TAXL-OASDI-ER    PIC 9(9)V99.
          05 TAXL-MEDICARE-ER PIC 9(9)V99.
