       01 SRN-REASON-TABLE.
          05 FILLER PIC X(2)  VALUE "EV".
          05 FILLER PIC X(24) VALUE "EMPLOYMENT VERIFICATION".
          05 FILLER PIC X(2)  VALUE "DD".
          05 FILLER PIC X(24) VALUE "DIRECT DEPOSIT PROBLEM".
          05 FILLER PIC X(2)  VALUE "TX".
          05 FILLER PIC X(24) VALUE "TAX FILING OR W-2 ISSUE".
          05 FILLER PIC X(2)  VALUE "GA".
          05 FILLER PIC X(24) VALUE "GARNISHMENT OR AGENCY".
          05 FILLER PIC X(2)  VALUE "AU".
          05 FILLER PIC X(24) VALUE "AUDIT REQUEST".
          05 FILLER PIC X(2)  VALUE "RS".
          05 FILLER PIC X(24) VALUE "BACKUP RESTORE CHECK".
          05 FILLER PIC X(2)  VALUE "DM".
          05 FILLER PIC X(24) VALUE "MASTER FILE DUMP".
       01 SRN-REASONS REDEFINES SRN-REASON-TABLE.
          05 SRN-REASON OCCURS 7 TIMES.
             10 SRN-CODE PIC X(2).
             10 SRN-TEXT PIC X(24).
       01 SRN-REASON-COUNT PIC 9(2) VALUE 7.
