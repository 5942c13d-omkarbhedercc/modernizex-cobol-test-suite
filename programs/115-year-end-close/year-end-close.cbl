          05 YTDH-CLOSE-YEAR PIC 9(4).
          05 YTDH-CLOSE-DATE PIC 9(6).
          05 YTDH-OPERATOR   PIC X(10).
          05 YTDH-IMAGE      PIC X(400).

       FD  LEAVE-MASTER.
           COPY "leave-master.cpy".
               END-IF
               MOVE 0 TO LV-VAC-TAKEN-YTD
               MOVE 0 TO LV-SICK-TAKEN-YTD
               MOVE 0 TO LV-COMP-EARNED-YTD
               MOVE 0 TO LV-COMP-TAKEN-YTD
               REWRITE LV-REC
               IF WS-FS-LEAVE-MASTER NOT = "00"
                   DISPLAY "ERROR: REWRITE failed for "
