
       01 HIST-EOF-SWITCH       PIC X(01) VALUE "N".
           88 HIST-EOF             VALUE "Y".
       01 DEBORDEMENT-SWITCH    PIC X(01) VALUE "N".
           88 DEBORDEMENT          VALUE "Y".
       01 PARM-OK-SWITCH        PIC X(01) VALUE "N".
           88 PARM-OK              VALUE "Y".

               CLOSE POSITIONS-MASTER-FILE
           END-IF
           CLOSE PERF-REPORT-FILE
           IF DEBORDEMENT
               DISPLAY "PERFRPT : table pleine en cours de passage, "
                       "resultats incomplets."
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       LIRE-PARM-PERIODE.
               ELSE
                   DISPLAY "Table des lots pleine : "
                           VH-TICKER " " VH-LOT-SEQ " ignore."
                   SET DEBORDEMENT TO TRUE
               END-IF
           END-IF.

               ELSE
                   DISPLAY "Table des tickers pleine : "
                           LT-TICKER(LOT-IDX) " ignore."
                   SET DEBORDEMENT TO TRUE
               END-IF
           END-IF.

