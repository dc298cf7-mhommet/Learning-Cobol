
       01 EVENT-EOF-SWITCH      PIC X(01) VALUE "N".
           88 EVENT-EOF            VALUE "Y".
       01 DEBORDEMENT-SWITCH    PIC X(01) VALUE "N".
           88 DEBORDEMENT          VALUE "Y".
       01 LOTS-EOF-SWITCH       PIC X(01) VALUE "N".
           88 LOTS-EOF             VALUE "Y".

               CLOSE SECURITY-MASTER-FILE
           END-IF
           CLOSE ACTION-REPORT-FILE
           IF DEBORDEMENT
               DISPLAY "CORPACT : table pleine en cours de passage, "
                       "resultats incomplets."
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       TRAITER-EVENEMENT-SUIVANT.
                       ELSE
                           DISPLAY "Table des lots pleine : lot "
                                   POSM-LOT-SEQ " ignore."
                           SET DEBORDEMENT TO TRUE
                       END-IF
                   END-IF
               END-IF
