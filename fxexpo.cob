
       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".
       01 DEBORDEMENT-SWITCH    PIC X(01) VALUE "N".
           88 DEBORDEMENT          VALUE "Y".

       01 RUN-DATE              PIC 9(8).


           CLOSE POSITIONS-MASTER-FILE
           CLOSE EXPOSURE-REPORT-FILE
           IF DEBORDEMENT
               DISPLAY "FXEXPO : table pleine en cours de passage, "
                       "resultats incomplets."
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       CUMULER-LOT-SUIVANT.
               ELSE
                   DISPLAY "Table des devises pleine : "
                           POSM-CURRENCY " ignore."
                   SET DEBORDEMENT TO TRUE
               END-IF
           END-IF.

               ELSE
                   DISPLAY "Table des taux pleine : taux "
                           FXR-CODE " " FXR-EFFECTIVE-DATE " ignore."
                   SET DEBORDEMENT TO TRUE
               END-IF
           END-IF.

