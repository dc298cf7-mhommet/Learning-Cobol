
       01 FEED-EOF-SWITCH       PIC X(01) VALUE "N".
           88 FEED-EOF             VALUE "Y".
       01 DEBORDEMENT-SWITCH    PIC X(01) VALUE "N".
           88 DEBORDEMENT          VALUE "Y".
       01 LEDGER-EOF-SWITCH     PIC X(01) VALUE "N".
           88 LEDGER-EOF           VALUE "Y".
       01 LOTS-EOF-SWITCH       PIC X(01) VALUE "N".
                   DISPLAY "Mode invalide : " RUN-MODE
           END-EVALUATE.

           IF DEBORDEMENT
               DISPLAY "DIVIDEND : table pleine en cours de passage, "
                       "resultats incomplets."
               MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

      *    An unavailable master disables the held-ticker control
               ELSE
                   DISPLAY "Table des taux pleine : taux "
                           FXR-CODE " " FXR-EFFECTIVE-DATE " ignore."
                   SET DEBORDEMENT TO TRUE
               END-IF
           END-IF.

