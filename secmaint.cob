           ACCEPT SEC-CLASS
           DISPLAY "Devise de cotation ?"
           ACCEPT SEC-CURRENCY
           DISPLAY "Soumise a la TTF (O/N) ?"
           ACCEPT SEC-TTF
           IF NOT SEC-SOUMIS-TTF
               MOVE "N" TO SEC-TTF
           END-IF

           WRITE SECURITY-MASTER-RECORD
               INVALID KEY
                   DISPLAY SEC-TICKER " : " SEC-NAME
                   DISPLAY "  " SEC-EXCHANGE " " SEC-CLASS
                           " " SEC-CURRENCY
                   IF SEC-SOUMIS-TTF
                       DISPLAY "  Soumise a la TTF"
                   END-IF
           END-READ.

       SUPPRIMER-VALEUR.
