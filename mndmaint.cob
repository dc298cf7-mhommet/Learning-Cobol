                   DISPLAY "Date de signature obligatoire : "
                           "mandat refuse."
               WHEN OTHER
      *    Registering the mandate again - new signature, or the
      *    customer sorting out the account after a suspension -
      *    starts the return count afresh.
                   MOVE "A" TO MAND-STATUT
                   MOVE ZERO TO MAND-NB-REJETS
                   MOVE ZERO TO MAND-DERNIER-REJET
                   WRITE DEBIT-MANDATE-RECORD
                       INVALID KEY
                           REWRITE DEBIT-MANDATE-RECORD
                   DISPLAY "  IBAN " MAND-IBAN
                   DISPLAY "  RUM  " MAND-RUM
                           " signe le " MAND-SIGN-DATE
                   IF MAND-NB-REJETS > 0
                       DISPLAY "  " MAND-NB-REJETS " rejet(s), "
                               "dernier le " MAND-DERNIER-REJET
                   END-IF
           END-READ.

      *    A revoked mandate stays on file as the proof it existed;
