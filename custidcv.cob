               MOVE OLD-REG-ORIG-NUMBER TO REG-ORIG-NUMBER
               SET REG-EINV-A-EMETTRE TO TRUE
               SET REG-COLLECT-AUCUN TO TRUE
               SET REG-LITIGE-AUCUN TO TRUE
               MOVE ZERO TO REG-PENAL-DATE
               SET REG-INDEMNITE-NON TO TRUE
               MOVE ZERO TO REG-DOUTEUX-DATE
               MOVE ZERO TO REG-PROVISION-TAUX
               MOVE ZERO TO REG-PROVISION
               MOVE ZERO TO REG-PERTE-DATE
               MOVE ZERO TO REG-TVA-RECUPEREE
               SET REG-NATURE-NORMALE TO TRUE
               MOVE ZERO TO REG-DEVIS-NUMBER
               MOVE "EUR" TO REG-DEVISE
               MOVE 1 TO REG-TAUX-CHANGE
               MOVE REG-PRICETTC TO REG-TTC-DEVISE
               MOVE REG-AMOUNT-PAID TO REG-PAYE-DEVISE
               MOVE ZERO TO REG-COMPANY
               WRITE INVOICE-REGISTER-RECORD
                   INVALID KEY
                       DISPLAY "Piece en double a la conversion : "
