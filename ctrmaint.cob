           88 FREQ-VALIDE          VALUE "Y".
       01 CATEGORIE-VALIDE-SW   PIC X(01) VALUE "N".
           88 CATEGORIE-VALIDE     VALUE "Y".
       01 SOCIETE-VALIDE-SW     PIC X(01) VALUE "N".
           88 SOCIETE-VALIDE       VALUE "Y".
       01 SOCIETE-CONTRAT-X     PIC X(01).
       01 DISPLAY-HT            PIC ZZZZ9.99.

       PROCEDURE DIVISION.
           DISPLAY "Prenom du client ?"
           ACCEPT CTR-CUST-PRENOM
           PERFORM RESOUDRE-ID-CLIENT
           SET SOCIETE-VALIDE-SW TO "N"
           PERFORM SAISIR-SOCIETE UNTIL SOCIETE-VALIDE
           DISPLAY "Code produit (vide = ligne libre) ?"
           ACCEPT CTR-PROD-CODE
           DISPLAY "Quantite (ex. 0001.00, 0 si ligne libre) ?"
               SET CATEGORIE-VALIDE TO TRUE
           END-IF.

      *    The company the contract bills under, in its own invoice
      *    series; TVA refuses a company with no profile on file.
       SAISIR-SOCIETE.
           DISPLAY "Code societe emettrice (0 a 9) ?"
           ACCEPT SOCIETE-CONTRAT-X
           IF SOCIETE-CONTRAT-X NUMERIC
               MOVE SOCIETE-CONTRAT-X TO CTR-COMPANY
               SET SOCIETE-VALIDE TO TRUE
           ELSE
               DISPLAY "Code societe invalide : un chiffre de 0 a 9."
           END-IF.

       SAISIR-FREQUENCE.
           DISPLAY "Frequence (M = mensuelle, T = trimestrielle) ?"
           ACCEPT CTR-FREQUENCE
                   DISPLAY "  HT " DISPLAY-HT
                           " categorie " CTR-CATEGORY
                           " frequence " CTR-FREQUENCE
                           " societe " CTR-COMPANY
                   DISPLAY "  Prochaine facturation "
                           CTR-NEXT-DATE " fin " CTR-END-DATE
           END-READ.
