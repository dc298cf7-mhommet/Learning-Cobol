       01 CATEGORIE-VALIDE-SW   PIC X(01).
           88 CATEGORIE-VALIDE     VALUE "Y".
       01 DISPLAY-PRIX          PIC ZZZZ9.99.
       01 PRODUIT-EXISTANT-SW   PIC X(01).
           88 PRODUIT-EXISTANT     VALUE "Y".
       01 STOCKE-SAISI          PIC X(01).
       01 DISPLAY-QTE           PIC -ZZZZZZ9.99.
       01 DISPLAY-COUT          PIC ZZZZ9.9999.

       PROCEDURE DIVISION.
           PERFORM OUVRIR-CATALOGUE
               OPEN I-O PRODUCT-MASTER
           END-IF.

      *    A product already on file keeps its quantity on hand and
      *    average cost: only receipts and invoices move those, so a
      *    price change never resets the shelf.
       AJOUTER-PRODUIT.
           DISPLAY "Code produit ?"
           ACCEPT PROD-CODE
           MOVE "N" TO PRODUIT-EXISTANT-SW
           READ PRODUCT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PRODUIT-EXISTANT TO TRUE
           END-READ
           IF NOT PRODUIT-EXISTANT
               MOVE SPACE TO PROD-STOCK-FLAG
               MOVE ZERO TO PROD-QTY-ON-HAND
               MOVE ZERO TO PROD-REORDER-POINT
               MOVE ZERO TO PROD-REORDER-QTY
               MOVE ZERO TO PROD-AVG-COST
           END-IF
           DISPLAY "Designation ?"
           ACCEPT PROD-NAME

           MOVE "N" TO CATEGORIE-VALIDE-SW
           PERFORM SAISIR-CATEGORIE-TVA UNTIL CATEGORIE-VALIDE

           PERFORM SAISIR-GESTION-STOCK

           WRITE PRODUCT-MASTER-RECORD
               INVALID KEY
                   REWRITE PRODUCT-MASTER-RECORD
               SET CATEGORIE-VALIDE TO TRUE
           END-IF.

      *    Only a stocked product has a reorder point; the quantity
      *    on hand itself is never keyed here.
       SAISIR-GESTION-STOCK.
           DISPLAY "Produit gere en stock (O/N) ?"
           ACCEPT STOCKE-SAISI
           IF STOCKE-SAISI = "O"
               SET PROD-STOCKE TO TRUE
               DISPLAY "Seuil de reapprovisionnement "
                       "(ex. 0000010.00) ?"
               ACCEPT PROD-REORDER-POINT
               DISPLAY "Quantite a commander (ex. 0000050.00) ?"
               ACCEPT PROD-REORDER-QTY
           ELSE
               MOVE "N" TO PROD-STOCK-FLAG
           END-IF.

       CONSULTER-PRODUIT.
           DISPLAY "Code produit ?"
           ACCEPT PROD-CODE
                           FUNCTION TRIM(PROD-NAME)
                   DISPLAY "  PRIX HT " DISPLAY-PRIX
                           " CATEGORIE " PROD-CATEGORY
                   IF PROD-STOCKE
                       MOVE PROD-QTY-ON-HAND TO DISPLAY-QTE
                       MOVE PROD-AVG-COST TO DISPLAY-COUT
                       DISPLAY "  EN STOCK " DISPLAY-QTE
                               " CUMP " DISPLAY-COUT
                       MOVE PROD-REORDER-POINT TO DISPLAY-QTE
                       DISPLAY "  SEUIL " DISPLAY-QTE
                   END-IF
           END-READ.

       SUPPRIMER-PRODUIT.
