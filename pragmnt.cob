       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRAGMNT.

      *    Customer price agreement maintenance: the negotiated
      *    price or discount a customer gets on a catalog product,
      *    its validity dates and up to five quantity breaks. TVA,
      *    DEVIS and CTRBILL price coded lines off PRICEAGR.DAT, so
      *    a negotiated price is keyed once here instead of typed
      *    over the catalog price on every invoice. Customer 000000
      *    is the general volume schedule of the product.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-AGREEMENT-FILE ASSIGN TO "PRICEAGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-KEY
               FILE STATUS IS PRICEAGR-STATUS.

      *    The product must exist in the catalog: an agreement on a
      *    code nobody sells would never price anything.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS PRODMAST-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PRICE-AGREEMENT-FILE.
       COPY "PRICEAGR.cpy".

       FD PRODUCT-MASTER.
       COPY "PRODMAST.cpy".

       WORKING-STORAGE SECTION.
       01 PRICEAGR-STATUS       PIC X(02).
       01 PRODMAST-STATUS       PIC X(02).

       01 RUN-MODE              PIC X(01).
           88 MODE-AJOUTER         VALUE "A".
           88 MODE-CONSULTER       VALUE "C".
           88 MODE-SUPPRIMER       VALUE "D".

       01 PRODUIT-VALIDE-SW     PIC X(01).
           88 PRODUIT-VALIDE       VALUE "Y".
       01 TYPE-VALIDE-SW        PIC X(01).
           88 TYPE-VALIDE          VALUE "Y".
       01 DATES-VALIDES-SW      PIC X(01).
           88 DATES-VALIDES        VALUE "Y".
       01 PALIER-IDX            PIC 9(1).

       01 DISPLAY-PRIX          PIC ZZZZ9.99.
       01 DISPLAY-PCT           PIC Z9.99.
       01 DISPLAY-QTE           PIC ZZZ9.99.

       PROCEDURE DIVISION.
           PERFORM OUVRIR-ACCORDS
           OPEN INPUT PRODUCT-MASTER
           IF PRODMAST-STATUS NOT = "00"
               DISPLAY "PRODMAST.DAT indisponible ("
                       PRODMAST-STATUS ") : creer le catalogue "
                       "d'abord par PRODMNT."
               CLOSE PRICE-AGREEMENT-FILE
               GOBACK
           END-IF

           DISPLAY "Mode (A = ajouter/modifier, C = consulter,"
                   " D = supprimer) ?"
           ACCEPT RUN-MODE

           EVALUATE TRUE
               WHEN MODE-AJOUTER
                   PERFORM AJOUTER-ACCORD
               WHEN MODE-CONSULTER
                   PERFORM CONSULTER-ACCORD
               WHEN MODE-SUPPRIMER
                   PERFORM SUPPRIMER-ACCORD
               WHEN OTHER
                   DISPLAY "Mode invalide : " RUN-MODE
           END-EVALUATE

           CLOSE PRICE-AGREEMENT-FILE
           CLOSE PRODUCT-MASTER
           GOBACK.

      *    PRICEAGR.DAT may not exist yet on a brand new install;
      *    create it empty the first time, same as the other indexed
      *    master files.
       OUVRIR-ACCORDS.
           OPEN I-O PRICE-AGREEMENT-FILE
           IF PRICEAGR-STATUS = "35"
               OPEN OUTPUT PRICE-AGREEMENT-FILE
               CLOSE PRICE-AGREEMENT-FILE
               OPEN I-O PRICE-AGREEMENT-FILE
           END-IF.

       SAISIR-CLE-ACCORD.
           DISPLAY "Numero client (000000 = tous clients) ?"
           ACCEPT PAG-CUST-ID
           DISPLAY "Code produit ?"
           ACCEPT PAG-PROD-CODE.

       AJOUTER-ACCORD.
           MOVE "N" TO PRODUIT-VALIDE-SW
           PERFORM SAISIR-PRODUIT-ACCORD UNTIL PRODUIT-VALIDE

           MOVE "N" TO TYPE-VALIDE-SW
           PERFORM SAISIR-TYPE-ACCORD UNTIL TYPE-VALIDE

           MOVE "N" TO DATES-VALIDES-SW
           PERFORM SAISIR-VALIDITE UNTIL DATES-VALIDES

           DISPLAY "Paliers de quantite (quantite 0 = pas de "
                   "palier)."
           PERFORM SAISIR-PALIER
               VARYING PALIER-IDX FROM 1 BY 1 UNTIL PALIER-IDX > 5

           WRITE PRICE-AGREEMENT-RECORD
               INVALID KEY
                   REWRITE PRICE-AGREEMENT-RECORD
           END-WRITE
           DISPLAY "Accord " PAG-CUST-ID "/" PAG-PROD-CODE
                   " enregistre.".

       SAISIR-PRODUIT-ACCORD.
           PERFORM SAISIR-CLE-ACCORD
           MOVE PAG-PROD-CODE TO PROD-CODE
           READ PRODUCT-MASTER
               INVALID KEY
                   DISPLAY "Produit inconnu du catalogue, "
                           "merci de ressaisir."
               NOT INVALID KEY
                   SET PRODUIT-VALIDE TO TRUE
                   MOVE PROD-UNIT-HT TO DISPLAY-PRIX
                   DISPLAY FUNCTION TRIM(PROD-NAME)
                           " - prix catalogue HT " DISPLAY-PRIX
           END-READ.

      *    A fixed price must be positive; a discount stays under
      *    100 % - a free product is not a price agreement.
       SAISIR-TYPE-ACCORD.
           DISPLAY "Type (P = prix fixe, R = remise en %) ?"
           ACCEPT PAG-TYPE
           EVALUATE TRUE
               WHEN PAG-PRIX-FIXE
                   DISPLAY "Prix unitaire HT convenu (ex. 00150.00) ?"
                   ACCEPT PAG-UNIT-HT
                   MOVE ZERO TO PAG-DISCOUNT-PCT
                   IF PAG-UNIT-HT > ZERO
                       SET TYPE-VALIDE TO TRUE
                   ELSE
                       DISPLAY "Prix invalide : doit etre positif."
                   END-IF
               WHEN PAG-REMISE
                   DISPLAY "Remise en % (ex. 12.50) ?"
                   ACCEPT PAG-DISCOUNT-PCT
                   MOVE ZERO TO PAG-UNIT-HT
                   IF PAG-DISCOUNT-PCT > ZERO
                       SET TYPE-VALIDE TO TRUE
                   ELSE
                       DISPLAY "Remise invalide : doit etre positive."
                   END-IF
               WHEN OTHER
                   DISPLAY "Type inconnu : " PAG-TYPE
           END-EVALUATE.

       SAISIR-VALIDITE.
           DISPLAY "Debut de validite (AAAAMMJJ) ?"
           ACCEPT PAG-START-DATE
           DISPLAY "Fin de validite (AAAAMMJJ, 0 = sans fin) ?"
           ACCEPT PAG-END-DATE
           IF PAG-END-DATE NOT = ZERO
                   AND PAG-END-DATE < PAG-START-DATE
               DISPLAY "La fin precede le debut : merci de ressaisir."
           ELSE
               SET DATES-VALIDES TO TRUE
           END-IF.

       SAISIR-PALIER.
           DISPLAY "Palier " PALIER-IDX " - quantite minimum "
                   "(ex. 0010.00) ?"
           ACCEPT PAG-TIER-MIN-QTY(PALIER-IDX)
           IF PAG-TIER-MIN-QTY(PALIER-IDX) = ZERO
               MOVE ZERO TO PAG-TIER-PCT(PALIER-IDX)
           ELSE
               DISPLAY "Palier " PALIER-IDX " - remise en % "
                       "(ex. 05.00) ?"
               ACCEPT PAG-TIER-PCT(PALIER-IDX)
           END-IF.

       CONSULTER-ACCORD.
           PERFORM SAISIR-CLE-ACCORD
           READ PRICE-AGREEMENT-FILE
               INVALID KEY
                   DISPLAY "Aucun accord pour ce client et ce "
                           "produit."
               NOT INVALID KEY
                   PERFORM AFFICHER-ACCORD
           END-READ.

       AFFICHER-ACCORD.
           IF PAG-PRIX-FIXE
               MOVE PAG-UNIT-HT TO DISPLAY-PRIX
               DISPLAY "  PRIX FIXE HT " DISPLAY-PRIX
           ELSE
               MOVE PAG-DISCOUNT-PCT TO DISPLAY-PCT
               DISPLAY "  REMISE " DISPLAY-PCT " %"
           END-IF
           DISPLAY "  VALIDE DU " PAG-START-DATE " AU " PAG-END-DATE
           PERFORM AFFICHER-PALIER
               VARYING PALIER-IDX FROM 1 BY 1 UNTIL PALIER-IDX > 5.

       AFFICHER-PALIER.
           IF PAG-TIER-MIN-QTY(PALIER-IDX) > ZERO
               MOVE PAG-TIER-MIN-QTY(PALIER-IDX) TO DISPLAY-QTE
               MOVE PAG-TIER-PCT(PALIER-IDX) TO DISPLAY-PCT
               DISPLAY "  A PARTIR DE " DISPLAY-QTE " : REMISE "
                       DISPLAY-PCT " %"
           END-IF.

       SUPPRIMER-ACCORD.
           PERFORM SAISIR-CLE-ACCORD
           DELETE PRICE-AGREEMENT-FILE
               INVALID KEY
                   DISPLAY "Aucun accord pour ce client et ce "
                           "produit."
               NOT INVALID KEY
                   DISPLAY "Accord " PAG-CUST-ID "/" PAG-PROD-CODE
                           " supprime."
           END-DELETE.
