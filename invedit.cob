               RECORD KEY IS PROD-CODE
               FILE STATUS IS PRODMAST-STATUS.

      *    Customer price agreements: a coded line billed at the
      *    customer's agreed price is as true as one at the catalog
      *    price.
           SELECT PRICE-AGREEMENT-FILE ASSIGN TO "PRICEAGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-KEY
               FILE STATUS IS PRICEAGR-STATUS.

      *    The issued-numbers register, consulted so a batch record
      *    wearing an already-billed number is stopped at the edit -
      *    and scanned for the customer's open balance, so a record
      *    skips the catalog checks.
           05 EDI-PROD-CODE     PIC X(08).
           05 EDI-QUANTITY-X    PIC X(06).
      *    C = acompte on a quote, S = final invoice of a quote net
      *    of its acomptes, blank for everything else.
           05 EDI-NATURE        PIC X(01).
           05 EDI-DEVIS-NUMBER-X PIC X(06).
      *    Invoice currency, ISO code; blank or EUR is euros.
           05 EDI-CURRENCY      PIC X(03).
      *    Invoicing company, one digit; blank is company 0. The
      *    number's leading digit must name the same company.
           05 EDI-COMPANY       PIC X(01).
      *    Agreement discount printed on the page; not edited.
           05 EDI-REMISE-HT-X   PIC X(07).

       FD ACCEPTED-FILE.
       01 ACCEPTED-RECORD       PIC X(124).

       FD REJECT-FILE.
       01 REJECT-RECORD.
           05 REJ-DATA          PIC X(124).
           05 REJ-REASON        PIC X(02).

       FD PRODUCT-MASTER.
       COPY "PRODMAST.cpy".

       FD PRICE-AGREEMENT-FILE.
       COPY "PRICEAGR.cpy".

       FD EDIT-REPORT-FILE.
       01 EDIT-REPORT-RECORD    PIC X(80).


       01 INVOICE-EOF-SWITCH    PIC X(01) VALUE "N".
           88 INVOICE-EOF          VALUE "Y".
       01 DEBORDEMENT-SWITCH    PIC X(01) VALUE "N".
           88 DEBORDEMENT          VALUE "Y".
       01 REGISTRE-DISPO-SWITCH PIC X(01) VALUE "N".
           88 REGISTRE-DISPO       VALUE "Y".

      *    quantite non numerique ou nulle, 09 categorie differente
      *    du catalogue, 10 montant HT different de prix unitaire x
      *    quantite, 11 plafond d'encours client depasse sans
      *    derogation superviseur, 12 code societe non numerique ou
      *    numero hors de la serie de la societe.
       01 REASON-CODE           PIC X(02).
       01 SOCIETE-EDIT          PIC X(01).
       01 RECORD-VALIDE-SWITCH  PIC X(01).
           88 RECORD-VALIDE        VALUE "Y".

       01 PRICEHT-LIGNE REDEFINES PRICEHT-LIGNE-X
                                PIC 9(5)V99.
       01 LIGNE-HT-ATTENDU      PIC 9(9)V99.
       01 LIGNE-HT-ACCORD       PIC 9(9)V99.

      *    Price agreement lookup, as in TVA.
       01 PRICEAGR-STATUS       PIC X(02).
       01 ACCORDS-DISPO-SW      PIC X(01) VALUE "N".
           88 ACCORDS-DISPO        VALUE "Y".
       01 ACCORD-TROUVE-SW      PIC X(01).
           88 ACCORD-TROUVE        VALUE "Y".
       01 ACCORD-CLIENT         PIC 9(6).
       01 ACCORD-QTE            PIC 9(4)V99.
       01 ACCORD-DATE           PIC 9(8).
       01 PU-ACCORD             PIC S9(5)V99.
       01 PALIER-PCT            PIC 9(2)V99.
       01 PALIER-QTE            PIC 9(4)V99.
       01 PALIER-IDX            PIC 9(1).

      *    Credit-limit work fields: the candidate's TTC, the
      *    customer's open balance off the register scan, and the
           IF CATALOGUE-DISPO
               CLOSE PRODUCT-MASTER
           END-IF
           IF ACCORDS-DISPO
               CLOSE PRICE-AGREEMENT-FILE
           END-IF
           IF MASTER-DISPO
               CLOSE CUSTOMER-MASTER
               CLOSE CUSTOMER-NAME-INDEX
           END-IF

           IF DEBORDEMENT
               DISPLAY "INVEDIT : table pleine en cours de passage, "
                       "resultats incomplets."
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      *    A missing register only disables the already-billed check;
               ELSE
                   DISPLAY "Table des derogations pleine : "
                           OVR-INV-NUMBER " ignore."
                   SET DEBORDEMENT TO TRUE
               END-IF
           END-IF.

               DISPLAY "PRODMAST.DAT indisponible ("
                       PRODMAST-STATUS ") : controle catalogue "
                       "desactive."
           END-IF
           OPEN INPUT PRICE-AGREEMENT-FILE
           IF PRICEAGR-STATUS = "00"
               SET ACCORDS-DISPO TO TRUE
           END-IF.

       EDITER-FACTURE-SUIVANTE.
       EDITER-UNE-FACTURE.
           MOVE "Y" TO RECORD-VALIDE-SWITCH
           MOVE SPACES TO REASON-CODE
           MOVE EDI-COMPANY TO SOCIETE-EDIT
           IF SOCIETE-EDIT = SPACE
               MOVE "0" TO SOCIETE-EDIT
           END-IF

           EVALUATE TRUE
               WHEN EDI-NUMBER-X NOT NUMERIC
                   MOVE "06" TO REASON-CODE
               WHEN EDI-TERMS-X NOT NUMERIC
                   MOVE "06" TO REASON-CODE
               WHEN SOCIETE-EDIT NOT NUMERIC
                   MOVE "12" TO REASON-CODE
               WHEN EDI-NUMBER-X(1:1) NOT = SOCIETE-EDIT
                   MOVE "12" TO REASON-CODE
               WHEN OTHER
                   PERFORM VERIFIER-CATEGORIE-EDIT
           END-EVALUATE

      *    A coded line must tell the truth about the catalog: the
      *    product exists, the category matches it, and the amount
      *    HT is exactly unit price times quantity - or the price
      *    the customer's agreement gives on the invoice date. A
      *    blank code is a free line and skips all of it.
       VERIFIER-LIGNE-PRODUIT.
           IF EDI-PROD-CODE = SPACES
               CONTINUE
               MOVE EDI-PRICEHT-X TO PRICEHT-LIGNE-X
               COMPUTE LIGNE-HT-ATTENDU ROUNDED
                   = PROD-UNIT-HT * QUANTITE-LIGNE
      *    A quote's final invoice bills the catalog amount less
      *    the acomptes already billed, and a foreign-currency line
      *    the price agreed in that currency, so neither can match
      *    the euro catalog.
               IF PRICEHT-LIGNE NOT = LIGNE-HT-ATTENDU
                  AND EDI-NATURE NOT = "S"
                  AND (EDI-CURRENCY = SPACES OR EDI-CURRENCY = "EUR")
                   PERFORM CONTROLER-PRIX-ACCORD
               END-IF
           END-IF.

      *    Not the catalog amount: still true if it is what the
      *    customer's price agreement gives on the invoice date. A
      *    converted quote bills the price the customer accepted on
      *    the quote date, whatever the catalog or the agreement say
      *    today.
       CONTROLER-PRIX-ACCORD.
           MOVE ZERO TO ACCORD-CLIENT
           IF MASTER-DISPO
               MOVE EDI-CUST-NOM TO NIDX-NOM
               MOVE EDI-CUST-PRENOM TO NIDX-PRENOM
               READ CUSTOMER-NAME-INDEX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NIDX-CUST-ID TO ACCORD-CLIENT
               END-READ
           END-IF
           MOVE QUANTITE-LIGNE TO ACCORD-QTE
           MOVE EDI-BILL-DATE-X TO ACCORD-DATE
           PERFORM CHERCHER-ACCORD-PRIX
           COMPUTE LIGNE-HT-ACCORD ROUNDED
               = PU-ACCORD * QUANTITE-LIGNE
           IF PRICEHT-LIGNE NOT = LIGNE-HT-ACCORD
               IF EDI-DEVIS-NUMBER-X NUMERIC
                       AND EDI-DEVIS-NUMBER-X NOT = "000000"
                   CONTINUE
               ELSE
                   MOVE "10" TO REASON-CODE
               END-IF
           END-IF.

      *    Agreed unit price HT for the product in PRODUCT-MASTER-
      *    RECORD: the customer's own agreement valid on ACCORD-DATE,
      *    else the general schedule of customer 000000, else the
      *    catalog price. The quantity break comes off that. Same
      *    rule as TVA.
       CHERCHER-ACCORD-PRIX.
           MOVE PROD-UNIT-HT TO PU-ACCORD
           MOVE "N" TO ACCORD-TROUVE-SW
           IF ACCORDS-DISPO
               IF ACCORD-CLIENT NOT = ZERO
                   MOVE ACCORD-CLIENT TO PAG-CUST-ID
                   PERFORM LIRE-ACCORD-PRIX
               END-IF
               IF NOT ACCORD-TROUVE
                   MOVE ZERO TO PAG-CUST-ID
                   PERFORM LIRE-ACCORD-PRIX
               END-IF
           END-IF
           IF ACCORD-TROUVE
               PERFORM APPLIQUER-ACCORD-PRIX
           END-IF.

       LIRE-ACCORD-PRIX.
           MOVE PROD-CODE TO PAG-PROD-CODE
           READ PRICE-AGREEMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PAG-START-DATE NOT > ACCORD-DATE
                       AND (PAG-END-DATE = ZERO
                            OR PAG-END-DATE NOT < ACCORD-DATE)
                       SET ACCORD-TROUVE TO TRUE
                   END-IF
           END-READ.

       APPLIQUER-ACCORD-PRIX.
           IF PAG-PRIX-FIXE
               MOVE PAG-UNIT-HT TO PU-ACCORD
           ELSE
               COMPUTE PU-ACCORD ROUNDED
                   = PROD-UNIT-HT * (100 - PAG-DISCOUNT-PCT) / 100
           END-IF
           MOVE ZERO TO PALIER-PCT
           MOVE ZERO TO PALIER-QTE
           PERFORM EXAMINER-PALIER-ACCORD
               VARYING PALIER-IDX FROM 1 BY 1 UNTIL PALIER-IDX > 5
           IF PALIER-PCT > ZERO
               COMPUTE PU-ACCORD ROUNDED
                   = PU-ACCORD * (100 - PALIER-PCT) / 100
           END-IF.

       EXAMINER-PALIER-ACCORD.
           IF PAG-TIER-MIN-QTY(PALIER-IDX) > ZERO
                   AND PAG-TIER-MIN-QTY(PALIER-IDX) NOT > ACCORD-QTE
                   AND PAG-TIER-MIN-QTY(PALIER-IDX) > PALIER-QTE
               MOVE PAG-TIER-MIN-QTY(PALIER-IDX) TO PALIER-QTE
               MOVE PAG-TIER-PCT(PALIER-IDX) TO PALIER-PCT
           END-IF.

      *    Within-batch duplicates off the seen-numbers table, then
      *    already-billed numbers off the register when it is there.
       VERIFIER-DOUBLONS-EDIT.
               ELSE
                   DISPLAY "Table des numeros vus pleine : controle "
                           "de doublon incomplet au-dela."
                   SET DEBORDEMENT TO TRUE
               END-IF

               IF REGISTRE-DISPO
               ELSE
                   DISPLAY "Table des encours du lot pleine : "
                           "controle de plafond incomplet au-dela."
                   SET DEBORDEMENT TO TRUE
               END-IF
           END-IF.

