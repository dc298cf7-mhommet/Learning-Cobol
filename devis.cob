               FILE STATUS IS QUOTE-DOC-STATUS.

           SELECT COMPANY-PROFILE-FILE ASSIGN TO "CMPNYPRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-COMPANY
               FILE STATUS IS COMPANY-PROFILE-STATUS.

           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST.DAT"
               RECORD KEY IS PROD-CODE
               FILE STATUS IS PRODMAST-STATUS.

      *    Customer price agreements: a coded line is quoted at the
      *    customer's agreed price, the same lookup TVA prices with.
           SELECT PRICE-AGREEMENT-FILE ASSIGN TO "PRICEAGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-KEY
               FILE STATUS IS PRICEAGR-STATUS.

           SELECT CUSTOMER-NAME-INDEX ASSIGN TO "CUSTNIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

      *    Acceptance drops the quote straight into the TVA batch
      *    drop file, with the next free invoice number drawn off
      *    the quote company's TVACKPT record and the same register
      *    walk the interactive emission uses - each company's
      *    unbroken sequence stays unbroken.
           SELECT INVOICE-FILE ASSIGN TO "INVOICES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-FILE-STATUS.
           05 INV-ORIG-NUMBER   PIC 9(6).
           05 INV-PROD-CODE     PIC X(08).
           05 INV-QUANTITY      PIC 9(4)V99.
           05 INV-NATURE        PIC X(01).
           05 INV-DEVIS-NUMBER  PIC 9(6).
           05 INV-CURRENCY      PIC X(03).
      *    Invoicing company; its series the number is drawn from.
           05 INV-COMPANY       PIC 9(01).
      *    Discount off the catalog the customer's price agreement
      *    gave the line, for the invoice page.
           05 INV-REMISE-HT     PIC 9(5)V99.

       FD PRICE-AGREEMENT-FILE.
       COPY "PRICEAGR.cpy".

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
           88 MODE-CONSULTER       VALUE "C".
           88 MODE-ACCEPTER        VALUE "A".
           88 MODE-REFUSER         VALUE "R".
           88 MODE-ACOMPTE         VALUE "P".

       01 CATALOGUE-DISPO-SW    PIC X(01) VALUE "N".
           88 CATALOGUE-DISPO      VALUE "Y".
       01 VALIDITE-JOURS        PIC 9(3).
       01 DOC-LINE              PIC X(80).
       01 DERNIER-NUMERO        PIC 9(6).
      *    Company whose series the next number is drawn from: n
      *    numbers n00001 to n99999, company 0 carrying on from the
      *    single-company "N" record.
       01 SOCIETE-FACTURE       PIC 9(01) VALUE ZERO.

       01 LIGNE-VALIDE-SWITCH   PIC X(01).
           88 LIGNE-VALIDE         VALUE "Y".
       01 DISPLAY-QTE           PIC ZZZ9.99.
       01 DISPLAY-PRIX-UNIT     PIC ZZZZ9.99.

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
       01 LIGNE-CATALOGUE-HT    PIC 9(7)V99.
       01 REMISE-PCT-LIGNE      PIC 9(3)V99.
       01 DISPLAY-REMISE        PIC ZZZZ9.99.
       01 DISPLAY-REMISE-PCT    PIC ZZ9.99.

      *    Acompte entry: the HT to bill now, what the quote still
      *    leaves to bill once it is out.
       01 ACOMPTE-HT            PIC S9(5)V99.
       01 RESTE-A-FACTURER-HT   PIC S9(5)V99.
       01 ACOMPTE-VALIDE-SW     PIC X(01).
           88 ACOMPTE-VALIDE       VALUE "Y".
       01 ACOMPTE-IDX           PIC 9(2).

      *    Invoice-number assignment work fields, the same walk TVA
      *    makes before an interactive emission.
       01 INVOICE-NUMBER        PIC 9(6).
           88 NUMERO-DEJA-PRIS     VALUE "Y".

      *    Company letterhead, loaded once per run as TVA does.
       01 SOCIETE-DEVIS-X       PIC X(01).
       01 SOCIETE-VALIDE-SW     PIC X(01).
           88 SOCIETE-VALIDE       VALUE "Y".
       01 PROFIL-CHARGE-SWITCH  PIC X(01) VALUE "N".
           88 PROFIL-CHARGE        VALUE "Y".
       01 PROFIL-SOCIETE.
           PERFORM OUVRIR-INDEX-CLIENTS

           DISPLAY "Mode (N = nouveau devis, C = consulter,"
                   " A = accepter/convertir, R = refuser,"
                   " P = facture d'acompte) ?"
           ACCEPT RUN-MODE

           EVALUATE TRUE
                   PERFORM ACCEPTER-DEVIS
               WHEN MODE-REFUSER
                   PERFORM REFUSER-DEVIS
               WHEN MODE-ACOMPTE
                   PERFORM ACOMPTER-DEVIS
               WHEN OTHER
                   DISPLAY "Mode invalide : " RUN-MODE
           END-EVALUATE
           IF CATALOGUE-DISPO
               CLOSE PRODUCT-MASTER
           END-IF
           IF ACCORDS-DISPO
               CLOSE PRICE-AGREEMENT-FILE
           END-IF
           IF CUSTNIDX-DISPO
               CLOSE CUSTOMER-NAME-INDEX
           END-IF
           ELSE
               DISPLAY "PRODMAST.DAT indisponible ("
                       PRODMAST-STATUS ") : saisie libre seulement."
           END-IF
           OPEN INPUT PRICE-AGREEMENT-FILE
           IF PRICEAGR-STATUS = "00"
               SET ACCORDS-DISPO TO TRUE
           END-IF.

       OUVRIR-INDEX-CLIENTS.
           DISPLAY "Prenom du client ?"
           ACCEPT DEV-CUST-PRENOM
           PERFORM RESOUDRE-ID-CLIENT
           MOVE "N" TO SOCIETE-VALIDE-SW
           PERFORM SAISIR-SOCIETE UNTIL SOCIETE-VALIDE

           MOVE SPACES TO DEV-PROD-CODE
           MOVE ZERO TO DEV-QUANTITY
           MOVE ZERO TO DEV-REMISE-HT
           MOVE SPACES TO DESIGNATION-DEVIS
           IF CATALOGUE-DISPO
               MOVE "N" TO LIGNE-VALIDE-SWITCH
           PERFORM CALCULER-DATE-EXPIRATION
           SET DEV-EMIS TO TRUE
           MOVE ZERO TO DEV-INV-NUMBER
           MOVE ZERO TO DEV-ACOMPTE-COUNT
           MOVE ZERO TO DEV-ACOMPTES-HT

           WRITE QUOTE-MASTER-RECORD
               INVALID KEY
           DISPLAY "Devis " DEV-NUMBER " emis, expire le "
                   DEV-EXPIRY-DATE.

      *    The issuing company must have its letterhead on file
      *    before it can quote; company 0 keeps the bare-name
      *    fallback it always had.
       SAISIR-SOCIETE.
           DISPLAY "Code societe emettrice (0 a 9) ?"
           ACCEPT SOCIETE-DEVIS-X
           MOVE ZERO TO DEV-COMPANY
           IF SOCIETE-DEVIS-X NUMERIC
               MOVE SOCIETE-DEVIS-X TO DEV-COMPANY
           END-IF
           PERFORM CHARGER-PROFIL-SOCIETE
           IF PROFIL-CHARGE OR DEV-COMPANY = 0
               SET SOCIETE-VALIDE TO TRUE
           END-IF.

       RESOUDRE-ID-CLIENT.
           MOVE ZERO TO DEV-CUST-ID
           IF CUSTNIDX-DISPO
           ELSE
               MOVE PROD-NAME TO DESIGNATION-DEVIS
               MOVE PROD-UNIT-HT TO PRIX-UNITAIRE-DEVIS
               MOVE DEV-CUST-ID TO ACCORD-CLIENT
               MOVE DEV-QUANTITY TO ACCORD-QTE
               MOVE RUN-DATE TO ACCORD-DATE
               PERFORM CHERCHER-ACCORD-PRIX
               COMPUTE DEV-PRICEHT ROUNDED
                   = PU-ACCORD * DEV-QUANTITY
               COMPUTE LIGNE-CATALOGUE-HT ROUNDED
                   = PROD-UNIT-HT * DEV-QUANTITY
               MOVE ZERO TO DEV-REMISE-HT
               IF LIGNE-CATALOGUE-HT > DEV-PRICEHT
                   COMPUTE DEV-REMISE-HT
                       = LIGNE-CATALOGUE-HT - DEV-PRICEHT
                   MOVE PU-ACCORD TO DISPLAY-PRIX-UNIT
                   DISPLAY "Accord de prix applique : PU HT net "
                           DISPLAY-PRIX-UNIT
               END-IF
               MOVE PROD-CATEGORY TO DEV-CATEGORY
               SET LIGNE-VALIDE TO TRUE
           END-IF.

      *    Agreed unit price HT for the product in PRODUCT-MASTER-
      *    RECORD: the customer's own agreement valid on ACCORD-DATE,
      *    else the general schedule of customer 000000, else the
      *    catalog price. The quantity break comes off that. Same
      *    rule as TVA, so the invoice bills what was quoted.
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

       SAISIR-PRICEHT.
           DISPLAY "Quel est le prix HT ?"
           ACCEPT DEV-PRICEHT
                   REMAINDER ANNEE-RESTE
               IF ANNEE-RESTE = 0
                   MOVE 29 TO MOIS-LONGUEUR
                   DIVIDE ECH-YEAR BY 100 GIVING ANNEE-QUOTIENT
                       REMAINDER ANNEE-RESTE
                   IF ANNEE-RESTE = 0
                       DIVIDE ECH-YEAR BY 400
                           GIVING ANNEE-QUOTIENT
                           REMAINDER ANNEE-RESTE
                       IF ANNEE-RESTE NOT = 0
                           MOVE 28 TO MOIS-LONGUEUR
                       END-IF
                   END-IF
               END-IF
           END-IF.

           MOVE "N" TO PROFIL-CHARGE-SWITCH
           OPEN INPUT COMPANY-PROFILE-FILE
           IF COMPANY-PROFILE-STATUS = "00"
               MOVE DEV-COMPANY TO CPR-COMPANY
               READ COMPANY-PROFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE COMPANY-PROFILE-RECORD(2:)
                           TO PROFIL-SOCIETE
                       SET PROFIL-CHARGE TO TRUE
               END-READ
               CLOSE COMPANY-PROFILE-FILE
           END-IF
           IF NOT PROFIL-CHARGE
               DISPLAY "CMPNYPRF.DAT sans profil societe "
                       DEV-COMPANY " : en-tete de devis "
                       "incomplet, saisir le profil via CMPNYMNT."
           END-IF.

                   INTO DOC-LINE
               MOVE DOC-LINE TO QUOTE-DOC-RECORD
               WRITE QUOTE-DOC-RECORD
               IF DEV-REMISE-HT > ZERO
                   PERFORM ECRIRE-REMISE-DEVIS
               END-IF
           END-IF

           MOVE DEV-PRICEHT TO DISPLAY-HT

           CLOSE QUOTE-DOC-FILE.

      *    The agreement discount under the catalog price, as the
      *    invoice page will print it.
       ECRIRE-REMISE-DEVIS.
           COMPUTE LIGNE-CATALOGUE-HT ROUNDED
               = PRIX-UNITAIRE-DEVIS * DEV-QUANTITY
           MOVE ZERO TO REMISE-PCT-LIGNE
           IF LIGNE-CATALOGUE-HT > ZERO
               COMPUTE REMISE-PCT-LIGNE ROUNDED
                   = DEV-REMISE-HT * 100 / LIGNE-CATALOGUE-HT
           END-IF
           MOVE DEV-REMISE-HT TO DISPLAY-REMISE
           MOVE REMISE-PCT-LIGNE TO DISPLAY-REMISE-PCT
           MOVE SPACES TO DOC-LINE
           STRING "  REMISE ACCORD CLIENT : -" DELIMITED BY SIZE
                  DISPLAY-REMISE DELIMITED BY SIZE
                  " HT (" DELIMITED BY SIZE
                  DISPLAY-REMISE-PCT DELIMITED BY SIZE
                  " %)" DELIMITED BY SIZE
               INTO DOC-LINE
           MOVE DOC-LINE TO QUOTE-DOC-RECORD
           WRITE QUOTE-DOC-RECORD.

       CONSULTER-DEVIS.
           DISPLAY "Numero de devis ?"
           ACCEPT DEV-NUMBER
               INVALID KEY
                   DISPLAY "Devis introuvable."
               NOT INVALID KEY
                   MOVE DEV-COMPANY TO SOCIETE-FACTURE
                   MOVE DEV-PRICEHT TO DISPLAY-HT
                   DISPLAY "Devis " DEV-NUMBER " du " DEV-DATE
                           " pour "
                           " EXPIRE LE " DEV-EXPIRY-DATE
                   DISPLAY "  STATUT " DEV-STATUS
                           " FACTURE " DEV-INV-NUMBER
                           " SOCIETE " DEV-COMPANY
                   IF DEV-ACOMPTE-COUNT > 0
                       MOVE DEV-ACOMPTES-HT TO DISPLAY-HT
                       DISPLAY "  ACOMPTES FACTURES " DEV-ACOMPTE-COUNT
                               " POUR HT " DISPLAY-HT
                   END-IF
           END-READ.

      *    The one-step conversion: an emitted, unexpired devis
               INVALID KEY
                   DISPLAY "Devis introuvable."
               NOT INVALID KEY
                   MOVE DEV-COMPANY TO SOCIETE-FACTURE
                   PERFORM CONVERTIR-DEVIS-ACCEPTE
           END-READ.

                           DEV-INV-NUMBER "."
               WHEN DEV-REFUSE
                   DISPLAY "Devis refuse : conversion impossible."
      *    Once an acompte is billed the order is firm: the quote
      *    no longer expires and the final invoice must follow.
               WHEN DEV-EMIS AND DEV-EXPIRY-DATE < RUN-DATE
                   DISPLAY "Devis expire le " DEV-EXPIRY-DATE
                           " : reemettre un devis a jour."
               WHEN OTHER
               OPEN EXTEND INVOICE-FILE
           END-IF

      *    The final invoice bills only what the acomptes have not
      *    already billed; TVA lists the acomptes on the page.
           MOVE INVOICE-NUMBER TO INV-NUMBER
           COMPUTE INV-PRICEHT = DEV-PRICEHT - DEV-ACOMPTES-HT
           MOVE DEV-CATEGORY TO INV-CATEGORY
           MOVE DEV-CUST-NOM TO INV-CUST-NOM
           MOVE DEV-CUST-PRENOM TO INV-CUST-PRENOM
           MOVE ZERO TO INV-ORIG-NUMBER
           MOVE DEV-PROD-CODE TO INV-PROD-CODE
           MOVE DEV-QUANTITY TO INV-QUANTITY
           IF DEV-ACOMPTE-COUNT > 0
               MOVE "S" TO INV-NATURE
           ELSE
               MOVE SPACE TO INV-NATURE
           END-IF
           MOVE DEV-NUMBER TO INV-DEVIS-NUMBER
           MOVE "EUR" TO INV-CURRENCY
           MOVE SOCIETE-FACTURE TO INV-COMPANY
           MOVE DEV-REMISE-HT TO INV-REMISE-HT
           WRITE INVOICE-RECORD
           CLOSE INVOICE-FILE

           DISPLAY "Devis " DEV-NUMBER " converti : facture "
                   INVOICE-NUMBER " deposee pour le run TVA.".

      *    Next free invoice number: last assigned off the quote
      *    company's TVACKPT record, walked forward past anything the
      *    register already issued, then the control record advanced
      *    - the same contract as TVA's interactive emission, so the
      *    sequence stays gapless whoever draws from it.
       ATTRIBUER-NUMERO-FACTURE.
           OPEN I-O CHECKPOINT-FILE
           IF CHECKPOINT-STATUS = "35"
           END-IF
           OPEN INPUT INVOICE-REGISTER

           MOVE SOCIETE-FACTURE TO CKPT-KEY
           COMPUTE DERNIER-NUMERO = SOCIETE-FACTURE * 100000
           READ CHECKPOINT-FILE
               INVALID KEY
                   PERFORM LIRE-NUMEROTATION-INITIALE
               NOT INVALID KEY
                   MOVE CKPT-LAST-INVOICE TO DERNIER-NUMERO
           END-READ
           PERFORM VERIFIER-NUMERO-FACTURE
           PERFORM AVANCER-NUMERO-FACTURE UNTIL NOT NUMERO-DEJA-PRIS

           MOVE SOCIETE-FACTURE TO CKPT-KEY
           MOVE INVOICE-NUMBER TO CKPT-LAST-INVOICE
           REWRITE CHECKPOINT-RECORD
               INVALID KEY
           END-IF
           CLOSE CHECKPOINT-FILE.

      *    Company 0 takes over the single series it always had.
       LIRE-NUMEROTATION-INITIALE.
           IF SOCIETE-FACTURE = 0
               MOVE "N" TO CKPT-KEY
               READ CHECKPOINT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CKPT-LAST-INVOICE TO DERNIER-NUMERO
               END-READ
           END-IF.

       VERIFIER-NUMERO-FACTURE.
           MOVE "N" TO NUMERO-DEJA-PRIS-SW
           IF INVREG-STATUS = "00"
               INVALID KEY
                   DISPLAY "Devis introuvable."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN DEV-ACCEPTE
                           DISPLAY "Devis deja converti en facture "
                                   DEV-INV-NUMBER
                                   " : refus impossible."
                       WHEN DEV-EN-COMMANDE
                           DISPLAY "Acomptes deja factures : les "
                                   "annuler par avoir avant de "
                                   "refuser le devis."
                       WHEN OTHER
                           SET DEV-REFUSE TO TRUE
                           REWRITE QUOTE-MASTER-RECORD
                               INVALID KEY
                                   DISPLAY "Erreur mise a jour du "
                                           "devis."
                           END-REWRITE
                           DISPLAY "Devis " DEV-NUMBER " refuse."
                   END-EVALUATE
           END-READ.

      *    An acompte invoice against a firm quote: its own invoice
      *    number off the same sequence, the quote's category and
      *    customer, a free-keyed line for the HT billed now. The
      *    quote turns "en commande" and keeps the acompte so the
      *    final invoice can deduct it.
       ACOMPTER-DEVIS.
           DISPLAY "Numero du devis ?"
           ACCEPT DEV-NUMBER
           READ QUOTE-MASTER
               INVALID KEY
                   DISPLAY "Devis introuvable."
               NOT INVALID KEY
                   MOVE DEV-COMPANY TO SOCIETE-FACTURE
                   PERFORM CONTROLER-ACOMPTE
           END-READ.

       CONTROLER-ACOMPTE.
           EVALUATE TRUE
               WHEN DEV-ACCEPTE
                   DISPLAY "Devis deja converti en facture "
                           DEV-INV-NUMBER " : plus d'acompte possible."
               WHEN DEV-REFUSE
                   DISPLAY "Devis refuse : acompte impossible."
               WHEN DEV-EMIS AND DEV-EXPIRY-DATE < RUN-DATE
                   DISPLAY "Devis expire le " DEV-EXPIRY-DATE
                           " : reemettre un devis a jour."
               WHEN DEV-ACOMPTE-COUNT >= 10
                   DISPLAY "Dix acomptes deja factures sur ce devis : "
                           "emettre la facture de solde."
               WHEN OTHER
                   COMPUTE RESTE-A-FACTURER-HT
                       = DEV-PRICEHT - DEV-ACOMPTES-HT
                   MOVE RESTE-A-FACTURER-HT TO DISPLAY-HT
                   DISPLAY "Reste a facturer HT : " DISPLAY-HT
                   MOVE "N" TO ACOMPTE-VALIDE-SW
                   PERFORM SAISIR-ACOMPTE UNTIL ACOMPTE-VALIDE
                   IF ACOMPTE-HT > 0
                       PERFORM ECRIRE-FACTURE-ACOMPTE
                   END-IF
           END-EVALUATE.

      *    Zero abandons; the acomptes must leave something for the
      *    final invoice to bill.
       SAISIR-ACOMPTE.
           DISPLAY "Montant HT de l'acompte (0 = abandon) ?"
           ACCEPT ACOMPTE-HT
           EVALUATE TRUE
               WHEN ACOMPTE-HT = 0
                   DISPLAY "Acompte abandonne."
                   SET ACOMPTE-VALIDE TO TRUE
               WHEN ACOMPTE-HT < 0
                   DISPLAY "Montant invalide : doit etre positif."
               WHEN ACOMPTE-HT >= RESTE-A-FACTURER-HT
                   DISPLAY "L'acompte doit rester inferieur au reste "
                           "a facturer."
               WHEN OTHER
                   SET ACOMPTE-VALIDE TO TRUE
           END-EVALUATE.

       ECRIRE-FACTURE-ACOMPTE.
           PERFORM ATTRIBUER-NUMERO-FACTURE

           OPEN EXTEND INVOICE-FILE
           IF INVOICE-FILE-STATUS = "35"
               OPEN OUTPUT INVOICE-FILE
               CLOSE INVOICE-FILE
               OPEN EXTEND INVOICE-FILE
           END-IF

           MOVE INVOICE-NUMBER TO INV-NUMBER
           MOVE ACOMPTE-HT TO INV-PRICEHT
           MOVE DEV-CATEGORY TO INV-CATEGORY
           MOVE DEV-CUST-NOM TO INV-CUST-NOM
           MOVE DEV-CUST-PRENOM TO INV-CUST-PRENOM
           MOVE RUN-DATE TO INV-BILL-DATE
           MOVE ZERO TO INV-TERMS-DAYS
           MOVE "F" TO INV-DOC-TYPE
           MOVE ZERO TO INV-ORIG-NUMBER
           MOVE SPACES TO INV-PROD-CODE
           MOVE ZERO TO INV-QUANTITY
           MOVE "C" TO INV-NATURE
           MOVE DEV-NUMBER TO INV-DEVIS-NUMBER
           MOVE "EUR" TO INV-CURRENCY
           MOVE SOCIETE-FACTURE TO INV-COMPANY
           MOVE ZERO TO INV-REMISE-HT
           WRITE INVOICE-RECORD
           CLOSE INVOICE-FILE

           ADD 1 TO DEV-ACOMPTE-COUNT
           MOVE DEV-ACOMPTE-COUNT TO ACOMPTE-IDX
           MOVE INVOICE-NUMBER TO DEV-ACP-INV-NUMBER(ACOMPTE-IDX)
           MOVE RUN-DATE TO DEV-ACP-DATE(ACOMPTE-IDX)
           MOVE ACOMPTE-HT TO DEV-ACP-HT(ACOMPTE-IDX)
           ADD ACOMPTE-HT TO DEV-ACOMPTES-HT
           SET DEV-EN-COMMANDE TO TRUE
           REWRITE QUOTE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Erreur mise a jour du devis "
                           DEV-NUMBER
           END-REWRITE

           DISPLAY "Facture d'acompte " INVOICE-NUMBER
                   " deposee pour le run TVA (devis " DEV-NUMBER ").".
