               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-DOC-STATUS.

      *    Checkpoint of how far the batch run got through
      *    INVOICES.DAT, and the last number drawn in each company's
      *    series, keyed so a REWRITE can update either in place
      *    instead of rewriting a whole file.
           SELECT CHECKPOINT-FILE ASSIGN TO "TVACKPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-CONTROL-STATUS.

      *    Company profiles CMPNYMNT maintains: the full legal
      *    letterhead every emitted page must carry, one per
      *    invoicing company.
           SELECT COMPANY-PROFILE-FILE ASSIGN TO "CMPNYPRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-COMPANY
               FILE STATUS IS COMPANY-PROFILE-STATUS.

      *    Run mode staged by JOBCHAIN for an unattended step; when
               RECORD KEY IS CUST-KEY
               FILE STATUS IS CUSTMAST-STATUS.

      *    Quotes DEVIS maintains: a final invoice on a quote lists
      *    the acomptes already billed against it, off the quote.
           SELECT QUOTE-MASTER ASSIGN TO "DEVIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-NUMBER
               FILE STATUS IS DEVIS-STATUS.

      *    Dated exchange rates, the market-data file CALCUL and
      *    FXEXPO read: a foreign-currency invoice is restated in
      *    euros at the rate effective on its invoice date.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-RATE-STATUS.

      *    Customer price agreements PRAGMNT maintains: a catalog
      *    line is priced at the customer's negotiated price or
      *    discount, quantity breaks included, instead of the bare
      *    catalog price.
           SELECT PRICE-AGREEMENT-FILE ASSIGN TO "PRICEAGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-KEY
               FILE STATUS IS PRICEAGR-STATUS.

      *    Invoice lines behind the register: product, quantity and
      *    amount HT of what each emitted document sold, for the
      *    sales statistics VTESTAT draws.
           SELECT SALES-LINE-FILE ASSIGN TO "SALESLN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLN-KEY
               FILE STATUS IS SALESLN-STATUS.

      *    Stock movement journal: every catalog line a stocked
      *    product goes out on, or comes back on by avoir, appended
      *    next to the receipts RECEPMNT books.
           SELECT STOCK-MOVEMENT-FILE ASSIGN TO "STKMVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STKMVT-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *    free line, the pre-catalog record shape.
           05 INV-PROD-CODE     PIC X(08).
           05 INV-QUANTITY      PIC 9(4)V99.
      *    Acompte (C) or final (S) invoice on the quote DEVIS drew
      *    it from; blank and zero for every other line.
           05 INV-NATURE        PIC X(01).
           05 INV-DEVIS-NUMBER  PIC 9(6).
      *    Currency the amount is keyed and billed in; blank (the
      *    older line shape) or EUR is a euro invoice.
           05 INV-CURRENCY      PIC X(03).
      *    Invoicing company; blank on older lines = company 0.
           05 INV-COMPANY       PIC 9(01).
      *    Discount off the catalog price the customer's price
      *    agreement gave a coded line, printed on the page; blank
      *    on older lines and on lines without one.
           05 INV-REMISE-HT     PIC 9(5)V99.

       FD TVA-REPORT-FILE.
       01 REPORT-RECORD         PIC X(80).
       FD PRODUCT-MASTER.
       COPY "PRODMAST.cpy".

       FD QUOTE-MASTER.
       COPY "DEVIS.cpy".

       FD PRICE-AGREEMENT-FILE.
       COPY "PRICEAGR.cpy".

       FD SALES-LINE-FILE.
       COPY "SALESLN.cpy".

       FD STOCK-MOVEMENT-FILE.
       COPY "STKMVT.cpy".

       FD FX-RATE-FILE.
       01 FX-RATE-RECORD.
           05 FXR-CODE           PIC X(03).
           05 FXR-EFFECTIVE-DATE PIC 9(8).
           05 FXR-RATE           PIC 9(3)V9999.

       WORKING-STORAGE SECTION.
       COPY "INVLINE.cpy".

       01 TOTAL-ROUNDING-ADJUST    PIC S9(7)V99 VALUE ZERO.
       01 DISPLAY-TOTAL-ROUNDING   PIC +ZZZZZ9.99.

      *    Restart point: the count of INVOICES.DAT lines already
      *    processed ("L" record). Numbers no longer rise through the
      *    file once two companies draw from separate series, so the
      *    older last-number checkpoint ("C") is only honoured until
      *    the first run has written an "L".
       01 CHECKPOINT-STATUS        PIC X(02).
       01 LAST-CKPT-INVOICE        PIC 9(6) VALUE ZERO.
       01 LAST-CKPT-LIGNES         PIC 9(6) VALUE ZERO.
       01 LIGNES-LUES              PIC 9(6) VALUE ZERO.

      *    Invoice numbers are assigned by the system off a record
      *    per company in the checkpoint file (key = company code),
      *    not typed by the operator: French invoicing rules require
      *    an unbroken sequence per legal entity, and a sequence
      *    nobody can type into is the only kind that stays
      *    unbroken. Company n numbers n00001 to n99999, so the
      *    register key stays unique across companies; company 0
      *    carries on from the single-company "N" record.
       01 LAST-ASSIGNED-NUMBER     PIC 9(6) VALUE ZERO.
       01 BATCH-CONTROL-STATUS     PIC X(02).
       01 JOB-MODE-STATUS          PIC X(02).
       01 COMPANY-NAME-LINE        PIC X(40)
               VALUE "ACME DISTRIBUTION SARL".

      *    Letterhead of the invoicing company, read from
      *    CMPNYPRF.DAT when the company changes; company 0 without a
      *    profile falls back to the bare name line above so billing
      *    never stops, but says so on the console. Any other company
      *    must have its profile before it can bill at all.
       01 COMPANY-PROFILE-STATUS   PIC X(02).
       01 PROFIL-DISPO-SWITCH      PIC X(01) VALUE "N".
           88 PROFIL-DISPO           VALUE "Y".
       01 PROFIL-CHARGE-SWITCH     PIC X(01) VALUE "N".
           88 PROFIL-CHARGE          VALUE "Y".
       01 SOCIETE-FACTURE          PIC 9(01) VALUE ZERO.
       01 SOCIETE-FACTURE-X        PIC X(01).
       01 SOCIETE-CHARGEE          PIC 9(02) VALUE 99.
       01 SOCIETE-ORIGINE          PIC 9(01).
       01 SOCIETE-VALIDE-SWITCH    PIC X(01).
           88 SOCIETE-VALIDE         VALUE "Y".
       01 MOTIF-REJET-SOCIETE      PIC X(30).
       01 PROFIL-SOCIETE.
           05 PRF-NAME          PIC X(40).
           05 PRF-ADDR-1        PIC X(40).
       01 LIGNE-VALIDE-SWITCH      PIC X(01).
           88 LIGNE-VALIDE           VALUE "Y".
       01 DISPLAY-QTE-FACT         PIC ZZZ9.99.
       01 STKMVT-STATUS            PIC X(02).
       01 SALESLN-STATUS           PIC X(02).

      *    Price agreement lookup: the customer, quantity and date a
      *    catalog line is priced for, the agreed unit price HT it
      *    comes out at, and the discount off the catalog the page
      *    prints.
       01 PRICEAGR-STATUS          PIC X(02).
       01 ACCORDS-DISPO-SW         PIC X(01) VALUE "N".
           88 ACCORDS-DISPO          VALUE "Y".
       01 ACCORD-TROUVE-SW         PIC X(01).
           88 ACCORD-TROUVE          VALUE "Y".
       01 ACCORD-CLIENT            PIC 9(6).
       01 ACCORD-QTE               PIC 9(4)V99.
       01 ACCORD-DATE              PIC 9(8).
       01 PU-ACCORD                PIC S9(5)V99.
       01 PALIER-PCT               PIC 9(2)V99.
       01 PALIER-QTE               PIC 9(4)V99.
       01 PALIER-IDX               PIC 9(1).
       01 REMISE-LIGNE             PIC 9(5)V99.
       01 LIGNE-CATALOGUE-HT       PIC 9(7)V99.
       01 REMISE-PCT-LIGNE         PIC 9(3)V99.
       01 DISPLAY-REMISE           PIC ZZZZ9.99.
       01 DISPLAY-REMISE-PCT       PIC ZZ9.99.
       01 DISPLAY-STOCK            PIC -ZZZZZZ9.99.
       01 DISPLAY-PRIX-UNIT        PIC ZZZZ9.99.

      *    Invoices drawn off a quote: an acompte names the quote,
      *    a final invoice lists the acomptes it deducts.
       01 NATURE-FACTURE           PIC X(01).
           88 FACTURE-ACOMPTE        VALUE "C".
           88 FACTURE-SOLDE          VALUE "S".
       01 DEVIS-FACTURE            PIC 9(6).
       01 DEVIS-STATUS             PIC X(02).
       01 ACOMPTE-IDX              PIC 9(2).
       01 DISPLAY-ACOMPTE-HT       PIC +ZZZZ9.99.
      *    An avoir on an acompte gives the quote its acompte back:
      *    the credited HT, the quote it was billed against and the
      *    slot of the acompte in the quote's block.
       01 DEVIS-ACOMPTE-ANNULE     PIC 9(6).
       01 ACOMPTE-ANNULE-HT        PIC S9(5)V99.
       01 ACOMPTE-TROUVE-IDX       PIC 9(2).
       01 ACOMPTE-SUIVANT-IDX      PIC 9(2).

      *    Invoice currency. PRICEHT/TVA/PRICETTC are always the
      *    euro figures the CA3, DES and FEC work from; the
      *    -DEVISE amounts are what the customer is billed in
      *    DEVISE-FACTURE, at TAUX-CHANGE-FACTURE euros per unit.
       01 DEVISE-FACTURE           PIC X(03).
           88 FACTURE-EN-EUROS       VALUE "EUR".
       01 TAUX-CHANGE-FACTURE      PIC 9(3)V9999.
       01 TAUX-CHANGE-DATE         PIC 9(8).
       01 TAUX-CHANGE-SW           PIC X(01).
           88 TAUX-CHANGE-TROUVE     VALUE "Y".
       01 TAUX-ORIGINE-SW          PIC X(01).
           88 TAUX-ORIGINE           VALUE "Y".
       01 HT-DEVISE                PIC S9(5)V99.
       01 TVA-DEVISE               PIC S9(5)V99.
       01 TTC-DEVISE               PIC S9(6)V99.
       01 DISPLAY-TAUX-CHANGE      PIC ZZ9.9999.

      *    Dated rate history kept whole, the FXEXPO loader's shape:
      *    each invoice looks up its own date.
       01 FX-RATE-STATUS           PIC X(02).
       01 FX-EOF-SWITCH            PIC X(01) VALUE "N".
           88 FX-EOF                 VALUE "Y".
       01 FX-COUNT                 PIC 9(3) VALUE ZERO.
       01 DEBORDEMENT-SWITCH       PIC X(01) VALUE "N".
           88 DEBORDEMENT            VALUE "Y".
       01 FX-IDX                   PIC 9(3).
       01 FX-TABLE.
           05 FX-ENTRY OCCURS 500 TIMES.
               10 FX-CODE          PIC X(03).
               10 FX-EFFECTIVE     PIC 9(8).
               10 FX-RATE          PIC 9(3)V9999.
       01 FX-RATE-COURANT          PIC 9(3)V9999.
       01 FX-BEST-DATE             PIC 9(8).
       01 FX-TROUVE-SWITCH         PIC X(01).
           88 FX-TROUVE              VALUE "Y".
       01 LOOKUP-DATE              PIC 9(8).

       PROCEDURE DIVISION.
           PERFORM SAISIR-MODE-EXECUTION.
           PERFORM CHARGER-TAUX-CHANGE.

           IF MODE-BATCH
               PERFORM TRAITER-LOT
               PERFORM OUVRIR-DOCUMENT-FACTURE
               PERFORM OUVRIR-REGISTRE
               PERFORM OUVRIR-CHECKPOINT
               PERFORM SAISIR-TYPE-DOCUMENT
               MOVE "N" TO SOCIETE-VALIDE-SWITCH
               PERFORM SAISIR-SOCIETE UNTIL SOCIETE-VALIDE
               PERFORM ATTRIBUER-NUMERO
               PERFORM SAISIR-DONNEES
               PERFORM CONVERTIR-EN-EUROS
               PERFORM CALCULER-TVA
               IF DOC-AVOIR
                   PERFORM APPLIQUER-SIGNE-AVOIR
               PERFORM MAJ-NUMEROTATION
               CLOSE INVOICE-DOC-FILE
               CLOSE INVOICE-REGISTER
               CLOSE SALES-LINE-FILE
               CLOSE CHECKPOINT-FILE
               IF PROFIL-DISPO
                   CLOSE COMPANY-PROFILE-FILE
               END-IF
               IF CUSTNIDX-DISPO
                   CLOSE CUSTOMER-NAME-INDEX
               END-IF
               IF CATALOGUE-DISPO
                   CLOSE PRODUCT-MASTER
               END-IF
               IF ACCORDS-DISPO
                   CLOSE PRICE-AGREEMENT-FILE
               END-IF
           END-IF.

           IF DEBORDEMENT
               DISPLAY "TVA : table des taux pleine, taux ignores - "
                       "verifier les factures en devise."
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      *    A mode staged by JOBCHAIN means no terminal: take it and
               ACCEPT RUN-MODE
           END-IF.

       SAISIR-TYPE-DOCUMENT.
           DISPLAY "Type de document (F = facture, A = avoir) ?".
           ACCEPT DOC-TYPE.
           MOVE ZERO TO ORIG-INV-NUMBER.
               ACCEPT ORIG-INV-NUMBER
           END-IF.

      *    An avoir goes out under the company that billed the
      *    original, in that company's series; anything else names
      *    its company, which must have a letterhead on file.
       SAISIR-SOCIETE.
           PERFORM CHERCHER-SOCIETE-ORIGINE
           IF DOC-AVOIR AND REG-INV-NUMBER = ORIG-INV-NUMBER
               MOVE SOCIETE-ORIGINE TO SOCIETE-FACTURE
               DISPLAY "Avoir emis par la societe de la facture "
                       "d'origine : " SOCIETE-FACTURE
           ELSE
               DISPLAY "Code societe emettrice (0 a 9) ?"
               ACCEPT SOCIETE-FACTURE-X
               MOVE ZERO TO SOCIETE-FACTURE
               IF SOCIETE-FACTURE-X NUMERIC
                   MOVE SOCIETE-FACTURE-X TO SOCIETE-FACTURE
               END-IF
           END-IF
           PERFORM CHARGER-PROFIL-SOCIETE
           IF PROFIL-CHARGE OR SOCIETE-FACTURE = 0
               SET SOCIETE-VALIDE TO TRUE
           ELSE
               DISPLAY "Societe " SOCIETE-FACTURE " sans profil "
                       "CMPNYPRF : saisir son en-tete via CMPNYMNT."
           END-IF.

      *    The original invoice's company off the register; a miss
      *    leaves REG-INV-NUMBER not equal to the number asked for.
       CHERCHER-SOCIETE-ORIGINE.
           MOVE ZERO TO SOCIETE-ORIGINE
           MOVE ZERO TO REG-INV-NUMBER
           IF DOC-AVOIR
               MOVE ORIG-INV-NUMBER TO REG-INV-NUMBER
               READ INVOICE-REGISTER
                   INVALID KEY
                       MOVE ZERO TO REG-INV-NUMBER
                   NOT INVALID KEY
                       MOVE REG-COMPANY TO SOCIETE-ORIGINE
               END-READ
           END-IF.

       SAISIR-DONNEES.
           DISPLAY "Numero de document attribue : " INVOICE-NUMBER.

           DISPLAY "Nom du client facture ?".
           DISPLAY "Delai de paiement en jours (ex. 030) ?".
           ACCEPT TERMS-DAYS.
           MOVE DOC-DATE TO BILL-DATE.
           MOVE SPACE TO NATURE-FACTURE.
           MOVE ZERO TO DEVIS-FACTURE.

      *    A coded line is priced off the catalog - unit price times
      *    quantity, category included, at the customer's agreed
      *    price when PRICEAGR has one; a blank code falls back to
      *    the free-keyed price and category the shop always had.
           MOVE SPACES TO CODE-PRODUIT-FACTURE
           MOVE ZERO TO QTE-FACTUREE
           MOVE SPACES TO DESIGNATION-FACTURE
           MOVE ZERO TO REMISE-LIGNE
           IF CATALOGUE-DISPO
               MOVE "N" TO LIGNE-VALIDE-SWITCH
               PERFORM SAISIR-LIGNE-PRODUIT UNTIL LIGNE-VALIDE
               PERFORM SAISIR-CATEGORIE UNTIL CATEGORIE-VALIDE
           END-IF.

      *    The catalog prices in euros: only a free-keyed line can
      *    be billed in another currency.
           MOVE "EUR" TO DEVISE-FACTURE.
           PERFORM DETERMINER-TAUX-CHANGE.
           IF CODE-PRODUIT-FACTURE = SPACES
               MOVE "N" TO TAUX-CHANGE-SW
               PERFORM SAISIR-DEVISE UNTIL TAUX-CHANGE-TROUVE
           END-IF.

       SAISIR-DEVISE.
           DISPLAY "Devise de facturation (vide = EUR) ?"
           ACCEPT DEVISE-FACTURE
           PERFORM DETERMINER-TAUX-CHANGE
           IF NOT TAUX-CHANGE-TROUVE
               DISPLAY "Pas de taux " DEVISE-FACTURE
                       " au FXRATES.DAT a la date de facture."
           END-IF.

       SAISIR-LIGNE-PRODUIT.
           DISPLAY "Code produit (vide = ligne libre) ?"
           ACCEPT CODE-PRODUIT-FACTURE
           IF QTE-FACTUREE = ZERO
               DISPLAY "Quantite nulle : ligne refusee."
           ELSE
               IF PROD-STOCKE AND NOT DOC-AVOIR
                       AND QTE-FACTUREE > PROD-QTY-ON-HAND
                   MOVE PROD-QTY-ON-HAND TO DISPLAY-STOCK
                   DISPLAY "Attention : stock disponible "
                           DISPLAY-STOCK " seulement."
               END-IF
               MOVE PROD-NAME TO DESIGNATION-FACTURE
               MOVE PROD-UNIT-HT TO PRIX-UNITAIRE-FACTURE
               PERFORM CHERCHER-CLIENT-ACCORD
               MOVE QTE-FACTUREE TO ACCORD-QTE
               MOVE BILL-DATE TO ACCORD-DATE
               PERFORM CHERCHER-ACCORD-PRIX
               COMPUTE PRICEHT ROUNDED
                   = PU-ACCORD * QTE-FACTUREE
               COMPUTE LIGNE-CATALOGUE-HT ROUNDED
                   = PROD-UNIT-HT * QTE-FACTUREE
               MOVE ZERO TO REMISE-LIGNE
               IF LIGNE-CATALOGUE-HT > PRICEHT
                   COMPUTE REMISE-LIGNE
                       = LIGNE-CATALOGUE-HT - PRICEHT
                   MOVE PU-ACCORD TO DISPLAY-PRIX-UNIT
                   DISPLAY "Accord de prix applique : PU HT net "
                           DISPLAY-PRIX-UNIT
               END-IF
               MOVE PROD-CATEGORY TO CATEGORY-CODE
               SET LIGNE-VALIDE TO TRUE
           END-IF.

      *    The customer the line is priced for, off the name keyed
      *    so far; EMETTRE-FACTURE resolves it again for the
      *    register, and says so there if the name is unknown.
       CHERCHER-CLIENT-ACCORD.
           MOVE ZERO TO ACCORD-CLIENT
           IF CUSTNIDX-DISPO
               MOVE CUST-NOM-FACTURE TO NIDX-NOM
               MOVE CUST-PRENOM-FACTURE TO NIDX-PRENOM
               READ CUSTOMER-NAME-INDEX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NIDX-CUST-ID TO ACCORD-CLIENT
               END-READ
           END-IF.

      *    Agreed unit price HT for the product in PRODUCT-MASTER-
      *    RECORD: the customer's own agreement valid on ACCORD-DATE,
      *    else the general schedule of customer 000000, else the
      *    catalog price. The quantity break comes off that.
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

      *    A negative price can only be a fat-fingered entry; catch it
      *    here instead of letting it flow into a nonsense TVA/PRICETTC.
       SAISIR-PRICEHT.
           MOVE PRICETTC TO DISPLAY-PRICETTC.
           MOVE PRICEHT TO DISPLAY-PRICEHT.

      *    The billed-currency figures, the VAT rate applied to the
      *    amount as keyed; for a euro invoice they are the euro
      *    figures themselves.
           COMPUTE TVA-DEVISE ROUNDED = HT-DEVISE * TAUX / 100.
           COMPUTE TTC-DEVISE = HT-DEVISE + TVA-DEVISE.

       AFFICHER-RESULTATS.
           DISPLAY "Le montant de la TVA est de " DISPLAY-TVA.
           DISPLAY "Le prix TTC est de " DISPLAY-PRICETTC.
               OPEN EXTEND INVOICE-DOC-FILE
           END-IF
           ACCEPT DOC-DATE FROM DATE YYYYMMDD
           PERFORM OUVRIR-PROFILS-SOCIETE
           PERFORM OUVRIR-CATALOGUE.

       OUVRIR-PROFILS-SOCIETE.
           MOVE "N" TO PROFIL-DISPO-SWITCH
           MOVE 99 TO SOCIETE-CHARGEE
           OPEN INPUT COMPANY-PROFILE-FILE
           IF COMPANY-PROFILE-STATUS = "00"
               SET PROFIL-DISPO TO TRUE
           END-IF.

      *    PRODMAST.DAT absent only disables catalog pricing - free
      *    lines still bill - but says so on the console. Opened for
      *    update since emission moves the stock on hand.
       OUVRIR-CATALOGUE.
           MOVE "N" TO CATALOGUE-DISPO-SW
           OPEN I-O PRODUCT-MASTER
           IF PRODMAST-STATUS = "00"
               SET CATALOGUE-DISPO TO TRUE
           ELSE
               DISPLAY "PRODMAST.DAT indisponible ("
                       PRODMAST-STATUS ") : lignes produit "
                       "indisponibles, saisie libre seulement."
           END-IF
      *    No agreement file yet just means catalog prices for all.
           MOVE "N" TO ACCORDS-DISPO-SW
           OPEN INPUT PRICE-AGREEMENT-FILE
           IF PRICEAGR-STATUS = "00"
               SET ACCORDS-DISPO TO TRUE
           END-IF.

      *    Read only when the company changes from the previous
      *    invoice, so a batch of one company's lines reads its
      *    profile once and says so once when it is missing.
       CHARGER-PROFIL-SOCIETE.
           IF SOCIETE-FACTURE NOT = SOCIETE-CHARGEE
               MOVE SOCIETE-FACTURE TO SOCIETE-CHARGEE
               MOVE "N" TO PROFIL-CHARGE-SWITCH
               IF PROFIL-DISPO
                   MOVE SOCIETE-FACTURE TO CPR-COMPANY
                   READ COMPANY-PROFILE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE COMPANY-PROFILE-RECORD(2:)
                               TO PROFIL-SOCIETE
                           SET PROFIL-CHARGE TO TRUE
                   END-READ
               END-IF
               IF NOT PROFIL-CHARGE
                   DISPLAY "CMPNYPRF.DAT sans profil societe "
                           SOCIETE-FACTURE " : en-tete de facture "
                           "incomplet, saisir le profil via CMPNYMNT."
               END-IF
           END-IF.

      *    The legally complete letterhead: name, address, SIRET,
      *    the customer-facing document, as opposed to REPORT-RECORD
      *    above which is the internal batch reconciliation listing.
       EMETTRE-FACTURE.
           PERFORM CHARGER-PROFIL-SOCIETE
           PERFORM CALCULER-DATE-ECHEANCE
           PERFORM RESOUDRE-ID-CLIENT
           PERFORM CHERCHER-TVA-ACHETEUR
           MOVE DOC-LINE TO DOC-RECORD
           WRITE DOC-RECORD

           IF FACTURE-ACOMPTE OR FACTURE-SOLDE
               MOVE SPACES TO DOC-LINE
               IF FACTURE-ACOMPTE
                   STRING "FACTURE D'ACOMPTE SUR LE DEVIS N. "
                              DELIMITED BY SIZE
                          DEVIS-FACTURE DELIMITED BY SIZE
                       INTO DOC-LINE
               ELSE
                   STRING "FACTURE DE SOLDE DU DEVIS N. "
                              DELIMITED BY SIZE
                          DEVIS-FACTURE DELIMITED BY SIZE
                       INTO DOC-LINE
               END-IF
               MOVE DOC-LINE TO DOC-RECORD
               WRITE DOC-RECORD
           END-IF

      *    The reversed invoice is named on the avoir page, as the
      *    auditors expect a credit note to reference its original.
           IF DOC-AVOIR
               WRITE DOC-RECORD
           END-IF

      *    A hors-champ piece is PENALRUN's late-payment billing:
      *    it names the invoice paid late and states why no VAT
      *    is charged.
           IF CATEGORY-CODE = "H"
               IF ORIG-INV-NUMBER NOT = ZERO
                   MOVE SPACES TO DOC-LINE
                   STRING "PENALITES DE RETARD SUR LA FACTURE N. "
                              DELIMITED BY SIZE
                          ORIG-INV-NUMBER DELIMITED BY SIZE
                       INTO DOC-LINE
                   MOVE DOC-LINE TO DOC-RECORD
                   WRITE DOC-RECORD
               END-IF
               MOVE SPACES TO DOC-LINE
               STRING "OPERATION HORS CHAMP DE LA TVA "
                      "(ART. L441-10 C. COM.)"
                          DELIMITED BY SIZE
                   INTO DOC-LINE
               MOVE DOC-LINE TO DOC-RECORD
               WRITE DOC-RECORD
           END-IF

           MOVE SPACES TO DOC-LINE
           STRING "ECHEANCE : " DELIMITED BY SIZE
                  DUE-DATE DELIMITED BY SIZE
                   INTO DOC-LINE
               MOVE DOC-LINE TO DOC-RECORD
               WRITE DOC-RECORD
               IF REMISE-LIGNE > ZERO
                   PERFORM ECRIRE-REMISE-LIGNE
               END-IF
           END-IF

           IF FACTURE-SOLDE
               PERFORM ECRIRE-DEDUCTION-ACOMPTES
           END-IF

           IF NOT FACTURE-EN-EUROS
               PERFORM ECRIRE-MONTANTS-DEVISE
           END-IF

           MOVE SPACES TO DOC-LINE
           MOVE SPACES TO DOC-RECORD
           WRITE DOC-RECORD

           PERFORM ENREGISTRER-REGISTRE
           PERFORM ENREGISTRER-LIGNE-VENTE
           PERFORM MOUVEMENTER-STOCK.

      *    The agreement discount, in euros and as a share of the
      *    line at catalog price, so the customer sees the price
      *    list and what the agreement took off it.
       ECRIRE-REMISE-LIGNE.
           COMPUTE LIGNE-CATALOGUE-HT ROUNDED
               = PRIX-UNITAIRE-FACTURE * QTE-FACTUREE
           MOVE ZERO TO REMISE-PCT-LIGNE
           IF LIGNE-CATALOGUE-HT > ZERO
               COMPUTE REMISE-PCT-LIGNE ROUNDED
                   = REMISE-LIGNE * 100 / LIGNE-CATALOGUE-HT
           END-IF
           MOVE REMISE-LIGNE TO DISPLAY-REMISE
           MOVE REMISE-PCT-LIGNE TO DISPLAY-REMISE-PCT
           MOVE SPACES TO DOC-LINE
           STRING "  REMISE ACCORD CLIENT : -" DELIMITED BY SIZE
                  DISPLAY-REMISE DELIMITED BY SIZE
                  " HT (" DELIMITED BY SIZE
                  DISPLAY-REMISE-PCT DELIMITED BY SIZE
                  " %)" DELIMITED BY SIZE
               INTO DOC-LINE
           MOVE DOC-LINE TO DOC-RECORD
           WRITE DOC-RECORD.

      *    The document's line behind its register entry, in euros
      *    and signed as the register is: an avoir nets what it
      *    credits out of every sales total.
       ENREGISTRER-LIGNE-VENTE.
           MOVE INVOICE-NUMBER TO SLN-INV-NUMBER
           MOVE 1 TO SLN-LINE-NO
           MOVE BILL-DATE TO SLN-INV-DATE
           MOVE CUST-ID-FACTURE TO SLN-CUST-ID
           MOVE CUST-NOM-FACTURE TO SLN-CUST-NOM
           MOVE SOCIETE-FACTURE TO SLN-COMPANY
           MOVE CODE-PRODUIT-FACTURE TO SLN-PROD-CODE
           MOVE CATEGORY-CODE TO SLN-CATEGORY
           MOVE PRICEHT TO SLN-PRICEHT
           IF DOC-AVOIR
               SET SLN-AVOIR TO TRUE
               COMPUTE SLN-QUANTITY = ZERO - QTE-FACTUREE
               COMPUTE SLN-REMISE-HT = ZERO - REMISE-LIGNE
           ELSE
               SET SLN-FACTURE TO TRUE
               MOVE QTE-FACTUREE TO SLN-QUANTITY
               MOVE REMISE-LIGNE TO SLN-REMISE-HT
           END-IF
           WRITE SALES-LINE-RECORD
               INVALID KEY
                   DISPLAY "Ligne de vente " SLN-INV-NUMBER
                           " deja enregistree."
           END-WRITE.

      *    A stocked catalog line leaves the shelf when invoiced and
      *    comes back on the avoir that returns it. TVA is where
      *    CTRBILL lines and converted quotes are emitted too, so this
      *    is the one place stock moves on a sale. Stock is allowed to
      *    go negative - the goods did leave - and STKRPT shows it as
      *    a rupture to be received.
       MOUVEMENTER-STOCK.
           IF CODE-PRODUIT-FACTURE NOT = SPACES
                   AND CATALOGUE-DISPO
                   AND QTE-FACTUREE > ZERO
               MOVE CODE-PRODUIT-FACTURE TO PROD-CODE
               READ PRODUCT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PROD-STOCKE
                           PERFORM DEBITER-STOCK-PRODUIT
                       END-IF
               END-READ
           END-IF.

       DEBITER-STOCK-PRODUIT.
           MOVE BILL-DATE TO STK-DATE
           MOVE PROD-CODE TO STK-PROD-CODE
           IF DOC-AVOIR
               SET STK-RETOUR TO TRUE
               MOVE QTE-FACTUREE TO STK-QUANTITY
           ELSE
               SET STK-VENTE TO TRUE
               COMPUTE STK-QUANTITY = ZERO - QTE-FACTUREE
           END-IF
           ADD STK-QUANTITY TO PROD-QTY-ON-HAND
           MOVE PROD-AVG-COST TO STK-UNIT-COST
           MOVE INVOICE-NUMBER TO STK-PIECE
           MOVE PROD-QTY-ON-HAND TO STK-QTY-AFTER
           REWRITE PRODUCT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Stock " PROD-CODE " non mis a jour ("
                           PRODMAST-STATUS ")."
           END-REWRITE

           OPEN EXTEND STOCK-MOVEMENT-FILE
           IF STKMVT-STATUS = "35"
               OPEN OUTPUT STOCK-MOVEMENT-FILE
               CLOSE STOCK-MOVEMENT-FILE
               OPEN EXTEND STOCK-MOVEMENT-FILE
           END-IF
           WRITE STOCK-MOVEMENT-RECORD
           CLOSE STOCK-MOVEMENT-FILE

           IF PROD-QTY-ON-HAND < ZERO
               MOVE PROD-QTY-ON-HAND TO DISPLAY-STOCK
               DISPLAY "Rupture " PROD-CODE " : stock "
                       DISPLAY-STOCK
           END-IF.

      *    The final invoice of a quote shows the whole order, each
      *    acompte already billed and their total, so the PRIX HT
      *    printed below reads as what is left to pay. A quote the
      *    file no longer has leaves the bare net on the page.
       ECRIRE-DEDUCTION-ACOMPTES.
           OPEN INPUT QUOTE-MASTER
           IF DEVIS-STATUS = "00"
               MOVE DEVIS-FACTURE TO DEV-NUMBER
               READ QUOTE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM ECRIRE-LIGNES-ACOMPTES
               END-READ
               CLOSE QUOTE-MASTER
           END-IF.

       ECRIRE-LIGNES-ACOMPTES.
           MOVE DEV-PRICEHT TO DISPLAY-ACOMPTE-HT
           MOVE SPACES TO DOC-LINE
           STRING "  TOTAL DEVIS HT       : " DELIMITED BY SIZE
                  DISPLAY-ACOMPTE-HT DELIMITED BY SIZE
               INTO DOC-LINE
           MOVE DOC-LINE TO DOC-RECORD
           WRITE DOC-RECORD
           PERFORM ECRIRE-LIGNE-ACOMPTE
               VARYING ACOMPTE-IDX FROM 1 BY 1
               UNTIL ACOMPTE-IDX > DEV-ACOMPTE-COUNT
           COMPUTE DISPLAY-ACOMPTE-HT = 0 - DEV-ACOMPTES-HT
           MOVE SPACES TO DOC-LINE
           STRING "  ACOMPTES DEDUITS HT  : " DELIMITED BY SIZE
                  DISPLAY-ACOMPTE-HT DELIMITED BY SIZE
               INTO DOC-LINE
           MOVE DOC-LINE TO DOC-RECORD
           WRITE DOC-RECORD.

       ECRIRE-LIGNE-ACOMPTE.
           MOVE DEV-ACP-HT(ACOMPTE-IDX) TO DISPLAY-ACOMPTE-HT
           MOVE SPACES TO DOC-LINE
           STRING "    ACOMPTE FACTURE N. " DELIMITED BY SIZE
                  DEV-ACP-INV-NUMBER(ACOMPTE-IDX) DELIMITED BY SIZE
                  " DU " DELIMITED BY SIZE
                  DEV-ACP-DATE(ACOMPTE-IDX) DELIMITED BY SIZE
                  " HT " DELIMITED BY SIZE
                  DISPLAY-ACOMPTE-HT DELIMITED BY SIZE
               INTO DOC-LINE
           MOVE DOC-LINE TO DOC-RECORD
           WRITE DOC-RECORD.

      *    The amounts as billed in the foreign currency, then the
      *    rate the euro figures below were restated at.
       ECRIRE-MONTANTS-DEVISE.
           MOVE HT-DEVISE TO DISPLAY-PRICEHT
           MOVE SPACES TO DOC-LINE
           STRING "  PRIX HT   : " DELIMITED BY SIZE
                  DISPLAY-PRICEHT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DEVISE-FACTURE DELIMITED BY SIZE
               INTO DOC-LINE
           MOVE DOC-LINE TO DOC-RECORD
           WRITE DOC-RECORD

           MOVE TVA-DEVISE TO DISPLAY-PRICEHT
           MOVE SPACES TO DOC-LINE
           STRING "  TVA       : " DELIMITED BY SIZE
                  DISPLAY-PRICEHT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DEVISE-FACTURE DELIMITED BY SIZE
               INTO DOC-LINE
           MOVE DOC-LINE TO DOC-RECORD
           WRITE DOC-RECORD

           MOVE TTC-DEVISE TO DISPLAY-PRICEHT
           MOVE SPACES TO DOC-LINE
           STRING "  PRIX TTC  : " DELIMITED BY SIZE
                  DISPLAY-PRICEHT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DEVISE-FACTURE DELIMITED BY SIZE
               INTO DOC-LINE
           MOVE DOC-LINE TO DOC-RECORD
           WRITE DOC-RECORD

           MOVE PRICEHT TO DISPLAY-PRICEHT
           MOVE TAUX-CHANGE-FACTURE TO DISPLAY-TAUX-CHANGE
           MOVE SPACES TO DOC-LINE
           IF TAUX-ORIGINE
               STRING "  CONTRE-VALEUR EUR AU TAUX DE LA FACTURE "
                          DELIMITED BY SIZE
                      "D'ORIGINE " DELIMITED BY SIZE
                      DISPLAY-TAUX-CHANGE DELIMITED BY SIZE
                   INTO DOC-LINE
           ELSE
               STRING "  CONTRE-VALEUR EUR AU TAUX " DELIMITED BY SIZE
                      DISPLAY-TAUX-CHANGE DELIMITED BY SIZE
                      " DU " DELIMITED BY SIZE
                      TAUX-CHANGE-DATE DELIMITED BY SIZE
                      " (FXRATES)" DELIMITED BY SIZE
                   INTO DOC-LINE
           END-IF
           MOVE DOC-LINE TO DOC-RECORD
           WRITE DOC-RECORD.

      *    Due date = billing date rolled forward by the payment
      *    terms, month by month off MOIS-TABLE so a 30-day invoice
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


      *    INVREG.DAT may not exist yet on a brand new install;
      *    create it empty the first time, same as the checkpoint file.
      *    The invoice lines behind it likewise.
       OUVRIR-REGISTRE.
           OPEN I-O INVOICE-REGISTER
           IF INVREG-STATUS = "35"
               CLOSE INVOICE-REGISTER
               OPEN I-O INVOICE-REGISTER
           END-IF
           OPEN I-O SALES-LINE-FILE
           IF SALESLN-STATUS = "35"
               OPEN OUTPUT SALES-LINE-FILE
               CLOSE SALES-LINE-FILE
               OPEN I-O SALES-LINE-FILE
           END-IF
           PERFORM OUVRIR-INDEX-CLIENTS.

      *    CUSTNIDX.DAT absent only disables the number resolution -
           MOVE ORIG-INV-NUMBER TO REG-ORIG-NUMBER
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
           MOVE NATURE-FACTURE TO REG-NATURE
           MOVE DEVIS-FACTURE TO REG-DEVIS-NUMBER
           MOVE DEVISE-FACTURE TO REG-DEVISE
           MOVE TAUX-CHANGE-FACTURE TO REG-TAUX-CHANGE
           MOVE TTC-DEVISE TO REG-TTC-DEVISE
           MOVE ZERO TO REG-PAYE-DEVISE
           MOVE SOCIETE-FACTURE TO REG-COMPANY

      *    An avoir carries nothing to collect - it is registered
      *    settled, and the credit is pushed onto the original
                           " : facture d'origine "
                           ORIG-INV-NUMBER " introuvable au registre."
               NOT INVALID KEY
                   MOVE ZERO TO DEVIS-ACOMPTE-ANNULE
                   IF REG-ACOMPTE
                       MOVE REG-DEVIS-NUMBER TO DEVIS-ACOMPTE-ANNULE
                   END-IF
                   SUBTRACT PRICETTC FROM REG-AMOUNT-PAID
                   IF REG-DEVISE = DEVISE-FACTURE
                       SUBTRACT TTC-DEVISE FROM REG-PAYE-DEVISE
                   END-IF
                   IF REG-AMOUNT-PAID >= REG-PRICETTC
                       SET REG-SETTLED TO TRUE
                   END-IF
                           DISPLAY "Erreur mise a jour du registre, "
                                   "facture " ORIG-INV-NUMBER
                   END-REWRITE
                   IF DEVIS-ACOMPTE-ANNULE NOT = ZERO
                       PERFORM ANNULER-ACOMPTE-DEVIS
                   END-IF
           END-READ.

      *    An avoir on an acompte invoice takes the credited HT back
      *    off the quote, so the final invoice deducts only what is
      *    still billed: fully credited, the acompte leaves the
      *    block and the later ones move up; partly credited, it
      *    stays for what is left. With no acompte left the quote is
      *    no longer en commande and can be refused or left to
      *    expire. Once the final invoice is out it has already
      *    deducted the acompte, so the quote is left alone and the
      *    difference is shouted for a complementary invoice.
       ANNULER-ACOMPTE-DEVIS.
           COMPUTE ACOMPTE-ANNULE-HT = 0 - PRICEHT
           OPEN I-O QUOTE-MASTER
           IF DEVIS-STATUS NOT = "00"
               DISPLAY "Avoir " INVOICE-NUMBER " : DEVIS.DAT "
                       "indisponible (" DEVIS-STATUS "), acompte "
                       ORIG-INV-NUMBER " a retirer du devis "
                       DEVIS-ACOMPTE-ANNULE
           ELSE
               MOVE DEVIS-ACOMPTE-ANNULE TO DEV-NUMBER
               READ QUOTE-MASTER
                   INVALID KEY
                       DISPLAY "Avoir " INVOICE-NUMBER " : devis "
                               DEVIS-ACOMPTE-ANNULE " introuvable."
                   NOT INVALID KEY
                       PERFORM RETIRER-ACOMPTE-DEVIS
               END-READ
               CLOSE QUOTE-MASTER
           END-IF.

       RETIRER-ACOMPTE-DEVIS.
           MOVE ZERO TO ACOMPTE-TROUVE-IDX
           PERFORM CHERCHER-ACOMPTE-DEVIS
               VARYING ACOMPTE-IDX FROM 1 BY 1
               UNTIL ACOMPTE-IDX > DEV-ACOMPTE-COUNT
           EVALUATE TRUE
               WHEN ACOMPTE-TROUVE-IDX = ZERO
                   DISPLAY "Avoir " INVOICE-NUMBER " : acompte "
                           ORIG-INV-NUMBER " absent du devis "
                           DEV-NUMBER "."
               WHEN DEV-ACCEPTE
                   MOVE ACOMPTE-ANNULE-HT TO DISPLAY-ACOMPTE-HT
                   DISPLAY "Avoir " INVOICE-NUMBER " : acompte "
                           ORIG-INV-NUMBER " deja deduit de la "
                           "facture de solde " DEV-INV-NUMBER
                           " - facturer le complement HT "
                           DISPLAY-ACOMPTE-HT
               WHEN OTHER
                   MOVE ACOMPTE-TROUVE-IDX TO ACOMPTE-IDX
                   IF ACOMPTE-ANNULE-HT >= DEV-ACP-HT(ACOMPTE-IDX)
                       SUBTRACT DEV-ACP-HT(ACOMPTE-IDX)
                           FROM DEV-ACOMPTES-HT
                       PERFORM DECALER-ACOMPTE-DEVIS
                           VARYING ACOMPTE-IDX FROM ACOMPTE-IDX BY 1
                           UNTIL ACOMPTE-IDX >= DEV-ACOMPTE-COUNT
                       MOVE ZERO TO DEV-ACP-INV-NUMBER(ACOMPTE-IDX)
                       MOVE ZERO TO DEV-ACP-DATE(ACOMPTE-IDX)
                       MOVE ZERO TO DEV-ACP-HT(ACOMPTE-IDX)
                       SUBTRACT 1 FROM DEV-ACOMPTE-COUNT
                   ELSE
                       SUBTRACT ACOMPTE-ANNULE-HT
                           FROM DEV-ACP-HT(ACOMPTE-IDX)
                       SUBTRACT ACOMPTE-ANNULE-HT FROM DEV-ACOMPTES-HT
                   END-IF
                   IF DEV-ACOMPTE-COUNT = ZERO AND DEV-EN-COMMANDE
                       MOVE ZERO TO DEV-ACOMPTES-HT
                       SET DEV-EMIS TO TRUE
                   END-IF
                   REWRITE QUOTE-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Erreur mise a jour du devis "
                                   DEV-NUMBER
                   END-REWRITE
                   DISPLAY "Devis " DEV-NUMBER " : acompte "
                           ORIG-INV-NUMBER " annule par l'avoir "
                           INVOICE-NUMBER
           END-EVALUATE.

       CHERCHER-ACOMPTE-DEVIS.
           IF DEV-ACP-INV-NUMBER(ACOMPTE-IDX) = ORIG-INV-NUMBER
               MOVE ACOMPTE-IDX TO ACOMPTE-TROUVE-IDX
           END-IF.

       DECALER-ACOMPTE-DEVIS.
           COMPUTE ACOMPTE-SUIVANT-IDX = ACOMPTE-IDX + 1
           MOVE DEV-ACOMPTE-ENTRY(ACOMPTE-SUIVANT-IDX)
               TO DEV-ACOMPTE-ENTRY(ACOMPTE-IDX).

      *    Euros at TAUX-CHANGE-FACTURE euros per unit: euros at 1,
      *    an avoir in the original invoice's currency at that
      *    invoice's booked rate so the credit cancels exactly what
      *    was registered, anything else at the newest FXRATES.DAT
      *    rate on or before the invoice date.
       DETERMINER-TAUX-CHANGE.
           MOVE "N" TO TAUX-CHANGE-SW
           MOVE "N" TO TAUX-ORIGINE-SW
           MOVE BILL-DATE TO LOOKUP-DATE
           IF LOOKUP-DATE = ZERO
               MOVE DOC-DATE TO LOOKUP-DATE
           END-IF
           IF DEVISE-FACTURE = SPACES
               MOVE "EUR" TO DEVISE-FACTURE
           END-IF
           IF FACTURE-EN-EUROS
               MOVE 1 TO TAUX-CHANGE-FACTURE
               MOVE LOOKUP-DATE TO TAUX-CHANGE-DATE
               SET TAUX-CHANGE-TROUVE TO TRUE
           ELSE
               IF DOC-AVOIR
                   PERFORM CHERCHER-TAUX-ORIGINE
               END-IF
               IF NOT TAUX-CHANGE-TROUVE
                   PERFORM RECHERCHER-TAUX-CHANGE
                   IF FX-TROUVE
                       MOVE FX-RATE-COURANT TO TAUX-CHANGE-FACTURE
                       MOVE FX-BEST-DATE TO TAUX-CHANGE-DATE
                       SET TAUX-CHANGE-TROUVE TO TRUE
                   END-IF
               END-IF
           END-IF.

       CHERCHER-TAUX-ORIGINE.
           MOVE ORIG-INV-NUMBER TO REG-INV-NUMBER
           READ INVOICE-REGISTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REG-DEVISE = DEVISE-FACTURE
                           AND REG-TAUX-CHANGE > ZERO
                       MOVE REG-TAUX-CHANGE TO TAUX-CHANGE-FACTURE
                       MOVE REG-INVOICE-DATE TO TAUX-CHANGE-DATE
                       SET TAUX-CHANGE-TROUVE TO TRUE
                       SET TAUX-ORIGINE TO TRUE
                   END-IF
           END-READ.

      *    PRICEHT arrives in the billed currency and leaves in
      *    euros; the keyed amount is kept as HT-DEVISE.
       CONVERTIR-EN-EUROS.
           MOVE PRICEHT TO HT-DEVISE
           COMPUTE PRICEHT ROUNDED = HT-DEVISE * TAUX-CHANGE-FACTURE.

       CHARGER-TAUX-CHANGE.
           MOVE ZERO TO FX-COUNT
           MOVE "N" TO FX-EOF-SWITCH
           OPEN INPUT FX-RATE-FILE
           IF FX-RATE-STATUS NOT = "00"
               SET FX-EOF TO TRUE
           END-IF

           PERFORM CHARGER-UN-TAUX UNTIL FX-EOF

           IF FX-RATE-STATUS NOT = "35"
               CLOSE FX-RATE-FILE
           END-IF.

       CHARGER-UN-TAUX.
           READ FX-RATE-FILE
               AT END
                   SET FX-EOF TO TRUE
           END-READ
           IF NOT FX-EOF
               IF FX-COUNT < 500
                   ADD 1 TO FX-COUNT
                   MOVE FXR-CODE TO FX-CODE(FX-COUNT)
                   MOVE FXR-EFFECTIVE-DATE TO FX-EFFECTIVE(FX-COUNT)
                   MOVE FXR-RATE TO FX-RATE(FX-COUNT)
               ELSE
                   DISPLAY "Table des taux pleine : taux "
                           FXR-CODE " " FXR-EFFECTIVE-DATE " ignore."
                   SET DEBORDEMENT TO TRUE
               END-IF
           END-IF.

       RECHERCHER-TAUX-CHANGE.
           MOVE "N" TO FX-TROUVE-SWITCH
           MOVE ZERO TO FX-BEST-DATE
           PERFORM EXAMINER-UN-TAUX
               VARYING FX-IDX FROM 1 BY 1
               UNTIL FX-IDX > FX-COUNT.

       EXAMINER-UN-TAUX.
           IF FX-CODE(FX-IDX) = DEVISE-FACTURE
                   AND FX-EFFECTIVE(FX-IDX) <= LOOKUP-DATE
                   AND (NOT FX-TROUVE
                        OR FX-EFFECTIVE(FX-IDX) > FX-BEST-DATE)
               SET FX-TROUVE TO TRUE
               MOVE FX-EFFECTIVE(FX-IDX) TO FX-BEST-DATE
               MOVE FX-RATE(FX-IDX) TO FX-RATE-COURANT
           END-IF.

      *    One sign flip for every figure an avoir reverses, display
      *    fields refreshed so the page and the report lines show the
      *    credit as the negative it is.
           COMPUTE TVA = 0 - TVA
           COMPUTE PRICETTC = 0 - PRICETTC
           COMPUTE ROUNDING-ADJUSTMENT = 0 - ROUNDING-ADJUSTMENT
           COMPUTE HT-DEVISE = 0 - HT-DEVISE
           COMPUTE TVA-DEVISE = 0 - TVA-DEVISE
           COMPUTE TTC-DEVISE = 0 - TTC-DEVISE
           MOVE PRICEHT TO DISPLAY-PRICEHT
           MOVE TVA TO DISPLAY-TVA
           MOVE PRICETTC TO DISPLAY-PRICETTC.

      *    Batch invoice run: one INVOICES.DAT record in, one report
      *    line out, same CALCULER-TVA used for manual entry above.
      *    Lines up to the checkpointed line count are skipped, so a
      *    restart after an abend does not reprocess (and
      *    double-count) revenue already written to TVARPT.DAT.
       TRAITER-LOT.
           MOVE "N" TO INVOICE-EOF-SWITCH
           MOVE ZERO TO INVOICE-REJECT-COUNT
           MOVE ZERO TO TOTAL-TVA-COLLECTED
           MOVE ZERO TO TOTAL-ROUNDING-ADJUST
           MOVE ZERO TO LIGNES-LUES
           OPEN INPUT INVOICE-FILE
           OPEN OUTPUT TVA-REPORT-FILE
           PERFORM OUVRIR-CHECKPOINT

           MOVE INVOICE-REJECT-COUNT TO DISPLAY-REJECT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "FACTURE(S) REJETEE(S) (CATEGORIE, NUMERO, "
                  "DEVISE OU SOCIETE) : "
                      DELIMITED BY SIZE
                  DISPLAY-REJECT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           CLOSE CHECKPOINT-FILE
           CLOSE INVOICE-DOC-FILE
           CLOSE INVOICE-REGISTER
           CLOSE SALES-LINE-FILE
           IF PROFIL-DISPO
               CLOSE COMPANY-PROFILE-FILE
           END-IF
           IF CUSTNIDX-DISPO
               CLOSE CUSTOMER-NAME-INDEX
           END-IF
           IF CATALOGUE-DISPO
               CLOSE PRODUCT-MASTER
           END-IF
           IF ACCORDS-DISPO
               CLOSE PRICE-AGREEMENT-FILE
           END-IF

           PERFORM ECRIRE-CONTROLE-LOT.

           END-IF.

       LIRE-CHECKPOINT.
           MOVE ZERO TO LAST-CKPT-INVOICE
           MOVE ZERO TO LAST-CKPT-LIGNES
           MOVE "L" TO CKPT-KEY
           READ CHECKPOINT-FILE
               INVALID KEY
                   PERFORM LIRE-CHECKPOINT-NUMERO
               NOT INVALID KEY
                   MOVE CKPT-LAST-INVOICE TO LAST-CKPT-LIGNES
           END-READ.

       LIRE-CHECKPOINT-NUMERO.
           MOVE "C" TO CKPT-KEY
           READ CHECKPOINT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

       MAJ-CHECKPOINT.
           MOVE "L" TO CKPT-KEY
           MOVE LIGNES-LUES TO CKPT-LAST-INVOICE
           REWRITE CHECKPOINT-RECORD
               INVALID KEY
                   WRITE CHECKPOINT-RECORD
           END-REWRITE.

      *    Next number off the company's control record: last
      *    assigned plus one - but the register has the final word.
      *    Batch runs register upstream-assigned numbers without
      *    touching the control record, so the candidate is walked
      *    forward past every number already issued; otherwise an
      *    interactive emission could silently reuse (and replace) a
      *    batch invoice's open item. A company's first invoice
      *    starts its series at n00001.
       ATTRIBUER-NUMERO.
           MOVE SOCIETE-FACTURE TO CKPT-KEY
           COMPUTE LAST-ASSIGNED-NUMBER = SOCIETE-FACTURE * 100000
           READ CHECKPOINT-FILE
               INVALID KEY
                   PERFORM LIRE-NUMEROTATION-INITIALE
               NOT INVALID KEY
                   MOVE CKPT-LAST-INVOICE TO LAST-ASSIGNED-NUMBER
           END-READ
           PERFORM VERIFIER-NUMERO-EMISSION
           PERFORM AVANCER-NUMERO-LIBRE UNTIL NOT NUMERO-DEJA-PRIS.

      *    Company 0 takes over the single series it always had.
       LIRE-NUMEROTATION-INITIALE.
           IF SOCIETE-FACTURE = 0
               MOVE "N" TO CKPT-KEY
               READ CHECKPOINT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CKPT-LAST-INVOICE TO LAST-ASSIGNED-NUMBER
               END-READ
           END-IF.

       VERIFIER-NUMERO-EMISSION.
           MOVE "N" TO NUMERO-DEJA-PRIS-SWITCH
           MOVE INVOICE-NUMBER TO REG-INV-NUMBER
      *    emitted and registered, so an abandoned entry does not
      *    burn a number and open a gap.
       MAJ-NUMEROTATION.
           MOVE SOCIETE-FACTURE TO CKPT-KEY
           MOVE INVOICE-NUMBER TO CKPT-LAST-INVOICE
           REWRITE CHECKPOINT-RECORD
               INVALID KEY
           MOVE REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

      *    A currency with no rate on or before the invoice date
      *    cannot be restated in euros: the line is refused rather
      *    than registered at a guessed rate.
       REJETER-FACTURE-DEVISE.
           ADD 1 TO INVOICE-REJECT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "FACTURE " DELIMITED BY SIZE
                  INV-NUMBER DELIMITED BY SIZE
                  " REJETEE - PAS DE TAUX " DELIMITED BY SIZE
                  DEVISE-FACTURE DELIMITED BY SIZE
                  " AU " DELIMITED BY SIZE
                  LOOKUP-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       TRAITER-UNE-FACTURE.
           ADD 1 TO LIGNES-LUES
           IF LIGNES-LUES <= LAST-CKPT-LIGNES
                   OR INV-NUMBER <= LAST-CKPT-INVOICE
               PERFORM LIRE-FACTURE
           ELSE
               MOVE INV-PRICEHT TO PRICEHT
               MOVE INV-ORIG-NUMBER TO ORIG-INV-NUMBER
               MOVE INV-PROD-CODE TO CODE-PRODUIT-FACTURE
               MOVE INV-QUANTITY TO QTE-FACTUREE
               MOVE INV-CURRENCY TO DEVISE-FACTURE
               MOVE ZERO TO REMISE-LIGNE
               IF INV-REMISE-HT NUMERIC
                   MOVE INV-REMISE-HT TO REMISE-LIGNE
               END-IF
      *    Lines from before quote invoicing stop at the quantity.
               MOVE INV-NATURE TO NATURE-FACTURE
               IF INV-DEVIS-NUMBER NUMERIC
                   MOVE INV-DEVIS-NUMBER TO DEVIS-FACTURE
               ELSE
                   MOVE ZERO TO DEVIS-FACTURE
               END-IF
               MOVE ZERO TO SOCIETE-FACTURE
               IF INV-COMPANY NUMERIC
                   MOVE INV-COMPANY TO SOCIETE-FACTURE
               END-IF
               PERFORM CHERCHER-DESIGNATION-PRODUIT
               PERFORM VERIFIER-NUMERO-DISPONIBLE
               PERFORM RECHERCHER-TAUX
               PERFORM DETERMINER-TAUX-CHANGE
               PERFORM CONTROLER-SOCIETE

               IF NUMERO-DEJA-PRIS
                   PERFORM REJETER-FACTURE-DOUBLON
               ELSE
               IF NOT SOCIETE-VALIDE
                   PERFORM REJETER-FACTURE-SOCIETE
               ELSE
               IF NOT TAUX-CHANGE-TROUVE
                   PERFORM REJETER-FACTURE-DEVISE
               ELSE
               IF CATEGORY-FOUND
                   PERFORM CONVERTIR-EN-EUROS
                   PERFORM CALCULER-TVA
                   IF DOC-AVOIR
                       PERFORM APPLIQUER-SIGNE-AVOIR
                   PERFORM REJETER-FACTURE
               END-IF
               END-IF
               END-IF
               END-IF

               PERFORM MAJ-CHECKPOINT
               PERFORM LIRE-FACTURE
           END-IF.

      *    A line may only bill under a company with a letterhead on
      *    file (company 0 keeps its bare-name fallback), in that
      *    company's own series - the leading digit of the number -
      *    and an avoir only under the company of the invoice it
      *    reverses: one entity's numbering or VAT must never carry
      *    another's piece.
       CONTROLER-SOCIETE.
           MOVE "Y" TO SOCIETE-VALIDE-SWITCH
           MOVE SPACES TO MOTIF-REJET-SOCIETE
           PERFORM CHARGER-PROFIL-SOCIETE
           PERFORM CHERCHER-SOCIETE-ORIGINE
           EVALUATE TRUE
               WHEN INV-NUMBER(1:1) NOT = SOCIETE-FACTURE
                   MOVE "NUMERO HORS SERIE DE LA SOCIETE"
                       TO MOTIF-REJET-SOCIETE
               WHEN NOT PROFIL-CHARGE AND SOCIETE-FACTURE NOT = 0
                   MOVE "SOCIETE SANS PROFIL CMPNYPRF"
                       TO MOTIF-REJET-SOCIETE
               WHEN DOC-AVOIR AND REG-INV-NUMBER = ORIG-INV-NUMBER
                       AND SOCIETE-ORIGINE NOT = SOCIETE-FACTURE
                   MOVE "AVOIR HORS SOCIETE D'ORIGINE"
                       TO MOTIF-REJET-SOCIETE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF MOTIF-REJET-SOCIETE NOT = SPACES
               MOVE "N" TO SOCIETE-VALIDE-SWITCH
           END-IF.

       REJETER-FACTURE-SOCIETE.
           ADD 1 TO INVOICE-REJECT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "FACTURE " DELIMITED BY SIZE
                  INV-NUMBER DELIMITED BY SIZE
                  " SOCIETE " DELIMITED BY SIZE
                  SOCIETE-FACTURE DELIMITED BY SIZE
                  " REJETEE - " DELIMITED BY SIZE
                  MOTIF-REJET-SOCIETE DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

      *    An unmatched category code cannot be turned into a TVA
      *    figure, so the invoice is zeroed out and written to the
      *    report as an explicit rejection instead of going through
                   REMAINDER LEND-ANNEE-RESTE
               IF LEND-ANNEE-RESTE = 0
                   MOVE 29 TO LEND-MOIS-LONGUEUR
                   DIVIDE LEND-YEAR BY 100 GIVING LEND-ANNEE-QUOT
                       REMAINDER LEND-ANNEE-RESTE
                   IF LEND-ANNEE-RESTE = 0
                       DIVIDE LEND-YEAR BY 400
                           GIVING LEND-ANNEE-QUOT
                           REMAINDER LEND-ANNEE-RESTE
                       IF LEND-ANNEE-RESTE NOT = 0
                           MOVE 28 TO LEND-MOIS-LONGUEUR
                       END-IF
                   END-IF
               END-IF
           END-IF
           ADD 1 TO LEND-DAY
                               + CAL-SERIE-DAY
           COMPUTE CAL-SERIE-BISSEXTILE = (CAL-SERIE-YEAR - 1) / 4
           ADD CAL-SERIE-BISSEXTILE TO CAL-SERIE-JOURS
           COMPUTE CAL-SERIE-BISSEXTILE = (CAL-SERIE-YEAR - 1) / 100
           SUBTRACT CAL-SERIE-BISSEXTILE FROM CAL-SERIE-JOURS
           COMPUTE CAL-SERIE-BISSEXTILE = (CAL-SERIE-YEAR - 1) / 400
           ADD CAL-SERIE-BISSEXTILE TO CAL-SERIE-JOURS
           IF CAL-SERIE-MONTH > 2
               DIVIDE CAL-SERIE-YEAR BY 4 GIVING CAL-SERIE-QUOTIENT
                   REMAINDER CAL-SERIE-BISSEXTILE
               IF CAL-SERIE-BISSEXTILE = 0
                   ADD 1 TO CAL-SERIE-JOURS
                   DIVIDE CAL-SERIE-YEAR BY 100
                       GIVING CAL-SERIE-QUOTIENT
                       REMAINDER CAL-SERIE-BISSEXTILE
                   IF CAL-SERIE-BISSEXTILE = 0
                       DIVIDE CAL-SERIE-YEAR BY 400
                           GIVING CAL-SERIE-QUOTIENT
                           REMAINDER CAL-SERIE-BISSEXTILE
                       IF CAL-SERIE-BISSEXTILE NOT = 0
                           SUBTRACT 1 FROM CAL-SERIE-JOURS
                       END-IF
                   END-IF
               END-IF
           END-IF.
