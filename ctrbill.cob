               RECORD KEY IS REG-INV-NUMBER
               FILE STATUS IS INVREG-STATUS.

      *    A coded contract line is priced each period off the
      *    catalog and the customer's price agreement in force on
      *    the period date, the same lookup TVA prices with.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS PRODMAST-STATUS.

           SELECT PRICE-AGREEMENT-FILE ASSIGN TO "PRICEAGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-KEY
               FILE STATUS IS PRICEAGR-STATUS.

       DATA DIVISION.

       FILE SECTION.
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

       FD CONTRACT-JOURNAL-FILE.
       01 CONTRACT-JOURNAL-RECORD   PIC X(80).
       FD INVOICE-REGISTER.
       COPY "INVREG.cpy".

       FD PRODUCT-MASTER.
       COPY "PRODMAST.cpy".

       FD PRICE-AGREEMENT-FILE.
       COPY "PRICEAGR.cpy".

       WORKING-STORAGE SECTION.
       01 BILLCTR-STATUS        PIC X(02).
       01 INVOICE-FILE-STATUS   PIC X(02).

       01 INVOICE-NUMBER        PIC 9(6).
       01 DERNIER-NUMERO        PIC 9(6).
      *    Company whose series the next number is drawn from: n
      *    numbers n00001 to n99999, company 0 carrying on from the
      *    single-company "N" record.
       01 SOCIETE-FACTURE       PIC 9(01) VALUE ZERO.
       01 NUMERO-DEJA-PRIS-SW   PIC X(01).
           88 NUMERO-DEJA-PRIS     VALUE "Y".

      *    Period pricing: the HT the period bills, the discount the
      *    agreement gave it, and the lookup fields, as in TVA.
       01 PRODMAST-STATUS       PIC X(02).
       01 CATALOGUE-DISPO-SW    PIC X(01) VALUE "N".
           88 CATALOGUE-DISPO      VALUE "Y".
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
       01 PRIX-PERIODE          PIC 9(5)V99.
       01 REMISE-PERIODE        PIC 9(5)V99.

      *    Next-date advance: a month (or three) keeps the day,
      *    clamped to the shorter month - the same roll STOEXEC
      *    applies to standing orders.
           END-IF

           PERFORM OUVRIR-NUMEROTATION
           PERFORM OUVRIR-TARIFS

           IF NOT SCAN-EOF
               MOVE LOW-VALUES TO CTR-NUMBER
           IF REGISTRE-DISPO
               CLOSE INVOICE-REGISTER
           END-IF
           IF CATALOGUE-DISPO
               CLOSE PRODUCT-MASTER
           END-IF
           IF ACCORDS-DISPO
               CLOSE PRICE-AGREEMENT-FILE
           END-IF
           GOBACK.

       OUVRIR-NUMEROTATION.
               SET REGISTRE-DISPO TO TRUE
           END-IF.

      *    Without the catalog a contract bills the HT it was keyed
      *    with, as it always did.
       OUVRIR-TARIFS.
           OPEN INPUT PRODUCT-MASTER
           IF PRODMAST-STATUS = "00"
               SET CATALOGUE-DISPO TO TRUE
           END-IF
           OPEN INPUT PRICE-AGREEMENT-FILE
           IF PRICEAGR-STATUS = "00"
               SET ACCORDS-DISPO TO TRUE
           END-IF.

       EXAMINER-CONTRAT-SUIVANT.
           READ BILLING-CONTRACT-FILE NEXT RECORD
               AT END
           END-IF.

       FACTURER-UNE-PERIODE.
           MOVE CTR-COMPANY TO SOCIETE-FACTURE
           PERFORM ATTRIBUER-NUMERO-FACTURE
           PERFORM PRICER-PERIODE

           MOVE INVOICE-NUMBER TO INV-NUMBER
           MOVE PRIX-PERIODE TO INV-PRICEHT
           MOVE CTR-CATEGORY TO INV-CATEGORY
           MOVE CTR-CUST-NOM TO INV-CUST-NOM
           MOVE CTR-CUST-PRENOM TO INV-CUST-PRENOM
           MOVE ZERO TO INV-ORIG-NUMBER
           MOVE CTR-PROD-CODE TO INV-PROD-CODE
           MOVE CTR-QUANTITY TO INV-QUANTITY
           MOVE SPACE TO INV-NATURE
           MOVE ZERO TO INV-DEVIS-NUMBER
           MOVE "EUR" TO INV-CURRENCY
           MOVE SOCIETE-FACTURE TO INV-COMPANY
           MOVE REMISE-PERIODE TO INV-REMISE-HT
           WRITE INVOICE-RECORD

           ADD 1 TO GENERATED-COUNT
           ADD PRIX-PERIODE TO TOTAL-GENERATED

           MOVE PRIX-PERIODE TO DISPLAY-MONTANT
           MOVE SPACES TO REPORT-LINE
           STRING "CONTRAT " DELIMITED BY SIZE
                  CTR-NUMBER DELIMITED BY SIZE

           PERFORM AVANCER-PROCHAINE-DATE.

      *    A free contract line bills its keyed HT; a coded one the
      *    catalog price at the agreed rate for the period date, so
      *    a renegotiated price reaches the next period by itself.
      *    A product since dropped from the catalog falls back to
      *    the keyed HT and INVEDIT decides.
       PRICER-PERIODE.
           MOVE CTR-PRICEHT TO PRIX-PERIODE
           MOVE ZERO TO REMISE-PERIODE
           IF CTR-PROD-CODE NOT = SPACES AND CATALOGUE-DISPO
               MOVE CTR-PROD-CODE TO PROD-CODE
               READ PRODUCT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM PRICER-PERIODE-CATALOGUE
               END-READ
           END-IF.

       PRICER-PERIODE-CATALOGUE.
           MOVE ZERO TO ACCORD-CLIENT
           IF CTR-CUST-ID NUMERIC
               MOVE CTR-CUST-ID TO ACCORD-CLIENT
           END-IF
           MOVE CTR-QUANTITY TO ACCORD-QTE
           MOVE CTR-NEXT-DATE TO ACCORD-DATE
           PERFORM CHERCHER-ACCORD-PRIX
           COMPUTE PRIX-PERIODE ROUNDED = PU-ACCORD * CTR-QUANTITY
           COMPUTE LIGNE-CATALOGUE-HT ROUNDED
               = PROD-UNIT-HT * CTR-QUANTITY
           IF LIGNE-CATALOGUE-HT > PRIX-PERIODE
               COMPUTE REMISE-PERIODE
                   = LIGNE-CATALOGUE-HT - PRIX-PERIODE
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

      *    Next free invoice number off the company's TVACKPT
      *    record, walked past anything the register already issued,
      *    the control record advanced before the line goes out.
       ATTRIBUER-NUMERO-FACTURE.
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
                   WRITE CHECKPOINT-RECORD
           END-REWRITE.

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
           IF REGISTRE-DISPO
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

