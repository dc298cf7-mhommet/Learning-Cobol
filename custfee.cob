               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTFJRN-STATUS.

      *    Each open lot's EUR value sorted by holder so the
      *    customer's lots arrive together: no table of customers
      *    to fill up however large the book grows.
           SELECT CUSTFEE-SORT-FILE ASSIGN TO "CUSTFEWK.DAT".

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
      *    Agreement discount on a catalog line; none on this one.
           05 INV-REMISE-HT     PIC 9(5)V99.

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
       FD CUSTFEE-JOURNAL-FILE.
       01 CUSTFEE-JOURNAL-RECORD PIC X(100).

       SD CUSTFEE-SORT-FILE.
       01 CUSTFEE-SORT-RECORD.
           05 SRT-CUST-ID       PIC 9(6).
           05 SRT-NOM           PIC A(30).
           05 SRT-PRENOM        PIC A(30).
           05 SRT-VALEUR        PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       01 POSMAST-STATUS        PIC X(02).
       01 FX-RATE-STATUS        PIC X(02).

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".
       01 SORT-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SORT-EOF             VALUE "Y".
       01 DEBORDEMENT-SWITCH    PIC X(01) VALUE "N".
           88 DEBORDEMENT          VALUE "Y".
       01 PARM-OK-SWITCH        PIC X(01) VALUE "N".
           88 PARM-OK              VALUE "Y".
       01 DEJA-FACTURE-SWITCH   PIC X(01) VALUE "N".
           88 FX-TROUVE            VALUE "Y".
       01 CURRENCY-CODE         PIC X(03).

      *    The customer whose lots are being valued between two
      *    control breaks.
       01 CUST-ENTRY.
           05 CT-CUST-ID        PIC 9(6).
           05 CT-NOM            PIC A(30).
           05 CT-PRENOM         PIC A(30).
           05 CT-VALUE-HOME     PIC S9(13)V99.

       01 VALEUR-LOT            PIC S9(11)V99.
       01 ASSIETTE              PIC 9(13)V99.

       01 INVOICE-NUMBER        PIC 9(6).
       01 DERNIER-NUMERO        PIC 9(6).
      *    Company whose series the next number is drawn from: n
      *    numbers n00001 to n99999, company 0 carrying on from the
      *    single-company "N" record.
       01 SOCIETE-FACTURE       PIC 9(01) VALUE ZERO.
       01 NUMERO-DEJA-PRIS-SW   PIC X(01) VALUE "N".
           88 NUMERO-DEJA-PRIS     VALUE "Y".

           END-IF

           PERFORM CHARGER-TAUX-CHANGE
      *    A rate left out of the table would value lots at a stale
      *    rate, or not at all: no invoice goes out on that basis.
           IF DEBORDEMENT
               DISPLAY "Plus de 500 taux dans FXRATES.DAT : "
                       "aucun frais facture."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM OUVRIR-JOURNAL-FRAIS
           PERFORM OUVRIR-FICHIERS-FACTURATION

           SORT CUSTFEE-SORT-FILE
               ON ASCENDING KEY SRT-CUST-ID
               INPUT PROCEDURE IS VALORISER-LE-LIVRE
               OUTPUT PROCEDURE IS FACTURER-LES-CLIENTS

           PERFORM ECRIRE-TOTAUX-FRAIS
           PERFORM POSER-CHECKPOINT-ARRETE
           CLOSE CUSTFEE-CHECKPOINT.

      *    Each open lot at its last mark, in EUR at the latest
      *    rate, handed to the sort under its holder; a lot whose
      *    currency has no usable rate is counted, skipped and
      *    reported.
       VALORISER-LE-LIVRE.
           OPEN INPUT POSITIONS-MASTER-FILE
           IF POSMAST-STATUS NOT = "00"
                   COMPUTE VALEUR-LOT ROUNDED
                       = POSM-QUANTITY * POSM-LAST-SELL-PRICE
                       * FX-RATE-COURANT
                   MOVE POSM-CUST-ID TO SRT-CUST-ID
                   MOVE POSM-CUST-NOM TO SRT-NOM
                   MOVE POSM-CUST-PRENOM TO SRT-PRENOM
                   MOVE VALEUR-LOT TO SRT-VALEUR
                   RELEASE CUSTFEE-SORT-RECORD
               END-IF
           END-IF.

           MOVE REPORT-LINE TO CUSTFEE-JOURNAL-RECORD
           WRITE CUSTFEE-JOURNAL-RECORD.

       FACTURER-LES-CLIENTS.
           MOVE "N" TO SORT-EOF-SWITCH
           PERFORM LIRE-LOT-TRIE
           PERFORM CUMULER-CLIENT-TRIE UNTIL SORT-EOF.

       LIRE-LOT-TRIE.
           RETURN CUSTFEE-SORT-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.

      *    Control break on the holder: the customer's lots are
      *    added up, then the customer is billed on the total.
       CUMULER-CLIENT-TRIE.
           MOVE SRT-CUST-ID TO CT-CUST-ID
           MOVE SRT-NOM TO CT-NOM
           MOVE SRT-PRENOM TO CT-PRENOM
           MOVE ZERO TO CT-VALUE-HOME
           PERFORM CUMULER-LOT-TRIE
               UNTIL SORT-EOF OR SRT-CUST-ID NOT = CT-CUST-ID
           PERFORM FACTURER-UN-CLIENT.

       CUMULER-LOT-TRIE.
           ADD SRT-VALEUR TO CT-VALUE-HOME
           PERFORM LIRE-LOT-TRIE.

       OUVRIR-FICHIERS-FACTURATION.
           OPEN EXTEND INVOICE-FILE
      *    rate, the slice above it at the second, the rest at the
      *    third - quarterly basis points over ten thousand.
       FACTURER-UN-CLIENT.
           IF CT-VALUE-HOME > 0
               MOVE CT-VALUE-HOME TO ASSIETTE
               PERFORM CALCULER-FRAIS-TRANCHES
               EVALUATE TRUE
                   WHEN FRAIS-CALCULE = 0
           MOVE ASSIETTE TO DISPLAY-ASSIETTE
           MOVE SPACES TO REPORT-LINE
           STRING "*** CLIENT " DELIMITED BY SIZE
                  CT-CUST-ID DELIMITED BY SIZE
                  " ASSIETTE=" DELIMITED BY SIZE
                  DISPLAY-ASSIETTE DELIMITED BY SIZE
                  " FRAIS AU-DELA DU GABARIT FACTURE"
           MOVE INVOICE-NUMBER TO INV-NUMBER
           MOVE FRAIS-CALCULE TO INV-PRICEHT
           MOVE FEE-CATEGORY TO INV-CATEGORY
           MOVE CT-NOM TO INV-CUST-NOM
           MOVE CT-PRENOM TO INV-CUST-PRENOM
           MOVE RUN-DATE TO INV-BILL-DATE
           MOVE FEE-TERMS TO INV-TERMS-DAYS
           MOVE "F" TO INV-DOC-TYPE
           MOVE ZERO TO INV-ORIG-NUMBER
           MOVE SPACES TO INV-PROD-CODE
           MOVE ZERO TO INV-QUANTITY
           MOVE SPACE TO INV-NATURE
           MOVE ZERO TO INV-DEVIS-NUMBER
           MOVE "EUR" TO INV-CURRENCY
           MOVE SOCIETE-FACTURE TO INV-COMPANY
           MOVE ZERO TO INV-REMISE-HT
           WRITE INVOICE-RECORD

           ADD 1 TO BILLED-COUNT
           MOVE FRAIS-CALCULE TO DISPLAY-FRAIS
           MOVE SPACES TO REPORT-LINE
           STRING "CLIENT " DELIMITED BY SIZE
                  CT-CUST-ID DELIMITED BY SIZE
                  " ASSIETTE=" DELIMITED BY SIZE
                  DISPLAY-ASSIETTE DELIMITED BY SIZE
                  " FRAIS=" DELIMITED BY SIZE
           MOVE REPORT-LINE TO CUSTFEE-JOURNAL-RECORD
           WRITE CUSTFEE-JOURNAL-RECORD.

      *    Next free invoice number off the company's TVACKPT
      *    record, the register walked so a number already issued is
      *    never reused - the same sequence discipline as the other
      *    emitters.
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
                   MOVE FXR-EFFECTIVE-DATE TO FX-EFFECTIVE(FX-COUNT)
                   MOVE FXR-RATE TO FX-RATE(FX-COUNT)
               ELSE
                   SET DEBORDEMENT TO TRUE
               END-IF
           END-IF.

