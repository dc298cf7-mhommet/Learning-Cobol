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
       01 FRAIS-CATEGORY        PIC X(01).
       01 INVOICE-NUMBER        PIC 9(6).
       01 DERNIER-NUMERO        PIC 9(6).
      *    Company whose series the next number is drawn from: n
      *    numbers n00001 to n99999, company 0 carrying on from the
      *    single-company "N" record.
       01 SOCIETE-FACTURE       PIC 9(01) VALUE ZERO.
       01 NUMERO-DEJA-PRIS-SW   PIC X(01) VALUE "N".
           88 NUMERO-DEJA-PRIS     VALUE "Y".
       01 REGISTRE-DISPO-SW     PIC X(01) VALUE "N".

           MOVE REG-CUST-NOM TO CLIENT-NOM-FRAIS
           MOVE REG-CUST-PRENOM TO CLIENT-PRENOM-FRAIS
           MOVE REG-COMPANY TO SOCIETE-FACTURE

           SUBTRACT CHQ-AMOUNT FROM REG-AMOUNT-PAID
           SET REG-OPEN TO TRUE
           WRITE SETTLEMENT-JOURNAL-RECORD
           CLOSE SETTLEMENT-JOURNAL.

      *    The fee line: next free number off the series of the
      *    company that billed the invoice, free-keyed amount (no
      *    catalog code), billed to the invoice's customer and dated
      *    today.
       FACTURER-FRAIS-RETOUR.
           PERFORM OUVRIR-CHECKPOINT
           PERFORM ATTRIBUER-NUMERO-FACTURE
           MOVE ZERO TO INV-ORIG-NUMBER
           MOVE SPACES TO INV-PROD-CODE
           MOVE ZERO TO INV-QUANTITY
           MOVE SPACE TO INV-NATURE
           MOVE ZERO TO INV-DEVIS-NUMBER
           MOVE "EUR" TO INV-CURRENCY
           MOVE SOCIETE-FACTURE TO INV-COMPANY
           MOVE ZERO TO INV-REMISE-HT
           WRITE INVOICE-RECORD
           CLOSE INVOICE-FILE

               OPEN I-O CHECKPOINT-FILE
           END-IF.

      *    Next free invoice number off the company's TVACKPT
      *    record, walked past anything the register already issued,
      *    the control record advanced before the line goes out -
      *    same sequence discipline as the other emitters.
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
