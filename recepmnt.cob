       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEPMNT.

      *    Goods receipts: what a supplier delivered goes onto the
      *    shelf here, one product line per entry. The quantity is
      *    added to PRODMAST's on hand, the weighted average cost
      *    is recomputed with the receipt's unit cost HT, and the
      *    line is journalled in STKMVT.DAT with the supplier's
      *    delivery note reference, beside the sales TVA books.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS PRODMAST-STATUS.

           SELECT STOCK-MOVEMENT-FILE ASSIGN TO "STKMVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STKMVT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PRODUCT-MASTER.
       COPY "PRODMAST.cpy".

       FD STOCK-MOVEMENT-FILE.
       COPY "STKMVT.cpy".

       WORKING-STORAGE SECTION.
       01 PRODMAST-STATUS       PIC X(02).
       01 STKMVT-STATUS         PIC X(02).

       01 PRODUIT-TROUVE-SW     PIC X(01).
           88 PRODUIT-TROUVE       VALUE "Y".
       01 AUTRE-RECEPTION       PIC X(01) VALUE "O".
           88 RECEPTION-SUIVANTE   VALUE "O".
       01 STOCKE-SAISI          PIC X(01).

       01 QTE-RECUE             PIC 9(7)V99.
       01 COUT-RECU             PIC 9(5)V9999.
       01 BON-LIVRAISON         PIC X(15).
       01 DATE-RECEPTION        PIC 9(8).

      *    On hand before the receipt, floored at zero: goods billed
      *    ahead of their receipt carry no cost of their own, so a
      *    negative balance must not drag the new average down.
       01 QTE-AVANT             PIC S9(7)V99.
       01 VALEUR-STOCK          PIC S9(11)V9999.

       01 DISPLAY-QTE           PIC -ZZZZZZ9.99.
       01 DISPLAY-COUT          PIC ZZZZ9.9999.

       PROCEDURE DIVISION.
           OPEN I-O PRODUCT-MASTER
           IF PRODMAST-STATUS NOT = "00"
               DISPLAY "PRODMAST.DAT indisponible ("
                       PRODMAST-STATUS ") : aucune reception possible."
               GOBACK
           END-IF

           ACCEPT DATE-RECEPTION FROM DATE YYYYMMDD
           PERFORM RECEVOIR-LIGNE UNTIL NOT RECEPTION-SUIVANTE

           CLOSE PRODUCT-MASTER
           GOBACK.

       RECEVOIR-LIGNE.
           DISPLAY "Code produit recu ?"
           ACCEPT PROD-CODE
           MOVE "N" TO PRODUIT-TROUVE-SW
           READ PRODUCT-MASTER
               INVALID KEY
                   DISPLAY "Produit inconnu du catalogue : le creer "
                           "d'abord par PRODMNT."
               NOT INVALID KEY
                   SET PRODUIT-TROUVE TO TRUE
           END-READ

           IF PRODUIT-TROUVE
               IF NOT PROD-STOCKE
                   DISPLAY "Produit non gere en stock : l'y mettre "
                           "(O/N) ?"
                   ACCEPT STOCKE-SAISI
                   IF STOCKE-SAISI = "O"
                       SET PROD-STOCKE TO TRUE
                   END-IF
               END-IF
               IF PROD-STOCKE
                   PERFORM SAISIR-RECEPTION
               END-IF
           END-IF

           DISPLAY "Autre reception (O/N) ?"
           ACCEPT AUTRE-RECEPTION.

       SAISIR-RECEPTION.
           DISPLAY FUNCTION TRIM(PROD-NAME)
           DISPLAY "Quantite recue (ex. 0000010.00) ?"
           ACCEPT QTE-RECUE
           IF QTE-RECUE = ZERO
               DISPLAY "Quantite nulle : reception ignoree."
           ELSE
               DISPLAY "Cout unitaire HT (ex. 00012.5000) ?"
               ACCEPT COUT-RECU
               DISPLAY "Reference du bon de livraison ?"
               ACCEPT BON-LIVRAISON
               PERFORM ENTRER-EN-STOCK
           END-IF.

      *    Weighted average cost: the value already on the shelf
      *    plus the value received, over the new quantity.
       ENTRER-EN-STOCK.
           IF PROD-QTY-ON-HAND > ZERO
               MOVE PROD-QTY-ON-HAND TO QTE-AVANT
           ELSE
               MOVE ZERO TO QTE-AVANT
           END-IF
           COMPUTE VALEUR-STOCK
               = QTE-AVANT * PROD-AVG-COST + QTE-RECUE * COUT-RECU
           COMPUTE PROD-AVG-COST ROUNDED
               = VALEUR-STOCK / (QTE-AVANT + QTE-RECUE)
           ADD QTE-RECUE TO PROD-QTY-ON-HAND

           REWRITE PRODUCT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Produit " PROD-CODE " non mis a jour ("
                           PRODMAST-STATUS ")."
               NOT INVALID KEY
                   PERFORM JOURNALISER-RECEPTION
                   MOVE PROD-QTY-ON-HAND TO DISPLAY-QTE
                   MOVE PROD-AVG-COST TO DISPLAY-COUT
                   DISPLAY "Stock " PROD-CODE " : " DISPLAY-QTE
                           " au CUMP " DISPLAY-COUT
           END-REWRITE.

      *    STKMVT.DAT may not exist yet on a brand new install;
      *    create it empty the first time, same as the archives.
       JOURNALISER-RECEPTION.
           OPEN EXTEND STOCK-MOVEMENT-FILE
           IF STKMVT-STATUS = "35"
               OPEN OUTPUT STOCK-MOVEMENT-FILE
               CLOSE STOCK-MOVEMENT-FILE
               OPEN EXTEND STOCK-MOVEMENT-FILE
           END-IF
           MOVE DATE-RECEPTION TO STK-DATE
           MOVE PROD-CODE TO STK-PROD-CODE
           SET STK-RECEPTION TO TRUE
           MOVE QTE-RECUE TO STK-QUANTITY
           MOVE COUT-RECU TO STK-UNIT-COST
           MOVE BON-LIVRAISON TO STK-PIECE
           MOVE PROD-QTY-ON-HAND TO STK-QTY-AFTER
           WRITE STOCK-MOVEMENT-RECORD
           CLOSE STOCK-MOVEMENT-FILE.
