       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODCONV.

      *    One-time migration of the product catalog to the layout
      *    carrying the stock side: a PRODMAST.DAT written before
      *    stock keeping is forty-six bytes short and fails the OPEN
      *    in PRODMNT, TVA, DEVIS, RECEPMNT and STKRPT. The operator
      *    renames the old file PRODOLD.DAT and runs this once;
      *    every product comes back out under the live name as not
      *    held on the shelf (flag N), nothing on hand, no reorder
      *    point and no cost - PRODMNT then flags the products that
      *    are really stocked and RECEPMNT books their first
      *    receipt. Same one-time idea as STOCONV.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-PRODUCT-MASTER ASSIGN TO "PRODOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-PROD-CODE
               FILE STATUS IS OLD-PRODMAST-STATUS.

           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS PRODMAST-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *    The catalog before stock keeping, frozen here the way
      *    STOCONV freezes the pre-beneficiary order.
       FD OLD-PRODUCT-MASTER.
       01 OLD-PRODUCT-MASTER-RECORD.
           05 OLD-PROD-CODE         PIC X(08).
           05 OLD-PROD-NAME         PIC X(40).
           05 OLD-PROD-UNIT-HT      PIC S9(5)V99.
           05 OLD-PROD-CATEGORY     PIC X(01).

       FD PRODUCT-MASTER.
       COPY "PRODMAST.cpy".

       WORKING-STORAGE SECTION.
       01 OLD-PRODMAST-STATUS   PIC X(02).
       01 PRODMAST-STATUS       PIC X(02).

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".

       01 CONVERTED-COUNT       PIC 9(5) VALUE ZERO.
       01 DISPLAY-COUNT         PIC ZZZZ9.

       PROCEDURE DIVISION.
           OPEN INPUT OLD-PRODUCT-MASTER
           IF OLD-PRODMAST-STATUS NOT = "00"
               DISPLAY "PRODOLD.DAT indisponible ("
                       OLD-PRODMAST-STATUS ") : renommer l'ancien "
                       "PRODMAST.DAT en PRODOLD.DAT puis relancer."
               GOBACK
           END-IF

           OPEN OUTPUT PRODUCT-MASTER
           IF PRODMAST-STATUS NOT = "00"
               DISPLAY "PRODMAST.DAT inouvrable en creation ("
                       PRODMAST-STATUS ") : conversion abandonnee."
               CLOSE OLD-PRODUCT-MASTER
               GOBACK
           END-IF

           MOVE LOW-VALUES TO OLD-PROD-CODE
           START OLD-PRODUCT-MASTER
                   KEY IS NOT LESS THAN OLD-PROD-CODE
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START

           PERFORM CONVERTIR-PRODUIT-SUIVANT UNTIL SCAN-EOF

           CLOSE OLD-PRODUCT-MASTER
           CLOSE PRODUCT-MASTER

           MOVE CONVERTED-COUNT TO DISPLAY-COUNT
           DISPLAY "Conversion terminee : " DISPLAY-COUNT
                   " produit(s) repris, non stockes."
           DISPLAY "Les produits tenus en stock sont a signaler "
                   "via PRODMNT."
           GOBACK.

       CONVERTIR-PRODUIT-SUIVANT.
           READ OLD-PRODUCT-MASTER NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF OLD-PRODMAST-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               MOVE OLD-PROD-CODE TO PROD-CODE
               MOVE OLD-PROD-NAME TO PROD-NAME
               MOVE OLD-PROD-UNIT-HT TO PROD-UNIT-HT
               MOVE OLD-PROD-CATEGORY TO PROD-CATEGORY
               MOVE "N" TO PROD-STOCK-FLAG
               MOVE ZERO TO PROD-QTY-ON-HAND
               MOVE ZERO TO PROD-REORDER-POINT
               MOVE ZERO TO PROD-REORDER-QTY
               MOVE ZERO TO PROD-AVG-COST
               WRITE PRODUCT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Produit en double a la conversion : "
                               PROD-CODE
               END-WRITE
               ADD 1 TO CONVERTED-COUNT
           END-IF.
