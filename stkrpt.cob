       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKRPT.

      *    Nightly stock report off PRODMAST.DAT, in two parts. The
      *    reorder list names every stocked product whose quantity
      *    on hand has fallen to its reorder point, with the
      *    quantity to order - enough to cover any rupture (stock
      *    billed before it was received) plus the usual reorder
      *    quantity. The valuation prices each product on hand at
      *    its weighted average cost, for the month-end stock entry
      *    in the accounts; a negative balance is listed as a
      *    rupture and valued at nothing, since goods not yet
      *    received are not an asset. Two sequential passes over
      *    the catalog, in product code order.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS PRODMAST-STATUS.

           SELECT STOCK-REPORT-FILE ASSIGN TO "STKRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PRODUCT-MASTER.
       COPY "PRODMAST.cpy".

       FD STOCK-REPORT-FILE.
       01 STOCK-REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       01 PRODMAST-STATUS       PIC X(02).
       01 STOCK-REPORT-STATUS   PIC X(02).

       01 CATALOGUE-DISPO-SW    PIC X(01) VALUE "N".
           88 CATALOGUE-DISPO      VALUE "Y".
       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".

       01 RUN-DATE              PIC 9(8).
       01 REPORT-LINE           PIC X(80).

       01 QTE-A-COMMANDER       PIC S9(7)V99.
       01 VALEUR-PRODUIT        PIC S9(11)V99.
       01 TOTAL-VALEUR          PIC S9(11)V99 VALUE ZERO.
       01 REAPPRO-COUNT         PIC 9(5) VALUE ZERO.
       01 RUPTURE-COUNT         PIC 9(5) VALUE ZERO.
       01 STOCKE-COUNT          PIC 9(5) VALUE ZERO.

       01 DISPLAY-QTE           PIC -ZZZZZZ9.99.
       01 DISPLAY-QTE-2         PIC ZZZZZZ9.99.
       01 DISPLAY-COUT          PIC ZZZZ9.9999.
       01 DISPLAY-VALEUR        PIC -ZZZZZZZZ9.99.
       01 DISPLAY-TOTAL         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-COUNT         PIC ZZZZ9.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT STOCK-REPORT-FILE

      *    No catalog yet is an empty report, not a failure.
           OPEN INPUT PRODUCT-MASTER
           IF PRODMAST-STATUS = "00"
               SET CATALOGUE-DISPO TO TRUE
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "PRODUITS A REAPPROVISIONNER AU " DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           PERFORM POSITIONNER-CATALOGUE
           PERFORM EXAMINER-REAPPRO-SUIVANT UNTIL SCAN-EOF
           MOVE REAPPRO-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "PRODUIT(S) A COMMANDER : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE SPACES TO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT

           MOVE SPACES TO REPORT-LINE
           STRING "VALORISATION DU STOCK AU CUMP AU " DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           PERFORM POSITIONNER-CATALOGUE
           PERFORM VALORISER-PRODUIT-SUIVANT UNTIL SCAN-EOF
           PERFORM EMETTRE-TOTAUX

           IF CATALOGUE-DISPO
               CLOSE PRODUCT-MASTER
           END-IF
           CLOSE STOCK-REPORT-FILE
           GOBACK.

       POSITIONNER-CATALOGUE.
           MOVE "N" TO SCAN-EOF-SWITCH
           IF NOT CATALOGUE-DISPO
               SET SCAN-EOF TO TRUE
           ELSE
               MOVE LOW-VALUES TO PROD-CODE
               START PRODUCT-MASTER KEY IS NOT LESS THAN PROD-CODE
                   INVALID KEY
                       SET SCAN-EOF TO TRUE
               END-START
           END-IF.

       LIRE-PRODUIT-SUIVANT.
           READ PRODUCT-MASTER NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF PRODMAST-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF.

       EXAMINER-REAPPRO-SUIVANT.
           PERFORM LIRE-PRODUIT-SUIVANT
           IF NOT SCAN-EOF AND PROD-STOCKE
               IF PROD-QTY-ON-HAND NOT > PROD-REORDER-POINT
                   PERFORM LISTER-REAPPRO
               END-IF
           END-IF.

       LISTER-REAPPRO.
           ADD 1 TO REAPPRO-COUNT
           MOVE PROD-REORDER-QTY TO QTE-A-COMMANDER
           IF PROD-QTY-ON-HAND < ZERO
               SUBTRACT PROD-QTY-ON-HAND FROM QTE-A-COMMANDER
           END-IF
           MOVE PROD-QTY-ON-HAND TO DISPLAY-QTE
           MOVE PROD-REORDER-POINT TO DISPLAY-QTE-2
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  PROD-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROD-NAME(1:25) DELIMITED BY SIZE
                  " STOCK" DELIMITED BY SIZE
                  DISPLAY-QTE DELIMITED BY SIZE
                  " SEUIL" DELIMITED BY SIZE
                  DISPLAY-QTE-2 DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE QTE-A-COMMANDER TO DISPLAY-QTE-2
           MOVE SPACES TO REPORT-LINE
           IF PROD-QTY-ON-HAND < ZERO
               STRING "    A COMMANDER" DELIMITED BY SIZE
                      DISPLAY-QTE-2 DELIMITED BY SIZE
                      "  ** RUPTURE **" DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "    A COMMANDER" DELIMITED BY SIZE
                      DISPLAY-QTE-2 DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           PERFORM ECRIRE-LIGNE-RAPPORT.

       VALORISER-PRODUIT-SUIVANT.
           PERFORM LIRE-PRODUIT-SUIVANT
           IF NOT SCAN-EOF AND PROD-STOCKE
               PERFORM VALORISER-PRODUIT
           END-IF.

       VALORISER-PRODUIT.
           ADD 1 TO STOCKE-COUNT
           IF PROD-QTY-ON-HAND > ZERO
               COMPUTE VALEUR-PRODUIT ROUNDED
                   = PROD-QTY-ON-HAND * PROD-AVG-COST
           ELSE
               MOVE ZERO TO VALEUR-PRODUIT
           END-IF
           ADD VALEUR-PRODUIT TO TOTAL-VALEUR

           MOVE PROD-QTY-ON-HAND TO DISPLAY-QTE
           MOVE PROD-AVG-COST TO DISPLAY-COUT
           MOVE VALEUR-PRODUIT TO DISPLAY-VALEUR
           MOVE SPACES TO REPORT-LINE
           IF PROD-QTY-ON-HAND < ZERO
               ADD 1 TO RUPTURE-COUNT
               STRING "  " DELIMITED BY SIZE
                      PROD-CODE DELIMITED BY SIZE
                      DISPLAY-QTE DELIMITED BY SIZE
                      " X " DELIMITED BY SIZE
                      DISPLAY-COUT DELIMITED BY SIZE
                      " =" DELIMITED BY SIZE
                      DISPLAY-VALEUR DELIMITED BY SIZE
                      " RUPTURE" DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "  " DELIMITED BY SIZE
                      PROD-CODE DELIMITED BY SIZE
                      DISPLAY-QTE DELIMITED BY SIZE
                      " X " DELIMITED BY SIZE
                      DISPLAY-COUT DELIMITED BY SIZE
                      " =" DELIMITED BY SIZE
                      DISPLAY-VALEUR DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           PERFORM ECRIRE-LIGNE-RAPPORT.

       EMETTRE-TOTAUX.
           MOVE STOCKE-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "PRODUIT(S) EN STOCK : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE RUPTURE-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "DONT EN RUPTURE : " DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT
           MOVE TOTAL-VALEUR TO DISPLAY-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "VALEUR DU STOCK HT : " DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM ECRIRE-LIGNE-RAPPORT.

       ECRIRE-LIGNE-RAPPORT.
           MOVE REPORT-LINE TO STOCK-REPORT-RECORD
           WRITE STOCK-REPORT-RECORD.
