       IDENTIFICATION DIVISION.
       PROGRAM-ID. VTEINIT.

      *    One-off seeding of SALESLN.DAT from the invoice register:
      *    TVA only writes a sales line with the documents it emits
      *    from now on, so every invoice and avoir already on
      *    INVREG.DAT gets a line carrying its register totals - no
      *    product code or quantity, which the register never kept,
      *    but the customer, the category and the amount HT the
      *    statistics by customer and by category need. An invoice
      *    that already has its line is left alone, so the run can
      *    be repeated safely.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-REGISTER ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-INV-NUMBER
               FILE STATUS IS INVREG-STATUS.

           SELECT SALES-LINE-FILE ASSIGN TO "SALESLN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLN-KEY
               FILE STATUS IS SALESLN-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD INVOICE-REGISTER.
       COPY "INVREG.cpy".

       FD SALES-LINE-FILE.
       COPY "SALESLN.cpy".

       WORKING-STORAGE SECTION.
       01 INVREG-STATUS         PIC X(02).
       01 SALESLN-STATUS        PIC X(02).

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".

       01 LU-COUNT              PIC 9(6) VALUE ZERO.
       01 CREE-COUNT            PIC 9(6) VALUE ZERO.
       01 DISPLAY-COUNT         PIC ZZZZZ9.

       PROCEDURE DIVISION.
           OPEN INPUT INVOICE-REGISTER
           IF INVREG-STATUS NOT = "00"
               DISPLAY "INVREG.DAT indisponible (" INVREG-STATUS
                       ") : rien a reprendre."
               GOBACK
           END-IF

      *    SALESLN.DAT may not exist yet; create it empty the first
      *    time, same as TVA does.
           OPEN I-O SALES-LINE-FILE
           IF SALESLN-STATUS = "35"
               OPEN OUTPUT SALES-LINE-FILE
               CLOSE SALES-LINE-FILE
               OPEN I-O SALES-LINE-FILE
           END-IF

           MOVE LOW-VALUES TO REG-INV-NUMBER
           START INVOICE-REGISTER KEY IS NOT LESS THAN REG-INV-NUMBER
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START

           PERFORM REPRENDRE-FACTURE-SUIVANTE UNTIL SCAN-EOF

           MOVE LU-COUNT TO DISPLAY-COUNT
           DISPLAY "Pieces du registre lues       : " DISPLAY-COUNT
           MOVE CREE-COUNT TO DISPLAY-COUNT
           DISPLAY "Lignes de vente reprises      : " DISPLAY-COUNT

           CLOSE INVOICE-REGISTER
           CLOSE SALES-LINE-FILE
           GOBACK.

       REPRENDRE-FACTURE-SUIVANTE.
           READ INVOICE-REGISTER NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF INVREG-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               ADD 1 TO LU-COUNT
               MOVE REG-INV-NUMBER TO SLN-INV-NUMBER
               MOVE 1 TO SLN-LINE-NO
               READ SALES-LINE-FILE
                   INVALID KEY
                       PERFORM CREER-LIGNE-REPRISE
               END-READ
           END-IF.

      *    The register keeps an avoir negative already, so its line
      *    nets out of the statistics exactly as TVA's own would.
       CREER-LIGNE-REPRISE.
           MOVE REG-INV-NUMBER TO SLN-INV-NUMBER
           MOVE 1 TO SLN-LINE-NO
           MOVE REG-INVOICE-DATE TO SLN-INV-DATE
           MOVE REG-CUST-ID TO SLN-CUST-ID
           MOVE REG-CUST-NOM TO SLN-CUST-NOM
           MOVE REG-COMPANY TO SLN-COMPANY
           IF REG-AVOIR
               SET SLN-AVOIR TO TRUE
           ELSE
               SET SLN-FACTURE TO TRUE
           END-IF
           MOVE SPACES TO SLN-PROD-CODE
           MOVE REG-CATEGORY TO SLN-CATEGORY
           MOVE ZERO TO SLN-QUANTITY
           MOVE REG-PRICEHT TO SLN-PRICEHT
           MOVE ZERO TO SLN-REMISE-HT
           WRITE SALES-LINE-RECORD
               INVALID KEY
                   DISPLAY "Ligne de vente " SLN-INV-NUMBER
                           " non reprise."
               NOT INVALID KEY
                   ADD 1 TO CREE-COUNT
           END-WRITE.
