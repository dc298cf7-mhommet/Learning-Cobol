       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVCONV.

      *    One-time migration of the quotation master to the layout
      *    carrying the acompte block, the invoicing company and the
      *    price-agreement discount: a DEVIS.DAT written before them
      *    is short by all of those bytes and fails the OPEN in
      *    DEVIS, TVA and VTESTAT. The operator renames the old file
      *    DEVOLD.DAT and runs this once; every quote comes back out
      *    under the live name with no acompte billed, issued by
      *    company 0 - the only company there was - and no discount.
      *    Same one-time idea as STOCONV.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-QUOTE-MASTER ASSIGN TO "DEVOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-DEV-NUMBER
               FILE STATUS IS OLD-DEVIS-STATUS.

           SELECT QUOTE-MASTER ASSIGN TO "DEVIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-NUMBER
               FILE STATUS IS DEVIS-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *    The single-line quote as it stood before acomptes, frozen
      *    here the way STOCONV freezes the pre-beneficiary order.
       FD OLD-QUOTE-MASTER.
       01 OLD-QUOTE-MASTER-RECORD.
           05 OLD-DEV-NUMBER       PIC 9(6).
           05 OLD-DEV-CUST-ID      PIC 9(6).
           05 OLD-DEV-CUST-NOM     PIC A(30).
           05 OLD-DEV-CUST-PRENOM  PIC A(30).
           05 OLD-DEV-DATE         PIC 9(8).
           05 OLD-DEV-EXPIRY-DATE  PIC 9(8).
           05 OLD-DEV-PROD-CODE    PIC X(08).
           05 OLD-DEV-QUANTITY     PIC 9(4)V99.
           05 OLD-DEV-PRICEHT      PIC S9(5)V99.
           05 OLD-DEV-CATEGORY     PIC X(01).
           05 OLD-DEV-TERMS-DAYS   PIC 9(3).
           05 OLD-DEV-STATUS       PIC X(01).
           05 OLD-DEV-INV-NUMBER   PIC 9(6).

       FD QUOTE-MASTER.
       COPY "DEVIS.cpy".

       WORKING-STORAGE SECTION.
       01 OLD-DEVIS-STATUS      PIC X(02).
       01 DEVIS-STATUS          PIC X(02).

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".

       01 CONVERTED-COUNT       PIC 9(6) VALUE ZERO.
       01 DISPLAY-COUNT         PIC ZZZZZ9.

       PROCEDURE DIVISION.
           OPEN INPUT OLD-QUOTE-MASTER
           IF OLD-DEVIS-STATUS NOT = "00"
               DISPLAY "DEVOLD.DAT indisponible ("
                       OLD-DEVIS-STATUS ") : renommer l'ancien "
                       "DEVIS.DAT en DEVOLD.DAT puis relancer."
               GOBACK
           END-IF

           OPEN OUTPUT QUOTE-MASTER
           IF DEVIS-STATUS NOT = "00"
               DISPLAY "DEVIS.DAT inouvrable en creation ("
                       DEVIS-STATUS ") : conversion abandonnee."
               CLOSE OLD-QUOTE-MASTER
               GOBACK
           END-IF

           MOVE LOW-VALUES TO OLD-DEV-NUMBER
           START OLD-QUOTE-MASTER
                   KEY IS NOT LESS THAN OLD-DEV-NUMBER
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START

           PERFORM CONVERTIR-DEVIS-SUIVANT UNTIL SCAN-EOF

           CLOSE OLD-QUOTE-MASTER
           CLOSE QUOTE-MASTER

           MOVE CONVERTED-COUNT TO DISPLAY-COUNT
           DISPLAY "Conversion terminee : " DISPLAY-COUNT
                   " devis repris, sans acompte, societe 0."
           GOBACK.

      *    The acompte table starts empty - zero count, zero total,
      *    every slot cleared - as on a quote DEVIS has just filed.
       CONVERTIR-DEVIS-SUIVANT.
           READ OLD-QUOTE-MASTER NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF OLD-DEVIS-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               INITIALIZE QUOTE-MASTER-RECORD
               MOVE OLD-DEV-NUMBER TO DEV-NUMBER
               MOVE OLD-DEV-CUST-ID TO DEV-CUST-ID
               MOVE OLD-DEV-CUST-NOM TO DEV-CUST-NOM
               MOVE OLD-DEV-CUST-PRENOM TO DEV-CUST-PRENOM
               MOVE OLD-DEV-DATE TO DEV-DATE
               MOVE OLD-DEV-EXPIRY-DATE TO DEV-EXPIRY-DATE
               MOVE OLD-DEV-PROD-CODE TO DEV-PROD-CODE
               MOVE OLD-DEV-QUANTITY TO DEV-QUANTITY
               MOVE OLD-DEV-PRICEHT TO DEV-PRICEHT
               MOVE OLD-DEV-CATEGORY TO DEV-CATEGORY
               MOVE OLD-DEV-TERMS-DAYS TO DEV-TERMS-DAYS
               MOVE OLD-DEV-STATUS TO DEV-STATUS
               MOVE OLD-DEV-INV-NUMBER TO DEV-INV-NUMBER
               MOVE ZERO TO DEV-ACOMPTE-COUNT
               MOVE ZERO TO DEV-ACOMPTES-HT
               MOVE ZERO TO DEV-COMPANY
               MOVE ZERO TO DEV-REMISE-HT
               WRITE QUOTE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Devis en double a la conversion : "
                               DEV-NUMBER
               END-WRITE
               ADD 1 TO CONVERTED-COUNT
           END-IF.
