       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVCONV.

      *    One-time migration of the invoice register to the layout
      *    carrying disputes, late-payment penalties, the doubtful-
      *    receivable trail, acomptes, the invoice currency and the
      *    invoicing company: a register written before them is
      *    short by all of those bytes and fails the OPEN in TVA,
      *    PAYAPPL and every program reading INVREG.DAT. The
      *    operator renames the old file INVROLD.DAT and runs this
      *    once; every piece comes back out under the live name as
      *    what it was - a plain euro piece of company 0, undisputed,
      *    never penalised, never provisioned. Same one-time idea as
      *    STOCONV.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-INVOICE-REGISTER ASSIGN TO "INVROLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-REG-INV-NUMBER
               FILE STATUS IS OLD-INVREG-STATUS.

           SELECT INVOICE-REGISTER ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-INV-NUMBER
               FILE STATUS IS INVREG-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *    The register as it stood before the dispute flag, frozen
      *    here the way STOCONV freezes the pre-beneficiary order.
       FD OLD-INVOICE-REGISTER.
       01 OLD-INVOICE-REGISTER-RECORD.
           05 OLD-REG-INV-NUMBER      PIC 9(6).
           05 OLD-REG-CUST-ID         PIC 9(6).
           05 OLD-REG-CUST-NOM        PIC A(30).
           05 OLD-REG-CUST-PRENOM     PIC A(30).
           05 OLD-REG-INVOICE-DATE    PIC 9(8).
           05 OLD-REG-TERMS-DAYS      PIC 9(3).
           05 OLD-REG-DUE-DATE        PIC 9(8).
           05 OLD-REG-CATEGORY        PIC X(01).
           05 OLD-REG-PRICEHT         PIC S9(5)V99.
           05 OLD-REG-TVA             PIC S9(5)V99.
           05 OLD-REG-PRICETTC        PIC S9(6)V99.
           05 OLD-REG-AMOUNT-PAID     PIC S9(6)V99.
           05 OLD-REG-STATUS          PIC X(01).
           05 OLD-REG-DOC-TYPE        PIC X(01).
           05 OLD-REG-ORIG-NUMBER     PIC 9(6).
           05 OLD-REG-EINV-STATUS     PIC X(01).
           05 OLD-REG-COLLECT-STATUS  PIC X(01).

       FD INVOICE-REGISTER.
       COPY "INVREG.cpy".

       WORKING-STORAGE SECTION.
       01 OLD-INVREG-STATUS     PIC X(02).
       01 INVREG-STATUS         PIC X(02).

       01 SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88 SCAN-EOF             VALUE "Y".

       01 CONVERTED-COUNT       PIC 9(6) VALUE ZERO.
       01 DISPLAY-COUNT         PIC ZZZZZ9.

       PROCEDURE DIVISION.
           OPEN INPUT OLD-INVOICE-REGISTER
           IF OLD-INVREG-STATUS NOT = "00"
               DISPLAY "INVROLD.DAT indisponible ("
                       OLD-INVREG-STATUS ") : renommer l'ancien "
                       "INVREG.DAT en INVROLD.DAT puis relancer."
               GOBACK
           END-IF

           OPEN OUTPUT INVOICE-REGISTER
           IF INVREG-STATUS NOT = "00"
               DISPLAY "INVREG.DAT inouvrable en creation ("
                       INVREG-STATUS ") : conversion abandonnee."
               CLOSE OLD-INVOICE-REGISTER
               GOBACK
           END-IF

           MOVE LOW-VALUES TO OLD-REG-INV-NUMBER
           START OLD-INVOICE-REGISTER
                   KEY IS NOT LESS THAN OLD-REG-INV-NUMBER
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START

           PERFORM CONVERTIR-PIECE-SUIVANTE UNTIL SCAN-EOF

           CLOSE OLD-INVOICE-REGISTER
           CLOSE INVOICE-REGISTER

           MOVE CONVERTED-COUNT TO DISPLAY-COUNT
           DISPLAY "Conversion terminee : " DISPLAY-COUNT
                   " piece(s) reprise(s) en euros, societe 0."
           GOBACK.

      *    Same defaults CUSTIDCV gives the register it rebuilds: a
      *    euro piece at rate 1 whose currency side mirrors its euro
      *    side, so PAYAPPL and SUSPMNT settle it exactly as before.
       CONVERTIR-PIECE-SUIVANTE.
           READ OLD-INVOICE-REGISTER NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
           END-READ
           IF OLD-INVREG-STATUS NOT = "00"
               SET SCAN-EOF TO TRUE
           END-IF
           IF NOT SCAN-EOF
               MOVE OLD-REG-INV-NUMBER TO REG-INV-NUMBER
               MOVE OLD-REG-CUST-ID TO REG-CUST-ID
               MOVE OLD-REG-CUST-NOM TO REG-CUST-NOM
               MOVE OLD-REG-CUST-PRENOM TO REG-CUST-PRENOM
               MOVE OLD-REG-INVOICE-DATE TO REG-INVOICE-DATE
               MOVE OLD-REG-TERMS-DAYS TO REG-TERMS-DAYS
               MOVE OLD-REG-DUE-DATE TO REG-DUE-DATE
               MOVE OLD-REG-CATEGORY TO REG-CATEGORY
               MOVE OLD-REG-PRICEHT TO REG-PRICEHT
               MOVE OLD-REG-TVA TO REG-TVA
               MOVE OLD-REG-PRICETTC TO REG-PRICETTC
               MOVE OLD-REG-AMOUNT-PAID TO REG-AMOUNT-PAID
               MOVE OLD-REG-STATUS TO REG-STATUS
               MOVE OLD-REG-DOC-TYPE TO REG-DOC-TYPE
               MOVE OLD-REG-ORIG-NUMBER TO REG-ORIG-NUMBER
               MOVE OLD-REG-EINV-STATUS TO REG-EINV-STATUS
               MOVE OLD-REG-COLLECT-STATUS TO REG-COLLECT-STATUS
               SET REG-LITIGE-AUCUN TO TRUE
               MOVE ZERO TO REG-PENAL-DATE
               SET REG-INDEMNITE-NON TO TRUE
               MOVE ZERO TO REG-DOUTEUX-DATE
               MOVE ZERO TO REG-PROVISION-TAUX
               MOVE ZERO TO REG-PROVISION
               MOVE ZERO TO REG-PERTE-DATE
               MOVE ZERO TO REG-TVA-RECUPEREE
               SET REG-NATURE-NORMALE TO TRUE
               MOVE ZERO TO REG-DEVIS-NUMBER
               MOVE "EUR" TO REG-DEVISE
               MOVE 1 TO REG-TAUX-CHANGE
               MOVE REG-PRICETTC TO REG-TTC-DEVISE
               MOVE REG-AMOUNT-PAID TO REG-PAYE-DEVISE
               MOVE ZERO TO REG-COMPANY
               WRITE INVOICE-REGISTER-RECORD
                   INVALID KEY
                       DISPLAY "Piece en double a la conversion : "
                               REG-INV-NUMBER
               END-WRITE
               ADD 1 TO CONVERTED-COUNT
           END-IF.
